*> del titulo sale el docente asignado, cruzando
*> ASIGNACION-DOCENTES.DAT con DOCENTES.DAT (mantenidos por
*> DOCENTES).
*> El listado queda ademas escrito en REPORTE-MATRICULA.TXT y
*> archivado con fecha por ARCHIVARREPORTE. El titulo de cada curso
*> lleva el codigo de curso y el DOC-DocenteId en columnas fijas
*> (CURSO en 7-14, DOCENTE en 24-28) para que REPARTIRREPORTES le
*> pueda cortar a cada docente solo sus cursos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT ASIGNACION-FILE ASSIGN TO "ASIGNACION-DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ASIGNACION.
SELECT REPORTE-FILE ASSIGN TO "REPORTE-MATRICULA.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REPORTE.
SELECT SORT-WORK ASSIGN TO "SORTWK1".

DATA DIVISION.
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD CURSOS-FILE.
01 CURSOS-REGISTRO.
   05 ASG-Curso PIC X(8).
   05 ASG-DocenteId PIC 9(5).

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(100).

SD SORT-WORK.
01 SORT-RECORD.
   05 SR-Curso PIC X(8).
01 WS-ESTADO-CURSOS PIC X(2).
01 WS-ESTADO-DOCENTES PIC X(2).
01 WS-ESTADO-ASIGNACION PIC X(2).
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-NOMBRE-REPORTE PIC X(30).
01 WS-EOF-MATRICULA PIC A(1) VALUE 'N'.
01 WS-EOF-ESTUDIANTES PIC A(1) VALUE 'N'.
01 WS-EOF-CURSOS PIC A(1) VALUE 'N'.
01 WS-TOTAL-ASIGNACIONES PIC 9(3) VALUE 0.
01 WS-ASG-SUB PIC 9(3).
01 WS-DOCENTE-HALLADO PIC X(30).
01 WS-DOCENTE-ID-HALLADO PIC 9(5).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTEMATRICULA".

PROCEDURE DIVISION.
    PERFORM CargarTitulosCursos
    PERFORM CargarDocentes
    PERFORM CargarAsignaciones
    OPEN OUTPUT REPORTE-FILE
    MOVE SPACES TO REPORTE-LINEA
    SORT SORT-WORK ON ASCENDING KEY SR-Curso SR-EstudianteId
       INPUT PROCEDURE IS LeerMatricula
       OUTPUT PROCEDURE IS ImprimirPorCurso.
    IF WS-TOTAL-MATRICULAS = 0
       CLOSE REPORTE-FILE
       DISPLAY "NO HAY MATRICULA.DAT PARA PROCESAR"
       MOVE 8 TO RETURN-CODE
    ELSE
       MOVE 0 TO RETURN-CODE
       PERFORM ImprimirCierreCurso
       MOVE "----------------------------------------"
          TO REPORTE-LINEA
       PERFORM EmitirRenglon
       STRING "TOTAL MATRICULAS: " WS-TOTAL-MATRICULAS
          DELIMITED BY SIZE INTO REPORTE-LINEA
       PERFORM EmitirRenglon
       CLOSE REPORTE-FILE
       MOVE "REPORTE-MATRICULA.TXT" TO WS-NOMBRE-REPORTE
       CALL "ARCHIVARREPORTE" USING WS-NOMBRE-REPORTE
    END-IF.
DISPLAY "JOB REPORTEMATRICULA COMPLETE, RC=" RETURN-CODE.
STOP RUN.
                PERFORM ImprimirTituloCurso
             END-IF
             PERFORM BuscarNombre
             STRING "  " SR-EstudianteId " " WS-NOMBRE-HALLADO
                DELIMITED BY SIZE INTO REPORTE-LINEA
             PERFORM EmitirRenglon
             ADD 1 TO WS-CONTADOR-CURSO
             ADD 1 TO WS-TOTAL-MATRICULAS
       END-RETURN
ImprimirTituloCurso.
    PERFORM BuscarTituloCurso
    PERFORM BuscarDocenteCurso
    PERFORM EmitirRenglon
    STRING "CURSO " WS-CURSO-ANTERIOR " DOCENTE "
       WS-DOCENTE-ID-HALLADO " - " WS-TITULO-HALLADO ":"
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    STRING "  DOCENTE: " WS-DOCENTE-HALLADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon.

*> El docente asignado al curso del corte: la asignacion da el id
*> y DOCENTES.DAT el nombre.
BuscarDocenteCurso.
    MOVE "(SIN DOCENTE ASIGNADO)" TO WS-DOCENTE-HALLADO
    MOVE 0 TO WS-DOCENTE-ID-HALLADO
    PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
       UNTIL WS-ASG-SUB > WS-TOTAL-ASIGNACIONES
       IF TAS-CURSO(WS-ASG-SUB) = WS-CURSO-ANTERIOR
             UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
             IF TDO-ID(WS-DOC-SUB) = TAS-DOCENTE(WS-ASG-SUB)
                MOVE TDO-NOMBRE(WS-DOC-SUB) TO WS-DOCENTE-HALLADO
                MOVE TDO-ID(WS-DOC-SUB) TO WS-DOCENTE-ID-HALLADO
                MOVE WS-TOTAL-DOCENTES TO WS-DOC-SUB
             END-IF
          END-PERFORM

ImprimirCierreCurso.
    IF WS-CONTADOR-CURSO > 0
       STRING "  ALUMNOS EN EL CURSO: " WS-CONTADOR-CURSO
          DELIMITED BY SIZE INTO REPORTE-LINEA
       PERFORM EmitirRenglon
    END-IF.

*> Muestra el renglon armado, lo escribe en REPORTE-MATRICULA.TXT y
*> deja REPORTE-LINEA en blanco para el STRING siguiente.
EmitirRenglon.
    DISPLAY FUNCTION TRIM(REPORTE-LINEA TRAILING)
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA.

BuscarNombre.
    MOVE "(SIN NOMBRE EN EL MAESTRO)" TO WS-NOMBRE-HALLADO
    PERFORM VARYING WS-EST-SUB FROM 1 BY 1
