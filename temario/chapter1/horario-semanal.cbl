IDENTIFICATION DIVISION.
PROGRAM-ID. HORARIOSEMANAL.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Cada comienzo de periodo estudiantes y docentes piden "mi
*> horario" en la oficina, que lo armaba a mano con REPORTEMATRICULA
*> y SECCIONES.DAT. Este programa imprime la grilla semanal -- una
*> fila por hora de 07 a 21 y una columna por dia, 1 lunes a 7
*> domingo, igual que la de VALIDARAULAS -- con el curso en cada
*> celda (*CHOQUE* si dos se pisan) y debajo la leyenda de cada
*> curso con su titulo de CURSOS.DAT, el docente de
*> ASIGNACION-DOCENTES.DAT y el aula de SECCIONES.DAT (VARIAS si el
*> curso cambia de aula segun el dia). Hay una grilla por
*> EstudianteId con lo que tiene en MATRICULA.DAT para el periodo, y
*> una por DocenteId con los cursos que tiene asignados. HORARIO.CTL
*> (companion-CTL de una linea, como ANALITICO.CTL) trae el periodo,
*> el tipo -- E un estudiante, D un docente, en blanco todos, para la
*> impresion masiva de inicio de periodo -- y el Id cuando es uno
*> solo. Las grillas quedan en HORARIOS-SEMANALES.TXT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT MATRICULA-FILE ASSIGN TO "MATRICULA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MATRICULA.
SELECT SECCIONES-FILE ASSIGN TO "SECCIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SECCIONES.
SELECT CURSOS-FILE ASSIGN TO "CURSOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CURSOS.
SELECT DOCENTES-FILE ASSIGN TO "DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DOCENTES.
SELECT ASIGNACION-FILE ASSIGN TO "ASIGNACION-DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ASIGNACION.
SELECT HORARIO-CTL ASSIGN TO "HORARIO.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT HORARIOS-FILE ASSIGN TO "HORARIOS-SEMANALES.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HORARIOS.

DATA DIVISION.
FILE SECTION.
FD ESTUDIANTES-FILE.
COPY ESTUDIANTE REPLACING GRUPO BY ESTUDIANTES-REGISTRO
                          CAMPO-ID BY FD-EstudianteId
                          CAMPO-INICIALES BY FD-Iniciales
                          CAMPO-NOMBRE BY FD-Nombre
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD MATRICULA-FILE.
01 MATRICULA-REGISTRO.
   05 MAT-EstudianteId PIC 9(8).
   05 MAT-Curso PIC X(8).
   05 MAT-Periodo PIC 9(6).

FD SECCIONES-FILE.
01 SECCIONES-REGISTRO.
   05 SEC-Curso PIC X(8).
   05 SEC-Dia PIC 9(1).
   05 SEC-HoraInicio PIC 9(4).
   05 SEC-HoraFin PIC 9(4).
   05 SEC-Aula PIC X(6).

FD CURSOS-FILE.
01 CURSOS-REGISTRO.
   05 CUR-Curso PIC X(8).
   05 CUR-Titulo PIC X(30).
   05 CUR-Creditos PIC 9(2).
   05 CUR-Cupo PIC 9(3).

FD DOCENTES-FILE.
01 DOCENTES-REGISTRO.
   05 DOC-DocenteId PIC 9(5).
   05 DOC-Nombre PIC X(30).
   05 DOC-Telefono PIC X(15).

FD ASIGNACION-FILE.
01 ASIGNACION-REGISTRO.
   05 ASG-Curso PIC X(8).
   05 ASG-DocenteId PIC 9(5).

FD HORARIO-CTL.
01 HORARIO-CTL-REGISTRO.
   05 CTL-Periodo PIC 9(6).
   05 CTL-Tipo PIC X(1).
   05 CTL-Id PIC 9(8).

FD HORARIOS-FILE.
01 HORARIOS-LINEA PIC X(80).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-MATRICULA PIC X(2).
01 WS-ESTADO-SECCIONES PIC X(2).
01 WS-ESTADO-CURSOS PIC X(2).
01 WS-ESTADO-DOCENTES PIC X(2).
01 WS-ESTADO-ASIGNACION PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-HORARIOS PIC X(2).
01 WS-EOF-MATRICULA PIC A(1) VALUE 'N'.
01 WS-EOF-SECCIONES PIC A(1) VALUE 'N'.
01 WS-EOF-CURSOS PIC A(1) VALUE 'N'.
01 WS-EOF-DOCENTES PIC A(1) VALUE 'N'.
01 WS-EOF-ASIGNACION PIC A(1) VALUE 'N'.
01 WS-MAESTRO-OK PIC A(1) VALUE 'N'.

01 WS-PERIODO PIC 9(6).
01 WS-TIPO-PEDIDO PIC X(1).
01 WS-ID-PEDIDO PIC 9(8).

*> La matricula del periodo pedido, nada mas.
01 WS-TABLA-MATRICULA.
   05 WS-MATRICULA-FILA OCCURS 1000 TIMES.
      10 TMA-ESTUDIANTE PIC 9(8).
      10 TMA-CURSO PIC X(8).
01 WS-TOTAL-MATRICULA PIC 9(4) VALUE 0.
01 WS-MAT-SUB PIC 9(4).
01 WS-MAT-OTRO PIC 9(4).
01 WS-YA-IMPRESO PIC A(1).

01 WS-TABLA-SECCIONES.
   05 WS-SECCION-FILA OCCURS 200 TIMES.
      10 SEN-CURSO PIC X(8).
      10 SEN-DIA PIC 9(1).
      10 SEN-INICIO PIC 9(4).
      10 SEN-FIN PIC 9(4).
      10 SEN-AULA PIC X(6).
01 WS-TOTAL-SECCIONES PIC 9(3) VALUE 0.
01 WS-SEC-SUB PIC 9(3).

01 WS-TABLA-CURSOS.
   05 WS-CURSO-FILA OCCURS 100 TIMES.
      10 CAT-CURSO PIC X(8).
      10 CAT-TITULO PIC X(30).
01 WS-TOTAL-CURSOS PIC 9(3) VALUE 0.
01 WS-CAT-SUB PIC 9(3).

01 WS-TABLA-DOCENTES.
   05 WS-DOCENTE-FILA OCCURS 50 TIMES.
      10 TDO-ID PIC 9(5).
      10 TDO-NOMBRE PIC X(30).
01 WS-TOTAL-DOCENTES PIC 9(2) VALUE 0.
01 WS-DOC-SUB PIC 9(2).
01 WS-DOC-HALLADO PIC A(1).
01 WS-DOC-LEY PIC 9(2).

01 WS-TABLA-ASIGNACIONES.
   05 WS-ASIGNACION-FILA OCCURS 100 TIMES.
      10 TAS-CURSO PIC X(8).
      10 TAS-DOCENTE PIC 9(5).
01 WS-TOTAL-ASIGNACIONES PIC 9(3) VALUE 0.
01 WS-ASG-SUB PIC 9(3).

*> La grilla en armado: 15 horas (07 a 21) por 7 dias, y los cursos
*> que entraron en ella para la leyenda.
01 WS-GRILLA.
   05 WS-GRILLA-HORA OCCURS 15 TIMES.
      10 GRI-CELDA OCCURS 7 TIMES PIC X(8).
01 WS-HORA-SUB PIC 9(2).
01 WS-DIA-SUB PIC 9(1).
01 WS-HORA-DESDE PIC 9(4).
01 WS-HORA-HASTA PIC 9(4).
01 WS-HORA-EDITADA PIC 9(2).
01 WS-LINEA-POS PIC 9(2).

01 WS-TABLA-LEYENDA.
   05 WS-LEYENDA-FILA OCCURS 20 TIMES PIC X(8).
01 WS-TOTAL-LEYENDA PIC 9(2).
01 WS-LEY-SUB PIC 9(2).
01 WS-CURSO-GRILLA PIC X(8).
01 WS-TITULO-LEYENDA PIC X(30).
01 WS-DOCENTE-LEYENDA PIC X(30).
01 WS-AULA-LEYENDA PIC X(6).

01 WS-ENCABEZADO PIC X(80).
01 WS-LINEA PIC X(80).
01 WS-GRILLAS-ESTUDIANTES PIC 9(5) VALUE 0.
01 WS-GRILLAS-DOCENTES PIC 9(3) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "HORARIOSEMANAL".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    PERFORM LeerControlHorario
    IF RETURN-CODE NOT = 0
       GO TO FinInicio
    END-IF
    PERFORM CargarMatricula
    PERFORM CargarSecciones
    PERFORM CargarCursos
    PERFORM CargarDocentes
    PERFORM CargarAsignaciones
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES = "00"
       MOVE 'S' TO WS-MAESTRO-OK
    END-IF
    OPEN OUTPUT HORARIOS-FILE
    IF WS-TIPO-PEDIDO = 'E' OR WS-TIPO-PEDIDO = SPACE
       PERFORM ImprimirEstudiantes
    END-IF
    IF WS-TIPO-PEDIDO = 'D' OR WS-TIPO-PEDIDO = SPACE
       PERFORM ImprimirDocentes
    END-IF
    CLOSE HORARIOS-FILE
    IF WS-MAESTRO-OK = 'S'
       CLOSE ESTUDIANTES-FILE
    END-IF
    DISPLAY "GRILLAS DE ESTUDIANTES: " WS-GRILLAS-ESTUDIANTES
       "  DE DOCENTES: " WS-GRILLAS-DOCENTES
       " EN HORARIOS-SEMANALES.TXT".
FinInicio.
DISPLAY "JOB HORARIOSEMANAL COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerControlHorario.
    OPEN INPUT HORARIO-CTL
    IF WS-ESTADO-CTL NOT = "00"
       DISPLAY "NO HAY HORARIO.CTL CON EL PERIODO A IMPRIMIR"
       MOVE 8 TO RETURN-CODE
    ELSE
       READ HORARIO-CTL
          AT END
             DISPLAY "HORARIO.CTL VACIO"
             MOVE 8 TO RETURN-CODE
          NOT AT END
             MOVE CTL-Periodo TO WS-PERIODO
             MOVE CTL-Tipo TO WS-TIPO-PEDIDO
             MOVE CTL-Id TO WS-ID-PEDIDO
       END-READ
       CLOSE HORARIO-CTL
    END-IF
    IF RETURN-CODE = 0
       IF WS-TIPO-PEDIDO NOT = 'E' AND WS-TIPO-PEDIDO NOT = 'D'
          AND WS-TIPO-PEDIDO NOT = SPACE
          DISPLAY "HORARIO.CTL CON TIPO " WS-TIPO-PEDIDO
             " INVALIDO (E, D O EN BLANCO)"
          MOVE 8 TO RETURN-CODE
       END-IF
    END-IF.

CargarMatricula.
    OPEN INPUT MATRICULA-FILE
    IF WS-ESTADO-MATRICULA = "00"
       PERFORM UNTIL WS-EOF-MATRICULA = 'Y'
          READ MATRICULA-FILE
             AT END MOVE 'Y' TO WS-EOF-MATRICULA
             NOT AT END
                IF MAT-Periodo = WS-PERIODO
                   IF WS-TOTAL-MATRICULA < 1000
                      ADD 1 TO WS-TOTAL-MATRICULA
                      MOVE MAT-EstudianteId
                         TO TMA-ESTUDIANTE(WS-TOTAL-MATRICULA)
                      MOVE MAT-Curso TO TMA-CURSO(WS-TOTAL-MATRICULA)
                   ELSE
                      DISPLAY "ATENCION: MAS DE 1000 MATRICULAS EN "
                         "EL PERIODO, SE PIERDE " MAT-EstudianteId
                         " " MAT-Curso
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE MATRICULA-FILE
    END-IF.

CargarSecciones.
    OPEN INPUT SECCIONES-FILE
    IF WS-ESTADO-SECCIONES = "00"
       PERFORM UNTIL WS-EOF-SECCIONES = 'Y'
          READ SECCIONES-FILE
             AT END MOVE 'Y' TO WS-EOF-SECCIONES
             NOT AT END
                IF WS-TOTAL-SECCIONES < 200
                   ADD 1 TO WS-TOTAL-SECCIONES
                   MOVE SEC-Curso TO SEN-CURSO(WS-TOTAL-SECCIONES)
                   MOVE SEC-Dia TO SEN-DIA(WS-TOTAL-SECCIONES)
                   MOVE SEC-HoraInicio
                      TO SEN-INICIO(WS-TOTAL-SECCIONES)
                   MOVE SEC-HoraFin TO SEN-FIN(WS-TOTAL-SECCIONES)
                   MOVE SEC-Aula TO SEN-AULA(WS-TOTAL-SECCIONES)
                ELSE
                   DISPLAY "ATENCION: MAS DE 200 SECCIONES, "
                      "SE PIERDE " SEC-Curso
                END-IF
          END-READ
       END-PERFORM
       CLOSE SECCIONES-FILE
    END-IF.

CargarCursos.
    OPEN INPUT CURSOS-FILE
    IF WS-ESTADO-CURSOS = "00"
       PERFORM UNTIL WS-EOF-CURSOS = 'Y'
          READ CURSOS-FILE
             AT END MOVE 'Y' TO WS-EOF-CURSOS
             NOT AT END
                IF WS-TOTAL-CURSOS < 100
                   ADD 1 TO WS-TOTAL-CURSOS
                   MOVE CUR-Curso TO CAT-CURSO(WS-TOTAL-CURSOS)
                   MOVE CUR-Titulo TO CAT-TITULO(WS-TOTAL-CURSOS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 100 CURSOS, "
                      "SE PIERDE " CUR-Curso
                END-IF
          END-READ
       END-PERFORM
       CLOSE CURSOS-FILE
    END-IF.

CargarDocentes.
    OPEN INPUT DOCENTES-FILE
    IF WS-ESTADO-DOCENTES = "00"
       PERFORM UNTIL WS-EOF-DOCENTES = 'Y'
          READ DOCENTES-FILE
             AT END MOVE 'Y' TO WS-EOF-DOCENTES
             NOT AT END
                IF WS-TOTAL-DOCENTES < 50
                   ADD 1 TO WS-TOTAL-DOCENTES
                   MOVE DOC-DocenteId TO TDO-ID(WS-TOTAL-DOCENTES)
                   MOVE DOC-Nombre TO TDO-NOMBRE(WS-TOTAL-DOCENTES)
                ELSE
                   DISPLAY "ATENCION: MAS DE 50 DOCENTES, "
                      "SE PIERDE " DOC-DocenteId
                END-IF
          END-READ
       END-PERFORM
       CLOSE DOCENTES-FILE
    END-IF.

CargarAsignaciones.
    OPEN INPUT ASIGNACION-FILE
    IF WS-ESTADO-ASIGNACION = "00"
       PERFORM UNTIL WS-EOF-ASIGNACION = 'Y'
          READ ASIGNACION-FILE
             AT END MOVE 'Y' TO WS-EOF-ASIGNACION
             NOT AT END
                IF WS-TOTAL-ASIGNACIONES < 100
                   ADD 1 TO WS-TOTAL-ASIGNACIONES
                   MOVE ASG-Curso TO TAS-CURSO(WS-TOTAL-ASIGNACIONES)
                   MOVE ASG-DocenteId
                      TO TAS-DOCENTE(WS-TOTAL-ASIGNACIONES)
                ELSE
                   DISPLAY "ATENCION: MAS DE 100 ASIGNACIONES, "
                      "SE PIERDE " ASG-Curso
                END-IF
          END-READ
       END-PERFORM
       CLOSE ASIGNACION-FILE
    END-IF.

*> Uno solo si el CTL trae el Id; si no, cada estudiante con
*> matricula en el periodo, la primera vez que aparece.
ImprimirEstudiantes.
    IF WS-TIPO-PEDIDO = 'E'
       MOVE 'N' TO WS-YA-IMPRESO
       PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
          UNTIL WS-MAT-SUB > WS-TOTAL-MATRICULA
          IF TMA-ESTUDIANTE(WS-MAT-SUB) = WS-ID-PEDIDO
             MOVE 'S' TO WS-YA-IMPRESO
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF WS-YA-IMPRESO = 'N'
          DISPLAY "ESTUDIANTE " WS-ID-PEDIDO " SIN MATRICULA EN EL "
             "PERIODO " WS-PERIODO
          MOVE 4 TO RETURN-CODE
       ELSE
          PERFORM ImprimirGrillaEstudiante
       END-IF
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
       UNTIL WS-MAT-SUB > WS-TOTAL-MATRICULA
       MOVE 'N' TO WS-YA-IMPRESO
       PERFORM VARYING WS-MAT-OTRO FROM 1 BY 1
          UNTIL WS-MAT-OTRO >= WS-MAT-SUB
          IF TMA-ESTUDIANTE(WS-MAT-OTRO) = TMA-ESTUDIANTE(WS-MAT-SUB)
             MOVE 'S' TO WS-YA-IMPRESO
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF WS-YA-IMPRESO = 'N'
          MOVE TMA-ESTUDIANTE(WS-MAT-SUB) TO WS-ID-PEDIDO
          PERFORM ImprimirGrillaEstudiante
       END-IF
    END-PERFORM.

ImprimirGrillaEstudiante.
    PERFORM LimpiarGrilla
    PERFORM VARYING WS-MAT-OTRO FROM 1 BY 1
       UNTIL WS-MAT-OTRO > WS-TOTAL-MATRICULA
       IF TMA-ESTUDIANTE(WS-MAT-OTRO) = WS-ID-PEDIDO
          MOVE TMA-CURSO(WS-MAT-OTRO) TO WS-CURSO-GRILLA
          PERFORM AgregarCursoAGrilla
       END-IF
    END-PERFORM
    MOVE SPACES TO FD-Nombre
    IF WS-MAESTRO-OK = 'S'
       MOVE WS-ID-PEDIDO TO FD-EstudianteId
       READ ESTUDIANTES-FILE
          INVALID KEY MOVE SPACES TO FD-Nombre
       END-READ
    END-IF
    MOVE SPACES TO WS-ENCABEZADO
    STRING "HORARIO SEMANAL PERIODO " WS-PERIODO
       " ESTUDIANTE " WS-ID-PEDIDO " " FD-Nombre
       DELIMITED BY SIZE INTO WS-ENCABEZADO
    PERFORM EscribirGrilla
    ADD 1 TO WS-GRILLAS-ESTUDIANTES.

*> Uno solo si el CTL trae el Id; si no, cada docente del maestro
*> que tenga al menos un curso asignado.
ImprimirDocentes.
    IF WS-TIPO-PEDIDO = 'D'
       MOVE 'N' TO WS-DOC-HALLADO
       PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
          UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
          IF TDO-ID(WS-DOC-SUB) = WS-ID-PEDIDO
             MOVE 'S' TO WS-DOC-HALLADO
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF WS-DOC-HALLADO = 'N'
          DISPLAY "DOCENTE " WS-ID-PEDIDO " NO EXISTE EN DOCENTES.DAT"
          MOVE 8 TO RETURN-CODE
       ELSE
          PERFORM ImprimirGrillaDocente
       END-IF
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
       UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
       MOVE 'N' TO WS-DOC-HALLADO
       PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
          UNTIL WS-ASG-SUB > WS-TOTAL-ASIGNACIONES
          IF TAS-DOCENTE(WS-ASG-SUB) = TDO-ID(WS-DOC-SUB)
             MOVE 'S' TO WS-DOC-HALLADO
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF WS-DOC-HALLADO = 'S'
          PERFORM ImprimirGrillaDocente
       END-IF
    END-PERFORM.

ImprimirGrillaDocente.
    PERFORM LimpiarGrilla
    PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
       UNTIL WS-ASG-SUB > WS-TOTAL-ASIGNACIONES
       IF TAS-DOCENTE(WS-ASG-SUB) = TDO-ID(WS-DOC-SUB)
          MOVE TAS-CURSO(WS-ASG-SUB) TO WS-CURSO-GRILLA
          PERFORM AgregarCursoAGrilla
       END-IF
    END-PERFORM
    MOVE SPACES TO WS-ENCABEZADO
    STRING "HORARIO SEMANAL PERIODO " WS-PERIODO
       " DOCENTE " TDO-ID(WS-DOC-SUB) " " TDO-NOMBRE(WS-DOC-SUB)
       DELIMITED BY SIZE INTO WS-ENCABEZADO
    PERFORM EscribirGrilla
    ADD 1 TO WS-GRILLAS-DOCENTES.

LimpiarGrilla.
    MOVE SPACES TO WS-GRILLA
    MOVE 0 TO WS-TOTAL-LEYENDA.

*> Cada fila de SECCIONES.DAT del curso ocupa las horas HH en que
*> empieza antes de que terminen y termina despues de que empiecen,
*> el mismo criterio de solapamiento de MATRICULA.
AgregarCursoAGrilla.
    IF WS-TOTAL-LEYENDA < 20
       ADD 1 TO WS-TOTAL-LEYENDA
       MOVE WS-CURSO-GRILLA TO WS-LEYENDA-FILA(WS-TOTAL-LEYENDA)
    ELSE
       DISPLAY "ATENCION: MAS DE 20 CURSOS EN UNA GRILLA, "
          "SE PIERDE " WS-CURSO-GRILLA
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
       UNTIL WS-SEC-SUB > WS-TOTAL-SECCIONES
       IF SEN-CURSO(WS-SEC-SUB) = WS-CURSO-GRILLA
          AND SEN-DIA(WS-SEC-SUB) >= 1 AND SEN-DIA(WS-SEC-SUB) <= 7
          MOVE SEN-DIA(WS-SEC-SUB) TO WS-DIA-SUB
          PERFORM VARYING WS-HORA-SUB FROM 1 BY 1
             UNTIL WS-HORA-SUB > 15
             COMPUTE WS-HORA-DESDE = (WS-HORA-SUB + 6) * 100
             COMPUTE WS-HORA-HASTA = WS-HORA-DESDE + 100
             IF SEN-INICIO(WS-SEC-SUB) < WS-HORA-HASTA
                AND SEN-FIN(WS-SEC-SUB) > WS-HORA-DESDE
                IF GRI-CELDA(WS-HORA-SUB, WS-DIA-SUB) = SPACES
                   MOVE WS-CURSO-GRILLA
                      TO GRI-CELDA(WS-HORA-SUB, WS-DIA-SUB)
                ELSE
                   IF GRI-CELDA(WS-HORA-SUB, WS-DIA-SUB)
                      NOT = WS-CURSO-GRILLA
                      MOVE "*CHOQUE*"
                         TO GRI-CELDA(WS-HORA-SUB, WS-DIA-SUB)
                   END-IF
                END-IF
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM.

EscribirGrilla.
    MOVE WS-ENCABEZADO TO HORARIOS-LINEA
    WRITE HORARIOS-LINEA
    MOVE SPACES TO HORARIOS-LINEA
    STRING "HORA  LUNES    MARTES   MIERCOL  JUEVES   VIERNES  "
       "SABADO   DOMINGO" DELIMITED BY SIZE INTO HORARIOS-LINEA
    WRITE HORARIOS-LINEA
    PERFORM VARYING WS-HORA-SUB FROM 1 BY 1 UNTIL WS-HORA-SUB > 15
       MOVE SPACES TO WS-LINEA
       COMPUTE WS-HORA-EDITADA = WS-HORA-SUB + 6
       MOVE WS-HORA-EDITADA TO WS-LINEA(1:2)
       MOVE "00" TO WS-LINEA(3:2)
       MOVE 7 TO WS-LINEA-POS
       PERFORM VARYING WS-DIA-SUB FROM 1 BY 1 UNTIL WS-DIA-SUB > 7
          IF GRI-CELDA(WS-HORA-SUB, WS-DIA-SUB) = SPACES
             MOVE "   .    " TO WS-LINEA(WS-LINEA-POS:8)
          ELSE
             MOVE GRI-CELDA(WS-HORA-SUB, WS-DIA-SUB)
                TO WS-LINEA(WS-LINEA-POS:8)
          END-IF
          ADD 9 TO WS-LINEA-POS
       END-PERFORM
       MOVE WS-LINEA TO HORARIOS-LINEA
       WRITE HORARIOS-LINEA
    END-PERFORM
    MOVE SPACES TO HORARIOS-LINEA
    WRITE HORARIOS-LINEA
    PERFORM VARYING WS-LEY-SUB FROM 1 BY 1
       UNTIL WS-LEY-SUB > WS-TOTAL-LEYENDA
       PERFORM ArmarLeyendaCurso
       MOVE SPACES TO WS-LINEA
       STRING WS-LEYENDA-FILA(WS-LEY-SUB) " " WS-TITULO-LEYENDA " "
          WS-DOCENTE-LEYENDA " " WS-AULA-LEYENDA
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO HORARIOS-LINEA
       WRITE HORARIOS-LINEA
    END-PERFORM
    MOVE SPACES TO HORARIOS-LINEA
    WRITE HORARIOS-LINEA.

*> Titulo, docente y aula de un curso de la leyenda.
ArmarLeyendaCurso.
    MOVE "(FUERA DEL CATALOGO)" TO WS-TITULO-LEYENDA
    PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
       UNTIL WS-CAT-SUB > WS-TOTAL-CURSOS
       IF CAT-CURSO(WS-CAT-SUB) = WS-LEYENDA-FILA(WS-LEY-SUB)
          MOVE CAT-TITULO(WS-CAT-SUB) TO WS-TITULO-LEYENDA
          EXIT PERFORM
       END-IF
    END-PERFORM
    MOVE "(SIN DOCENTE ASIGNADO)" TO WS-DOCENTE-LEYENDA
    PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
       UNTIL WS-ASG-SUB > WS-TOTAL-ASIGNACIONES
       IF TAS-CURSO(WS-ASG-SUB) = WS-LEYENDA-FILA(WS-LEY-SUB)
          PERFORM VARYING WS-DOC-LEY FROM 1 BY 1
             UNTIL WS-DOC-LEY > WS-TOTAL-DOCENTES
             IF TDO-ID(WS-DOC-LEY) = TAS-DOCENTE(WS-ASG-SUB)
                MOVE TDO-NOMBRE(WS-DOC-LEY) TO WS-DOCENTE-LEYENDA
                EXIT PERFORM
             END-IF
          END-PERFORM
          EXIT PERFORM
       END-IF
    END-PERFORM
    MOVE SPACES TO WS-AULA-LEYENDA
    PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
       UNTIL WS-SEC-SUB > WS-TOTAL-SECCIONES
       IF SEN-CURSO(WS-SEC-SUB) = WS-LEYENDA-FILA(WS-LEY-SUB)
          IF WS-AULA-LEYENDA = SPACES
             MOVE SEN-AULA(WS-SEC-SUB) TO WS-AULA-LEYENDA
          ELSE
             IF SEN-AULA(WS-SEC-SUB) NOT = WS-AULA-LEYENDA
                MOVE "VARIAS" TO WS-AULA-LEYENDA
             END-IF
          END-IF
       END-IF
    END-PERFORM.
