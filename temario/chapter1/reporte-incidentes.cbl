IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTEINCIDENTES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Reporte periodico de conducta sobre INCIDENTES.DAT (mantenido por
*> INCIDENTES). La primera parte lista los incidentes que siguen
*> abiertos o en seguimiento, con los dias que llevan desde la
*> fecha del incidente y el docente que lo reporto. La segunda
*> lista los reincidentes: estudiantes con al menos la cantidad
*> minima de incidentes dentro de la ventana de dias de
*> REPORTE-INCIDENTES.CTL (3 incidentes en 180 dias si el control
*> no esta o viene en cero), con cuantos fueron graves.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-INCIDENTES.
SELECT DOCENTES-FILE ASSIGN TO "DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DOCENTES.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT INCIDENTES-CTL ASSIGN TO "REPORTE-INCIDENTES.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.

DATA DIVISION.
FILE SECTION.
FD INCIDENTES-FILE.
01 INCIDENTES-REGISTRO.
   05 INC-EstudianteId PIC 9(8).
   05 INC-Fecha PIC 9(8).
   05 INC-Secuencia PIC 9(2).
   05 INC-Tipo PIC X(12).
   05 INC-Gravedad PIC 9(1).
   05 INC-DocenteId PIC 9(5).
   05 INC-Accion PIC X(30).
   05 INC-Seguimiento PIC A(1).

FD DOCENTES-FILE.
01 DOCENTES-REGISTRO.
   05 DOC-DocenteId PIC 9(5).
   05 DOC-Nombre PIC X(30).
   05 DOC-Telefono PIC X(15).

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

FD INCIDENTES-CTL.
01 INCIDENTES-CTL-REGISTRO.
   05 CTL-DiasVentana PIC 9(3).
   05 CTL-MinReincidencia PIC 9(2).

WORKING-STORAGE SECTION.
01 WS-ESTADO-INCIDENTES PIC X(2).
01 WS-ESTADO-DOCENTES PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-CTL PIC X(2).
01 WS-EOF-INCIDENTES PIC A(1) VALUE 'N'.
01 WS-EOF-DOCENTES PIC A(1) VALUE 'N'.
01 WS-MAESTRO-OK PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).
01 WS-HOY-INTEGER PIC 9(7).
01 WS-DIAS-VENTANA PIC 9(3) VALUE 180.
01 WS-MIN-REINCIDENCIA PIC 9(2) VALUE 3.
01 WS-DIAS-ABIERTO PIC S9(5).
01 WS-DIAS-EDITADO PIC ZZZZ9.
01 WS-ID-NOMBRE PIC 9(8).

01 WS-TABLA-DOCENTES.
   05 WS-DOCENTE-FILA OCCURS 50 TIMES.
      10 TDO-ID PIC 9(5).
      10 TDO-NOMBRE PIC X(30).
01 WS-TOTAL-DOCENTES PIC 9(2) VALUE 0.
01 WS-DOC-SUB PIC 9(2).
01 WS-NOMBRE-DOCENTE PIC X(30).

*> Incidentes por estudiante dentro de la ventana.
01 WS-TABLA-REINCIDENTES.
   05 WS-REINCIDENTE-FILA OCCURS 500 TIMES.
      10 REI-ID PIC 9(8).
      10 REI-CANTIDAD PIC 9(3).
      10 REI-GRAVES PIC 9(3).
      10 REI-ULTIMA PIC 9(8).
01 WS-TOTAL-REINCIDENTES PIC 9(3) VALUE 0.
01 WS-REI-SUB PIC 9(3).
01 WS-REI-HALLADO PIC A(1).

01 WS-ABIERTOS PIC 9(4) VALUE 0.
01 WS-EN-SEGUIMIENTO PIC 9(4) VALUE 0.
01 WS-LISTADOS PIC 9(4) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTEINCIDENTES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    COMPUTE WS-HOY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
    PERFORM LeerControlIncidentes
    PERFORM CargarDocentes
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES = "00"
       MOVE 'S' TO WS-MAESTRO-OK
    END-IF
    OPEN INPUT INCIDENTES-FILE
    IF WS-ESTADO-INCIDENTES NOT = "00"
       DISPLAY "NO HAY INCIDENTES.DAT PARA REPORTAR"
       MOVE 4 TO RETURN-CODE
    ELSE
       DISPLAY "*** INCIDENTES ABIERTOS AL " WS-FECHA-HOY " ***"
       PERFORM UNTIL WS-EOF-INCIDENTES = 'Y'
          READ INCIDENTES-FILE
             AT END MOVE 'Y' TO WS-EOF-INCIDENTES
             NOT AT END PERFORM ProcesarIncidente
          END-READ
       END-PERFORM
       CLOSE INCIDENTES-FILE
       IF WS-ABIERTOS + WS-EN-SEGUIMIENTO = 0
          DISPLAY "  (SIN INCIDENTES ABIERTOS)"
       END-IF
       DISPLAY "ABIERTOS: " WS-ABIERTOS
          "  EN SEGUIMIENTO: " WS-EN-SEGUIMIENTO
       PERFORM ListarReincidentes
    END-IF
    IF WS-MAESTRO-OK = 'S'
       CLOSE ESTUDIANTES-FILE
    END-IF.
DISPLAY "JOB REPORTEINCIDENTES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerControlIncidentes.
    OPEN INPUT INCIDENTES-CTL
    IF WS-ESTADO-CTL = "00"
       READ INCIDENTES-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-DiasVentana NUMERIC AND CTL-DiasVentana > 0
                MOVE CTL-DiasVentana TO WS-DIAS-VENTANA
             END-IF
             IF CTL-MinReincidencia NUMERIC
                AND CTL-MinReincidencia > 0
                MOVE CTL-MinReincidencia TO WS-MIN-REINCIDENCIA
             END-IF
       END-READ
       CLOSE INCIDENTES-CTL
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
                END-IF
          END-READ
       END-PERFORM
       CLOSE DOCENTES-FILE
    END-IF.

ProcesarIncidente.
    COMPUTE WS-DIAS-ABIERTO = WS-HOY-INTEGER
       - FUNCTION INTEGER-OF-DATE(INC-Fecha)
    IF INC-Seguimiento NOT = 'C'
       IF INC-Seguimiento = 'S'
          ADD 1 TO WS-EN-SEGUIMIENTO
       ELSE
          ADD 1 TO WS-ABIERTOS
       END-IF
       PERFORM BuscarNombreDocente
       MOVE INC-EstudianteId TO WS-ID-NOMBRE
       MOVE WS-DIAS-ABIERTO TO WS-DIAS-EDITADO
       PERFORM BuscarNombreEstudiante
       DISPLAY "  " INC-EstudianteId " " FD-Nombre
       DISPLAY "     " INC-Fecha "-" INC-Secuencia " "
          INC-Tipo " GRAVEDAD " INC-Gravedad
          " ESTADO " INC-Seguimiento " (" WS-DIAS-EDITADO
          " DIAS) REPORTO " WS-NOMBRE-DOCENTE
       DISPLAY "     ACCION: " INC-Accion
    END-IF
    IF WS-DIAS-ABIERTO <= WS-DIAS-VENTANA
       PERFORM AcumularReincidencia
    END-IF.

AcumularReincidencia.
    MOVE 'N' TO WS-REI-HALLADO
    PERFORM VARYING WS-REI-SUB FROM 1 BY 1
       UNTIL WS-REI-SUB > WS-TOTAL-REINCIDENTES
       IF REI-ID(WS-REI-SUB) = INC-EstudianteId
          MOVE 'S' TO WS-REI-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-REI-HALLADO = 'N'
       IF WS-TOTAL-REINCIDENTES < 500
          ADD 1 TO WS-TOTAL-REINCIDENTES
          MOVE WS-TOTAL-REINCIDENTES TO WS-REI-SUB
          MOVE INC-EstudianteId TO REI-ID(WS-REI-SUB)
          MOVE 0 TO REI-CANTIDAD(WS-REI-SUB)
          MOVE 0 TO REI-GRAVES(WS-REI-SUB)
          MOVE 0 TO REI-ULTIMA(WS-REI-SUB)
       ELSE
          DISPLAY "ATENCION: MAS DE 500 ESTUDIANTES CON INCIDENTES "
             "EN LA VENTANA, SE PIERDE " INC-EstudianteId
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD 1 TO REI-CANTIDAD(WS-REI-SUB)
    IF INC-Gravedad = 3
       ADD 1 TO REI-GRAVES(WS-REI-SUB)
    END-IF
    IF INC-Fecha > REI-ULTIMA(WS-REI-SUB)
       MOVE INC-Fecha TO REI-ULTIMA(WS-REI-SUB)
    END-IF.

ListarReincidentes.
    DISPLAY " "
    DISPLAY "*** REINCIDENTES: " WS-MIN-REINCIDENCIA
       " O MAS INCIDENTES EN " WS-DIAS-VENTANA " DIAS ***"
    PERFORM VARYING WS-REI-SUB FROM 1 BY 1
       UNTIL WS-REI-SUB > WS-TOTAL-REINCIDENTES
       IF REI-CANTIDAD(WS-REI-SUB) >= WS-MIN-REINCIDENCIA
          ADD 1 TO WS-LISTADOS
          MOVE REI-ID(WS-REI-SUB) TO WS-ID-NOMBRE
          PERFORM BuscarNombreEstudiante
          DISPLAY "  " REI-ID(WS-REI-SUB) " " FD-Nombre " "
             REI-CANTIDAD(WS-REI-SUB) " INCIDENTES, "
             REI-GRAVES(WS-REI-SUB) " GRAVES, ULTIMO "
             REI-ULTIMA(WS-REI-SUB)
       END-IF
    END-PERFORM
    IF WS-LISTADOS = 0
       DISPLAY "  (NINGUNO)"
    END-IF.

BuscarNombreDocente.
    MOVE "(DOCENTE NO REGISTRADO)" TO WS-NOMBRE-DOCENTE
    PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
       UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
       IF TDO-ID(WS-DOC-SUB) = INC-DocenteId
          MOVE TDO-NOMBRE(WS-DOC-SUB) TO WS-NOMBRE-DOCENTE
          EXIT PERFORM
       END-IF
    END-PERFORM.

BuscarNombreEstudiante.
    MOVE SPACES TO FD-Nombre
    IF WS-MAESTRO-OK = 'S'
       MOVE WS-ID-NOMBRE TO FD-EstudianteId
       READ ESTUDIANTES-FILE
          INVALID KEY MOVE SPACES TO FD-Nombre
       END-READ
    END-IF.
