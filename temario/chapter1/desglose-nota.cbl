IDENTIFICATION DIVISION.
PROGRAM-ID. DESGLOSENOTA.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Cuando una familia reclama una nota hay que poder mostrar como
*> se llego a ella. Este reporte toma el EstudianteId y el periodo de
*> DESGLOSE.CTL (companion-CTL de una linea, como ANALITICO.CTL) y,
*> por cada curso con puntajes en NOTAS-COMPONENTES.DAT, lista cada
*> componente del plan de PLAN-EVALUACION.DAT con su peso, el puntaje
*> obtenido y lo que aporta a la nota, la nota ponderada que resulta
*> (el mismo calculo de CALCULARNOTAS) y al lado la nota que figura
*> posteada en CALIFICACIONES.DAT, para que se vea si coinciden.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT PLAN-FILE ASSIGN TO "PLAN-EVALUACION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PLAN.
SELECT COMPONENTES-FILE ASSIGN TO "NOTAS-COMPONENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-COMPONENTES.
SELECT CALIFICACIONES-FILE ASSIGN TO "CALIFICACIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CALIF.
SELECT DESGLOSE-CTL ASSIGN TO "DESGLOSE.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.

DATA DIVISION.
FILE SECTION.
FD PLAN-FILE.
01 PLAN-REGISTRO.
   05 EVP-Curso PIC X(8).
   05 EVP-Componente PIC X(10).
   05 EVP-Peso PIC 9(3).

FD COMPONENTES-FILE.
01 COMPONENTES-REGISTRO.
   05 NCO-EstudianteId PIC 9(8).
   05 NCO-Curso PIC X(8).
   05 NCO-Periodo PIC 9(6).
   05 NCO-Componente PIC X(10).
   05 NCO-Puntaje PIC 9(3).

FD CALIFICACIONES-FILE.
01 CALIFICACIONES-REGISTRO.
   05 CAL-EstudianteId PIC 9(8).
   05 CAL-Curso PIC X(8).
   05 CAL-Nota PIC 9(3).
   05 CAL-Periodo PIC 9(6).

FD DESGLOSE-CTL.
01 DESGLOSE-CTL-REGISTRO.
   05 CTL-EstudianteId PIC 9(8).
   05 CTL-Periodo PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-ESTADO-PLAN PIC X(2).
01 WS-ESTADO-COMPONENTES PIC X(2).
01 WS-ESTADO-CALIF PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-EOF-PLAN PIC A(1) VALUE 'N'.
01 WS-EOF-COMPONENTES PIC A(1) VALUE 'N'.
01 WS-EOF-CALIF PIC A(1) VALUE 'N'.

01 WS-ID-BUSCADO PIC 9(8).
01 WS-PERIODO PIC 9(6).

01 WS-TABLA-PLAN.
   05 WS-PLAN-FILA OCCURS 300 TIMES.
      10 PLA-CURSO PIC X(8).
      10 PLA-COMPONENTE PIC X(10).
      10 PLA-PESO PIC 9(3).
01 WS-TOTAL-PLAN PIC 9(3) VALUE 0.
01 WS-PLA-SUB PIC 9(3).

*> Los puntajes del estudiante en el periodo, la ultima fila de
*> cada componente manda.
01 WS-TABLA-PUNTAJES.
   05 WS-PUNTAJE-FILA OCCURS 100 TIMES.
      10 PUN-CURSO PIC X(8).
      10 PUN-COMPONENTE PIC X(10).
      10 PUN-PUNTAJE PIC 9(3).
01 WS-TOTAL-PUNTAJES PIC 9(3) VALUE 0.
01 WS-PUN-SUB PIC 9(3).
01 WS-PUN-OTRO PIC 9(3).
01 WS-PUN-HALLADO PIC A(1).
01 WS-YA-LISTADO PIC A(1).

01 WS-SUMA-PESOS PIC 9(5).
01 WS-ACUMULADO PIC 9(7).
01 WS-APORTE PIC 9(3)V99.
01 WS-APORTE-EDITADO PIC ZZ9.99.
01 WS-NOTA-FINAL PIC 9(3).
01 WS-NOTA-POSTEADA PIC 9(3).
01 WS-HAY-POSTEADA PIC A(1).
01 WS-COMPLETA PIC A(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "DESGLOSENOTA".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    PERFORM LeerControlDesglose
    IF RETURN-CODE = 0
       PERFORM CargarPlan
       PERFORM CargarPuntajes
       IF WS-TOTAL-PUNTAJES = 0
          DISPLAY "ESTUDIANTE " WS-ID-BUSCADO " SIN PUNTAJES EN EL "
             "PERIODO " WS-PERIODO
          MOVE 4 TO RETURN-CODE
       ELSE
          DISPLAY "*** DESGLOSE DE NOTAS ESTUDIANTE " WS-ID-BUSCADO
             " PERIODO " WS-PERIODO " ***"
          PERFORM VARYING WS-PUN-SUB FROM 1 BY 1
             UNTIL WS-PUN-SUB > WS-TOTAL-PUNTAJES
             MOVE 'N' TO WS-YA-LISTADO
             PERFORM VARYING WS-PUN-OTRO FROM 1 BY 1
                UNTIL WS-PUN-OTRO >= WS-PUN-SUB
                IF PUN-CURSO(WS-PUN-OTRO) = PUN-CURSO(WS-PUN-SUB)
                   MOVE 'S' TO WS-YA-LISTADO
                   EXIT PERFORM
                END-IF
             END-PERFORM
             IF WS-YA-LISTADO = 'N'
                PERFORM DesglosarCurso
             END-IF
          END-PERFORM
       END-IF
    END-IF.
DISPLAY "JOB DESGLOSENOTA COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerControlDesglose.
    OPEN INPUT DESGLOSE-CTL
    IF WS-ESTADO-CTL NOT = "00"
       DISPLAY "NO HAY DESGLOSE.CTL CON EL ESTUDIANTE Y PERIODO"
       MOVE 8 TO RETURN-CODE
    ELSE
       READ DESGLOSE-CTL
          AT END
             DISPLAY "DESGLOSE.CTL VACIO"
             MOVE 8 TO RETURN-CODE
          NOT AT END
             MOVE CTL-EstudianteId TO WS-ID-BUSCADO
             MOVE CTL-Periodo TO WS-PERIODO
       END-READ
       CLOSE DESGLOSE-CTL
    END-IF.

CargarPlan.
    OPEN INPUT PLAN-FILE
    IF WS-ESTADO-PLAN = "00"
       PERFORM UNTIL WS-EOF-PLAN = 'Y'
          READ PLAN-FILE
             AT END MOVE 'Y' TO WS-EOF-PLAN
             NOT AT END
                IF WS-TOTAL-PLAN < 300
                   ADD 1 TO WS-TOTAL-PLAN
                   MOVE EVP-Curso TO PLA-CURSO(WS-TOTAL-PLAN)
                   MOVE EVP-Componente
                      TO PLA-COMPONENTE(WS-TOTAL-PLAN)
                   MOVE EVP-Peso TO PLA-PESO(WS-TOTAL-PLAN)
                END-IF
          END-READ
       END-PERFORM
       CLOSE PLAN-FILE
    END-IF.

CargarPuntajes.
    OPEN INPUT COMPONENTES-FILE
    IF WS-ESTADO-COMPONENTES = "00"
       PERFORM UNTIL WS-EOF-COMPONENTES = 'Y'
          READ COMPONENTES-FILE
             AT END MOVE 'Y' TO WS-EOF-COMPONENTES
             NOT AT END
                IF NCO-EstudianteId = WS-ID-BUSCADO
                   AND NCO-Periodo = WS-PERIODO
                   PERFORM CargarUnPuntaje
                END-IF
          END-READ
       END-PERFORM
       CLOSE COMPONENTES-FILE
    END-IF.

CargarUnPuntaje.
    MOVE 'N' TO WS-PUN-HALLADO
    PERFORM VARYING WS-PUN-SUB FROM 1 BY 1
       UNTIL WS-PUN-SUB > WS-TOTAL-PUNTAJES
       IF PUN-CURSO(WS-PUN-SUB) = NCO-Curso
          AND PUN-COMPONENTE(WS-PUN-SUB) = NCO-Componente
          MOVE 'S' TO WS-PUN-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-PUN-HALLADO = 'S'
       MOVE NCO-Puntaje TO PUN-PUNTAJE(WS-PUN-SUB)
    ELSE
       IF WS-TOTAL-PUNTAJES < 100
          ADD 1 TO WS-TOTAL-PUNTAJES
          MOVE NCO-Curso TO PUN-CURSO(WS-TOTAL-PUNTAJES)
          MOVE NCO-Componente TO PUN-COMPONENTE(WS-TOTAL-PUNTAJES)
          MOVE NCO-Puntaje TO PUN-PUNTAJE(WS-TOTAL-PUNTAJES)
       END-IF
    END-IF.

DesglosarCurso.
    DISPLAY " "
    DISPLAY "CURSO " PUN-CURSO(WS-PUN-SUB)
    DISPLAY "  COMPONENTE  PESO  PUNTAJE  APORTE"
    MOVE 0 TO WS-SUMA-PESOS
    MOVE 0 TO WS-ACUMULADO
    MOVE 'S' TO WS-COMPLETA
    PERFORM VARYING WS-PLA-SUB FROM 1 BY 1
       UNTIL WS-PLA-SUB > WS-TOTAL-PLAN
       IF PLA-CURSO(WS-PLA-SUB) = PUN-CURSO(WS-PUN-SUB)
          ADD PLA-PESO(WS-PLA-SUB) TO WS-SUMA-PESOS
          MOVE 'N' TO WS-PUN-HALLADO
          PERFORM VARYING WS-PUN-OTRO FROM WS-PUN-SUB BY 1
             UNTIL WS-PUN-OTRO > WS-TOTAL-PUNTAJES
             IF PUN-CURSO(WS-PUN-OTRO) = PUN-CURSO(WS-PUN-SUB)
                AND PUN-COMPONENTE(WS-PUN-OTRO)
                   = PLA-COMPONENTE(WS-PLA-SUB)
                MOVE 'S' TO WS-PUN-HALLADO
                EXIT PERFORM
             END-IF
          END-PERFORM
          IF WS-PUN-HALLADO = 'S'
             COMPUTE WS-APORTE = PUN-PUNTAJE(WS-PUN-OTRO)
                * PLA-PESO(WS-PLA-SUB) / 100
             COMPUTE WS-ACUMULADO = WS-ACUMULADO
                + PUN-PUNTAJE(WS-PUN-OTRO) * PLA-PESO(WS-PLA-SUB)
             MOVE WS-APORTE TO WS-APORTE-EDITADO
             DISPLAY "  " PLA-COMPONENTE(WS-PLA-SUB) "  "
                PLA-PESO(WS-PLA-SUB) "%    " PUN-PUNTAJE(WS-PUN-OTRO)
                "   " WS-APORTE-EDITADO
          ELSE
             MOVE 'N' TO WS-COMPLETA
             DISPLAY "  " PLA-COMPONENTE(WS-PLA-SUB) "  "
                PLA-PESO(WS-PLA-SUB) "%    SIN PUNTAJE"
          END-IF
       END-IF
    END-PERFORM
    PERFORM BuscarNotaPosteada
    IF WS-SUMA-PESOS NOT = 100
       DISPLAY "  PLAN DEL CURSO INVALIDO: LOS PESOS SUMAN "
          WS-SUMA-PESOS
    ELSE
       IF WS-COMPLETA = 'N'
          DISPLAY "  FALTAN COMPONENTES, NO HAY NOTA PONDERADA"
       ELSE
          COMPUTE WS-NOTA-FINAL ROUNDED = WS-ACUMULADO / 100
          DISPLAY "  NOTA PONDERADA: " WS-NOTA-FINAL
       END-IF
    END-IF
    IF WS-HAY-POSTEADA = 'S'
       DISPLAY "  NOTA POSTEADA EN CALIFICACIONES.DAT: "
          WS-NOTA-POSTEADA
    ELSE
       DISPLAY "  SIN NOTA POSTEADA EN CALIFICACIONES.DAT"
    END-IF.

BuscarNotaPosteada.
    MOVE 'N' TO WS-HAY-POSTEADA
    MOVE 'N' TO WS-EOF-CALIF
    OPEN INPUT CALIFICACIONES-FILE
    IF WS-ESTADO-CALIF = "00"
       PERFORM UNTIL WS-EOF-CALIF = 'Y'
          READ CALIFICACIONES-FILE
             AT END MOVE 'Y' TO WS-EOF-CALIF
             NOT AT END
                IF CAL-EstudianteId = WS-ID-BUSCADO
                   AND CAL-Curso = PUN-CURSO(WS-PUN-SUB)
                   AND CAL-Periodo = WS-PERIODO
                   MOVE 'S' TO WS-HAY-POSTEADA
                   MOVE CAL-Nota TO WS-NOTA-POSTEADA
                   MOVE 'Y' TO WS-EOF-CALIF
                END-IF
          END-READ
       END-PERFORM
       CLOSE CALIFICACIONES-FILE
    END-IF.
