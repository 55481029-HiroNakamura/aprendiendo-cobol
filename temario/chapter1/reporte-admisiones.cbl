IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTEADMISIONES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> El embudo de admisiones: recorre ADMISIONES.DAT, el legajo de
*> postulantes que mantiene ADMISIONES, y cuenta por curso al que
*> aspiran cuantos hay en cada estado del ciclo -- S solicitado,
*> D documentacion pendiente, E entrevistado, A aceptado, R
*> rechazado/desistio, I inscripto -- con el total por curso y una
*> fila de totales generales por estado. Los que siguen en tramite
*> (S, D o E) desde hace mas de 30 dias contra la fecha de proceso
*> se listan aparte para que admisiones los mueva.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ADMISIONES-FILE ASSIGN TO "ADMISIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ADMISIONES.

DATA DIVISION.
FILE SECTION.
FD ADMISIONES-FILE.
01 ADMISIONES-REGISTRO.
   05 ADM-Id PIC 9(7).
   05 ADM-Estado PIC A(1).
   05 ADM-FechaSolicitud PIC 9(8).
   05 ADM-FechaEstado PIC 9(8).
   05 ADM-Iniciales PIC A(4).
   05 ADM-Nombre PIC A(33).
   05 ADM-Genero PIC A(1).
   05 ADM-Edad PIC 9(2).
   05 ADM-Curso PIC X(8).
   05 ADM-EstudianteId PIC 9(8).
   05 ADM-GuardianId PIC 9(5).
   05 ADM-Guardian PIC X(147).
   05 ADM-Nivel PIC 9(2).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ADMISIONES PIC X(2).
01 WS-EOF-ADMISIONES PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).
01 WS-DIAS-EN-ESTADO PIC S9(9) COMP.

*> Los estados en el orden del ciclo; la posicion en esta lista es
*> la columna del conteo.
01 WS-ESTADOS-CICLO PIC X(6) VALUE "SDEARI".
01 WS-EST-SUB PIC 9(1).
01 WS-EST-POS PIC 9(1).

01 WS-TABLA-EMBUDO.
   05 WS-EMBUDO-FILA OCCURS 100 TIMES.
      10 EMB-CURSO PIC X(8).
      10 EMB-CONTEO OCCURS 6 TIMES PIC 9(5).
      10 EMB-TOTAL PIC 9(5).
01 WS-TOTAL-EMBUDO PIC 9(3) VALUE 0.
01 WS-EMB-SUB PIC 9(3).
01 WS-EMB-HALLADO PIC A(1).

01 WS-TOTALES-ESTADO.
   05 WS-TOTAL-ESTADO OCCURS 6 TIMES PIC 9(5) VALUE 0.
01 WS-TOTAL-POSTULANTES PIC 9(5) VALUE 0.
01 WS-ESTADO-INVALIDO PIC 9(5) VALUE 0.
01 WS-DEMORADOS PIC 9(5) VALUE 0.
01 WS-LINEA-CONTEOS PIC X(60).
01 WS-CONTEO-EDITADO PIC ZZZZ9.
01 WS-LINEA-POS PIC 9(2).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTEADMISIONES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    OPEN INPUT ADMISIONES-FILE
    IF WS-ESTADO-ADMISIONES NOT = "00"
       DISPLAY "NO HAY ADMISIONES.DAT PARA PROCESAR"
       MOVE 8 TO RETURN-CODE
    ELSE
       MOVE 0 TO RETURN-CODE
       DISPLAY "*** POSTULANTES DEMORADOS EN TRAMITE (MAS DE 30 "
          "DIAS) ***"
       PERFORM UNTIL WS-EOF-ADMISIONES = 'Y'
          READ ADMISIONES-FILE
             AT END MOVE 'Y' TO WS-EOF-ADMISIONES
             NOT AT END PERFORM ContarPostulante
          END-READ
       END-PERFORM
       CLOSE ADMISIONES-FILE
       DISPLAY "DEMORADOS: " WS-DEMORADOS
       PERFORM ImprimirEmbudo
    END-IF.
DISPLAY "JOB REPORTEADMISIONES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

ContarPostulante.
    MOVE 0 TO WS-EST-POS
    PERFORM VARYING WS-EST-SUB FROM 1 BY 1 UNTIL WS-EST-SUB > 6
       IF WS-ESTADOS-CICLO(WS-EST-SUB:1) = ADM-Estado
          MOVE WS-EST-SUB TO WS-EST-POS
       END-IF
    END-PERFORM
    IF WS-EST-POS = 0
       ADD 1 TO WS-ESTADO-INVALIDO
       DISPLAY "ATENCION: POSTULANTE " ADM-Id " CON ESTADO "
          ADM-Estado " DESCONOCIDO, NO SE CUENTA"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EMB-HALLADO
    PERFORM VARYING WS-EMB-SUB FROM 1 BY 1
       UNTIL WS-EMB-SUB > WS-TOTAL-EMBUDO
       IF EMB-CURSO(WS-EMB-SUB) = ADM-Curso
          MOVE 'S' TO WS-EMB-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-EMB-HALLADO = 'N'
       IF WS-TOTAL-EMBUDO < 100
          ADD 1 TO WS-TOTAL-EMBUDO
          MOVE WS-TOTAL-EMBUDO TO WS-EMB-SUB
          MOVE ADM-Curso TO EMB-CURSO(WS-EMB-SUB)
          PERFORM VARYING WS-EST-SUB FROM 1 BY 1
             UNTIL WS-EST-SUB > 6
             MOVE 0 TO EMB-CONTEO(WS-EMB-SUB, WS-EST-SUB)
          END-PERFORM
          MOVE 0 TO EMB-TOTAL(WS-EMB-SUB)
       ELSE
          DISPLAY "ATENCION: MAS DE 100 CURSOS, NO SE CUENTA EL "
             "POSTULANTE " ADM-Id
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD 1 TO EMB-CONTEO(WS-EMB-SUB, WS-EST-POS)
    ADD 1 TO EMB-TOTAL(WS-EMB-SUB)
    ADD 1 TO WS-TOTAL-ESTADO(WS-EST-POS)
    ADD 1 TO WS-TOTAL-POSTULANTES
    IF ADM-Estado = 'S' OR ADM-Estado = 'D' OR ADM-Estado = 'E'
       COMPUTE WS-DIAS-EN-ESTADO =
          FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
          - FUNCTION INTEGER-OF-DATE(ADM-FechaEstado)
       IF WS-DIAS-EN-ESTADO > 30
          ADD 1 TO WS-DEMORADOS
          DISPLAY "  " ADM-Id " " ADM-Nombre " " ADM-Curso
             " ESTADO " ADM-Estado " DESDE " ADM-FechaEstado
       END-IF
    END-IF.

ImprimirEmbudo.
    DISPLAY " "
    DISPLAY "*** EMBUDO DE ADMISIONES AL " WS-FECHA-HOY " ***"
    DISPLAY "CURSO     SOLIC  DOCUM  ENTRE  ACEPT  RECHA  INSCR"
       "  TOTAL"
    PERFORM VARYING WS-EMB-SUB FROM 1 BY 1
       UNTIL WS-EMB-SUB > WS-TOTAL-EMBUDO
       MOVE SPACES TO WS-LINEA-CONTEOS
       MOVE 1 TO WS-LINEA-POS
       PERFORM VARYING WS-EST-SUB FROM 1 BY 1 UNTIL WS-EST-SUB > 6
          MOVE EMB-CONTEO(WS-EMB-SUB, WS-EST-SUB)
             TO WS-CONTEO-EDITADO
          MOVE WS-CONTEO-EDITADO TO WS-LINEA-CONTEOS(WS-LINEA-POS:5)
          ADD 7 TO WS-LINEA-POS
       END-PERFORM
       MOVE EMB-TOTAL(WS-EMB-SUB) TO WS-CONTEO-EDITADO
       MOVE WS-CONTEO-EDITADO TO WS-LINEA-CONTEOS(WS-LINEA-POS:5)
       DISPLAY EMB-CURSO(WS-EMB-SUB) "  " WS-LINEA-CONTEOS
    END-PERFORM
    DISPLAY "----------------------------------------------------"
       "------"
    MOVE SPACES TO WS-LINEA-CONTEOS
    MOVE 1 TO WS-LINEA-POS
    PERFORM VARYING WS-EST-SUB FROM 1 BY 1 UNTIL WS-EST-SUB > 6
       MOVE WS-TOTAL-ESTADO(WS-EST-SUB) TO WS-CONTEO-EDITADO
       MOVE WS-CONTEO-EDITADO TO WS-LINEA-CONTEOS(WS-LINEA-POS:5)
       ADD 7 TO WS-LINEA-POS
    END-PERFORM
    MOVE WS-TOTAL-POSTULANTES TO WS-CONTEO-EDITADO
    MOVE WS-CONTEO-EDITADO TO WS-LINEA-CONTEOS(WS-LINEA-POS:5)
    DISPLAY "TOTAL     " WS-LINEA-CONTEOS
    IF WS-ESTADO-INVALIDO > 0
       DISPLAY "CON ESTADO DESCONOCIDO (NO CONTADOS): "
          WS-ESTADO-INVALIDO
    END-IF.
