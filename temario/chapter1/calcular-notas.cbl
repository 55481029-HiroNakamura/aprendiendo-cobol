IDENTIFICATION DIVISION.
PROGRAM-ID. CALCULARNOTAS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> CALIFICACIONES solo recibe la nota final de cada curso y los
*> docentes llevaban la libreta real en planillas sueltas, asi que
*> nadie podia ver como se llego a una nota. El plan de evaluacion
*> de cada curso vive en PLAN-EVALUACION.DAT (curso, componente --
*> EXAMENES, TAREAS, PROYECTO... -- y su peso en por ciento, que por
*> curso tiene que sumar 100) y los puntajes 0-100 de cada
*> componente en NOTAS-COMPONENTES.DAT por EstudianteId, curso,
*> periodo y componente (una fila repetida reemplaza a la anterior,
*> como una recalificacion). Esta corrida toma el periodo de
*> NOTAS-FINALES.CTL, calcula la nota final ponderada de cada
*> estudiante y curso (suma de puntaje por peso sobre 100,
*> redondeada) y la anexa a CALIFICACIONES-MOVS.DAT en un bloque
*> H/D/T propio (id NC de SECUENCIAID, mismo esquema que
*> LIQUIDARMATRICULA con FACTURACION-MOVS.DAT) para que
*> CALIFICACIONES la postee con sus validaciones de siempre. No se
*> calcula nota para un curso sin plan o con un plan que no suma
*> 100, ni para un estudiante al que le falta algun componente del
*> plan o trae uno que el plan no tiene: salen por consola y la
*> corrida termina con RC=4. El desglose de una nota para un
*> reclamo lo muestra DESGLOSENOTA con los mismos archivos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT PLAN-FILE ASSIGN TO "PLAN-EVALUACION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PLAN.
SELECT COMPONENTES-FILE ASSIGN TO "NOTAS-COMPONENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-COMPONENTES.
SELECT NOTAS-CTL ASSIGN TO "NOTAS-FINALES.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT MOVS-FILE ASSIGN TO "CALIFICACIONES-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.

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

FD NOTAS-CTL.
01 NOTAS-CTL-REGISTRO.
   05 CTL-Periodo PIC 9(6).

FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-EstudianteId PIC 9(8).
   05 MOV-Curso PIC X(8).
   05 MOV-Nota PIC 9(3).
   05 MOV-Periodo PIC 9(6).
01 MOVS-ENCABEZADO.
   05 ENC-Indicador PIC X(1).
   05 ENC-FeedId PIC X(10).
   05 ENC-Fecha PIC 9(8).
01 MOVS-TRAILER.
   05 TRL-Indicador PIC X(1).
   05 TRL-Conteo PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-ESTADO-PLAN PIC X(2).
01 WS-ESTADO-COMPONENTES PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-MOVS PIC X(2).
01 WS-EOF-PLAN PIC A(1) VALUE 'N'.
01 WS-EOF-COMPONENTES PIC A(1) VALUE 'N'.

01 WS-PERIODO PIC 9(6).
01 WS-FECHA-HOY PIC 9(8).
01 WS-FEED-SECUENCIA PIC 9(7).

01 WS-TABLA-PLAN.
   05 WS-PLAN-FILA OCCURS 300 TIMES.
      10 PLA-CURSO PIC X(8).
      10 PLA-COMPONENTE PIC X(10).
      10 PLA-PESO PIC 9(3).
01 WS-TOTAL-PLAN PIC 9(3) VALUE 0.
01 WS-PLA-SUB PIC 9(3).
01 WS-PLA-HALLADO PIC A(1).
01 WS-SUMA-PESOS PIC 9(5).

*> Los puntajes del periodo; cada estudiante y curso se calcula una
*> sola vez, desde su primera fila.
01 WS-TABLA-PUNTAJES.
   05 WS-PUNTAJE-FILA OCCURS 2000 TIMES.
      10 PUN-ID PIC 9(8).
      10 PUN-CURSO PIC X(8).
      10 PUN-COMPONENTE PIC X(10).
      10 PUN-PUNTAJE PIC 9(3).
01 WS-TOTAL-PUNTAJES PIC 9(4) VALUE 0.
01 WS-PUN-SUB PIC 9(4).
01 WS-PUN-OTRO PIC 9(4).
01 WS-PUN-HALLADO PIC A(1).
01 WS-YA-CALCULADO PIC A(1).

01 WS-ACUMULADO PIC 9(7).
01 WS-NOTA-FINAL PIC 9(3).
01 WS-CALCULO-OK PIC A(1).

01 WS-NOTAS-GENERADAS PIC 9(6) VALUE 0.
01 WS-SIN-PLAN PIC 9(5) VALUE 0.
01 WS-INCOMPLETAS PIC 9(5) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "CALCULARNOTAS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM LeerControlNotas
    IF RETURN-CODE NOT = 0
       GO TO FinInicio
    END-IF
    PERFORM CargarPlan
    PERFORM CargarPuntajes
    IF WS-TOTAL-PUNTAJES = 0
       DISPLAY "NO HAY PUNTAJES EN NOTAS-COMPONENTES.DAT PARA EL "
          "PERIODO " WS-PERIODO ", NADA QUE CALCULAR"
       GO TO FinInicio
    END-IF
    PERFORM GenerarNotasFinales
    DISPLAY "NOTAS CALCULADAS: " WS-NOTAS-GENERADAS
       "  SIN PLAN VALIDO: " WS-SIN-PLAN
       "  INCOMPLETAS: " WS-INCOMPLETAS
    IF WS-SIN-PLAN > 0 OR WS-INCOMPLETAS > 0
       MOVE 4 TO RETURN-CODE
    END-IF.
FinInicio.
DISPLAY "JOB CALCULARNOTAS COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerControlNotas.
    OPEN INPUT NOTAS-CTL
    IF WS-ESTADO-CTL NOT = "00"
       DISPLAY "NO HAY NOTAS-FINALES.CTL CON EL PERIODO A CALCULAR"
       MOVE 8 TO RETURN-CODE
    ELSE
       READ NOTAS-CTL
          AT END
             DISPLAY "NOTAS-FINALES.CTL VACIO"
             MOVE 8 TO RETURN-CODE
          NOT AT END
             MOVE CTL-Periodo TO WS-PERIODO
       END-READ
       CLOSE NOTAS-CTL
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
                ELSE
                   DISPLAY "ATENCION: MAS DE 300 COMPONENTES DE "
                      "PLAN, SE PIERDE " EVP-Curso " " EVP-Componente
                END-IF
          END-READ
       END-PERFORM
       CLOSE PLAN-FILE
    ELSE
       DISPLAY "NO HAY PLAN-EVALUACION.DAT, NINGUN CURSO TIENE PLAN"
    END-IF.

CargarPuntajes.
    OPEN INPUT COMPONENTES-FILE
    IF WS-ESTADO-COMPONENTES = "00"
       PERFORM UNTIL WS-EOF-COMPONENTES = 'Y'
          READ COMPONENTES-FILE
             AT END MOVE 'Y' TO WS-EOF-COMPONENTES
             NOT AT END
                IF NCO-Periodo = WS-PERIODO
                   PERFORM CargarUnPuntaje
                END-IF
          END-READ
       END-PERFORM
       CLOSE COMPONENTES-FILE
    END-IF.

CargarUnPuntaje.
    IF NCO-Puntaje NOT NUMERIC OR NCO-Puntaje > 100
       DISPLAY "ATENCION: PUNTAJE " NCO-Puntaje " FUERA DE RANGO "
          "PARA " NCO-EstudianteId " " NCO-Curso " "
          NCO-Componente ", SE IGNORA"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-PUN-HALLADO
    PERFORM VARYING WS-PUN-SUB FROM 1 BY 1
       UNTIL WS-PUN-SUB > WS-TOTAL-PUNTAJES
       IF PUN-ID(WS-PUN-SUB) = NCO-EstudianteId
          AND PUN-CURSO(WS-PUN-SUB) = NCO-Curso
          AND PUN-COMPONENTE(WS-PUN-SUB) = NCO-Componente
          MOVE 'S' TO WS-PUN-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-PUN-HALLADO = 'S'
       MOVE NCO-Puntaje TO PUN-PUNTAJE(WS-PUN-SUB)
    ELSE
       IF WS-TOTAL-PUNTAJES < 2000
          ADD 1 TO WS-TOTAL-PUNTAJES
          MOVE NCO-EstudianteId TO PUN-ID(WS-TOTAL-PUNTAJES)
          MOVE NCO-Curso TO PUN-CURSO(WS-TOTAL-PUNTAJES)
          MOVE NCO-Componente TO PUN-COMPONENTE(WS-TOTAL-PUNTAJES)
          MOVE NCO-Puntaje TO PUN-PUNTAJE(WS-TOTAL-PUNTAJES)
       ELSE
          DISPLAY "ATENCION: MAS DE 2000 PUNTAJES EN EL PERIODO, "
             "SE PIERDE " NCO-EstudianteId " " NCO-Curso
       END-IF
    END-IF.

*> El bloque del feed abre con su id unico y el trailer lo cierra
*> con el conteo de las notas que efectivamente salieron.
GenerarNotasFinales.
    OPEN EXTEND MOVS-FILE
    IF WS-ESTADO-MOVS NOT = "00"
       OPEN OUTPUT MOVS-FILE
       CLOSE MOVS-FILE
       OPEN EXTEND MOVS-FILE
    END-IF
    CALL "SECUENCIAID" USING WS-FEED-SECUENCIA
    MOVE 'H' TO ENC-Indicador
    MOVE SPACES TO ENC-FeedId
    MOVE "NC" TO ENC-FeedId(1:2)
    MOVE WS-FEED-SECUENCIA TO ENC-FeedId(3:7)
    MOVE WS-FECHA-HOY TO ENC-Fecha
    WRITE MOVS-ENCABEZADO
    PERFORM VARYING WS-PUN-SUB FROM 1 BY 1
       UNTIL WS-PUN-SUB > WS-TOTAL-PUNTAJES
       MOVE 'N' TO WS-YA-CALCULADO
       PERFORM VARYING WS-PUN-OTRO FROM 1 BY 1
          UNTIL WS-PUN-OTRO >= WS-PUN-SUB
          IF PUN-ID(WS-PUN-OTRO) = PUN-ID(WS-PUN-SUB)
             AND PUN-CURSO(WS-PUN-OTRO) = PUN-CURSO(WS-PUN-SUB)
             MOVE 'S' TO WS-YA-CALCULADO
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF WS-YA-CALCULADO = 'N'
          PERFORM CalcularUnaNota
       END-IF
    END-PERFORM
    MOVE 'T' TO TRL-Indicador
    MOVE WS-NOTAS-GENERADAS TO TRL-Conteo
    WRITE MOVS-TRAILER
    CLOSE MOVS-FILE.

*> Recorre el plan del curso: cada componente tiene que tener su
*> puntaje y los pesos tienen que sumar 100; despues se verifica que
*> el estudiante no traiga componentes que el plan no tiene.
CalcularUnaNota.
    MOVE 'S' TO WS-CALCULO-OK
    MOVE 0 TO WS-SUMA-PESOS
    MOVE 0 TO WS-ACUMULADO
    MOVE 'N' TO WS-PLA-HALLADO
    PERFORM VARYING WS-PLA-SUB FROM 1 BY 1
       UNTIL WS-PLA-SUB > WS-TOTAL-PLAN
       IF PLA-CURSO(WS-PLA-SUB) = PUN-CURSO(WS-PUN-SUB)
          MOVE 'S' TO WS-PLA-HALLADO
          ADD PLA-PESO(WS-PLA-SUB) TO WS-SUMA-PESOS
          PERFORM BuscarPuntajeComponente
          IF WS-PUN-HALLADO = 'S'
             COMPUTE WS-ACUMULADO = WS-ACUMULADO
                + PUN-PUNTAJE(WS-PUN-OTRO) * PLA-PESO(WS-PLA-SUB)
          ELSE
             MOVE 'N' TO WS-CALCULO-OK
             DISPLAY "INCOMPLETA: " PUN-ID(WS-PUN-SUB) " "
                PUN-CURSO(WS-PUN-SUB) " SIN PUNTAJE DE "
                PLA-COMPONENTE(WS-PLA-SUB)
          END-IF
       END-IF
    END-PERFORM
    IF WS-PLA-HALLADO = 'N' OR WS-SUMA-PESOS NOT = 100
       ADD 1 TO WS-SIN-PLAN
       DISPLAY "SIN PLAN VALIDO: CURSO " PUN-CURSO(WS-PUN-SUB)
          " (PESOS SUMAN " WS-SUMA-PESOS "), NO SE CALCULA "
          PUN-ID(WS-PUN-SUB)
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-PUN-OTRO FROM WS-PUN-SUB BY 1
       UNTIL WS-PUN-OTRO > WS-TOTAL-PUNTAJES
       IF PUN-ID(WS-PUN-OTRO) = PUN-ID(WS-PUN-SUB)
          AND PUN-CURSO(WS-PUN-OTRO) = PUN-CURSO(WS-PUN-SUB)
          PERFORM BuscarComponenteEnPlan
          IF WS-PLA-HALLADO = 'N'
             MOVE 'N' TO WS-CALCULO-OK
             DISPLAY "INCOMPLETA: " PUN-ID(WS-PUN-SUB) " "
                PUN-CURSO(WS-PUN-SUB) " TRAE "
                PUN-COMPONENTE(WS-PUN-OTRO) " QUE EL PLAN NO TIENE"
          END-IF
       END-IF
    END-PERFORM
    IF WS-CALCULO-OK = 'N'
       ADD 1 TO WS-INCOMPLETAS
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-NOTA-FINAL ROUNDED = WS-ACUMULADO / 100
    MOVE 'D' TO MOV-Indicador
    MOVE PUN-ID(WS-PUN-SUB) TO MOV-EstudianteId
    MOVE PUN-CURSO(WS-PUN-SUB) TO MOV-Curso
    MOVE WS-NOTA-FINAL TO MOV-Nota
    MOVE WS-PERIODO TO MOV-Periodo
    WRITE MOVS-REGISTRO
    ADD 1 TO WS-NOTAS-GENERADAS.

BuscarPuntajeComponente.
    MOVE 'N' TO WS-PUN-HALLADO
    PERFORM VARYING WS-PUN-OTRO FROM WS-PUN-SUB BY 1
       UNTIL WS-PUN-OTRO > WS-TOTAL-PUNTAJES
       IF PUN-ID(WS-PUN-OTRO) = PUN-ID(WS-PUN-SUB)
          AND PUN-CURSO(WS-PUN-OTRO) = PUN-CURSO(WS-PUN-SUB)
          AND PUN-COMPONENTE(WS-PUN-OTRO) = PLA-COMPONENTE(WS-PLA-SUB)
          MOVE 'S' TO WS-PUN-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

BuscarComponenteEnPlan.
    MOVE 'N' TO WS-PLA-HALLADO
    PERFORM VARYING WS-PLA-SUB FROM 1 BY 1
       UNTIL WS-PLA-SUB > WS-TOTAL-PLAN
       IF PLA-CURSO(WS-PLA-SUB) = PUN-CURSO(WS-PUN-OTRO)
          AND PLA-COMPONENTE(WS-PLA-SUB) = PUN-COMPONENTE(WS-PUN-OTRO)
          MOVE 'S' TO WS-PLA-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.
