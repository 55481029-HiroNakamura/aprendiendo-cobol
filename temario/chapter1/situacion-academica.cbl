IDENTIFICATION DIVISION.
PROGRAM-ID. SITUACIONACADEMICA.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> REPORTEGPA imprime el promedio de cada estudiante, pero lo que se
*> decide con ese promedio -- cuadro de honor, advertencia, prueba
*> academica -- se hacia a mano despues de CIERREPERIODO. Esta
*> corrida de cierre lo resuelve sola: toma de SITUACION.CTL
*> (companion-CTL de una linea, como PERIODO.CTL) el periodo ya
*> cerrado y los umbrales de promedio, promedia las notas de cada
*> estudiante en ese periodo de CALIFICACIONES-HIST.DAT y le asigna
*> la situacion: H cuadro de honor (promedio desde el umbral de
*> honor, 90 si viene en cero), N normal, A advertencia (debajo del
*> umbral de advertencia, 70 por defecto) o P prueba academica
*> (debajo del umbral de prueba, 60 por defecto). La situacion queda
*> en SITUACION-ACADEMICA.DAT, una fila por estudiante y periodo;
*> volver a correr un periodo reemplaza sus filas con el mismo
*> esquema de regrabacion por .TMP de siempre. Las filas de prueba
*> llevan el tope de cursos del CTL (3 si viene en cero), que
*> MATRICULA aplica a las altas del periodo siguiente. Al final se
*> imprimen el cuadro de honor, la lista de advertencia y la de
*> prueba con el nombre del maestro de estudiantes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT CALIFICACIONES-HIST ASSIGN TO "CALIFICACIONES-HIST.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAL-HIST.
SELECT SITUACION-CTL ASSIGN TO "SITUACION.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT SITUACION-FILE ASSIGN TO "SITUACION-ACADEMICA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SITUACION.

SELECT SITUACION-TEMP ASSIGN TO "SITUACION-ACADEMICA.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SITUACION-TEMP.

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

FD CALIFICACIONES-HIST.
01 CALIFICACIONES-HIST-REGISTRO.
   05 CHI-EstudianteId PIC 9(8).
   05 CHI-Curso PIC X(8).
   05 CHI-Nota PIC 9(3).
   05 CHI-Periodo PIC 9(6).

FD SITUACION-CTL.
01 SITUACION-CTL-REGISTRO.
   05 CTL-Periodo PIC 9(6).
   05 CTL-UmbralHonor PIC 9(3)V99.
   05 CTL-UmbralAdvertencia PIC 9(3)V99.
   05 CTL-UmbralPrueba PIC 9(3)V99.
   05 CTL-TopeCursosPrueba PIC 9(2).

FD SITUACION-FILE.
01 SITUACION-REGISTRO.
   05 SIT-EstudianteId PIC 9(8).
   05 SIT-Periodo PIC 9(6).
   05 SIT-Promedio PIC 9(3)V99.
   05 SIT-Situacion PIC A(1).
   05 SIT-TopeCursos PIC 9(2).

FD SITUACION-TEMP.
01 SITUACION-TEMP-REGISTRO PIC X(22).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-CAL-HIST PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-SITUACION PIC X(2).
01 WS-ESTADO-SITUACION-TEMP PIC X(2).
01 WS-EOF-CAL-HIST PIC A(1) VALUE 'N'.
01 WS-EOF-SITUACION PIC A(1) VALUE 'N'.
01 WS-MAESTRO-OK PIC A(1) VALUE 'N'.
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.
01 WS-COMANDO-MV PIC X(80).

01 WS-PERIODO PIC 9(6).
01 WS-UMBRAL-HONOR PIC 9(3)V99.
01 WS-UMBRAL-ADVERTENCIA PIC 9(3)V99.
01 WS-UMBRAL-PRUEBA PIC 9(3)V99.
01 WS-TOPE-CURSOS PIC 9(2).

*> Las situaciones de otros periodos, que se conservan tal cual.
01 WS-TABLA-ANTERIORES.
   05 WS-ANTERIOR-FILA OCCURS 2000 TIMES PIC X(22).
01 WS-TOTAL-ANTERIORES PIC 9(4) VALUE 0.
01 WS-ANT-SUB PIC 9(4).

*> Suma y cantidad de notas de cada estudiante en el periodo.
01 WS-TABLA-PROMEDIOS.
   05 WS-PROMEDIO-FILA OCCURS 1000 TIMES.
      10 PRM-ID PIC 9(8).
      10 PRM-SUMA PIC 9(6).
      10 PRM-CANTIDAD PIC 9(3).
      10 PRM-PROMEDIO PIC 9(3)V99.
      10 PRM-SITUACION PIC A(1).
01 WS-TOTAL-PROMEDIOS PIC 9(4) VALUE 0.
01 WS-PRM-SUB PIC 9(4).
01 WS-PRM-HALLADO PIC A(1).

01 WS-SITUACION-LISTA PIC A(1).
01 WS-PROMEDIO-EDITADO PIC ZZ9.99.
01 WS-EN-LISTA PIC 9(4).
01 WS-HONOR PIC 9(4) VALUE 0.
01 WS-NORMALES PIC 9(4) VALUE 0.
01 WS-ADVERTENCIAS PIC 9(4) VALUE 0.
01 WS-PRUEBAS PIC 9(4) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "SITUACIONACADEMICA".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    PERFORM VerificarTempPendiente
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    MOVE 0 TO RETURN-CODE
    PERFORM LeerControlSituacion
    IF RETURN-CODE NOT = 0
       GO TO FinInicio
    END-IF
    PERFORM CargarNotasDelPeriodo
    IF WS-TOTAL-PROMEDIOS = 0
       DISPLAY "NO HAY NOTAS DEL PERIODO " WS-PERIODO
          " EN CALIFICACIONES-HIST.DAT, CORRER ANTES CIERREPERIODO"
       MOVE 4 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CalcularSituaciones
    PERFORM CargarSituacionesAnteriores
    PERFORM GrabarSituaciones
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES = "00"
       MOVE 'S' TO WS-MAESTRO-OK
    END-IF
    MOVE 'H' TO WS-SITUACION-LISTA
    DISPLAY "*** CUADRO DE HONOR PERIODO " WS-PERIODO " ***"
    PERFORM ImprimirLista
    MOVE 'A' TO WS-SITUACION-LISTA
    DISPLAY " "
    DISPLAY "*** ADVERTENCIA ACADEMICA PERIODO " WS-PERIODO " ***"
    PERFORM ImprimirLista
    MOVE 'P' TO WS-SITUACION-LISTA
    DISPLAY " "
    DISPLAY "*** PRUEBA ACADEMICA PERIODO " WS-PERIODO
       " (TOPE " WS-TOPE-CURSOS " CURSOS) ***"
    PERFORM ImprimirLista
    IF WS-MAESTRO-OK = 'S'
       CLOSE ESTUDIANTES-FILE
    END-IF
    DISPLAY " "
    DISPLAY "HONOR: " WS-HONOR "  NORMAL: " WS-NORMALES
       "  ADVERTENCIA: " WS-ADVERTENCIAS "  PRUEBA: " WS-PRUEBAS.
FinInicio.
DISPLAY "JOB SITUACIONACADEMICA COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Un .TMP que quedo de una corrida anterior es el sintoma de
*> una regrabacion que murio a mitad de camino: antes que pisar
*> esos restos, se frena y que alguien resuelva a mano, mismo
*> criterio que el lock de datos.dat en ARCHIVO1.
VerificarTempPendiente.
    OPEN INPUT SITUACION-TEMP
    IF WS-ESTADO-SITUACION-TEMP = "00"
       CLOSE SITUACION-TEMP
       DISPLAY "HAY UN SITUACION-ACADEMICA.DAT.TMP DE UNA CORRIDA "
          "ANTERIOR FALLADA, RESOLVER ANTES DE CORRER"
       MOVE 'S' TO WS-TEMP-PENDIENTE
    END-IF.

LeerControlSituacion.
    OPEN INPUT SITUACION-CTL
    IF WS-ESTADO-CTL NOT = "00"
       DISPLAY "NO HAY SITUACION.CTL CON EL PERIODO CERRADO"
       MOVE 8 TO RETURN-CODE
    ELSE
       READ SITUACION-CTL
          AT END
             DISPLAY "SITUACION.CTL VACIO"
             MOVE 8 TO RETURN-CODE
          NOT AT END
             MOVE CTL-Periodo TO WS-PERIODO
             MOVE 90 TO WS-UMBRAL-HONOR
             MOVE 70 TO WS-UMBRAL-ADVERTENCIA
             MOVE 60 TO WS-UMBRAL-PRUEBA
             MOVE 3 TO WS-TOPE-CURSOS
             IF CTL-UmbralHonor NUMERIC AND CTL-UmbralHonor > 0
                MOVE CTL-UmbralHonor TO WS-UMBRAL-HONOR
             END-IF
             IF CTL-UmbralAdvertencia NUMERIC
                AND CTL-UmbralAdvertencia > 0
                MOVE CTL-UmbralAdvertencia TO WS-UMBRAL-ADVERTENCIA
             END-IF
             IF CTL-UmbralPrueba NUMERIC AND CTL-UmbralPrueba > 0
                MOVE CTL-UmbralPrueba TO WS-UMBRAL-PRUEBA
             END-IF
             IF CTL-TopeCursosPrueba NUMERIC
                AND CTL-TopeCursosPrueba > 0
                MOVE CTL-TopeCursosPrueba TO WS-TOPE-CURSOS
             END-IF
       END-READ
       CLOSE SITUACION-CTL
    END-IF.

CargarNotasDelPeriodo.
    OPEN INPUT CALIFICACIONES-HIST
    IF WS-ESTADO-CAL-HIST = "00"
       PERFORM UNTIL WS-EOF-CAL-HIST = 'Y'
          READ CALIFICACIONES-HIST
             AT END MOVE 'Y' TO WS-EOF-CAL-HIST
             NOT AT END
                IF CHI-Periodo = WS-PERIODO
                   PERFORM AcumularNota
                END-IF
          END-READ
       END-PERFORM
       CLOSE CALIFICACIONES-HIST
    END-IF.

AcumularNota.
    MOVE 'N' TO WS-PRM-HALLADO
    PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
       UNTIL WS-PRM-SUB > WS-TOTAL-PROMEDIOS
       IF PRM-ID(WS-PRM-SUB) = CHI-EstudianteId
          MOVE 'S' TO WS-PRM-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-PRM-HALLADO = 'N'
       IF WS-TOTAL-PROMEDIOS < 1000
          ADD 1 TO WS-TOTAL-PROMEDIOS
          MOVE WS-TOTAL-PROMEDIOS TO WS-PRM-SUB
          MOVE CHI-EstudianteId TO PRM-ID(WS-PRM-SUB)
          MOVE 0 TO PRM-SUMA(WS-PRM-SUB)
          MOVE 0 TO PRM-CANTIDAD(WS-PRM-SUB)
       ELSE
          DISPLAY "ATENCION: MAS DE 1000 ESTUDIANTES EN EL PERIODO, "
             "SE PIERDE " CHI-EstudianteId
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD CHI-Nota TO PRM-SUMA(WS-PRM-SUB)
    ADD 1 TO PRM-CANTIDAD(WS-PRM-SUB).

*> Mismo promedio que REPORTEGPA; el umbral de honor se alcanza
*> con el promedio justo, los de advertencia y prueba son "debajo
*> de".
CalcularSituaciones.
    PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
       UNTIL WS-PRM-SUB > WS-TOTAL-PROMEDIOS
       COMPUTE PRM-PROMEDIO(WS-PRM-SUB) ROUNDED =
          PRM-SUMA(WS-PRM-SUB) / PRM-CANTIDAD(WS-PRM-SUB)
       EVALUATE TRUE
          WHEN PRM-PROMEDIO(WS-PRM-SUB) < WS-UMBRAL-PRUEBA
             MOVE 'P' TO PRM-SITUACION(WS-PRM-SUB)
             ADD 1 TO WS-PRUEBAS
          WHEN PRM-PROMEDIO(WS-PRM-SUB) < WS-UMBRAL-ADVERTENCIA
             MOVE 'A' TO PRM-SITUACION(WS-PRM-SUB)
             ADD 1 TO WS-ADVERTENCIAS
          WHEN PRM-PROMEDIO(WS-PRM-SUB) >= WS-UMBRAL-HONOR
             MOVE 'H' TO PRM-SITUACION(WS-PRM-SUB)
             ADD 1 TO WS-HONOR
          WHEN OTHER
             MOVE 'N' TO PRM-SITUACION(WS-PRM-SUB)
             ADD 1 TO WS-NORMALES
       END-EVALUATE
    END-PERFORM.

CargarSituacionesAnteriores.
    OPEN INPUT SITUACION-FILE
    IF WS-ESTADO-SITUACION = "00"
       PERFORM UNTIL WS-EOF-SITUACION = 'Y'
          READ SITUACION-FILE
             AT END MOVE 'Y' TO WS-EOF-SITUACION
             NOT AT END
                IF SIT-Periodo NOT = WS-PERIODO
                   IF WS-TOTAL-ANTERIORES < 2000
                      ADD 1 TO WS-TOTAL-ANTERIORES
                      MOVE SITUACION-REGISTRO
                         TO WS-ANTERIOR-FILA(WS-TOTAL-ANTERIORES)
                   ELSE
                      DISPLAY "ATENCION: MAS DE 2000 SITUACIONES "
                         "ANTERIORES, SE PIERDE " SIT-EstudianteId
                         " " SIT-Periodo
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE SITUACION-FILE
    END-IF.

GrabarSituaciones.
    OPEN OUTPUT SITUACION-TEMP
    PERFORM VARYING WS-ANT-SUB FROM 1 BY 1
       UNTIL WS-ANT-SUB > WS-TOTAL-ANTERIORES
       MOVE WS-ANTERIOR-FILA(WS-ANT-SUB) TO SITUACION-TEMP-REGISTRO
       WRITE SITUACION-TEMP-REGISTRO
    END-PERFORM
    PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
       UNTIL WS-PRM-SUB > WS-TOTAL-PROMEDIOS
       MOVE PRM-ID(WS-PRM-SUB) TO SIT-EstudianteId
       MOVE WS-PERIODO TO SIT-Periodo
       MOVE PRM-PROMEDIO(WS-PRM-SUB) TO SIT-Promedio
       MOVE PRM-SITUACION(WS-PRM-SUB) TO SIT-Situacion
       IF PRM-SITUACION(WS-PRM-SUB) = 'P'
          MOVE WS-TOPE-CURSOS TO SIT-TopeCursos
       ELSE
          MOVE 0 TO SIT-TopeCursos
       END-IF
       MOVE SITUACION-REGISTRO TO SITUACION-TEMP-REGISTRO
       WRITE SITUACION-TEMP-REGISTRO
    END-PERFORM
    CLOSE SITUACION-TEMP
    *> El archivo real recien se pisa con la version nueva
    *> completa, asi un corte a mitad de la regrabacion deja
    *> el maestro intacto y el .TMP como evidencia, mismo
    *> recurso que CONTACTOS-ARCHIVADOS.DAT.TMP en ARCHIVO1.
    MOVE SPACES TO WS-COMANDO-MV
    STRING "mv SITUACION-ACADEMICA.DAT.TMP SITUACION-ACADEMICA.DAT"
       DELIMITED BY SIZE INTO WS-COMANDO-MV
    CALL "SYSTEM" USING WS-COMANDO-MV.

ImprimirLista.
    MOVE 0 TO WS-EN-LISTA
    PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
       UNTIL WS-PRM-SUB > WS-TOTAL-PROMEDIOS
       IF PRM-SITUACION(WS-PRM-SUB) = WS-SITUACION-LISTA
          ADD 1 TO WS-EN-LISTA
          MOVE SPACES TO FD-Nombre
          IF WS-MAESTRO-OK = 'S'
             MOVE PRM-ID(WS-PRM-SUB) TO FD-EstudianteId
             READ ESTUDIANTES-FILE
                INVALID KEY MOVE SPACES TO FD-Nombre
             END-READ
          END-IF
          MOVE PRM-PROMEDIO(WS-PRM-SUB) TO WS-PROMEDIO-EDITADO
          DISPLAY "  " PRM-ID(WS-PRM-SUB) " " FD-Nombre
             " PROMEDIO " WS-PROMEDIO-EDITADO
             " (" PRM-CANTIDAD(WS-PRM-SUB) " CURSOS)"
       END-IF
    END-PERFORM
    IF WS-EN-LISTA = 0
       DISPLAY "  (NADIE)"
    END-IF.
