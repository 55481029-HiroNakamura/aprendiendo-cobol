*> CALENDARIO-ESCOLAR.DAT que quedan despues del retiro, o por los
*> dias corridos del mes si no hay calendario) y marca al
*> estudiante como de baja en el maestro, todo o nada en la misma
*> pasada. El retiro queda asentado con su fecha y nivel en
*> RETIROS-ESTUDIANTES.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT ESPERA-TEMP ASSIGN TO "LISTA-ESPERA.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ESPERA-TEMP.
SELECT RETIROS-FILE ASSIGN TO "RETIROS-ESTUDIANTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RETIROS.

DATA DIVISION.
FILE SECTION.
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD MATRICULA-FILE.
01 MATRICULA-REGISTRO.
FD ESPERA-TEMP.
01 ESPERA-TEMP-REGISTRO PIC X(22).

FD RETIROS-FILE.
01 RETIROS-REGISTRO.
   05 RTE-EstudianteId PIC 9(8).
   05 RTE-FechaRetiro PIC 9(8).
   05 RTE-Nivel PIC 9(2).
   05 RTE-FechaProceso PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-MATRICULA-TEMP PIC X(2).
01 WS-ESTADO-ESPERA PIC X(2).
01 WS-ESTADO-ESPERA-TEMP PIC X(2).
01 WS-ESTADO-RETIROS PIC X(2).
01 WS-EOF-ESPERA PIC A(1) VALUE 'N'.
01 WS-BAJAS-ESPERA PIC 9(3) VALUE 0.
01 WS-EOF-CERRADOS PIC A(1) VALUE 'N'.
             PERFORM DarBajaListaEspera
             PERFORM CalcularCreditoProrrateado
             PERFORM PostearCredito
             PERFORM RegistrarRetiro
             PERFORM MarcarBajaEnMaestro
             MOVE WS-CREDITO TO WS-CREDITO-EDITADO
             DISPLAY "RETIRO DE " WS-ID-RETIRO " AL "
          MOVE 'S' TO WS-EST-HALLADO
    END-READ.

*> El maestro solo queda con la B; la fecha y el nivel del retiro
*> quedan en RETIROS-ESTUDIANTES.DAT para las estadisticas del
*> termino de ESTADISTICAMINISTERIO.
RegistrarRetiro.
    OPEN EXTEND RETIROS-FILE
    IF WS-ESTADO-RETIROS NOT = "00"
       OPEN OUTPUT RETIROS-FILE
       CLOSE RETIROS-FILE
       OPEN EXTEND RETIROS-FILE
    END-IF
    MOVE WS-ID-RETIRO TO RTE-EstudianteId
    MOVE WS-FECHA-RETIRO TO RTE-FechaRetiro
    MOVE FD-Nivel TO RTE-Nivel
    MOVE WS-FECHA-HOY TO RTE-FechaProceso
    WRITE RETIROS-REGISTRO
    CLOSE RETIROS-FILE.

MarcarBajaEnMaestro.
    MOVE 'B' TO FD-Estado
    REWRITE ESTUDIANTES-REGISTRO
