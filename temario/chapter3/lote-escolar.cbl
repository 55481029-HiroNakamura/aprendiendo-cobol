*> intento en el mismo JOB-TIMING.LOG con la marca de SLA.CTL, y
*> escalamiento a ESCALAMIENTOS.LOG mas la cola comun ALERTAS.DAT
*> via REGISTRARALERTA cuando un paso agota sus reintentos.
*> Los pasos, su orden y los reintentos ya no estan en este
*> programa: la ventana ESCOLAR la corre PLANIFICADOR a partir de
*> JOB-DEFINICIONES.DAT, con los pasos solo lectivos salteados los
*> dias que no figuran en CALENDARIO-ESCOLAR.DAT y el estado de la
*> corrida en ESTADO-VENTANA-ESCOLAR.DAT. LOTEESCOLAR queda como el
*> nombre de siempre del job y le pasa a PLANIFICADOR lo que reciba
*> por COMMAND-LINE (REINICIAR, o SALTAR <paso> <motivo>).

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-ACCION-LOTE PIC X(80).
01 WS-ORDEN-VENTANA PIC X(100).

PROCEDURE DIVISION.
Inicio.
    DISPLAY "*** LOTE ESCOLAR: INICIO ***"
    MOVE SPACES TO WS-ACCION-LOTE
    ACCEPT WS-ACCION-LOTE FROM COMMAND-LINE
    MOVE SPACES TO WS-ORDEN-VENTANA
    STRING "ESCOLAR " WS-ACCION-LOTE
       DELIMITED BY SIZE INTO WS-ORDEN-VENTANA
    DISPLAY WS-ORDEN-VENTANA UPON COMMAND-LINE
    CALL "PLANIFICADOR"
    DISPLAY "JOB LOTEESCOLAR COMPLETE, RC=" RETURN-CODE.
STOP RUN.
