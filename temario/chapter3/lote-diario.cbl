*> reintentos se escala a ESCALAMIENTOS.LOG y se corta el lote.
*> Tanto el exceso de SLA como el escalamiento se encolan ademas
*> en ALERTAS.DAT via REGISTRARALERTA, la cola comun de alertas.
*> Los pasos, su orden y los reintentos ya no estan en este
*> programa: la ventana DIARIO la corre PLANIFICADOR a partir de
*> JOB-DEFINICIONES.DAT, con el estado de la corrida en
*> ESTADO-VENTANA-DIARIO.DAT. LOTEDIARIO queda como el nombre de
*> siempre del job y le pasa a PLANIFICADOR lo que reciba por
*> COMMAND-LINE (REINICIAR, o SALTAR <paso> <motivo>).
*> La ventana abre con MANIFIESTO VERIFICAR, que compara los
*> archivos de datos contra el manifiesto que dejo la corrida
*> anterior, y cierra con MANIFIESTO GRABAR.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-ACCION-LOTE PIC X(80).
01 WS-ORDEN-VENTANA PIC X(100).

PROCEDURE DIVISION.
Inicio.
    DISPLAY "*** LOTE DIARIO: INICIO ***"
    MOVE SPACES TO WS-ACCION-LOTE
    ACCEPT WS-ACCION-LOTE FROM COMMAND-LINE
    MOVE SPACES TO WS-ORDEN-VENTANA
    STRING "DIARIO " WS-ACCION-LOTE
       DELIMITED BY SIZE INTO WS-ORDEN-VENTANA
    DISPLAY WS-ORDEN-VENTANA UPON COMMAND-LINE
    CALL "PLANIFICADOR"
    DISPLAY "JOB LOTEDIARIO COMPLETE, RC=" RETURN-CODE.
STOP RUN.
