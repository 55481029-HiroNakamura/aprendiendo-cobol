01 WS-SUMA PIC 9(6) VALUE 0.
01 WS-MEDIA PIC 9(4)V99.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "FUNCIONES".
01 WS-EST-SUMA PIC S9(9)V99.
01 WS-EST-DIFERENCIA PIC S9(7)V9999.
01 WS-EST-SUMA-CUAD PIC 9(11)V9999.
01 WS-EST-VARIANZA PIC 9(11)V9999.

LINKAGE SECTION.
COPY ESTADISTICA REPLACING GRUPO BY LS-ESTADISTICA
                           CAMPO-CANTIDAD BY LS-EST-CANTIDAD
                           CAMPO-VALOR BY LS-EST-VALOR
                           CAMPO-MINIMO BY LS-EST-MINIMO
                           CAMPO-MAXIMO BY LS-EST-MAXIMO
                           CAMPO-MEDIA BY LS-EST-MEDIA
                           CAMPO-DESVIO BY LS-EST-DESVIO.

*> FUNCIONES ahora es una rutina de estadisticas: lee todos los
*> numeros de NUMEROS.DAT (en vez de un unico WS-NUMB literal),
*> y reporta MIN, MAX, MEDIA y la raiz cuadrada de cada uno. Se
*> compila como subprograma para poder ser invocada por CALL
*> desde otro programa (ver REPORTEFUNCIONES). La entrada
*> ESTADISTICAS hace el mismo calculo sobre una serie que pasa
*> quien llama (ESTADISTICA.CPY) en vez de NUMEROS.DAT, y agrega
*> el desvio estandar (raiz cuadrada de la varianza), asi la
*> rutina se reusa con datos en vez de copiarse (ver
*> PRONOSTICOREPOSICION).
PROCEDURE DIVISION.
 CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
 COMPUTE WS-LONGITUD = FUNCTION LENGTH(WS-CADENA)
 DISPLAY "JOB FUNCIONES COMPLETE, RC=" RETURN-CODE.
 GOBACK.

*> Entrada con datos: MIN, MAX, MEDIA y desvio estandar de la serie
*> de LS-ESTADISTICA. Una serie vacia devuelve todo en cero.
 ENTRY "ESTADISTICAS" USING LS-ESTADISTICA.
 MOVE 0 TO LS-EST-MINIMO LS-EST-MAXIMO LS-EST-MEDIA LS-EST-DESVIO
 IF LS-EST-CANTIDAD > 0 AND LS-EST-CANTIDAD <= 100
    PERFORM CalcularEstadisticasSerie
 END-IF
 GOBACK.

*> Carga todos los numeros de NUMEROS.DAT en la tabla WS-NUMB.
LeerNumeros.
 OPEN INPUT NUMEROS-FILE
    COMPUTE WS-NUMA ROUNDED = FUNCTION SQRT(WS-NUMB(WS-SUB))
    DISPLAY "NUMERO:" WS-NUMB(WS-SUB) " RAIZ CUADRADA:" WS-NUMA
 END-PERFORM.

*> Misma pasada de CalcularEstadisticas sobre la serie recibida, y
*> una segunda pasada con las diferencias al cuadrado contra la
*> media para la varianza.
CalcularEstadisticasSerie.
 MOVE LS-EST-VALOR(1) TO LS-EST-MINIMO
 MOVE LS-EST-VALOR(1) TO LS-EST-MAXIMO
 MOVE 0 TO WS-EST-SUMA
 PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > LS-EST-CANTIDAD
    IF LS-EST-VALOR(WS-SUB) < LS-EST-MINIMO
       MOVE LS-EST-VALOR(WS-SUB) TO LS-EST-MINIMO
    END-IF
    IF LS-EST-VALOR(WS-SUB) > LS-EST-MAXIMO
       MOVE LS-EST-VALOR(WS-SUB) TO LS-EST-MAXIMO
    END-IF
    ADD LS-EST-VALOR(WS-SUB) TO WS-EST-SUMA
 END-PERFORM
 COMPUTE LS-EST-MEDIA ROUNDED = WS-EST-SUMA / LS-EST-CANTIDAD
 MOVE 0 TO WS-EST-SUMA-CUAD
 PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > LS-EST-CANTIDAD
    COMPUTE WS-EST-DIFERENCIA =
       LS-EST-VALOR(WS-SUB) - WS-EST-SUMA / LS-EST-CANTIDAD
    COMPUTE WS-EST-SUMA-CUAD = WS-EST-SUMA-CUAD
       + WS-EST-DIFERENCIA * WS-EST-DIFERENCIA
 END-PERFORM
 COMPUTE WS-EST-VARIANZA = WS-EST-SUMA-CUAD / LS-EST-CANTIDAD
 COMPUTE LS-EST-DESVIO ROUNDED = FUNCTION SQRT(WS-EST-VARIANZA).
