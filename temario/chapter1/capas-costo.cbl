IDENTIFICATION DIVISION.
PROGRAM-ID. CAPASCOSTO.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.
SECURITY. NO ES CONFIDENCIAL.

*> El stock se valuaba a precio de venta y nadie sabia cuanto se
*> habia pagado por el. Este subprograma lleva COSTO-CAPAS.DAT: una
*> capa por compra recibida, por codigo y ubicacion, con la fecha
*> de entrada, la cantidad que le queda y el costo unitario pagado
*> (layout de CAPACOSTO.CPY). Lo llaman ORDENESCOMPRA al recibir,
*> INVENTARIO al despachar o transferir, VENTAS al vender y al
*> recibir devoluciones, y VALORINVENTARIO para valuar a costo;
*> carga el archivo en memoria el primer llamado, igual que
*> BUSCARARTICULO, y cada llamador cierra con GRABAR. La operacion
*> va en LS-OPERACION, mismo recurso que VALIDARFEED:
*>   "ENTRAR  " agrega una capa (codigo, ubicacion, fecha, cantidad
*>              y costo unitario de LS-CAPA);
*>   "CONSUMIR" saca LS-Cantidad del codigo en la ubicacion y
*>              devuelve el costo de lo sacado en LS-COSTO-TOTAL (y
*>              el unitario en LS-Costo);
*>   "TRASPASO" mueve LS-Cantidad de la ubicacion a LS-DESTINO
*>              conservando la fecha y el costo de cada capa;
*>   "EXISTENC" devuelve lo que hay en capas del codigo en la
*>              ubicacion (cantidad, costo unitario promedio y valor
*>              total), sin tocar nada;
*>   "GRABAR  " regraba el archivo (sin las capas agotadas) por un
*>              .TMP y mv, y deja la tabla para recargar en el
*>              proximo llamado.
*> El metodo sale de COSTEO.CTL: 'F' primero entrado primero salido
*> (la capa mas vieja se consume primero) o 'P' promedio ponderado
*> (antes de consumir, las capas del codigo en la ubicacion se
*> funden en una sola al costo promedio); sin control es 'F'.
*> LS-RESULTADO vuelve con:
*>   'S' la operacion se cubrio entera con capas;
*>   'P' faltaron capas: en CONSUMIR lo faltante se costea al
*>       ultimo costo conocido del codigo (stock que entro sin
*>       pasar por una recepcion de orden de compra);
*>   'N' faltaron capas y el codigo no tiene ningun costo conocido
*>       (lo faltante queda a costo cero), u operacion desconocida;
*>   'V' quedo un COSTO-CAPAS.DAT.TMP de una corrida anterior
*>       fallada: no se toca nada hasta resolverlo.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT CAPAS-FILE ASSIGN TO "COSTO-CAPAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAPAS.
SELECT CAPAS-TEMP ASSIGN TO "COSTO-CAPAS.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAPAS-TEMP.
SELECT COSTEO-CTL ASSIGN TO "COSTEO.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.

DATA DIVISION.
FILE SECTION.
FD CAPAS-FILE.
COPY CAPACOSTO REPLACING GRUPO BY CAPAS-REGISTRO
                         CAMPO-CODIGO BY CAP-Codigo
                         CAMPO-UBICACION BY CAP-Ubicacion
                         CAMPO-FECHA BY CAP-Fecha
                         CAMPO-CANTIDAD BY CAP-Cantidad
                         CAMPO-COSTO BY CAP-Costo.

FD CAPAS-TEMP.
01 CAPAS-TEMP-REGISTRO PIC X(30).

FD COSTEO-CTL.
01 COSTEO-CTL-REGISTRO.
   05 CTL-Metodo PIC X(1).

WORKING-STORAGE SECTION.
01 WS-ESTADO-CAPAS PIC X(2).
01 WS-ESTADO-CAPAS-TEMP PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-EOF-CAPAS PIC A(1) VALUE 'N'.
01 WS-TABLA-CARGADA PIC A(1) VALUE 'N'.
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.
01 WS-HUBO-CAMBIOS PIC A(1) VALUE 'N'.
01 WS-METODO PIC X(1) VALUE 'F'.
01 WS-COMANDO-MV PIC X(80).

01 WS-TABLA-CAPAS.
   05 WS-CAPA-FILA OCCURS 3000 TIMES.
      10 TCA-CODIGO PIC X(8).
      10 TCA-UBICACION PIC X(3).
      10 TCA-FECHA PIC 9(8).
      10 TCA-CANTIDAD PIC 9(5).
      10 TCA-COSTO PIC 9(4)V99.
01 WS-TOTAL-CAPAS PIC 9(4) VALUE 0.
01 WS-CAP-SUB PIC 9(4).
01 WS-CAP-ELEGIDA PIC 9(4).
01 WS-CAP-PRIMERA PIC 9(4).
01 WS-FECHA-ELEGIDA PIC 9(8).

*> La capa que se agrega, sea una recepcion o la parte de una capa
*> que llega a destino en un traspaso.
COPY CAPACOSTO REPLACING GRUPO BY WS-CAPA-NUEVA
                         CAMPO-CODIGO BY WS-NUEVA-CODIGO
                         CAMPO-UBICACION BY WS-NUEVA-UBICACION
                         CAMPO-FECHA BY WS-NUEVA-FECHA
                         CAMPO-CANTIDAD BY WS-NUEVA-CANTIDAD
                         CAMPO-COSTO BY WS-NUEVA-COSTO.

01 WS-PENDIENTE PIC 9(5).
01 WS-TOMADO PIC 9(5).
01 WS-EXISTENCIA PIC 9(7).
01 WS-VALOR-EXISTENCIA PIC 9(11)V99.
01 WS-COSTO-PROMEDIO PIC 9(4)V99.
01 WS-ULTIMO-COSTO PIC 9(4)V99.
01 WS-ULTIMA-FECHA PIC 9(8).

LINKAGE SECTION.
01 LS-OPERACION PIC X(8).
COPY CAPACOSTO REPLACING GRUPO BY LS-CAPA
                         CAMPO-CODIGO BY LS-Codigo
                         CAMPO-UBICACION BY LS-Ubicacion
                         CAMPO-FECHA BY LS-Fecha
                         CAMPO-CANTIDAD BY LS-Cantidad
                         CAMPO-COSTO BY LS-Costo.
01 LS-DESTINO PIC X(3).
01 LS-COSTO-TOTAL PIC 9(9)V99.
01 LS-RESULTADO PIC X(1).

PROCEDURE DIVISION USING LS-OPERACION LS-CAPA LS-DESTINO
   LS-COSTO-TOTAL LS-RESULTADO.
Inicio.
    MOVE 'S' TO LS-RESULTADO
    IF LS-OPERACION = "GRABAR  "
       IF WS-TABLA-CARGADA = 'S'
          PERFORM GrabarCapas
       END-IF
       GOBACK
    END-IF
    IF WS-TABLA-CARGADA = 'N'
       PERFORM CargarCapas
    END-IF
    MOVE 0 TO LS-COSTO-TOTAL
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 'V' TO LS-RESULTADO
       GOBACK
    END-IF
    EVALUATE LS-OPERACION
       WHEN "ENTRAR  "
          PERFORM EntrarCapa
       WHEN "CONSUMIR"
          PERFORM ConsumirCapas
       WHEN "TRASPASO"
          PERFORM TraspasarCapas
       WHEN "EXISTENC"
          PERFORM ConsultarExistencia
       WHEN OTHER
          DISPLAY "CAPASCOSTO: OPERACION DESCONOCIDA " LS-OPERACION
          MOVE 'N' TO LS-RESULTADO
    END-EVALUATE.
GOBACK.

*> Un .TMP que quedo de una regrabacion muerta a mitad de camino
*> frena toda operacion sobre las capas, mismo criterio que
*> VerificarTempPendiente en INVENTARIO; quien llama sigue su
*> proceso sin costo y con el aviso.
CargarCapas.
    MOVE 'S' TO WS-TABLA-CARGADA
    MOVE 'N' TO WS-HUBO-CAMBIOS
    MOVE 'N' TO WS-EOF-CAPAS
    MOVE 0 TO WS-TOTAL-CAPAS
    OPEN INPUT CAPAS-TEMP
    IF WS-ESTADO-CAPAS-TEMP = "00"
       CLOSE CAPAS-TEMP
       DISPLAY "HAY UN COSTO-CAPAS.DAT.TMP DE UNA CORRIDA "
          "ANTERIOR FALLADA, NO SE MUEVEN CAPAS DE COSTO"
       MOVE 'S' TO WS-TEMP-PENDIENTE
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-TEMP-PENDIENTE
    MOVE 'F' TO WS-METODO
    OPEN INPUT COSTEO-CTL
    IF WS-ESTADO-CTL = "00"
       READ COSTEO-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-Metodo = 'P'
                MOVE 'P' TO WS-METODO
             END-IF
       END-READ
       CLOSE COSTEO-CTL
    END-IF
    OPEN INPUT CAPAS-FILE
    IF WS-ESTADO-CAPAS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CAPAS = 'Y'
       READ CAPAS-FILE
          AT END MOVE 'Y' TO WS-EOF-CAPAS
          NOT AT END
             IF WS-TOTAL-CAPAS < 3000
                ADD 1 TO WS-TOTAL-CAPAS
                MOVE CAP-Codigo TO TCA-CODIGO(WS-TOTAL-CAPAS)
                MOVE CAP-Ubicacion TO TCA-UBICACION(WS-TOTAL-CAPAS)
                MOVE CAP-Fecha TO TCA-FECHA(WS-TOTAL-CAPAS)
                MOVE CAP-Cantidad TO TCA-CANTIDAD(WS-TOTAL-CAPAS)
                MOVE CAP-Costo TO TCA-COSTO(WS-TOTAL-CAPAS)
             ELSE
                DISPLAY "ATENCION: MAS DE 3000 CAPAS EN "
                   "COSTO-CAPAS.DAT, SE IGNORA " CAP-Codigo
             END-IF
       END-READ
    END-PERFORM
    CLOSE CAPAS-FILE.

EntrarCapa.
    IF LS-Cantidad = 0
       EXIT PARAGRAPH
    END-IF
    MOVE LS-CAPA TO WS-CAPA-NUEVA
    PERFORM AgregarCapa.

*> Lo pedido sale de las capas del codigo en la ubicacion, la mas
*> vieja primero; con promedio ponderado las capas ya quedaron
*> fundidas en una sola al costo promedio.
ConsumirCapas.
    MOVE 0 TO LS-Costo
    IF LS-Cantidad = 0
       EXIT PARAGRAPH
    END-IF
    PERFORM BuscarUltimoCosto
    IF WS-METODO = 'P'
       PERFORM PromediarCapas
    END-IF
    MOVE LS-Cantidad TO WS-PENDIENTE
    PERFORM UNTIL WS-PENDIENTE = 0
       PERFORM BuscarCapaMasVieja
       IF WS-CAP-ELEGIDA = 0
          EXIT PERFORM
       END-IF
       PERFORM TomarDeCapa
    END-PERFORM
    MOVE 'S' TO WS-HUBO-CAMBIOS
    IF WS-PENDIENTE > 0
       IF WS-ULTIMO-COSTO > 0
          COMPUTE LS-COSTO-TOTAL =
             LS-COSTO-TOTAL + WS-PENDIENTE * WS-ULTIMO-COSTO
          MOVE 'P' TO LS-RESULTADO
       ELSE
          MOVE 'N' TO LS-RESULTADO
       END-IF
    END-IF
    COMPUTE LS-Costo ROUNDED = LS-COSTO-TOTAL / LS-Cantidad.

*> El traspaso lleva a destino cada porcion con la fecha y el costo
*> de la capa de origen, asi el orden FIFO no se pierde al pasar la
*> mercaderia del deposito a la tienda.
TraspasarCapas.
    IF LS-Cantidad = 0
       OR LS-DESTINO = SPACES
       OR LS-DESTINO = LS-Ubicacion
       EXIT PARAGRAPH
    END-IF
    MOVE LS-Cantidad TO WS-PENDIENTE
    PERFORM UNTIL WS-PENDIENTE = 0
       PERFORM BuscarCapaMasVieja
       IF WS-CAP-ELEGIDA = 0
          EXIT PERFORM
       END-IF
       PERFORM TomarDeCapa
       MOVE LS-Codigo TO WS-NUEVA-CODIGO
       MOVE LS-DESTINO TO WS-NUEVA-UBICACION
       MOVE TCA-FECHA(WS-CAP-ELEGIDA) TO WS-NUEVA-FECHA
       MOVE WS-TOMADO TO WS-NUEVA-CANTIDAD
       MOVE TCA-COSTO(WS-CAP-ELEGIDA) TO WS-NUEVA-COSTO
       PERFORM AgregarCapa
    END-PERFORM
    MOVE 'S' TO WS-HUBO-CAMBIOS
    IF WS-PENDIENTE > 0
       MOVE 'P' TO LS-RESULTADO
    END-IF.

*> Lo que hay en capas del codigo en la ubicacion; sin capas ahi el
*> costo unitario es el ultimo conocido del codigo.
ConsultarExistencia.
    PERFORM SumarExistencia
    MOVE WS-VALOR-EXISTENCIA TO LS-COSTO-TOTAL
    IF WS-EXISTENCIA > 99999
       MOVE 99999 TO LS-Cantidad
    ELSE
       MOVE WS-EXISTENCIA TO LS-Cantidad
    END-IF
    IF WS-EXISTENCIA > 0
       COMPUTE LS-Costo ROUNDED =
          WS-VALOR-EXISTENCIA / WS-EXISTENCIA
       EXIT PARAGRAPH
    END-IF
    PERFORM BuscarUltimoCosto
    MOVE WS-ULTIMO-COSTO TO LS-Costo
    IF WS-ULTIMO-COSTO > 0
       MOVE 'P' TO LS-RESULTADO
    ELSE
       MOVE 'N' TO LS-RESULTADO
    END-IF.

SumarExistencia.
    MOVE 0 TO WS-EXISTENCIA
    MOVE 0 TO WS-VALOR-EXISTENCIA
    MOVE 0 TO WS-CAP-PRIMERA
    PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
       UNTIL WS-CAP-SUB > WS-TOTAL-CAPAS
       IF TCA-CODIGO(WS-CAP-SUB) = LS-Codigo
          AND TCA-UBICACION(WS-CAP-SUB) = LS-Ubicacion
          AND TCA-CANTIDAD(WS-CAP-SUB) > 0
          IF WS-CAP-PRIMERA = 0
             MOVE WS-CAP-SUB TO WS-CAP-PRIMERA
          END-IF
          ADD TCA-CANTIDAD(WS-CAP-SUB) TO WS-EXISTENCIA
          COMPUTE WS-VALOR-EXISTENCIA = WS-VALOR-EXISTENCIA
             + TCA-CANTIDAD(WS-CAP-SUB) * TCA-COSTO(WS-CAP-SUB)
       END-IF
    END-PERFORM.

*> Promedio ponderado: las capas vivas del codigo en la ubicacion
*> pasan a ser una sola (la primera) con toda la cantidad al costo
*> promedio; las demas quedan en cero y no se regraban.
PromediarCapas.
    PERFORM SumarExistencia
    IF WS-EXISTENCIA = 0
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-COSTO-PROMEDIO ROUNDED =
       WS-VALOR-EXISTENCIA / WS-EXISTENCIA
    PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
       UNTIL WS-CAP-SUB > WS-TOTAL-CAPAS
       IF TCA-CODIGO(WS-CAP-SUB) = LS-Codigo
          AND TCA-UBICACION(WS-CAP-SUB) = LS-Ubicacion
          MOVE 0 TO TCA-CANTIDAD(WS-CAP-SUB)
       END-IF
    END-PERFORM
    MOVE WS-EXISTENCIA TO TCA-CANTIDAD(WS-CAP-PRIMERA)
    MOVE WS-COSTO-PROMEDIO TO TCA-COSTO(WS-CAP-PRIMERA).

*> La capa viva mas vieja del codigo en la ubicacion (a igual
*> fecha, la que se cargo primero); cero si no queda ninguna.
BuscarCapaMasVieja.
    MOVE 0 TO WS-CAP-ELEGIDA
    MOVE 99999999 TO WS-FECHA-ELEGIDA
    PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
       UNTIL WS-CAP-SUB > WS-TOTAL-CAPAS
       IF TCA-CODIGO(WS-CAP-SUB) = LS-Codigo
          AND TCA-UBICACION(WS-CAP-SUB) = LS-Ubicacion
          AND TCA-CANTIDAD(WS-CAP-SUB) > 0
          AND TCA-FECHA(WS-CAP-SUB) < WS-FECHA-ELEGIDA
          MOVE WS-CAP-SUB TO WS-CAP-ELEGIDA
          MOVE TCA-FECHA(WS-CAP-SUB) TO WS-FECHA-ELEGIDA
       END-IF
    END-PERFORM.

*> Saca de la capa elegida lo que se pueda de lo pendiente y suma
*> su costo.
TomarDeCapa.
    IF TCA-CANTIDAD(WS-CAP-ELEGIDA) < WS-PENDIENTE
       MOVE TCA-CANTIDAD(WS-CAP-ELEGIDA) TO WS-TOMADO
    ELSE
       MOVE WS-PENDIENTE TO WS-TOMADO
    END-IF
    SUBTRACT WS-TOMADO FROM TCA-CANTIDAD(WS-CAP-ELEGIDA)
    SUBTRACT WS-TOMADO FROM WS-PENDIENTE
    COMPUTE LS-COSTO-TOTAL = LS-COSTO-TOTAL
       + WS-TOMADO * TCA-COSTO(WS-CAP-ELEGIDA).

*> El costo de la capa mas nueva del codigo en cualquier ubicacion,
*> aunque ya este agotada; cero si el codigo nunca tuvo capas.
BuscarUltimoCosto.
    MOVE 0 TO WS-ULTIMO-COSTO
    MOVE 0 TO WS-ULTIMA-FECHA
    PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
       UNTIL WS-CAP-SUB > WS-TOTAL-CAPAS
       IF TCA-CODIGO(WS-CAP-SUB) = LS-Codigo
          AND TCA-FECHA(WS-CAP-SUB) >= WS-ULTIMA-FECHA
          MOVE TCA-FECHA(WS-CAP-SUB) TO WS-ULTIMA-FECHA
          MOVE TCA-COSTO(WS-CAP-SUB) TO WS-ULTIMO-COSTO
       END-IF
    END-PERFORM.

*> Una capa nueva ocupa el lugar de una agotada antes de alargar la
*> tabla.
AgregarCapa.
    MOVE 0 TO WS-CAP-ELEGIDA
    PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
       UNTIL WS-CAP-SUB > WS-TOTAL-CAPAS
       IF TCA-CANTIDAD(WS-CAP-SUB) = 0
          MOVE WS-CAP-SUB TO WS-CAP-ELEGIDA
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-CAP-ELEGIDA = 0
       IF WS-TOTAL-CAPAS < 3000
          ADD 1 TO WS-TOTAL-CAPAS
          MOVE WS-TOTAL-CAPAS TO WS-CAP-ELEGIDA
       ELSE
          DISPLAY "ATENCION: TABLA DE CAPAS DE COSTO LLENA (3000), "
             "NO ENTRA " WS-NUEVA-CODIGO
          MOVE 'N' TO LS-RESULTADO
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE WS-NUEVA-CODIGO TO TCA-CODIGO(WS-CAP-ELEGIDA)
    MOVE WS-NUEVA-UBICACION TO TCA-UBICACION(WS-CAP-ELEGIDA)
    MOVE WS-NUEVA-FECHA TO TCA-FECHA(WS-CAP-ELEGIDA)
    MOVE WS-NUEVA-CANTIDAD TO TCA-CANTIDAD(WS-CAP-ELEGIDA)
    MOVE WS-NUEVA-COSTO TO TCA-COSTO(WS-CAP-ELEGIDA)
    MOVE 'S' TO WS-HUBO-CAMBIOS.

*> Las capas agotadas no se regraban. El archivo real recien se
*> pisa con la version nueva completa, mismo recurso que GrabarStock
*> en INVENTARIO; la tabla queda para recargar, porque en la
*> ventana el proximo llamador puede ser otro paso.
GrabarCapas.
    IF WS-HUBO-CAMBIOS = 'S' AND WS-TEMP-PENDIENTE = 'N'
       OPEN OUTPUT CAPAS-TEMP
       PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
          UNTIL WS-CAP-SUB > WS-TOTAL-CAPAS
          IF TCA-CANTIDAD(WS-CAP-SUB) > 0
             MOVE TCA-CODIGO(WS-CAP-SUB) TO CAP-Codigo
             MOVE TCA-UBICACION(WS-CAP-SUB) TO CAP-Ubicacion
             MOVE TCA-FECHA(WS-CAP-SUB) TO CAP-Fecha
             MOVE TCA-CANTIDAD(WS-CAP-SUB) TO CAP-Cantidad
             MOVE TCA-COSTO(WS-CAP-SUB) TO CAP-Costo
             MOVE CAPAS-REGISTRO TO CAPAS-TEMP-REGISTRO
             WRITE CAPAS-TEMP-REGISTRO
          END-IF
       END-PERFORM
       CLOSE CAPAS-TEMP
       MOVE SPACES TO WS-COMANDO-MV
       STRING "mv COSTO-CAPAS.DAT.TMP COSTO-CAPAS.DAT"
          DELIMITED BY SIZE INTO WS-COMANDO-MV
       CALL "SYSTEM" USING WS-COMANDO-MV
    END-IF
    MOVE 'N' TO WS-TABLA-CARGADA
    MOVE 'N' TO WS-HUBO-CAMBIOS
    MOVE 0 TO WS-TOTAL-CAPAS.
