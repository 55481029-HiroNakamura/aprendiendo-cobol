
*> PRODUCTOS.DAT es una lista de precios, no un inventario: este
*> programa mantiene INVENTARIO.DAT con la cantidad en mano y el
*> punto de reposicion de cada producto, por su codigo de
*> ARTICULOS.DAT (la Marca es un atributo del articulo, ya no la
*> clave, asi dos modelos de una Marca llevan stock aparte). Los
*> movimientos entran por
*> INVENTARIO-MOVS.DAT: R recibe unidades, S las despacha (sin
*> dejar el stock en negativo), P fija el punto de reposicion y A
*> es un ajuste de conteo fisico que pisa la cantidad en mano (lo
*> dicen sobre que ubicacion operan, el punto de reposicion es por
*> ubicacion, y el tipo T transfiere cantidad entre ubicaciones en
*> un solo paso.
*> Un codigo que no este en PRODUCTOS.DAT se rechaza, y el archivo
*> se reescribe completo con el resultado, mismo esquema de
*> cargar-aplicar-regrabar que MATRICULA. Una recepcion R en la
*> tienda (o una transferencia T que le lleva mercaderia) ademas
*> alcanza a cubrir genera la orden al final de VENTAS-MOVS.DAT,
*> mismo recurso de encadenar por el feed que CORRECCIONES usa con
*> TRANSACCIONES.DAT: la proxima corrida de VENTAS postea la venta
*> con su precio vigente y descuenta el stock (a cuenta del
*> cliente, que no esta en el mostrador para pagar). El pendiente
*> cubierto sale del archivo, que se regraba al final.
*> Las capas de costo de COSTO-CAPAS.DAT (las que ORDENESCOMPRA
*> entra al recibir en el deposito) siguen al stock por CAPASCOSTO:
*> una transferencia T lleva las capas del origen al destino con su
*> fecha y costo, y un despacho S las consume. Una recepcion R
*> manual no trae costo y no deja capa; los ajustes de conteo A
*> tampoco mueven capas (VALORINVENTARIO valua la cantidad en mano
*> al costo de las capas, asi la merma no desvia la valuacion).
*> Un pendiente puede ser de un kit de KITS.DAT (VENTAS lo anota con
*> el codigo del kit cuando algun componente no alcanza): la
*> mercaderia que llega de cualquiera de sus componentes lo cubre
*> si con ella el stock de la tienda arma todos los kits del
*> pendiente, y la orden generada es por el kit.
*> Lo perecedero se lleva ademas por lote en LOTES-STOCK.DAT, via
*> LOTESSTOCK: una recepcion R que trae numero de lote (y su fecha
*> de vencimiento, sin la cual se rechaza) entra ese lote en la
*> ubicacion; un despacho S saca del lote que nombra o, sin lote,
*> del que vence primero; y una transferencia T lleva al destino
*> los lotes del origen con su vencimiento (el nombrado o, sin
*> lote, los no vencidos que vencen primero). Los ajustes de conteo
*> A no tocan lotes.
*> El pendiente guarda el vendedor de la orden original, y la orden
*> generada lo lleva, asi la venta que se postea al cubrirlo le
*> suma la comision a quien la tomo. Si la orden venia de una
*> cotizacion aceptada, el pendiente guarda tambien el numero y el
*> precio cotizado y la orden generada los lleva, asi el faltante
*> se cobra al precio que el cliente acepto y no al vigente.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT VENTAS-MOVS ASSIGN TO "VENTAS-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS-MOVS.
SELECT KITS-FILE ASSIGN TO "KITS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-KITS.

SELECT INVENTARIO-TEMP ASSIGN TO "INVENTARIO.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
FILE SECTION.
FD PRODUCTOS-FILE.
01 PRODUCTOS-REGISTRO.
   05 PR-Codigo PIC X(8).
   05 PR-Precio PIC 9(4)V99.
   05 PR-Moneda PIC X(3).
   05 PR-FechaVigencia PIC 9(8).

FD INVENTARIO-FILE.
01 INVENTARIO-REGISTRO.
   05 INV-Codigo PIC X(8).
   05 INV-Cantidad PIC 9(5).
   05 INV-PuntoReposicion PIC 9(5).
   05 INV-Ubicacion PIC X(3).
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-TIPO PIC A(1).
   05 MOV-Codigo PIC X(8).
   05 MOV-Cantidad PIC 9(5).
   05 MOV-Ubicacion PIC X(3).
   05 MOV-UbicacionDestino PIC X(3).
   05 MOV-Lote PIC X(10).
   05 MOV-Vencimiento PIC 9(8).

FD PENDIENTES-FILE.
01 PENDIENTES-REGISTRO.
   05 PEN-Fecha PIC 9(8).
   05 PEN-Codigo PIC X(8).
   05 PEN-ClienteId PIC 9(7).
   05 PEN-Cantidad PIC 9(4).
   05 PEN-Vendedor PIC X(4).
   05 PEN-Cotizacion PIC 9(7).
   05 PEN-PrecioCotizado PIC 9(4)V99.

FD VENTAS-MOVS.
01 VENTAS-MOVS-REGISTRO.
   05 VMO-Indicador PIC X(1).
   05 VMO-Codigo PIC X(8).
   05 VMO-Cantidad PIC 9(4).
   05 VMO-ClienteId PIC 9(7).
   05 VMO-Tipo PIC A(1).
   05 VMO-FormaPago PIC X(1).
   05 VMO-Vendedor PIC X(4).
   05 VMO-Cotizacion PIC 9(7).
   05 VMO-PrecioCotizado PIC 9(4)V99.
01 VENTAS-MOVS-ENCABEZADO.
   05 VME-Indicador PIC X(1).
   05 VME-FeedId PIC X(10).
   05 VMT-Indicador PIC X(1).
   05 VMT-Conteo PIC 9(6).

FD KITS-FILE.
01 KITS-REGISTRO.
   05 KIT-Codigo PIC X(8).
   05 KIT-Componente PIC X(8).
   05 KIT-Cantidad PIC 9(3).

FD INVENTARIO-TEMP.
01 INVENTARIO-TEMP-REGISTRO PIC X(21).

FD PENDIENTES-TEMP.
01 PENDIENTES-TEMP-REGISTRO PIC X(44).

WORKING-STORAGE SECTION.
01 WS-ESTADO-PRODUCTOS PIC X(2).
01 WS-EOF-PENDIENTES PIC A(1) VALUE 'N'.
01 WS-EOF-INVENTARIO PIC A(1) VALUE 'N'.
01 WS-EOF-MOVS PIC A(1) VALUE 'N'.
01 WS-ESTADO-KITS PIC X(2).
01 WS-EOF-KITS PIC A(1) VALUE 'N'.

01 WS-TABLA-CODIGOS.
   05 WS-CODIGO-CONOCIDO OCCURS 100 TIMES PIC X(8).
01 WS-TOTAL-CODIGOS PIC 9(3) VALUE 0.
01 WS-CODIGO-SUB PIC 9(3).
01 WS-CODIGO-HALLADO PIC A(1).

01 WS-TABLA-STOCK.
   05 WS-STOCK OCCURS 100 TIMES.
      10 STK-CODIGO PIC X(8).
      10 STK-CANTIDAD PIC 9(5).
      10 STK-PUNTO PIC 9(5).
      10 STK-UBICACION PIC X(3).
01 WS-STK-DESTINO PIC 9(3).
01 WS-UBICACION-MOV PIC X(3).
01 WS-UBICACION-DESTINO PIC X(3).
01 WS-UBICACION-ORIGEN PIC X(3).
01 WS-TRANSFERENCIAS PIC 9(4) VALUE 0.

*> Los pedidos pendientes en orden de llegada; PND-CUBIERTO marca
01 WS-TABLA-PENDIENTES.
   05 WS-PENDIENTE-FILA OCCURS 200 TIMES.
      10 PND-FECHA PIC 9(8).
      10 PND-CODIGO PIC X(8).
      10 PND-CLIENTE PIC 9(7).
      10 PND-CANTIDAD PIC 9(4).
      10 PND-VENDEDOR PIC X(4).
      10 PND-COTIZACION PIC 9(7).
      10 PND-PRECIO-COTIZADO PIC 9(4)V99.
      10 PND-CUBIERTO PIC A(1).
01 WS-TOTAL-PENDIENTES PIC 9(3) VALUE 0.
01 WS-PND-SUB PIC 9(3).
01 WS-FEED-SECUENCIA PIC 9(7).
01 WS-CUBIERTOS PIC 9(3) VALUE 0.

*> Los componentes de cada kit, mismo layout que carga VENTAS, para
*> cubrir los pendientes de kits con lo que llega de un componente.
01 WS-TABLA-KITS.
   05 WS-KIT-FILA OCCURS 200 TIMES.
      10 KTB-CODIGO PIC X(8).
      10 KTB-COMPONENTE PIC X(8).
      10 KTB-CANTIDAD PIC 9(3).
01 WS-TOTAL-KITS PIC 9(3) VALUE 0.
01 WS-KTB-SUB PIC 9(3).
01 WS-CMP-SUB PIC 9(3).
01 WS-KIT-LLEVA-CODIGO PIC A(1).
01 WS-KIT-POR-UNIDAD PIC 9(3).
01 WS-KITS-POSIBLES PIC 9(5).
01 WS-KITS-COMPONENTE PIC 9(5).
01 WS-EN-MANO-COMPONENTE PIC 9(5).

01 WS-RECIBIDOS PIC 9(4) VALUE 0.
01 WS-DESPACHADOS PIC 9(4) VALUE 0.
01 WS-AJUSTES PIC 9(4) VALUE 0.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS-BAL PIC 9(6).
01 WS-RECHAZOS-BAL PIC 9(6).
*> Las capas de costo que acompanian al stock, via CAPASCOSTO.
COPY CAPACOSTO REPLACING GRUPO BY WS-CAPA
                         CAMPO-CODIGO BY WS-CAPA-CODIGO
                         CAMPO-UBICACION BY WS-CAPA-UBICACION
                         CAMPO-FECHA BY WS-CAPA-FECHA
                         CAMPO-CANTIDAD BY WS-CAPA-CANTIDAD
                         CAMPO-COSTO BY WS-CAPA-COSTO.
01 WS-CAPA-DESTINO PIC X(3).
01 WS-CAPA-COSTO-TOTAL PIC 9(9)V99.
01 WS-CAPA-RESULTADO PIC X(1).
*> Los lotes de lo perecedero que acompanian al stock, via
*> LOTESSTOCK.
COPY LOTE REPLACING GRUPO BY WS-LOTE
                    CAMPO-CODIGO BY WS-LOTE-CODIGO
                    CAMPO-UBICACION BY WS-LOTE-UBICACION
                    CAMPO-LOTE BY WS-LOTE-NUMERO
                    CAMPO-VENCIMIENTO BY WS-LOTE-VENCIMIENTO
                    CAMPO-CANTIDAD BY WS-LOTE-CANTIDAD.
01 WS-LOTE-RESULTADO PIC X(1).
01 WS-LOTE-PENDIENTE PIC 9(5).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "INVENTARIO".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    PERFORM VerificarTempPendiente
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarCodigos
    IF WS-TOTAL-CODIGOS = 0
       DISPLAY "NO HAY PRODUCTOS.DAT PARA VALIDAR CODIGOS"
       MOVE 8 TO RETURN-CODE
    ELSE
       MOVE 0 TO RETURN-CODE
       PERFORM CargarStock
       PERFORM CargarPendientes
       PERFORM CargarKits
       PERFORM AplicarMovimientos
       PERFORM GrabarStock
       PERFORM GrabarPendientes
       CALL "CAPASCOSTO" USING "GRABAR  " WS-CAPA WS-CAPA-DESTINO
          WS-CAPA-COSTO-TOTAL WS-CAPA-RESULTADO
       CALL "LOTESSTOCK" USING "GRABAR  " WS-LOTE WS-FECHA-HOY
          WS-LOTE-RESULTADO
       DISPLAY "RECEPCIONES: " WS-RECIBIDOS
          "  DESPACHOS: " WS-DESPACHADOS
          "  AJUSTES DE PUNTO: " WS-AJUSTES
       MOVE 'S' TO WS-TEMP-PENDIENTE
    END-IF.

*> Los codigos conocidos del catalogo, sin repetir, para rechazar
*> movimientos de inventario de productos que no existen.
CargarCodigos.
    OPEN INPUT PRODUCTOS-FILE
    IF WS-ESTADO-PRODUCTOS = "00"
       PERFORM UNTIL WS-EOF-PRODUCTOS = 'Y'
          READ PRODUCTOS-FILE
             AT END MOVE 'Y' TO WS-EOF-PRODUCTOS
             NOT AT END PERFORM RecordarCodigo
          END-READ
       END-PERFORM
       CLOSE PRODUCTOS-FILE
    END-IF.

RecordarCodigo.
    MOVE 'N' TO WS-CODIGO-HALLADO
    PERFORM VARYING WS-CODIGO-SUB FROM 1 BY 1
       UNTIL WS-CODIGO-SUB > WS-TOTAL-CODIGOS
       IF WS-CODIGO-CONOCIDO(WS-CODIGO-SUB) = PR-Codigo
          MOVE 'S' TO WS-CODIGO-HALLADO
          MOVE WS-TOTAL-CODIGOS TO WS-CODIGO-SUB
       END-IF
    END-PERFORM
    IF WS-CODIGO-HALLADO = 'N' AND WS-TOTAL-CODIGOS < 100
       ADD 1 TO WS-TOTAL-CODIGOS
       MOVE PR-Codigo TO WS-CODIGO-CONOCIDO(WS-TOTAL-CODIGOS)
    END-IF.

CargarStock.
             NOT AT END
                IF WS-TOTAL-STOCK < 100
                   ADD 1 TO WS-TOTAL-STOCK
                   MOVE INV-Codigo TO STK-CODIGO(WS-TOTAL-STOCK)
                   MOVE INV-Cantidad
                      TO STK-CANTIDAD(WS-TOTAL-STOCK)
                   MOVE INV-PuntoReposicion
                   ADD 1 TO WS-TOTAL-PENDIENTES
                   MOVE PEN-Fecha
                      TO PND-FECHA(WS-TOTAL-PENDIENTES)
                   MOVE PEN-Codigo
                      TO PND-CODIGO(WS-TOTAL-PENDIENTES)
                   MOVE PEN-ClienteId
                      TO PND-CLIENTE(WS-TOTAL-PENDIENTES)
                   MOVE PEN-Cantidad
                      TO PND-CANTIDAD(WS-TOTAL-PENDIENTES)
                   MOVE PEN-Vendedor
                      TO PND-VENDEDOR(WS-TOTAL-PENDIENTES)
                   IF PEN-Cotizacion IS NUMERIC
                      AND PEN-PrecioCotizado IS NUMERIC
                      MOVE PEN-Cotizacion
                         TO PND-COTIZACION(WS-TOTAL-PENDIENTES)
                      MOVE PEN-PrecioCotizado
                         TO PND-PRECIO-COTIZADO(WS-TOTAL-PENDIENTES)
                   ELSE
                      MOVE 0 TO PND-COTIZACION(WS-TOTAL-PENDIENTES)
                      MOVE 0
                         TO PND-PRECIO-COTIZADO(WS-TOTAL-PENDIENTES)
                   END-IF
                   MOVE 'N' TO PND-CUBIERTO(WS-TOTAL-PENDIENTES)
                END-IF
          END-READ
       CLOSE PENDIENTES-FILE
    END-IF.

CargarKits.
    OPEN INPUT KITS-FILE
    IF WS-ESTADO-KITS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-KITS = 'Y'
       READ KITS-FILE
          AT END MOVE 'Y' TO WS-EOF-KITS
          NOT AT END
             IF KIT-Cantidad IS NUMERIC AND KIT-Cantidad > 0
                AND WS-TOTAL-KITS < 200
                ADD 1 TO WS-TOTAL-KITS
                MOVE KIT-Codigo TO KTB-CODIGO(WS-TOTAL-KITS)
                MOVE KIT-Componente TO KTB-COMPONENTE(WS-TOTAL-KITS)
                MOVE KIT-Cantidad TO KTB-CANTIDAD(WS-TOTAL-KITS)
             END-IF
       END-READ
    END-PERFORM
    CLOSE KITS-FILE.

AplicarMovimientos.
    CALL "VALIDARFEED" USING "VALIDAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO

AplicarUnMovimiento.
    ADD 1 TO WS-LEIDOS
    PERFORM BuscarCodigoCatalogo
    IF WS-CODIGO-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: CODIGO " MOV-Codigo
          " NO ESTA EN PRODUCTOS.DAT"
    ELSE
       IF MOV-Ubicacion = SPACES
       END-IF
       EVALUATE MOV-TIPO
          WHEN 'R'
             IF MOV-Lote NOT = SPACES
                AND (MOV-Vencimiento IS NOT NUMERIC
                OR MOV-Vencimiento = 0)
                ADD 1 TO WS-RECHAZOS
                DISPLAY "RECHAZADO: RECEPCION DE " MOV-Codigo
                   " LOTE " MOV-Lote " SIN FECHA DE VENCIMIENTO"
                EXIT PARAGRAPH
             END-IF
             ADD MOV-Cantidad TO STK-CANTIDAD(WS-STK-SUB)
             ADD 1 TO WS-RECIBIDOS
             IF MOV-Lote NOT = SPACES
                PERFORM EntrarLoteRecibido
             END-IF
             IF WS-UBICACION-MOV = "TDA"
                PERFORM CubrirPendientes
             END-IF
                ADD 1 TO WS-RECHAZOS
                DISPLAY "RECHAZADO: DESPACHO DE " MOV-Cantidad
                   " CON SOLO " STK-CANTIDAD(WS-STK-SUB)
                   " EN MANO DE " MOV-Codigo
             ELSE
                SUBTRACT MOV-Cantidad
                   FROM STK-CANTIDAD(WS-STK-SUB)
                ADD 1 TO WS-DESPACHADOS
                PERFORM ConsumirCapasDespacho
                PERFORM SacarLotesDespacho
             END-IF
          WHEN 'P'
             MOVE MOV-Cantidad TO STK-PUNTO(WS-STK-SUB)
       END-EVALUATE
    END-IF.

BuscarCodigoCatalogo.
    MOVE 'N' TO WS-CODIGO-HALLADO
    PERFORM VARYING WS-CODIGO-SUB FROM 1 BY 1
       UNTIL WS-CODIGO-SUB > WS-TOTAL-CODIGOS
       IF WS-CODIGO-CONOCIDO(WS-CODIGO-SUB) = MOV-Codigo
          MOVE 'S' TO WS-CODIGO-HALLADO
          MOVE WS-TOTAL-CODIGOS TO WS-CODIGO-SUB
       END-IF
    END-PERFORM.

*> Deja WS-STK-SUB apuntando a la fila de stock del codigo y la
*> ubicacion en WS-UBICACION-MOV, creandola en cero si es la
*> primera vez que se la ve en esa ubicacion.
UbicarStock.
    MOVE 'N' TO WS-STK-HALLADO
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       IF STK-CODIGO(WS-STK-SUB) = MOV-Codigo
          AND STK-UBICACION(WS-STK-SUB) = WS-UBICACION-MOV
          MOVE 'S' TO WS-STK-HALLADO
          EXIT PERFORM
       IF WS-TOTAL-STOCK < 100
          ADD 1 TO WS-TOTAL-STOCK
          MOVE WS-TOTAL-STOCK TO WS-STK-SUB
          MOVE MOV-Codigo TO STK-CODIGO(WS-STK-SUB)
          MOVE 0 TO STK-CANTIDAD(WS-STK-SUB)
          MOVE 0 TO STK-PUNTO(WS-STK-SUB)
          MOVE WS-UBICACION-MOV TO STK-UBICACION(WS-STK-SUB)
       ELSE
          MOVE 0 TO WS-STK-SUB
          DISPLAY "ATENCION: TABLA DE STOCK LLENA (100), "
             "NO ENTRA " MOV-Codigo
       END-IF
    END-IF.

    IF MOV-UbicacionDestino = SPACES
       OR MOV-UbicacionDestino = WS-UBICACION-MOV
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: TRANSFERENCIA DE " MOV-Codigo
          " SIN UBICACION DESTINO VALIDA"
       EXIT PARAGRAPH
    END-IF
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: TRANSFERENCIA DE " MOV-Cantidad
          " CON SOLO " STK-CANTIDAD(WS-STK-SUB)
          " EN " WS-UBICACION-MOV " DE " MOV-Codigo
       EXIT PARAGRAPH
    END-IF
    SUBTRACT MOV-Cantidad FROM STK-CANTIDAD(WS-STK-SUB)
    MOVE WS-STK-SUB TO WS-STK-DESTINO
    MOVE WS-UBICACION-MOV TO WS-UBICACION-ORIGEN
    MOVE MOV-UbicacionDestino TO WS-UBICACION-MOV
    PERFORM UbicarStock
    IF WS-STK-SUB = 0
    END-IF
    ADD MOV-Cantidad TO STK-CANTIDAD(WS-STK-SUB)
    ADD 1 TO WS-TRANSFERENCIAS
    PERFORM TraspasarCapasCosto
    PERFORM TraspasarLotes
    *> La mercaderia que acaba de llegar a la tienda cubre
    *> pendientes igual que una recepcion directa en TDA: es el
    *> camino normal de una orden de compra, que entra por DEP y
       PERFORM CubrirPendientes
    END-IF.

*> Las capas de costo pasan del origen al destino junto con el
*> stock; si el origen tenia menos capas que stock (mercaderia que
*> entro sin costo) se pasa lo que haya y se avisa.
TraspasarCapasCosto.
    MOVE MOV-Codigo TO WS-CAPA-CODIGO
    MOVE WS-UBICACION-ORIGEN TO WS-CAPA-UBICACION
    MOVE MOV-Cantidad TO WS-CAPA-CANTIDAD
    MOVE MOV-UbicacionDestino TO WS-CAPA-DESTINO
    CALL "CAPASCOSTO" USING "TRASPASO" WS-CAPA WS-CAPA-DESTINO
       WS-CAPA-COSTO-TOTAL WS-CAPA-RESULTADO
    IF WS-CAPA-RESULTADO NOT = 'S'
       DISPLAY "ATENCION: TRANSFERENCIA DE " MOV-Codigo
          " SIN CAPAS DE COSTO SUFICIENTES EN " WS-UBICACION-ORIGEN
    END-IF.

*> Un despacho S saca mercaderia sin venderla: consume sus capas
*> para que no queden costeando ventas futuras.
ConsumirCapasDespacho.
    MOVE MOV-Codigo TO WS-CAPA-CODIGO
    MOVE WS-UBICACION-MOV TO WS-CAPA-UBICACION
    MOVE MOV-Cantidad TO WS-CAPA-CANTIDAD
    CALL "CAPASCOSTO" USING "CONSUMIR" WS-CAPA WS-CAPA-DESTINO
       WS-CAPA-COSTO-TOTAL WS-CAPA-RESULTADO.

EntrarLoteRecibido.
    MOVE MOV-Codigo TO WS-LOTE-CODIGO
    MOVE WS-UBICACION-MOV TO WS-LOTE-UBICACION
    MOVE MOV-Lote TO WS-LOTE-NUMERO
    MOVE MOV-Vencimiento TO WS-LOTE-VENCIMIENTO
    MOVE MOV-Cantidad TO WS-LOTE-CANTIDAD
    CALL "LOTESSTOCK" USING "ENTRAR  " WS-LOTE WS-FECHA-HOY
       WS-LOTE-RESULTADO
    IF WS-LOTE-RESULTADO NOT = 'S'
       DISPLAY "ATENCION: EL LOTE " MOV-Lote " DE " MOV-Codigo
          " NO SE PUDO ASENTAR EN LOTES-STOCK.DAT"
    END-IF.

*> El despacho sale del lote que nombra el movimiento (la baja de
*> un lote vencido en cuarentena) o, sin lote, de los que vencen
*> primero; lo que los lotes no cubren es stock que entro sin lote.
SacarLotesDespacho.
    MOVE MOV-Cantidad TO WS-LOTE-PENDIENTE
    PERFORM UNTIL WS-LOTE-PENDIENTE = 0
       MOVE MOV-Codigo TO WS-LOTE-CODIGO
       MOVE WS-UBICACION-MOV TO WS-LOTE-UBICACION
       MOVE MOV-Lote TO WS-LOTE-NUMERO
       MOVE WS-LOTE-PENDIENTE TO WS-LOTE-CANTIDAD
       CALL "LOTESSTOCK" USING "TOMAR   " WS-LOTE WS-FECHA-HOY
          WS-LOTE-RESULTADO
       IF WS-LOTE-RESULTADO NOT = 'S'
          EXIT PERFORM
       END-IF
       SUBTRACT WS-LOTE-CANTIDAD FROM WS-LOTE-PENDIENTE
    END-PERFORM.

*> Cada porcion que sale del origen entra en el destino con el mismo
*> lote y vencimiento (WS-UBICACION-MOV ya es el destino).
TraspasarLotes.
    MOVE MOV-Cantidad TO WS-LOTE-PENDIENTE
    PERFORM UNTIL WS-LOTE-PENDIENTE = 0
       MOVE MOV-Codigo TO WS-LOTE-CODIGO
       MOVE WS-UBICACION-ORIGEN TO WS-LOTE-UBICACION
       MOVE MOV-Lote TO WS-LOTE-NUMERO
       MOVE WS-LOTE-PENDIENTE TO WS-LOTE-CANTIDAD
       CALL "LOTESSTOCK" USING "TOMAR   " WS-LOTE WS-FECHA-HOY
          WS-LOTE-RESULTADO
       IF WS-LOTE-RESULTADO NOT = 'S'
          EXIT PERFORM
       END-IF
       SUBTRACT WS-LOTE-CANTIDAD FROM WS-LOTE-PENDIENTE
       MOVE WS-UBICACION-MOV TO WS-LOTE-UBICACION
       CALL "LOTESSTOCK" USING "ENTRAR  " WS-LOTE WS-FECHA-HOY
          WS-LOTE-RESULTADO
    END-PERFORM.

*> Con la mercaderia recien llegada a la tienda (recepcion R en
*> TDA o transferencia T hacia TDA) se cubren los pendientes de
*> ese codigo en orden de llegada: el primero que entra completo gana
*> su orden generada al final de VENTAS-MOVS.DAT (la postea la
*> proxima corrida de VENTAS, que es quien descuenta el stock), asi
*> el asiento de venta lleva el precio vigente de ese dia. Se lleva
    MOVE STK-CANTIDAD(WS-STK-SUB) TO WS-DISPONIBLE-PROYECTADO
    PERFORM VARYING WS-PND-SUB FROM 1 BY 1
       UNTIL WS-PND-SUB > WS-TOTAL-PENDIENTES
       IF PND-CODIGO(WS-PND-SUB) = MOV-Codigo
          AND PND-CUBIERTO(WS-PND-SUB) = 'N'
          AND PND-CANTIDAD(WS-PND-SUB)
             <= WS-DISPONIBLE-PROYECTADO
          MOVE 'S' TO PND-CUBIERTO(WS-PND-SUB)
          ADD 1 TO WS-CUBIERTOS
          PERFORM GenerarOrdenDePendiente
          DISPLAY "PENDIENTE CUBIERTO: " PND-CODIGO(WS-PND-SUB)
             " X " PND-CANTIDAD(WS-PND-SUB)
             " PARA EL CLIENTE " PND-CLIENTE(WS-PND-SUB)
       END-IF
       IF PND-CUBIERTO(WS-PND-SUB) = 'N'
          AND PND-CODIGO(WS-PND-SUB) NOT = MOV-Codigo
          PERFORM CubrirPendienteKit
       END-IF
    END-PERFORM.

*> El pendiente de un kit que lleva el codigo recibido se cubre si
*> todos sus componentes arman los kits pedidos: el recibido con lo
*> que le queda sin comprometer, los demas con lo que hay en la
*> tienda (VENTAS vuelve a anotar lo que no alcance al postear).
CubrirPendienteKit.
    MOVE 'N' TO WS-KIT-LLEVA-CODIGO
    MOVE 99999 TO WS-KITS-POSIBLES
    PERFORM VARYING WS-KTB-SUB FROM 1 BY 1
       UNTIL WS-KTB-SUB > WS-TOTAL-KITS
       IF KTB-CODIGO(WS-KTB-SUB) = PND-CODIGO(WS-PND-SUB)
          IF KTB-COMPONENTE(WS-KTB-SUB) = MOV-Codigo
             MOVE 'S' TO WS-KIT-LLEVA-CODIGO
             MOVE KTB-CANTIDAD(WS-KTB-SUB) TO WS-KIT-POR-UNIDAD
             COMPUTE WS-KITS-COMPONENTE =
                WS-DISPONIBLE-PROYECTADO / KTB-CANTIDAD(WS-KTB-SUB)
          ELSE
             PERFORM BuscarStockComponente
             COMPUTE WS-KITS-COMPONENTE =
                WS-EN-MANO-COMPONENTE / KTB-CANTIDAD(WS-KTB-SUB)
          END-IF
          IF WS-KITS-COMPONENTE < WS-KITS-POSIBLES
             MOVE WS-KITS-COMPONENTE TO WS-KITS-POSIBLES
          END-IF
       END-IF
    END-PERFORM
    IF WS-KIT-LLEVA-CODIGO = 'N'
       OR PND-CANTIDAD(WS-PND-SUB) > WS-KITS-POSIBLES
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DISPONIBLE-PROYECTADO = WS-DISPONIBLE-PROYECTADO
       - PND-CANTIDAD(WS-PND-SUB) * WS-KIT-POR-UNIDAD
    MOVE 'S' TO PND-CUBIERTO(WS-PND-SUB)
    ADD 1 TO WS-CUBIERTOS
    PERFORM GenerarOrdenDePendiente
    DISPLAY "PENDIENTE CUBIERTO: KIT " PND-CODIGO(WS-PND-SUB)
       " X " PND-CANTIDAD(WS-PND-SUB)
       " PARA EL CLIENTE " PND-CLIENTE(WS-PND-SUB).

BuscarStockComponente.
    MOVE 0 TO WS-EN-MANO-COMPONENTE
    PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
       UNTIL WS-CMP-SUB > WS-TOTAL-STOCK
       IF STK-CODIGO(WS-CMP-SUB) = KTB-COMPONENTE(WS-KTB-SUB)
          AND STK-UBICACION(WS-CMP-SUB) = "TDA"
          MOVE STK-CANTIDAD(WS-CMP-SUB) TO WS-EN-MANO-COMPONENTE
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> Cada orden generada viaja como un bloque completo del formato
    MOVE WS-FECHA-HOY TO VME-Fecha
    WRITE VENTAS-MOVS-ENCABEZADO
    MOVE 'D' TO VMO-Indicador
    MOVE PND-CODIGO(WS-PND-SUB) TO VMO-Codigo
    MOVE PND-CANTIDAD(WS-PND-SUB) TO VMO-Cantidad
    MOVE PND-CLIENTE(WS-PND-SUB) TO VMO-ClienteId
    MOVE 'V' TO VMO-Tipo
    MOVE 'C' TO VMO-FormaPago
    MOVE PND-VENDEDOR(WS-PND-SUB) TO VMO-Vendedor
    MOVE PND-COTIZACION(WS-PND-SUB) TO VMO-Cotizacion
    MOVE PND-PRECIO-COTIZADO(WS-PND-SUB) TO VMO-PrecioCotizado
    WRITE VENTAS-MOVS-REGISTRO
    MOVE 'T' TO VMT-Indicador
    MOVE 1 TO VMT-Conteo
       UNTIL WS-PND-SUB > WS-TOTAL-PENDIENTES
       IF PND-CUBIERTO(WS-PND-SUB) = 'N'
          MOVE PND-FECHA(WS-PND-SUB) TO PEN-Fecha
          MOVE PND-CODIGO(WS-PND-SUB) TO PEN-Codigo
          MOVE PND-CLIENTE(WS-PND-SUB) TO PEN-ClienteId
          MOVE PND-CANTIDAD(WS-PND-SUB) TO PEN-Cantidad
          MOVE PND-VENDEDOR(WS-PND-SUB) TO PEN-Vendedor
          MOVE PND-COTIZACION(WS-PND-SUB) TO PEN-Cotizacion
          MOVE PND-PRECIO-COTIZADO(WS-PND-SUB)
             TO PEN-PrecioCotizado
          MOVE PENDIENTES-REGISTRO TO PENDIENTES-TEMP-REGISTRO
          WRITE PENDIENTES-TEMP-REGISTRO
       END-IF
    OPEN OUTPUT INVENTARIO-TEMP
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       MOVE STK-CODIGO(WS-STK-SUB) TO INV-Codigo
       MOVE STK-CANTIDAD(WS-STK-SUB) TO INV-Cantidad
       MOVE STK-PUNTO(WS-STK-SUB) TO INV-PuntoReposicion
       MOVE STK-UBICACION(WS-STK-SUB) TO INV-Ubicacion
