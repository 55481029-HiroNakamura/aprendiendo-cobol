IDENTIFICATION DIVISION.
PROGRAM-ID. COTIZACIONES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Los clientes institucionales piden cotizacion por escrito antes
*> de comprar; se escribia a mano y, cuando aceptaban, la orden se
*> volvia a tipear de cero y a veces a otro precio. Este programa
*> les da archivo con tres modos por COMMAND-LINE, como
*> ORDENESCOMPRA:
*>   CREAR     lee SOLICITUDES-COTIZACION.DAT (bloques H/D/T via
*>             VALIDARFEED; cada D trae cliente, vendedor, codigo y
*>             cantidad) y arma una cotizacion por cada tanda
*>             seguida de lineas del mismo cliente y vendedor,
*>             numerada por SECUENCIAID, al precio y moneda de lista
*>             vigentes en PRODUCTOS.DAT (la misma fila que tomaria
*>             VENTAS hoy) y valida hasta hoy mas los dias de
*>             COTIZACION.CTL (30 sin control). Las lineas quedan en
*>             COTIZACIONES.DAT y la cotizacion se imprime al final
*>             de COTIZACIONES.TXT con el nombre y la direccion del
*>             cliente. Una cotizacion es de una sola moneda; un
*>             codigo dado de baja, sin precio o en otra moneda se
*>             rechaza y no entra.
*>   CONVERTIR toma de COTIZACION.CTL el numero de la cotizacion que
*>             el cliente acepto y, si sigue abierta y no vencio,
*>             encadena sus lineas como un bloque al final de
*>             VENTAS-MOVS.DAT (mismo recurso que INVENTARIO con los
*>             pedidos pendientes) con el numero y el precio
*>             cotizado, que es lo que VENTAS cobra; la forma de pago
*>             es la del control (a cuenta si viene en blanco). La
*>             cotizacion queda convertida con la fecha.
*>   REPORTE   lista cada cotizacion como abierta, vencida o
*>             convertida con su importe en COTIZACIONES-ESTADO.TXT,
*>             con los totales y la tasa de conversion (convertidas
*>             sobre emitidas) al pie.
*> COTIZACIONES.DAT se regraba completo por .TMP, mismo esquema que
*> ORDENES-COMPRA.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT COTIZACIONES-FILE ASSIGN TO "COTIZACIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-COTIZACIONES.
SELECT COTIZACIONES-TEMP ASSIGN TO "COTIZACIONES.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-COTIZACIONES-TEMP.
SELECT SOLICITUDES-FILE ASSIGN TO "SOLICITUDES-COTIZACION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SOLICITUDES.
SELECT COTIZACION-CTL ASSIGN TO "COTIZACION.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT PRODUCTOS-FILE ASSIGN TO "PRODUCTOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PRODUCTOS.
SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CLIENTES.
SELECT IMPRESION-FILE ASSIGN TO "COTIZACIONES.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-IMPRESION.
SELECT VENTAS-MOVS ASSIGN TO "VENTAS-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS-MOVS.
SELECT REPORTE-FILE ASSIGN TO "COTIZACIONES-ESTADO.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REPORTE.

DATA DIVISION.
FILE SECTION.
FD COTIZACIONES-FILE.
01 COTIZACIONES-REGISTRO.
   05 COT-Numero PIC 9(7).
   05 COT-Fecha PIC 9(8).
   05 COT-ClienteId PIC 9(7).
   05 COT-Vendedor PIC X(4).
   05 COT-Vencimiento PIC 9(8).
   05 COT-Estado PIC A(1).
   05 COT-Codigo PIC X(8).
   05 COT-Cantidad PIC 9(4).
   05 COT-Precio PIC 9(4)V99.
   05 COT-Moneda PIC X(3).
   05 COT-FechaConversion PIC 9(8).

FD COTIZACIONES-TEMP.
01 COTIZACIONES-TEMP-REGISTRO PIC X(64).

FD SOLICITUDES-FILE.
01 SOLICITUDES-REGISTRO.
   05 SOL-Indicador PIC X(1).
   05 SOL-ClienteId PIC 9(7).
   05 SOL-Vendedor PIC X(4).
   05 SOL-Codigo PIC X(8).
   05 SOL-Cantidad PIC 9(4).

FD COTIZACION-CTL.
01 COTIZACION-CTL-REGISTRO.
   05 CTL-Numero PIC 9(7).
   05 CTL-DiasValidez PIC 9(3).
   05 CTL-FormaPago PIC X(1).

FD PRODUCTOS-FILE.
01 PRODUCTOS-REGISTRO.
   05 PR-Codigo PIC X(8).
   05 PR-Precio PIC 9(4)V99.
   05 PR-Moneda PIC X(3).
   05 PR-FechaVigencia PIC 9(8).
   05 PR-ClaseIva PIC X(2).

FD CLIENTES-FILE.
01 CLIENTES-REGISTRO.
   05 CLI-Id PIC 9(7).
   05 CLI-Nombre PIC X(30).
   05 CLI-Telefono PIC X(15).
   05 CLI-Direccion PIC X(40).
   05 CLI-LimiteCredito PIC 9(7)V99.

FD IMPRESION-FILE.
01 IMPRESION-LINEA PIC X(100).

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
   05 VME-Fecha PIC 9(8).
01 VENTAS-MOVS-TRAILER.
   05 VMT-Indicador PIC X(1).
   05 VMT-Conteo PIC 9(6).

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(100).

WORKING-STORAGE SECTION.
01 WS-MODO PIC X(12) VALUE SPACES.
01 WS-ESTADO-COTIZACIONES PIC X(2).
01 WS-ESTADO-COTIZACIONES-TEMP PIC X(2).
01 WS-ESTADO-SOLICITUDES PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-PRODUCTOS PIC X(2).
01 WS-ESTADO-CLIENTES PIC X(2).
01 WS-ESTADO-IMPRESION PIC X(2).
01 WS-ESTADO-VENTAS-MOVS PIC X(2).
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-EOF-COTIZACIONES PIC A(1) VALUE 'N'.
01 WS-EOF-SOLICITUDES PIC A(1) VALUE 'N'.
01 WS-EOF-PRODUCTOS PIC A(1) VALUE 'N'.
01 WS-EOF-CLIENTES PIC A(1) VALUE 'N'.
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.
01 WS-COMANDO-MV PIC X(80).
01 WS-NOMBRE-FEED PIC X(30) VALUE "SOLICITUDES-COTIZACION.DAT".
01 WS-FEED-RESULTADO PIC X(1).

01 WS-FECHA-HOY PIC 9(8).
01 WS-DIAS-INTEGER PIC S9(9) COMP.
01 WS-DIAS-VALIDEZ PIC 9(3) VALUE 30.
01 WS-FORMA-PAGO PIC X(1) VALUE 'C'.
01 WS-NUMERO-PEDIDO PIC 9(7) VALUE 0.

*> Las lineas de todas las cotizaciones, en el orden del archivo
*> (las de una misma cotizacion quedan juntas).
01 WS-TABLA-COTIZACIONES.
   05 WS-COTIZACION-FILA OCCURS 500 TIMES.
      10 TCO-NUMERO PIC 9(7).
      10 TCO-FECHA PIC 9(8).
      10 TCO-CLIENTE PIC 9(7).
      10 TCO-VENDEDOR PIC X(4).
      10 TCO-VENCIMIENTO PIC 9(8).
      10 TCO-ESTADO PIC A(1).
      10 TCO-CODIGO PIC X(8).
      10 TCO-CANTIDAD PIC 9(4).
      10 TCO-PRECIO PIC 9(4)V99.
      10 TCO-MONEDA PIC X(3).
      10 TCO-CONVERSION PIC 9(8).
01 WS-TOTAL-LINEAS PIC 9(3) VALUE 0.
01 WS-TCO-SUB PIC 9(3).
01 WS-TCO-PRIMERA PIC 9(3).

01 WS-TABLA-PRECIOS.
   05 WS-PRECIO-FILA OCCURS 100 TIMES.
      10 PRE-CODIGO PIC X(8).
      10 PRE-PRECIO PIC 9(4)V99.
      10 PRE-MONEDA PIC X(3).
      10 PRE-VIGENCIA PIC 9(8).
01 WS-TOTAL-PRECIOS PIC 9(3) VALUE 0.
01 WS-PRE-SUB PIC 9(3).
01 WS-PRE-HALLADO PIC A(1).

01 WS-TABLA-CLIENTES.
   05 WS-CLIENTE-FILA OCCURS 200 TIMES.
      10 CLT-ID PIC 9(7).
      10 CLT-NOMBRE PIC X(30).
      10 CLT-DIRECCION PIC X(40).
01 WS-TOTAL-CLIENTES PIC 9(3) VALUE 0.
01 WS-CLI-SUB PIC 9(3).
01 WS-CLI-HALLADO PIC A(1).

*> La cotizacion que se esta armando en CREAR.
01 WS-COT-ABIERTA PIC A(1) VALUE 'N'.
01 WS-COT-NUMERO PIC 9(7).
01 WS-COT-CLIENTE PIC 9(7).
01 WS-COT-VENDEDOR PIC X(4).
01 WS-COT-VENCIMIENTO PIC 9(8).
01 WS-COT-MONEDA PIC X(3).
01 WS-COT-TOTAL PIC 9(9)V99.
01 WS-GRUPO-CLIENTE PIC 9(7) VALUE 0.
01 WS-GRUPO-VENDEDOR PIC X(4) VALUE SPACES.

01 WS-IMPORTE PIC 9(9)V99.
01 WS-LINEA PIC X(100).
01 WS-PRECIO-EDITADO PIC $$,$$9.99.
01 WS-IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
01 WS-TASA-EDITADA PIC ZZ9.99.
01 WS-TEXTO-ESTADO PIC X(10).
01 WS-CREADAS PIC 9(4) VALUE 0.
01 WS-RECHAZADAS PIC 9(4) VALUE 0.
01 WS-EMITIDAS PIC 9(4) VALUE 0.
01 WS-ABIERTAS PIC 9(4) VALUE 0.
01 WS-VENCIDAS PIC 9(4) VALUE 0.
01 WS-CONVERTIDAS PIC 9(4) VALUE 0.
01 WS-TASA-CONVERSION PIC 9(3)V99 VALUE 0.
01 WS-LINEAS-PEDIDO PIC 9(6) VALUE 0.
01 WS-FEED-SECUENCIA PIC 9(7).

COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "COTIZACIONES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    ACCEPT WS-MODO FROM COMMAND-LINE
    PERFORM VerificarTempPendiente
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM LeerControl
    PERFORM CargarCotizaciones
    EVALUATE WS-MODO
       WHEN "CREAR"
          PERFORM CrearCotizaciones
       WHEN "CONVERTIR"
          PERFORM ConvertirCotizacion
       WHEN "REPORTE"
          PERFORM ReportarCotizaciones
       WHEN OTHER
          DISPLAY "MODO NO RECONOCIDO: " WS-MODO
             " - SE ESPERA CREAR, CONVERTIR O REPORTE"
          MOVE 8 TO RETURN-CODE
    END-EVALUATE.
FinInicio.
DISPLAY "JOB COTIZACIONES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Un .TMP que quedo de una corrida anterior es el sintoma de una
*> regrabacion que murio a mitad de camino: antes que pisar esos
*> restos, se frena, mismo criterio que ORDENESCOMPRA.
VerificarTempPendiente.
    OPEN INPUT COTIZACIONES-TEMP
    IF WS-ESTADO-COTIZACIONES-TEMP = "00"
       CLOSE COTIZACIONES-TEMP
       DISPLAY "HAY UN COTIZACIONES.DAT.TMP DE UNA CORRIDA "
          "ANTERIOR FALLADA, RESOLVER ANTES DE CORRER"
       MOVE 'S' TO WS-TEMP-PENDIENTE
    END-IF.

*> El control es opcional para CREAR (dias de validez) y obligatorio
*> para CONVERTIR (el numero aceptado).
LeerControl.
    OPEN INPUT COTIZACION-CTL
    IF WS-ESTADO-CTL NOT = "00"
       EXIT PARAGRAPH
    END-IF
    READ COTIZACION-CTL
       AT END CONTINUE
       NOT AT END
          IF CTL-Numero IS NUMERIC
             MOVE CTL-Numero TO WS-NUMERO-PEDIDO
          END-IF
          IF CTL-DiasValidez IS NUMERIC AND CTL-DiasValidez > 0
             MOVE CTL-DiasValidez TO WS-DIAS-VALIDEZ
          END-IF
          IF CTL-FormaPago NOT = SPACE
             MOVE CTL-FormaPago TO WS-FORMA-PAGO
          END-IF
    END-READ
    CLOSE COTIZACION-CTL.

CargarCotizaciones.
    OPEN INPUT COTIZACIONES-FILE
    IF WS-ESTADO-COTIZACIONES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-COTIZACIONES = 'Y'
       READ COTIZACIONES-FILE
          AT END MOVE 'Y' TO WS-EOF-COTIZACIONES
          NOT AT END
             IF WS-TOTAL-LINEAS < 500
                ADD 1 TO WS-TOTAL-LINEAS
                MOVE WS-TOTAL-LINEAS TO WS-TCO-SUB
                MOVE COT-Numero TO TCO-NUMERO(WS-TCO-SUB)
                MOVE COT-Fecha TO TCO-FECHA(WS-TCO-SUB)
                MOVE COT-ClienteId TO TCO-CLIENTE(WS-TCO-SUB)
                MOVE COT-Vendedor TO TCO-VENDEDOR(WS-TCO-SUB)
                MOVE COT-Vencimiento TO TCO-VENCIMIENTO(WS-TCO-SUB)
                MOVE COT-Estado TO TCO-ESTADO(WS-TCO-SUB)
                MOVE COT-Codigo TO TCO-CODIGO(WS-TCO-SUB)
                MOVE COT-Cantidad TO TCO-CANTIDAD(WS-TCO-SUB)
                MOVE COT-Precio TO TCO-PRECIO(WS-TCO-SUB)
                MOVE COT-Moneda TO TCO-MONEDA(WS-TCO-SUB)
                MOVE COT-FechaConversion
                   TO TCO-CONVERSION(WS-TCO-SUB)
             ELSE
                DISPLAY "ATENCION: MAS DE 500 LINEAS EN "
                   "COTIZACIONES.DAT, SE PIERDE LA COTIZACION "
                   COT-Numero
             END-IF
       END-READ
    END-PERFORM
    CLOSE COTIZACIONES-FILE.

CargarPrecios.
    OPEN INPUT PRODUCTOS-FILE
    IF WS-ESTADO-PRODUCTOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PRODUCTOS = 'Y'
       READ PRODUCTOS-FILE
          AT END MOVE 'Y' TO WS-EOF-PRODUCTOS
          NOT AT END PERFORM RecordarPrecio
       END-READ
    END-PERFORM
    CLOSE PRODUCTOS-FILE.

*> El mismo criterio que VENTAS: una fila futura no entra en juego
*> y entre las que ya rigen gana la de vigencia mas alta.
RecordarPrecio.
    IF PR-FechaVigencia IS NUMERIC
       AND PR-FechaVigencia > WS-FECHA-HOY
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-PRE-HALLADO
    PERFORM VARYING WS-PRE-SUB FROM 1 BY 1
       UNTIL WS-PRE-SUB > WS-TOTAL-PRECIOS
       IF PRE-CODIGO(WS-PRE-SUB) = PR-Codigo
          IF PR-FechaVigencia >= PRE-VIGENCIA(WS-PRE-SUB)
             MOVE PR-Precio TO PRE-PRECIO(WS-PRE-SUB)
             MOVE PR-Moneda TO PRE-MONEDA(WS-PRE-SUB)
             MOVE PR-FechaVigencia TO PRE-VIGENCIA(WS-PRE-SUB)
          END-IF
          MOVE 'S' TO WS-PRE-HALLADO
          MOVE WS-TOTAL-PRECIOS TO WS-PRE-SUB
       END-IF
    END-PERFORM
    IF WS-PRE-HALLADO = 'N' AND WS-TOTAL-PRECIOS < 100
       ADD 1 TO WS-TOTAL-PRECIOS
       MOVE PR-Codigo TO PRE-CODIGO(WS-TOTAL-PRECIOS)
       MOVE PR-Precio TO PRE-PRECIO(WS-TOTAL-PRECIOS)
       MOVE PR-Moneda TO PRE-MONEDA(WS-TOTAL-PRECIOS)
       MOVE PR-FechaVigencia TO PRE-VIGENCIA(WS-TOTAL-PRECIOS)
    END-IF.

CargarClientes.
    OPEN INPUT CLIENTES-FILE
    IF WS-ESTADO-CLIENTES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CLIENTES = 'Y'
       READ CLIENTES-FILE
          AT END MOVE 'Y' TO WS-EOF-CLIENTES
          NOT AT END
             IF WS-TOTAL-CLIENTES < 200
                ADD 1 TO WS-TOTAL-CLIENTES
                MOVE CLI-Id TO CLT-ID(WS-TOTAL-CLIENTES)
                MOVE CLI-Nombre TO CLT-NOMBRE(WS-TOTAL-CLIENTES)
                MOVE CLI-Direccion TO CLT-DIRECCION(WS-TOTAL-CLIENTES)
             END-IF
       END-READ
    END-PERFORM
    CLOSE CLIENTES-FILE.

BuscarCliente.
    MOVE 'N' TO WS-CLI-HALLADO
    PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
       UNTIL WS-CLI-SUB > WS-TOTAL-CLIENTES
       IF CLT-ID(WS-CLI-SUB) = WS-COT-CLIENTE
          MOVE 'S' TO WS-CLI-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> Cada tanda seguida de lineas del mismo cliente y vendedor es una
*> cotizacion; un bloque H nuevo tambien abre una. El numero se
*> pide recien con la primera linea aceptada, asi una tanda toda
*> rechazada no gasta numero.
CrearCotizaciones.
    CALL "VALIDARFEED" USING "VALIDAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO
    IF WS-FEED-RESULTADO = 'N'
       DISPLAY "FEED " WS-NOMBRE-FEED " RECHAZADO POR "
          "ENCABEZADO/TRAILER O DOBLE PROCESO, NO SE COTIZA NADA"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT SOLICITUDES-FILE
    IF WS-ESTADO-SOLICITUDES NOT = "00"
       DISPLAY "NO HAY SOLICITUDES-COTIZACION.DAT, NADA QUE COTIZAR"
       EXIT PARAGRAPH
    END-IF
    PERFORM CargarPrecios
    PERFORM CargarClientes
    OPEN EXTEND IMPRESION-FILE
    IF WS-ESTADO-IMPRESION NOT = "00"
       OPEN OUTPUT IMPRESION-FILE
       CLOSE IMPRESION-FILE
       OPEN EXTEND IMPRESION-FILE
    END-IF
    PERFORM UNTIL WS-EOF-SOLICITUDES = 'Y'
       READ SOLICITUDES-FILE
          AT END MOVE 'Y' TO WS-EOF-SOLICITUDES
          NOT AT END
             EVALUATE SOL-Indicador
                WHEN 'H'
                   PERFORM CerrarCotizacion
                   MOVE 0 TO WS-GRUPO-CLIENTE
                   MOVE SPACES TO WS-GRUPO-VENDEDOR
                WHEN 'D'
                   PERFORM CotizarUnaLinea
             END-EVALUATE
       END-READ
    END-PERFORM
    PERFORM CerrarCotizacion
    CLOSE IMPRESION-FILE
    CLOSE SOLICITUDES-FILE
    PERFORM GrabarCotizaciones
    CALL "VALIDARFEED" USING "ASENTAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO
    DISPLAY "COTIZACIONES CREADAS: " WS-CREADAS
       "  LINEAS RECHAZADAS: " WS-RECHAZADAS
    IF WS-RECHAZADAS > 0
       MOVE 4 TO RETURN-CODE
    END-IF.

CotizarUnaLinea.
    IF SOL-ClienteId NOT = WS-GRUPO-CLIENTE
       OR SOL-Vendedor NOT = WS-GRUPO-VENDEDOR
       PERFORM CerrarCotizacion
       MOVE SOL-ClienteId TO WS-GRUPO-CLIENTE
       MOVE SOL-Vendedor TO WS-GRUPO-VENDEDOR
    END-IF
    MOVE SOL-ClienteId TO WS-COT-CLIENTE
    PERFORM BuscarCliente
    IF WS-CLI-HALLADO = 'N'
       ADD 1 TO WS-RECHAZADAS
       DISPLAY "RECHAZADO: CLIENTE " SOL-ClienteId
          " NO ESTA EN CLIENTES.DAT, LINEA DE " SOL-Codigo
       EXIT PARAGRAPH
    END-IF
    IF SOL-Cantidad IS NOT NUMERIC OR SOL-Cantidad = 0
       ADD 1 TO WS-RECHAZADAS
       DISPLAY "RECHAZADO: CANTIDAD EN CERO PARA " SOL-Codigo
          " DEL CLIENTE " SOL-ClienteId
       EXIT PARAGRAPH
    END-IF
    MOVE SOL-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    IF WS-ART-RESULTADO = 'B'
       ADD 1 TO WS-RECHAZADAS
       DISPLAY "RECHAZADO: ARTICULO " SOL-Codigo " " WS-ART-MARCA
          " DADO DE BAJA EN ARTICULOS.DAT"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-PRE-HALLADO
    PERFORM VARYING WS-PRE-SUB FROM 1 BY 1
       UNTIL WS-PRE-SUB > WS-TOTAL-PRECIOS
       IF PRE-CODIGO(WS-PRE-SUB) = SOL-Codigo
          MOVE 'S' TO WS-PRE-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-PRE-HALLADO = 'N'
       ADD 1 TO WS-RECHAZADAS
       DISPLAY "RECHAZADO: CODIGO " SOL-Codigo
          " NO ESTA EN PRODUCTOS.DAT"
       EXIT PARAGRAPH
    END-IF
    IF WS-COT-ABIERTA = 'S'
       AND PRE-MONEDA(WS-PRE-SUB) NOT = WS-COT-MONEDA
       ADD 1 TO WS-RECHAZADAS
       DISPLAY "RECHAZADO: " SOL-Codigo " EN " PRE-MONEDA(WS-PRE-SUB)
          " NO ENTRA EN LA COTIZACION " WS-COT-NUMERO " EN "
          WS-COT-MONEDA ", COTIZAR APARTE"
       EXIT PARAGRAPH
    END-IF
    IF WS-TOTAL-LINEAS >= 500
       ADD 1 TO WS-RECHAZADAS
       DISPLAY "ATENCION: TABLA DE COTIZACIONES LLENA (500), "
          "NO ENTRA " SOL-Codigo " DEL CLIENTE " SOL-ClienteId
       EXIT PARAGRAPH
    END-IF
    IF WS-COT-ABIERTA = 'N'
       PERFORM AbrirCotizacion
    END-IF
    ADD 1 TO WS-TOTAL-LINEAS
    MOVE WS-TOTAL-LINEAS TO WS-TCO-SUB
    MOVE WS-COT-NUMERO TO TCO-NUMERO(WS-TCO-SUB)
    MOVE WS-FECHA-HOY TO TCO-FECHA(WS-TCO-SUB)
    MOVE WS-COT-CLIENTE TO TCO-CLIENTE(WS-TCO-SUB)
    MOVE WS-COT-VENDEDOR TO TCO-VENDEDOR(WS-TCO-SUB)
    MOVE WS-COT-VENCIMIENTO TO TCO-VENCIMIENTO(WS-TCO-SUB)
    MOVE 'A' TO TCO-ESTADO(WS-TCO-SUB)
    MOVE SOL-Codigo TO TCO-CODIGO(WS-TCO-SUB)
    MOVE SOL-Cantidad TO TCO-CANTIDAD(WS-TCO-SUB)
    MOVE PRE-PRECIO(WS-PRE-SUB) TO TCO-PRECIO(WS-TCO-SUB)
    MOVE PRE-MONEDA(WS-PRE-SUB) TO TCO-MONEDA(WS-TCO-SUB)
    MOVE 0 TO TCO-CONVERSION(WS-TCO-SUB)
    COMPUTE WS-IMPORTE = SOL-Cantidad * PRE-PRECIO(WS-PRE-SUB)
    ADD WS-IMPORTE TO WS-COT-TOTAL
    MOVE PRE-PRECIO(WS-PRE-SUB) TO WS-PRECIO-EDITADO
    MOVE WS-IMPORTE TO WS-IMPORTE-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING "  " SOL-Codigo " " WS-ART-MARCA " " WS-ART-MODELO " "
       SOL-Cantidad " X " WS-PRECIO-EDITADO " " WS-IMPORTE-EDITADO
       " " PRE-MONEDA(WS-PRE-SUB) DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO IMPRESION-LINEA
    WRITE IMPRESION-LINEA.

AbrirCotizacion.
    CALL "SECUENCIAID" USING WS-COT-NUMERO
    MOVE 'S' TO WS-COT-ABIERTA
    MOVE SOL-Vendedor TO WS-COT-VENDEDOR
    MOVE PRE-MONEDA(WS-PRE-SUB) TO WS-COT-MONEDA
    MOVE 0 TO WS-COT-TOTAL
    COMPUTE WS-DIAS-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) + WS-DIAS-VALIDEZ
    COMPUTE WS-COT-VENCIMIENTO =
       FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEGER)
    ADD 1 TO WS-CREADAS
    MOVE SPACES TO IMPRESION-LINEA
    WRITE IMPRESION-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "COTIZACION N. " WS-COT-NUMERO "      FECHA " WS-FECHA-HOY
       "      VALIDA HASTA " WS-COT-VENCIMIENTO
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO IMPRESION-LINEA
    WRITE IMPRESION-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "CLIENTE " WS-COT-CLIENTE " " CLT-NOMBRE(WS-CLI-SUB)
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO IMPRESION-LINEA
    WRITE IMPRESION-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "        " CLT-DIRECCION(WS-CLI-SUB)
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO IMPRESION-LINEA
    WRITE IMPRESION-LINEA
    IF WS-COT-VENDEDOR NOT = SPACES
       MOVE SPACES TO WS-LINEA
       STRING "VENDEDOR " WS-COT-VENDEDOR
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO IMPRESION-LINEA
       WRITE IMPRESION-LINEA
    END-IF
    DISPLAY "COTIZACION " WS-COT-NUMERO " AL CLIENTE "
       WS-COT-CLIENTE " VALIDA HASTA " WS-COT-VENCIMIENTO.

*> El pie de la cotizacion impresa: total sin IVA, que se agrega
*> en la factura a la tasa vigente el dia de la venta.
CerrarCotizacion.
    IF WS-COT-ABIERTA = 'N'
       EXIT PARAGRAPH
    END-IF
    MOVE WS-COT-TOTAL TO WS-IMPORTE-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING "  TOTAL SIN IVA                          "
       WS-IMPORTE-EDITADO " " WS-COT-MONEDA
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO IMPRESION-LINEA
    WRITE IMPRESION-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "  PRECIOS VALIDOS HASTA EL " WS-COT-VENCIMIENTO
       ", IVA APARTE A LA TASA VIGENTE AL FACTURAR"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO IMPRESION-LINEA
    WRITE IMPRESION-LINEA
    MOVE 'N' TO WS-COT-ABIERTA.

*> Solo una cotizacion abierta y vigente se convierte, y entera: el
*> cliente acepto lo que se le cotizo.
ConvertirCotizacion.
    IF WS-NUMERO-PEDIDO = 0
       DISPLAY "NO HAY COTIZACION.CTL CON EL NUMERO A CONVERTIR"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-TCO-PRIMERA
    PERFORM VARYING WS-TCO-SUB FROM 1 BY 1
       UNTIL WS-TCO-SUB > WS-TOTAL-LINEAS
       IF TCO-NUMERO(WS-TCO-SUB) = WS-NUMERO-PEDIDO
          MOVE WS-TCO-SUB TO WS-TCO-PRIMERA
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-TCO-PRIMERA = 0
       DISPLAY "RECHAZADO: NO HAY COTIZACION " WS-NUMERO-PEDIDO
          " EN COTIZACIONES.DAT"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    IF TCO-ESTADO(WS-TCO-PRIMERA) = 'C'
       DISPLAY "RECHAZADO: LA COTIZACION " WS-NUMERO-PEDIDO
          " YA SE CONVIRTIO EL " TCO-CONVERSION(WS-TCO-PRIMERA)
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    IF TCO-VENCIMIENTO(WS-TCO-PRIMERA) < WS-FECHA-HOY
       DISPLAY "RECHAZADO: LA COTIZACION " WS-NUMERO-PEDIDO
          " VENCIO EL " TCO-VENCIMIENTO(WS-TCO-PRIMERA)
          ", HAY QUE COTIZAR DE NUEVO"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM EncadenarCotizacionAlFeed
    PERFORM GrabarCotizaciones
    DISPLAY "COTIZACION " WS-NUMERO-PEDIDO " CONVERTIDA: "
       WS-LINEAS-PEDIDO " LINEAS AL FINAL DE VENTAS-MOVS.DAT".

*> Las lineas viajan como un bloque completo del formato de feeds
*> (H con id unico de SECUENCIAID, sus D y el T con el conteo), que
*> es lo que VALIDARFEED exige para dejar postear.
EncadenarCotizacionAlFeed.
    OPEN EXTEND VENTAS-MOVS
    IF WS-ESTADO-VENTAS-MOVS NOT = "00"
       OPEN OUTPUT VENTAS-MOVS
       CLOSE VENTAS-MOVS
       OPEN EXTEND VENTAS-MOVS
    END-IF
    CALL "SECUENCIAID" USING WS-FEED-SECUENCIA
    MOVE 'H' TO VME-Indicador
    MOVE SPACES TO VME-FeedId
    MOVE "CT" TO VME-FeedId(1:2)
    MOVE WS-FEED-SECUENCIA TO VME-FeedId(3:7)
    MOVE WS-FECHA-HOY TO VME-Fecha
    WRITE VENTAS-MOVS-ENCABEZADO
    PERFORM VARYING WS-TCO-SUB FROM WS-TCO-PRIMERA BY 1
       UNTIL WS-TCO-SUB > WS-TOTAL-LINEAS
       IF TCO-NUMERO(WS-TCO-SUB) = WS-NUMERO-PEDIDO
          MOVE 'D' TO VMO-Indicador
          MOVE TCO-CODIGO(WS-TCO-SUB) TO VMO-Codigo
          MOVE TCO-CANTIDAD(WS-TCO-SUB) TO VMO-Cantidad
          MOVE TCO-CLIENTE(WS-TCO-SUB) TO VMO-ClienteId
          MOVE 'V' TO VMO-Tipo
          MOVE WS-FORMA-PAGO TO VMO-FormaPago
          MOVE TCO-VENDEDOR(WS-TCO-SUB) TO VMO-Vendedor
          MOVE WS-NUMERO-PEDIDO TO VMO-Cotizacion
          MOVE TCO-PRECIO(WS-TCO-SUB) TO VMO-PrecioCotizado
          WRITE VENTAS-MOVS-REGISTRO
          ADD 1 TO WS-LINEAS-PEDIDO
          MOVE 'C' TO TCO-ESTADO(WS-TCO-SUB)
          MOVE WS-FECHA-HOY TO TCO-CONVERSION(WS-TCO-SUB)
       END-IF
    END-PERFORM
    MOVE 'T' TO VMT-Indicador
    MOVE WS-LINEAS-PEDIDO TO VMT-Conteo
    WRITE VENTAS-MOVS-TRAILER
    CLOSE VENTAS-MOVS.

*> Una linea por cotizacion: las lineas de una misma cotizacion son
*> consecutivas, asi que se suma hasta que cambia el numero.
ReportarCotizaciones.
    OPEN OUTPUT REPORTE-FILE
    MOVE SPACES TO WS-LINEA
    STRING "*** COTIZACIONES AL " WS-FECHA-HOY " ***"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "NUMERO  FECHA    CLIENTE VEND VENCE    ESTADO    "
       "        IMPORTE MON       CONVERTIDA"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE 0 TO WS-TCO-PRIMERA
    MOVE 0 TO WS-COT-TOTAL
    PERFORM VARYING WS-TCO-SUB FROM 1 BY 1
       UNTIL WS-TCO-SUB > WS-TOTAL-LINEAS
       IF WS-TCO-PRIMERA = 0
          MOVE WS-TCO-SUB TO WS-TCO-PRIMERA
       END-IF
       IF TCO-NUMERO(WS-TCO-SUB) NOT = TCO-NUMERO(WS-TCO-PRIMERA)
          PERFORM ReportarUnaCotizacion
          MOVE 0 TO WS-COT-TOTAL
          MOVE WS-TCO-SUB TO WS-TCO-PRIMERA
       END-IF
       COMPUTE WS-IMPORTE = TCO-CANTIDAD(WS-TCO-SUB)
          * TCO-PRECIO(WS-TCO-SUB)
       ADD WS-IMPORTE TO WS-COT-TOTAL
    END-PERFORM
    IF WS-TCO-PRIMERA > 0
       PERFORM ReportarUnaCotizacion
    END-IF
    IF WS-EMITIDAS > 0
       COMPUTE WS-TASA-CONVERSION ROUNDED =
          WS-CONVERTIDAS * 100 / WS-EMITIDAS
    END-IF
    MOVE WS-TASA-CONVERSION TO WS-TASA-EDITADA
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "EMITIDAS: " WS-EMITIDAS "  ABIERTAS: " WS-ABIERTAS
       "  VENCIDAS: " WS-VENCIDAS "  CONVERTIDAS: " WS-CONVERTIDAS
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "TASA DE CONVERSION: " WS-TASA-EDITADA
       "% DE LAS COTIZACIONES EMITIDAS"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    CLOSE REPORTE-FILE
    DISPLAY "COTIZACIONES EMITIDAS: " WS-EMITIDAS
       "  CONVERTIDAS: " WS-CONVERTIDAS
       "  TASA DE CONVERSION: " WS-TASA-EDITADA "%".

ReportarUnaCotizacion.
    ADD 1 TO WS-EMITIDAS
    EVALUATE TRUE
       WHEN TCO-ESTADO(WS-TCO-PRIMERA) = 'C'
          MOVE "CONVERTIDA" TO WS-TEXTO-ESTADO
          ADD 1 TO WS-CONVERTIDAS
       WHEN TCO-VENCIMIENTO(WS-TCO-PRIMERA) < WS-FECHA-HOY
          MOVE "VENCIDA" TO WS-TEXTO-ESTADO
          ADD 1 TO WS-VENCIDAS
       WHEN OTHER
          MOVE "ABIERTA" TO WS-TEXTO-ESTADO
          ADD 1 TO WS-ABIERTAS
    END-EVALUATE
    MOVE WS-COT-TOTAL TO WS-IMPORTE-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING TCO-NUMERO(WS-TCO-PRIMERA) " " TCO-FECHA(WS-TCO-PRIMERA)
       " " TCO-CLIENTE(WS-TCO-PRIMERA) " "
       TCO-VENDEDOR(WS-TCO-PRIMERA) " "
       TCO-VENCIMIENTO(WS-TCO-PRIMERA) " " WS-TEXTO-ESTADO " "
       WS-IMPORTE-EDITADO " " TCO-MONEDA(WS-TCO-PRIMERA)
       DELIMITED BY SIZE INTO WS-LINEA
    IF TCO-ESTADO(WS-TCO-PRIMERA) = 'C'
       MOVE TCO-CONVERSION(WS-TCO-PRIMERA) TO WS-LINEA(76:8)
    END-IF
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA.

GrabarCotizaciones.
    OPEN OUTPUT COTIZACIONES-TEMP
    PERFORM VARYING WS-TCO-SUB FROM 1 BY 1
       UNTIL WS-TCO-SUB > WS-TOTAL-LINEAS
       MOVE TCO-NUMERO(WS-TCO-SUB) TO COT-Numero
       MOVE TCO-FECHA(WS-TCO-SUB) TO COT-Fecha
       MOVE TCO-CLIENTE(WS-TCO-SUB) TO COT-ClienteId
       MOVE TCO-VENDEDOR(WS-TCO-SUB) TO COT-Vendedor
       MOVE TCO-VENCIMIENTO(WS-TCO-SUB) TO COT-Vencimiento
       MOVE TCO-ESTADO(WS-TCO-SUB) TO COT-Estado
       MOVE TCO-CODIGO(WS-TCO-SUB) TO COT-Codigo
       MOVE TCO-CANTIDAD(WS-TCO-SUB) TO COT-Cantidad
       MOVE TCO-PRECIO(WS-TCO-SUB) TO COT-Precio
       MOVE TCO-MONEDA(WS-TCO-SUB) TO COT-Moneda
       MOVE TCO-CONVERSION(WS-TCO-SUB) TO COT-FechaConversion
       MOVE COTIZACIONES-REGISTRO TO COTIZACIONES-TEMP-REGISTRO
       WRITE COTIZACIONES-TEMP-REGISTRO
    END-PERFORM
    CLOSE COTIZACIONES-TEMP
    MOVE SPACES TO WS-COMANDO-MV
    STRING "mv COTIZACIONES.DAT.TMP COTIZACIONES.DAT"
       DELIMITED BY SIZE INTO WS-COMANDO-MV
    CALL "SYSTEM" USING WS-COMANDO-MV.
