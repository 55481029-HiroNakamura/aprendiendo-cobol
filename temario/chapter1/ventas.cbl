AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Carga de ordenes de venta: lee VENTAS-MOVS.DAT (codigo de
*> producto de ARTICULOS.DAT, cantidad y cliente por orden), valida
*> el codigo contra PRODUCTOS.DAT y el cliente contra CLIENTES.DAT
*> (mantenido por CLIENTES), y asienta cada venta en VENTAS.DAT
*> congelando el precio y la moneda vigentes al momento de la venta
*> (la ultima fila del codigo en el catalogo, que es la mas
*> reciente porque PRODUCTOS.DAT se escribe por EXTEND) junto con
*> la fecha. Asi queda registro de que se vendio,
*> a que precio se vendio ese dia y a quien, y el reporte diario
*> puede sumar ingresos por Marca aunque el precio de lista cambie
*> despues. Postear una venta ahora mueve el stock: cada orden
*> queda en PEDIDOS-PENDIENTES.DAT en orden de llegada (la venta se
*> asienta solo por lo despachado); INVENTARIO los completa solo
*> cuando entra una recepcion R. El inventario se regraba completo
*> al final, mismo esquema que INVENTARIO. Cada venta lleva su IVA:
*> la clase impositiva del producto (PR-ClaseIva, en blanco es la
*> general GE) busca en IVA-TASAS.DAT la tasa vigente a la fecha
*> (la fila de la clase con la vigencia mas alta que no sea
*> futura); una orden cuya clase no tiene tasa vigente se rechaza.
*> La tasa y el impuesto de la linea quedan congelados en
*> VENTAS.DAT junto con el numero de comprobante fiscal que da
*> SECUENCIAID, y el comprobante (factura para una venta, nota de
*> credito para una devolucion, que toma la tasa de la venta
*> original) se imprime en FACTURAS-VENTA.TXT con el nombre y la
*> direccion del cliente de CLIENTES.DAT y las lineas de neto, IVA
*> y total. Sin IVA-TASAS.DAT se avisa y se factura sin impuesto.
*> Cada orden trae ademas su forma de pago (E efectivo, T tarjeta,
*> B transferencia bancaria, C a cuenta; en blanco es efectivo),
*> que se valida y queda en VENTAS.DAT para que CIERRECAJA cuadre
*> el cajon al final del dia. La venta a cuenta se controla contra
*> el limite de credito de CLIENTES.DAT: el saldo del cliente es lo
*> vendido a cuenta en VENTAS.DAT (con IVA, menos las devoluciones
*> a cuenta) menos lo cobrado en CLIENTES-PAGOS.DAT (que postea
*> COBROSCLIENTES), y una orden a cuenta que a precio de lista lo
*> dejaria por encima del limite se rechaza entera. El limite y el
*> saldo se llevan en la moneda base (USD, como VALORINVENTARIO):
*> cada venta, devolucion, resumen archivado y cobro entra al saldo
*> convertido con la tasa de TASAS-CAMBIO.DAT vigente a su fecha
*> (la mas antigua, con aviso, si todas son posteriores; una moneda
*> sin ninguna tasa entra uno a uno, tambien con aviso), y la orden
*> a cuenta se mide convertida a la tasa de hoy. Una orden a cuenta
*> en una moneda sin tasa no se puede medir contra el limite y se
*> rechaza.
*> Un articulo dado de baja en ARTICULOS.DAT ya no se vende (la
*> devolucion de lo vendido antes si se acepta). Las promociones
*> de PROMOCIONES.DAT siguen siendo por Marca, la del articulo, y
*> alcanzan a todos sus modelos; el comprobante muestra el codigo,
*> la Marca y el modelo.
*> Cada venta despachada consume las capas de costo del codigo en
*> la tienda por CAPASCOSTO (FIFO o promedio ponderado segun
*> COSTEO.CTL) y congela en VEN-CostoVenta el costo de lo vendido
*> de la linea, que es lo que REPORTEMARGEN resta del ingreso. La
*> devolucion repone una capa en la tienda al costo unitario de la
*> venta original del cliente y asienta ese mismo costo en su fila
*> 'D', asi el margen de la devolucion se netea con el de la venta.
*> Un kit de KITS.DAT (codigo del kit, cada componente y cuantas
*> unidades del componente lleva un kit) se vende como una sola
*> linea: el codigo del kit figura en ARTICULOS.DAT y tiene su
*> precio en PRODUCTOS.DAT, pero no tiene stock propio. Despachar
*> un kit saca de la tienda cada componente por lo que llevan los
*> kits despachados, y solo se despachan kits completos: si algun
*> componente no alcanza, los kits que faltan quedan en
*> PEDIDOS-PENDIENTES.DAT con el codigo del kit. El costo de la
*> linea es la suma de las capas consumidas de cada componente; la
*> devolucion de un kit repone los componentes en la tienda, y
*> cada uno vuelve a sus capas al costo que CAPASCOSTO le conoce.
*> Lo perecedero que se lleva por lote (LOTES-STOCK.DAT, via
*> LOTESSTOCK) sale del lote de la tienda que vence primero; lo que
*> esta en lotes vencidos queda en cuarentena y no cuenta como
*> stock para vender (lo que falta por eso va a pedido pendiente).
*> Cada porcion vendida de un lote queda en VENTAS-LOTES.DAT con la
*> fecha, el comprobante, el cliente, el codigo, el lote y su
*> vencimiento, que es lo que REPORTELOTES recorre ante un retiro
*> del mercado; la devolucion vuelve al ultimo lote que ese cliente
*> compro del codigo y queda en el mismo archivo como fila 'D'.
*> Los clientes institucionales con precio pactado lo tienen en
*> PRECIOS-CONTRATO.DAT, por cliente y codigo con su rango de
*> vigencia: un precio fijo (F) o un porcentaje sobre la lista (P),
*> nunca por encima de la lista. El contrato se resuelve antes que
*> la promocion de la Marca y, si ambos alcanzan a la venta, la
*> regla de CONTRATOS.CTL decide: M (la de siempre, sin control) el
*> menor de los dos precios, C el contrato sin promocion, A la
*> promocion sobre el precio de contrato. Que fijo el precio queda
*> en VEN-OrigenPrecio (L lista, C contrato, P promocion, A ambos;
*> la devolucion lleva el de la venta original), que es lo que
*> REPORTEDESCUENTOS totaliza por cliente.
*> Cada orden trae el codigo del vendedor que la tomo (en blanco es
*> una venta sin vendedor, que no comisiona); un codigo que no esta
*> activo en VENDEDORES.DAT se rechaza. El vendedor queda en
*> VEN-Vendedor y en el pedido pendiente, y la devolucion lleva el
*> de la venta original, asi LIQUIDARCOMISIONES descuenta la
*> comision a quien la cobro.
*> La orden que viene de una cotizacion aceptada (la convierte
*> COTIZACIONES) trae el numero de la cotizacion y el precio
*> cotizado: se cobra ese precio, sin contrato ni promocion, y
*> queda con origen Q; si parte va a pedido pendiente, el pendiente
*> guarda la cotizacion y su precio para cuando se complete. El
*> precio cotizado solo vale si COTIZACIONES.DAT tiene una linea
*> convertida ('C', la que el cliente acepto) con ese numero,
*> cliente, codigo y precio; si no, la orden se rechaza entera
*> antes de cobrar o de pasar nada al pedido pendiente.
*> Los ejercicios que ARCHIVOANUAL saco de VENTAS.DAT siguen en el
*> saldo a cuenta por su fila C de VENTAS-RESUMEN.DAT (vendido y
*> devuelto a cuenta con IVA por cliente); la devolucion de una
*> venta de un ejercicio archivado ya no encuentra el neto y se
*> rechaza.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT DEVOLUCIONES-FILE ASSIGN TO "DEVOLUCIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DEVOLUCIONES.
SELECT TASAS-FILE ASSIGN TO "IVA-TASAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-TASAS.
SELECT FACTURAS-FILE ASSIGN TO "FACTURAS-VENTA.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FACTURAS.
SELECT PAGOS-CLIENTES-FILE ASSIGN TO "CLIENTES-PAGOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PAGOS-CLIENTES.
SELECT RESUMEN-VENTAS ASSIGN TO "VENTAS-RESUMEN.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RES-VENTAS.
SELECT KITS-FILE ASSIGN TO "KITS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-KITS.
SELECT VENTAS-LOTES-FILE ASSIGN TO "VENTAS-LOTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS-LOTES.
SELECT CONTRATOS-FILE ASSIGN TO "PRECIOS-CONTRATO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CONTRATOS.
SELECT CONTRATOS-CTL ASSIGN TO "CONTRATOS.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CONTRATOS-CTL.
SELECT VENDEDORES-FILE ASSIGN TO "VENDEDORES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENDEDORES.
SELECT CAMBIOS-FILE ASSIGN TO "TASAS-CAMBIO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAMBIOS.
SELECT COTIZACIONES-FILE ASSIGN TO "COTIZACIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-COTIZACIONES.

DATA DIVISION.
FILE SECTION.
FD PRODUCTOS-FILE.
01 PRODUCTOS-REGISTRO.
   05 PR-Codigo PIC X(8).
   05 PR-Precio PIC 9(4)V99.
   05 PR-Moneda PIC X(3).
   05 PR-FechaVigencia PIC 9(8).
   05 PR-ClaseIva PIC X(2).

FD VENTAS-FILE.
01 VENTAS-REGISTRO.
   05 VEN-Fecha PIC 9(8).
   05 VEN-Codigo PIC X(8).
   05 VEN-Cantidad PIC 9(4).
   05 VEN-PrecioUnitario PIC 9(4)V99.
   05 VEN-Moneda PIC X(3).
   05 VEN-ClienteId PIC 9(7).
   05 VEN-PrecioLista PIC 9(4)V99.
   05 VEN-Tipo PIC A(1).
   05 VEN-TasaIva PIC 9(2)V99.
   05 VEN-Iva PIC 9(7)V99.
   05 VEN-Factura PIC 9(7).
   05 VEN-FormaPago PIC X(1).
   05 VEN-CostoVenta PIC 9(7)V99.
   05 VEN-OrigenPrecio PIC X(1).
   05 VEN-Vendedor PIC X(4).

FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-Codigo PIC X(8).
   05 MOV-Cantidad PIC 9(4).
   05 MOV-ClienteId PIC 9(7).
   05 MOV-Tipo PIC A(1).
   05 MOV-FormaPago PIC X(1).
      88 MOV-FORMA-VALIDA VALUES 'E' 'T' 'B' 'C'.
   05 MOV-Vendedor PIC X(4).
   05 MOV-Cotizacion PIC 9(7).
   05 MOV-PrecioCotizado PIC 9(4)V99.

FD CLIENTES-FILE.
01 CLIENTES-REGISTRO.
   05 CLI-Nombre PIC X(30).
   05 CLI-Telefono PIC X(15).
   05 CLI-Direccion PIC X(40).
   05 CLI-LimiteCredito PIC 9(7)V99.

FD INVENTARIO-FILE.
01 INVENTARIO-REGISTRO.
   05 INV-Codigo PIC X(8).
   05 INV-Cantidad PIC 9(5).
   05 INV-PuntoReposicion PIC 9(5).
   05 INV-Ubicacion PIC X(3).

FD INVENTARIO-TEMP.
01 INVENTARIO-TEMP-REGISTRO PIC X(21).

FD PENDIENTES-FILE.
01 PENDIENTES-REGISTRO.
   05 PEN-Fecha PIC 9(8).
   05 PEN-Codigo PIC X(8).
   05 PEN-ClienteId PIC 9(7).
   05 PEN-Cantidad PIC 9(4).
   05 PEN-Vendedor PIC X(4).
   05 PEN-Cotizacion PIC 9(7).
   05 PEN-PrecioCotizado PIC 9(4)V99.

FD PROMOCIONES-FILE.
01 PROMOCIONES-REGISTRO.
FD DEVOLUCIONES-FILE.
01 DEVOLUCIONES-REGISTRO.
   05 DEV-Fecha PIC 9(8).
   05 DEV-Articulo PIC X(8).
   05 DEV-ClienteId PIC 9(7).
   05 DEV-Cantidad PIC 9(4).
   05 DEV-Codigo PIC X(2).

FD TASAS-FILE.
01 TASAS-REGISTRO.
   05 TAS-Clase PIC X(2).
   05 TAS-Desde PIC 9(8).
   05 TAS-Tasa PIC 9(2)V99.

FD FACTURAS-FILE.
01 FACTURAS-LINEA PIC X(80).

FD PAGOS-CLIENTES-FILE.
01 PAGOS-CLIENTES-REGISTRO.
   05 PAG-ClienteId PIC 9(7).
   05 PAG-Fecha PIC 9(8).
   05 PAG-Monto PIC 9(7)V99.
   05 PAG-FormaPago PIC X(1).
   05 PAG-Moneda PIC X(3).
   05 PAG-Referencia PIC X(10).

FD RESUMEN-VENTAS.
01 RESUMEN-VENTAS-REGISTRO.
   05 RVE-Anio PIC 9(4).
   05 RVE-Tipo PIC A(1).
   05 RVE-Clave PIC X(20).
   05 RVE-Moneda PIC X(3).
   05 RVE-Filas PIC 9(7).
   05 RVE-Vendidas PIC 9(7).
   05 RVE-Devueltas PIC 9(7).
   05 RVE-Importe PIC 9(9)V99.
   05 RVE-ImporteDevuelto PIC 9(9)V99.

FD KITS-FILE.
01 KITS-REGISTRO.
   05 KIT-Codigo PIC X(8).
   05 KIT-Componente PIC X(8).
   05 KIT-Cantidad PIC 9(3).

FD VENTAS-LOTES-FILE.
01 VENTAS-LOTES-REGISTRO.
   05 VLO-Fecha PIC 9(8).
   05 VLO-Factura PIC 9(7).
   05 VLO-ClienteId PIC 9(7).
   05 VLO-Codigo PIC X(8).
   05 VLO-Lote PIC X(10).
   05 VLO-Vencimiento PIC 9(8).
   05 VLO-Cantidad PIC 9(5).
   05 VLO-Tipo PIC A(1).

FD CONTRATOS-FILE.
01 CONTRATOS-REGISTRO.
   05 PCT-ClienteId PIC 9(7).
   05 PCT-Codigo PIC X(8).
   05 PCT-Tipo PIC X(1).
   05 PCT-Precio PIC 9(4)V99.
   05 PCT-Porcentaje PIC 9(2).
   05 PCT-Desde PIC 9(8).
   05 PCT-Hasta PIC 9(8).

FD VENDEDORES-FILE.
01 VENDEDORES-REGISTRO.
   05 VDD-Codigo PIC X(4).
   05 VDD-Nombre PIC X(30).
   05 VDD-Estado PIC X(1).

FD CONTRATOS-CTL.
01 CTL-CONTRATOS.
   05 CTL-ReglaPrecio PIC X(1).

FD CAMBIOS-FILE.
01 CAMBIOS-REGISTRO.
   05 TC-MONEDA PIC X(3).
   05 TC-TASA-A-USD PIC 9(3)V9999.
   05 TC-FechaVigencia PIC 9(8).

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

WORKING-STORAGE SECTION.
01 WS-ESTADO-PRODUCTOS PIC X(2).
01 WS-ESTADO-VENTAS PIC X(2).
01 WS-ESTADO-PENDIENTES PIC X(2).
01 WS-ESTADO-PROMOCIONES PIC X(2).
01 WS-ESTADO-DEVOLUCIONES PIC X(2).
01 WS-ESTADO-TASAS PIC X(2).
01 WS-ESTADO-FACTURAS PIC X(2).
01 WS-EOF-TASAS PIC A(1) VALUE 'N'.
01 WS-ESTADO-PAGOS-CLIENTES PIC X(2).
01 WS-EOF-PAGOS-CLIENTES PIC A(1) VALUE 'N'.
01 WS-ESTADO-RES-VENTAS PIC X(2).
01 WS-EOF-RES-VENTAS PIC A(1) VALUE 'N'.
01 WS-EOF-PROMOCIONES PIC A(1) VALUE 'N'.
01 WS-EOF-VENTAS-NETO PIC A(1) VALUE 'N'.
01 WS-EOF-INVENTARIO PIC A(1) VALUE 'N'.
01 WS-EOF-PRODUCTOS PIC A(1) VALUE 'N'.
01 WS-EOF-MOVS PIC A(1) VALUE 'N'.
01 WS-EOF-CLIENTES PIC A(1) VALUE 'N'.
01 WS-ESTADO-KITS PIC X(2).
01 WS-EOF-KITS PIC A(1) VALUE 'N'.
01 WS-ESTADO-VENTAS-LOTES PIC X(2).
01 WS-EOF-VENTAS-LOTES PIC A(1).
01 WS-ESTADO-CONTRATOS PIC X(2).
01 WS-ESTADO-CONTRATOS-CTL PIC X(2).
01 WS-EOF-CONTRATOS PIC A(1) VALUE 'N'.
01 WS-ESTADO-VENDEDORES PIC X(2).
01 WS-EOF-VENDEDORES PIC A(1) VALUE 'N'.
01 WS-ESTADO-CAMBIOS PIC X(2).
01 WS-EOF-CAMBIOS PIC A(1) VALUE 'N'.
01 WS-ESTADO-COTIZACIONES PIC X(2).
01 WS-EOF-COTIZACIONES PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).

*> Precio vigente por codigo a la fecha de proceso: gana la fila
*> con la fecha de vigencia mas alta que no sea futura.
01 WS-TABLA-PRECIOS.
   05 WS-PRECIO-FILA OCCURS 100 TIMES.
      10 PRE-CODIGO PIC X(8).
      10 PRE-PRECIO PIC 9(4)V99.
      10 PRE-MONEDA PIC X(3).
      10 PRE-VIGENCIA PIC 9(8).
      10 PRE-CLASE PIC X(2).
01 WS-TOTAL-PRECIOS PIC 9(3) VALUE 0.
01 WS-PRE-SUB PIC 9(3).
01 WS-PRE-HALLADO PIC A(1).

*> Los clientes conocidos, para no asentar ventas a compradores
*> que no existen en el maestro, con el nombre y la direccion que
*> van impresos en el comprobante, y el limite de credito contra
*> el saldo a cuenta que se va moviendo con la corrida.
01 WS-TABLA-CLIENTES.
   05 WS-CLIENTE-FILA OCCURS 200 TIMES.
      10 WS-CLIENTE-CONOCIDO PIC 9(7).
      10 CLT-NOMBRE PIC X(30).
      10 CLT-DIRECCION PIC X(40).
      10 CLT-LIMITE PIC 9(7)V99.
      10 CLT-SALDO PIC S9(9)V99.
01 WS-SALDO-PROYECTADO PIC S9(9)V99.
01 WS-SALDO-EDITADO PIC $$$,$$$,$$9.99-.
01 WS-LIMITE-EDITADO PIC $$$,$$$,$$9.99.
01 WS-TOTAL-CLIENTES PIC 9(3) VALUE 0.
01 WS-CLI-SUB PIC 9(3).
01 WS-CLI-HALLADO PIC A(1).

*> El historial de tasas de cambio a USD completo en memoria, como
*> en CONTEOCICLICO, para llevar el saldo a cuenta en la moneda
*> base: WS-MONTO-MONEDA en WS-MONEDA-BUSCADA a WS-FECHA-CAMBIO
*> sale en WS-MONTO-USD.
01 WS-TABLA-CAMBIOS.
   05 WS-CAMBIO-ENTRADA OCCURS 50 TIMES.
      10 CAMBIO-MONEDA PIC X(3) VALUE SPACES.
      10 CAMBIO-VALOR PIC 9(3)V9999 VALUE 0.
      10 CAMBIO-VIGENCIA PIC 9(8) VALUE 0.
01 WS-TOTAL-CAMBIOS PIC 9(2) VALUE 0.
01 WS-CAMBIO-SUB PIC 9(2).
01 WS-CAMBIO-HALLADO PIC A(1).
01 WS-CAMBIO-ELEGIDO PIC 9(3)V9999.
01 WS-CAMBIO-FECHA-ELEGIDA PIC 9(8).
01 WS-CAMBIO-RETROCESOS PIC 9(4) VALUE 0.
01 WS-SIN-CAMBIO PIC 9(4) VALUE 0.
01 WS-MONEDA-BUSCADA PIC X(3).
01 WS-FECHA-CAMBIO PIC 9(8).
01 WS-MONTO-MONEDA PIC S9(9)V99.
01 WS-MONTO-USD PIC S9(9)V99.

*> El stock en mano por codigo, que cada venta despachada
*> decrementa; se regraba completo al final si hubo inventario.
*> Las ventas despachan de la tienda (TDA); las filas de otras
*> ubicaciones se conservan tal cual para la regrabacion.
01 WS-TABLA-STOCK.
   05 WS-STOCK OCCURS 100 TIMES.
      10 STK-CODIGO PIC X(8).
      10 STK-CANTIDAD PIC 9(5).
      10 STK-PUNTO PIC 9(5).
      10 STK-UBICACION PIC X(3).
01 WS-HAY-INVENTARIO PIC A(1) VALUE 'N'.
01 WS-A-DESPACHAR PIC 9(4).
01 WS-EN-FALTA PIC 9(4).
01 WS-CODIGO-STOCK PIC X(8).

*> Los componentes de cada kit, una fila por kit y componente con
*> las unidades que lleva un kit; un codigo sin filas no es kit.
01 WS-TABLA-KITS.
   05 WS-KIT-FILA OCCURS 200 TIMES.
      10 KTB-CODIGO PIC X(8).
      10 KTB-COMPONENTE PIC X(8).
      10 KTB-CANTIDAD PIC 9(3).
01 WS-TOTAL-KITS PIC 9(3) VALUE 0.
01 WS-KTB-SUB PIC 9(3).
01 WS-ES-KIT PIC A(1) VALUE 'N'.
01 WS-KITS-POSIBLES PIC 9(5).
01 WS-KITS-COMPONENTE PIC 9(5).
01 WS-UNIDADES-COMPONENTE PIC 9(7).
01 WS-KIT-SIN-COSTO PIC A(1).

*> Las promociones vigentes a la fecha de la venta: Marca,
*> porcentaje de descuento y rango de fechas.
01 WS-PRECIO-LISTA PIC 9(4)V99.
01 WS-PRECIO-COBRADO PIC 9(4)V99.
01 WS-CON-PROMOCION PIC 9(4) VALUE 0.
01 WS-PRECIO-PROMOCION PIC 9(4)V99.
01 WS-HAY-PROMOCION PIC A(1).
01 WS-PORCENTAJE-PROMOCION PIC 9(2).
01 WS-ORIGEN-PRECIO PIC X(1).

*> Los precios pactados vigentes a la fecha de proceso, por cliente
*> y codigo (entre dos filas vigentes gana la de Desde mas alto),
*> y la regla para cuando contrato y promocion alcanzan a la vez.
01 WS-TABLA-CONTRATOS.
   05 WS-CONTRATO-FILA OCCURS 200 TIMES.
      10 CNT-CLIENTE PIC 9(7).
      10 CNT-CODIGO PIC X(8).
      10 CNT-TIPO PIC X(1).
      10 CNT-PRECIO PIC 9(4)V99.
      10 CNT-PORCENTAJE PIC 9(2).
      10 CNT-DESDE PIC 9(8).
01 WS-TOTAL-CONTRATOS PIC 9(3) VALUE 0.
01 WS-CNT-SUB PIC 9(3).
01 WS-HAY-CONTRATO PIC A(1).
01 WS-PRECIO-CONTRATO PIC 9(4)V99.
01 WS-CON-CONTRATO PIC 9(4) VALUE 0.
01 WS-CON-COTIZACION PIC 9(4) VALUE 0.
*> Las lineas de cotizacion convertidas (aceptadas por el cliente),
*> contra las que se valida el precio cotizado de cada orden.
01 WS-TABLA-COTIZADAS.
   05 WS-COTIZADA-FILA OCCURS 500 TIMES.
      10 CTZ-NUMERO PIC 9(7).
      10 CTZ-CLIENTE PIC 9(7).
      10 CTZ-CODIGO PIC X(8).
      10 CTZ-PRECIO PIC 9(4)V99.
01 WS-TOTAL-COTIZADAS PIC 9(3) VALUE 0.
01 WS-CTZ-SUB PIC 9(3).
01 WS-HAY-COTIZACION PIC A(1).
01 WS-COTIZACION-VALIDA PIC A(1).
*> Los vendedores activos, para validar el de cada orden.
01 WS-TABLA-VENDEDORES.
   05 WS-VENDEDOR-ACTIVO OCCURS 50 TIMES PIC X(4).
01 WS-TOTAL-VENDEDORES PIC 9(2) VALUE 0.
01 WS-VDD-SUB PIC 9(2).
01 WS-VDD-HALLADO PIC A(1).
01 WS-REGLA-PRECIO PIC X(1) VALUE 'M'.
   88 WS-REGLA-MENOR VALUE 'M'.
   88 WS-REGLA-CONTRATO VALUE 'C'.
   88 WS-REGLA-ACUMULA VALUE 'A'.

*> La tasa de IVA vigente por clase impositiva a la fecha de
*> proceso, con el mismo criterio de vigencia que los precios.
01 WS-TABLA-TASAS.
   05 WS-TASA-FILA OCCURS 20 TIMES.
      10 TST-CLASE PIC X(2).
      10 TST-DESDE PIC 9(8).
      10 TST-TASA PIC 9(2)V99.
01 WS-TOTAL-TASAS PIC 9(2) VALUE 0.
01 WS-TST-SUB PIC 9(2).
01 WS-HAY-TASAS PIC A(1) VALUE 'N'.
01 WS-CLASE-IVA PIC X(2).
01 WS-TASA-IVA PIC 9(2)V99.
01 WS-TASA-HALLADA PIC A(1).

*> El comprobante fiscal de cada asiento.
01 WS-FAC-NETO PIC 9(8)V99.
01 WS-FAC-TOTAL PIC 9(8)V99.
01 WS-FAC-IMPORTE-EDITADO PIC $$$,$$$,$$9.99.
01 WS-FAC-PRECIO-EDITADO PIC Z,ZZ9.99.
01 WS-FAC-TASA-EDITADA PIC Z9.99.
01 WS-FAC-TITULO PIC X(15).
01 WS-LINEA-FACTURA PIC X(80).
01 WS-COMPROBANTES PIC 9(4) VALUE 0.

*> Lo vendido neto por cliente y codigo (ventas menos devoluciones
*> previas), con el ultimo precio cobrado y su costo unitario, para
*> validar y valuar las devoluciones.
01 WS-TABLA-NETO.
   05 WS-NETO-FILA OCCURS 200 TIMES.
      10 NET-CLIENTE PIC 9(7).
      10 NET-CODIGO PIC X(8).
      10 NET-CANTIDAD PIC S9(6).
      10 NET-PRECIO PIC 9(4)V99.
      10 NET-MONEDA PIC X(3).
      10 NET-TASA PIC 9(2)V99.
      10 NET-COSTO PIC 9(4)V99.
      10 NET-ORIGEN PIC X(1).
      10 NET-VENDEDOR PIC X(4).
01 WS-TOTAL-NETO PIC 9(3) VALUE 0.
01 WS-NET-SUB PIC 9(3).
01 WS-NET-HALLADO PIC A(1).
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS-BAL PIC 9(6).
01 WS-RECHAZOS-BAL PIC 9(6).
*> El articulo de la orden, resuelto por BUSCARARTICULO.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
*> Las capas de costo de lo vendido y lo devuelto, via CAPASCOSTO.
COPY CAPACOSTO REPLACING GRUPO BY WS-CAPA
                         CAMPO-CODIGO BY WS-CAPA-CODIGO
                         CAMPO-UBICACION BY WS-CAPA-UBICACION
                         CAMPO-FECHA BY WS-CAPA-FECHA
                         CAMPO-CANTIDAD BY WS-CAPA-CANTIDAD
                         CAMPO-COSTO BY WS-CAPA-COSTO.
01 WS-CAPA-DESTINO PIC X(3) VALUE SPACES.
01 WS-CAPA-COSTO-TOTAL PIC 9(9)V99.
01 WS-CAPA-RESULTADO PIC X(1).
01 WS-SIN-COSTO PIC 9(4) VALUE 0.
*> Los lotes de lo perecedero, via LOTESSTOCK: lo vencido no se
*> vende y lo vendido queda rastreado por lote.
COPY LOTE REPLACING GRUPO BY WS-LOTE
                    CAMPO-CODIGO BY WS-LOTE-CODIGO
                    CAMPO-UBICACION BY WS-LOTE-UBICACION
                    CAMPO-LOTE BY WS-LOTE-NUMERO
                    CAMPO-VENCIMIENTO BY WS-LOTE-VENCIMIENTO
                    CAMPO-CANTIDAD BY WS-LOTE-CANTIDAD.
01 WS-LOTE-RESULTADO PIC X(1).
01 WS-LOTE-PENDIENTE PIC 9(7).
01 WS-DISPONIBLE-VENTA PIC 9(5).
01 WS-LOTE-DEVUELTO PIC X(10).
01 WS-VENCE-DEVUELTO PIC 9(8).
01 WS-TIPO-RASTRO PIC A(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "VENTAS".

PROCEDURE DIVISION.
    PERFORM CargarPrecios
    PERFORM CargarClientes
    PERFORM CargarStock
    PERFORM CargarKits
    PERFORM CargarPromociones
    PERFORM CargarContratos
    PERFORM CargarVendedores
    PERFORM CargarTasas
    PERFORM CargarCotizaciones
    PERFORM CargarTasasCambio
    PERFORM CargarVentasNetas
    PERFORM CargarResumenACuenta
    PERFORM CargarPagosClientes
    IF WS-TOTAL-PRECIOS = 0
       DISPLAY "NO HAY PRODUCTOS.DAT PARA VALIDAR VENTAS"
       MOVE 8 TO RETURN-CODE
       IF WS-HAY-INVENTARIO = 'S'
          PERFORM GrabarStock
       END-IF
       CALL "CAPASCOSTO" USING "GRABAR  " WS-CAPA WS-CAPA-DESTINO
          WS-CAPA-COSTO-TOTAL WS-CAPA-RESULTADO
       CALL "LOTESSTOCK" USING "GRABAR  " WS-LOTE WS-FECHA-HOY
          WS-LOTE-RESULTADO
       DISPLAY "VENTAS POSTEADAS: " WS-POSTEADAS
          " (CON PROMOCION: " WS-CON-PROMOCION
          ", CON CONTRATO: " WS-CON-CONTRATO
          ", COTIZADAS: " WS-CON-COTIZACION
          ")  DEVOLUCIONES: " WS-DEVOLUCIONES
          "  EN PEDIDO PENDIENTE: " WS-EN-PEDIDO
          "  RECHAZOS: " WS-RECHAZOS
       DISPLAY "COMPROBANTES FISCALES EMITIDOS: " WS-COMPROBANTES
       IF WS-SIN-COSTO > 0
          DISPLAY "ATENCION: " WS-SIN-COSTO " LINEA(S) SIN COSTO "
             "CONOCIDO, ASENTADAS CON COSTO INCOMPLETO"
       END-IF
       IF WS-SIN-CAMBIO > 0
          DISPLAY "ATENCION: " WS-SIN-CAMBIO " IMPORTE(S) DEL SALDO "
             "A CUENTA EN MONEDA SIN TASA EN TASAS-CAMBIO.DAT, "
             "TOMADOS UNO A UNO"
       END-IF
       IF WS-CAMBIO-RETROCESOS > 0
          DISPLAY "ATENCION: " WS-CAMBIO-RETROCESOS " IMPORTE(S) DEL "
             "SALDO A CUENTA MAS VIEJOS QUE TODA TASA DE SU MONEDA, "
             "CONVERTIDOS CON LA TASA MAS ANTIGUA DISPONIBLE"
       END-IF
    END-IF.
FinInicio.
PERFORM RegistrarBalanceDiario.
    MOVE 'N' TO WS-PRE-HALLADO
    PERFORM VARYING WS-PRE-SUB FROM 1 BY 1
       UNTIL WS-PRE-SUB > WS-TOTAL-PRECIOS
       IF PRE-CODIGO(WS-PRE-SUB) = PR-Codigo
          IF PR-FechaVigencia >= PRE-VIGENCIA(WS-PRE-SUB)
             MOVE PR-Precio TO PRE-PRECIO(WS-PRE-SUB)
             MOVE PR-Moneda TO PRE-MONEDA(WS-PRE-SUB)
             MOVE PR-FechaVigencia TO PRE-VIGENCIA(WS-PRE-SUB)
             MOVE PR-ClaseIva TO PRE-CLASE(WS-PRE-SUB)
          END-IF
          MOVE 'S' TO WS-PRE-HALLADO
          MOVE WS-TOTAL-PRECIOS TO WS-PRE-SUB
    END-PERFORM
    IF WS-PRE-HALLADO = 'N' AND WS-TOTAL-PRECIOS < 100
       ADD 1 TO WS-TOTAL-PRECIOS
       MOVE PR-Codigo TO PRE-CODIGO(WS-TOTAL-PRECIOS)
       MOVE PR-Precio TO PRE-PRECIO(WS-TOTAL-PRECIOS)
       MOVE PR-Moneda TO PRE-MONEDA(WS-TOTAL-PRECIOS)
       MOVE PR-FechaVigencia TO PRE-VIGENCIA(WS-TOTAL-PRECIOS)
       MOVE PR-ClaseIva TO PRE-CLASE(WS-TOTAL-PRECIOS)
    END-IF.

CargarClientes.
                   ADD 1 TO WS-TOTAL-CLIENTES
                   MOVE CLI-Id
                      TO WS-CLIENTE-CONOCIDO(WS-TOTAL-CLIENTES)
                   MOVE CLI-Nombre TO CLT-NOMBRE(WS-TOTAL-CLIENTES)
                   MOVE CLI-Direccion
                      TO CLT-DIRECCION(WS-TOTAL-CLIENTES)
                   IF CLI-LimiteCredito IS NUMERIC
                      MOVE CLI-LimiteCredito
                         TO CLT-LIMITE(WS-TOTAL-CLIENTES)
                   ELSE
                      MOVE 0 TO CLT-LIMITE(WS-TOTAL-CLIENTES)
                   END-IF
                   MOVE 0 TO CLT-SALDO(WS-TOTAL-CLIENTES)
                END-IF
          END-READ
       END-PERFORM
             NOT AT END
                IF WS-TOTAL-STOCK < 100
                   ADD 1 TO WS-TOTAL-STOCK
                   MOVE INV-Codigo TO STK-CODIGO(WS-TOTAL-STOCK)
                   MOVE INV-Cantidad
                      TO STK-CANTIDAD(WS-TOTAL-STOCK)
                   MOVE INV-PuntoReposicion
          "POSTEAN SIN MOVER STOCK"
    END-IF.

*> Una fila sin cantidad por kit no se toma: un componente que no
*> sale del stock no es parte del kit.
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
                IF WS-TOTAL-KITS < 200
                   ADD 1 TO WS-TOTAL-KITS
                   MOVE KIT-Codigo TO KTB-CODIGO(WS-TOTAL-KITS)
                   MOVE KIT-Componente
                      TO KTB-COMPONENTE(WS-TOTAL-KITS)
                   MOVE KIT-Cantidad TO KTB-CANTIDAD(WS-TOTAL-KITS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 200 FILAS EN KITS.DAT, "
                      "SE PIERDE " KIT-Codigo " " KIT-Componente
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE KITS-FILE.

CargarPromociones.
    OPEN INPUT PROMOCIONES-FILE
    IF WS-ESTADO-PROMOCIONES = "00"
       CLOSE PROMOCIONES-FILE
    END-IF.

*> Entra la fila de contrato cuyo rango cubre la fecha de proceso
*> (Hasta en cero es sin vencimiento) y cuyo tipo se entiende; la
*> regla de CONTRATOS.CTL, si no es una de las conocidas, queda en
*> el menor precio.
CargarContratos.
    OPEN INPUT CONTRATOS-CTL
    IF WS-ESTADO-CONTRATOS-CTL = "00"
       READ CONTRATOS-CTL
          AT END CONTINUE
          NOT AT END
             MOVE CTL-ReglaPrecio TO WS-REGLA-PRECIO
             IF NOT WS-REGLA-CONTRATO AND NOT WS-REGLA-ACUMULA
                MOVE 'M' TO WS-REGLA-PRECIO
             END-IF
       END-READ
       CLOSE CONTRATOS-CTL
    END-IF
    OPEN INPUT CONTRATOS-FILE
    IF WS-ESTADO-CONTRATOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CONTRATOS = 'Y'
       READ CONTRATOS-FILE
          AT END MOVE 'Y' TO WS-EOF-CONTRATOS
          NOT AT END
             IF (PCT-Tipo = 'F' OR PCT-Tipo = 'P')
                AND PCT-Desde <= WS-FECHA-HOY
                AND (PCT-Hasta = 0 OR PCT-Hasta >= WS-FECHA-HOY)
                PERFORM RecordarContrato
             END-IF
       END-READ
    END-PERFORM
    CLOSE CONTRATOS-FILE.

*> Solo entran los vendedores activos: el dado de baja ('B') ya
*> no toma ordenes.
CargarVendedores.
    OPEN INPUT VENDEDORES-FILE
    IF WS-ESTADO-VENDEDORES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-VENDEDORES = 'Y'
       READ VENDEDORES-FILE
          AT END MOVE 'Y' TO WS-EOF-VENDEDORES
          NOT AT END
             IF VDD-Estado NOT = 'B'
                IF WS-TOTAL-VENDEDORES < 50
                   ADD 1 TO WS-TOTAL-VENDEDORES
                   MOVE VDD-Codigo
                      TO WS-VENDEDOR-ACTIVO(WS-TOTAL-VENDEDORES)
                ELSE
                   DISPLAY "ATENCION: MAS DE 50 VENDEDORES, SE "
                      "PIERDE " VDD-Codigo
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE VENDEDORES-FILE.

BuscarVendedorOrden.
    MOVE 'N' TO WS-VDD-HALLADO
    PERFORM VARYING WS-VDD-SUB FROM 1 BY 1
       UNTIL WS-VDD-SUB > WS-TOTAL-VENDEDORES
       IF WS-VENDEDOR-ACTIVO(WS-VDD-SUB) = MOV-Vendedor
          MOVE 'S' TO WS-VDD-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

RecordarContrato.
    PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
       UNTIL WS-CNT-SUB > WS-TOTAL-CONTRATOS
       IF CNT-CLIENTE(WS-CNT-SUB) = PCT-ClienteId
          AND CNT-CODIGO(WS-CNT-SUB) = PCT-Codigo
          IF PCT-Desde >= CNT-DESDE(WS-CNT-SUB)
             MOVE PCT-Tipo TO CNT-TIPO(WS-CNT-SUB)
             MOVE PCT-Precio TO CNT-PRECIO(WS-CNT-SUB)
             MOVE PCT-Porcentaje TO CNT-PORCENTAJE(WS-CNT-SUB)
             MOVE PCT-Desde TO CNT-DESDE(WS-CNT-SUB)
          END-IF
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-CONTRATOS < 200
       ADD 1 TO WS-TOTAL-CONTRATOS
       MOVE PCT-ClienteId TO CNT-CLIENTE(WS-TOTAL-CONTRATOS)
       MOVE PCT-Codigo TO CNT-CODIGO(WS-TOTAL-CONTRATOS)
       MOVE PCT-Tipo TO CNT-TIPO(WS-TOTAL-CONTRATOS)
       MOVE PCT-Precio TO CNT-PRECIO(WS-TOTAL-CONTRATOS)
       MOVE PCT-Porcentaje TO CNT-PORCENTAJE(WS-TOTAL-CONTRATOS)
       MOVE PCT-Desde TO CNT-DESDE(WS-TOTAL-CONTRATOS)
    ELSE
       DISPLAY "ATENCION: MAS DE 200 CONTRATOS VIGENTES, SE PIERDE "
          "EL DEL CLIENTE " PCT-ClienteId " PARA " PCT-Codigo
    END-IF.

*> Las tasas de IVA-TASAS.DAT se quedan, por clase, con la fila de
*> vigencia mas alta que no sea futura, igual que RecordarPrecio.
CargarTasas.
    OPEN INPUT TASAS-FILE
    IF WS-ESTADO-TASAS NOT = "00"
       DISPLAY "ATENCION: NO HAY IVA-TASAS.DAT, LAS VENTAS SE "
          "FACTURAN SIN IVA"
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO WS-HAY-TASAS
    PERFORM UNTIL WS-EOF-TASAS = 'Y'
       READ TASAS-FILE
          AT END MOVE 'Y' TO WS-EOF-TASAS
          NOT AT END PERFORM RecordarTasa
       END-READ
    END-PERFORM
    CLOSE TASAS-FILE.

RecordarTasa.
    IF TAS-Desde > WS-FECHA-HOY
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-TST-SUB FROM 1 BY 1
       UNTIL WS-TST-SUB > WS-TOTAL-TASAS
       IF TST-CLASE(WS-TST-SUB) = TAS-Clase
          IF TAS-Desde >= TST-DESDE(WS-TST-SUB)
             MOVE TAS-Desde TO TST-DESDE(WS-TST-SUB)
             MOVE TAS-Tasa TO TST-TASA(WS-TST-SUB)
          END-IF
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-TASAS < 20
       ADD 1 TO WS-TOTAL-TASAS
       MOVE TAS-Clase TO TST-CLASE(WS-TOTAL-TASAS)
       MOVE TAS-Desde TO TST-DESDE(WS-TOTAL-TASAS)
       MOVE TAS-Tasa TO TST-TASA(WS-TOTAL-TASAS)
    ELSE
       DISPLAY "ATENCION: MAS DE 20 CLASES DE IVA, SE PIERDE "
          TAS-Clase
    END-IF.

*> Solo las lineas convertidas: una cotizacion abierta o vencida
*> todavia no es precio firmado.
CargarCotizaciones.
    OPEN INPUT COTIZACIONES-FILE
    IF WS-ESTADO-COTIZACIONES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-COTIZACIONES = 'Y'
       READ COTIZACIONES-FILE
          AT END MOVE 'Y' TO WS-EOF-COTIZACIONES
          NOT AT END
             IF COT-Estado = 'C'
                IF WS-TOTAL-COTIZADAS < 500
                   ADD 1 TO WS-TOTAL-COTIZADAS
                   MOVE COT-Numero TO CTZ-NUMERO(WS-TOTAL-COTIZADAS)
                   MOVE COT-ClienteId
                      TO CTZ-CLIENTE(WS-TOTAL-COTIZADAS)
                   MOVE COT-Codigo TO CTZ-CODIGO(WS-TOTAL-COTIZADAS)
                   MOVE COT-Precio TO CTZ-PRECIO(WS-TOTAL-COTIZADAS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 500 LINEAS COTIZADAS, "
                      "SE PIERDE LA " COT-Numero " " COT-Codigo
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE COTIZACIONES-FILE.

*> Carga TASAS-CAMBIO.DAT entero en WS-TABLA-CAMBIOS; sin archivo
*> todo lo que no es USD entra al saldo uno a uno, con aviso.
CargarTasasCambio.
    OPEN INPUT CAMBIOS-FILE
    IF WS-ESTADO-CAMBIOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CAMBIOS = 'Y'
       READ CAMBIOS-FILE
          AT END MOVE 'Y' TO WS-EOF-CAMBIOS
          NOT AT END
             IF WS-TOTAL-CAMBIOS < 50
                ADD 1 TO WS-TOTAL-CAMBIOS
                MOVE TC-MONEDA TO CAMBIO-MONEDA(WS-TOTAL-CAMBIOS)
                MOVE TC-TASA-A-USD TO CAMBIO-VALOR(WS-TOTAL-CAMBIOS)
                IF TC-FechaVigencia IS NUMERIC
                   MOVE TC-FechaVigencia
                      TO CAMBIO-VIGENCIA(WS-TOTAL-CAMBIOS)
                ELSE
                   MOVE 0 TO CAMBIO-VIGENCIA(WS-TOTAL-CAMBIOS)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE CAMBIOS-FILE.

*> Lo ya asentado en VENTAS.DAT, neteado por cliente y codigo: las
*> filas 'D' restan, el resto suma; una devolucion solo procede si
*> el neto la cubre.
CargarVentasNetas.
       PERFORM UNTIL WS-EOF-VENTAS-NETO = 'Y'
          READ VENTAS-FILE
             AT END MOVE 'Y' TO WS-EOF-VENTAS-NETO
             NOT AT END
                PERFORM NetearUnaVenta
                IF VEN-FormaPago = 'C'
                   PERFORM SumarVentaACuenta
                END-IF
          END-READ
       END-PERFORM
       CLOSE VENTAS-FILE
    END-IF.

*> Lo vendido a cuenta suma al saldo del cliente con su IVA y la
*> devolucion a cuenta lo descuenta.
SumarVentaACuenta.
    MOVE VEN-ClienteId TO MOV-ClienteId
    PERFORM BuscarClienteOrden
    IF WS-CLI-HALLADO = 'N'
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-FAC-TOTAL = VEN-Cantidad * VEN-PrecioUnitario
    IF VEN-Iva IS NUMERIC
       ADD VEN-Iva TO WS-FAC-TOTAL
    END-IF
    IF VEN-Tipo = 'D'
       COMPUTE WS-MONTO-MONEDA = 0 - WS-FAC-TOTAL
    ELSE
       MOVE WS-FAC-TOTAL TO WS-MONTO-MONEDA
    END-IF
    MOVE VEN-Moneda TO WS-MONEDA-BUSCADA
    MOVE VEN-Fecha TO WS-FECHA-CAMBIO
    PERFORM MoverSaldoCliente.

*> Lo vendido y devuelto a cuenta en los ejercicios archivados,
*> una fila C por cliente y anio, a la tasa del cierre del anio.
CargarResumenACuenta.
    OPEN INPUT RESUMEN-VENTAS
    IF WS-ESTADO-RES-VENTAS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-RES-VENTAS = 'Y'
       READ RESUMEN-VENTAS
          AT END MOVE 'Y' TO WS-EOF-RES-VENTAS
          NOT AT END
             IF RVE-Tipo = 'C' AND RVE-Clave(1:7) IS NUMERIC
                MOVE RVE-Clave(1:7) TO MOV-ClienteId
                PERFORM BuscarClienteOrden
                IF WS-CLI-HALLADO = 'S'
                   COMPUTE WS-MONTO-MONEDA =
                      RVE-Importe - RVE-ImporteDevuelto
                   MOVE RVE-Moneda TO WS-MONEDA-BUSCADA
                   COMPUTE WS-FECHA-CAMBIO = RVE-Anio * 10000 + 1231
                   PERFORM MoverSaldoCliente
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE RESUMEN-VENTAS.

*> Los cobros ya posteados por COBROSCLIENTES bajan el saldo.
CargarPagosClientes.
    OPEN INPUT PAGOS-CLIENTES-FILE
    IF WS-ESTADO-PAGOS-CLIENTES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PAGOS-CLIENTES = 'Y'
       READ PAGOS-CLIENTES-FILE
          AT END MOVE 'Y' TO WS-EOF-PAGOS-CLIENTES
          NOT AT END
             MOVE PAG-ClienteId TO MOV-ClienteId
             PERFORM BuscarClienteOrden
             IF WS-CLI-HALLADO = 'S'
                COMPUTE WS-MONTO-MONEDA = 0 - PAG-Monto
                MOVE PAG-Moneda TO WS-MONEDA-BUSCADA
                MOVE PAG-Fecha TO WS-FECHA-CAMBIO
                PERFORM MoverSaldoCliente
             END-IF
       END-READ
    END-PERFORM
    CLOSE PAGOS-CLIENTES-FILE.

*> La orden a cuenta se mide a precio de lista con IVA por lo
*> pedido completo, antes de despachar y pasado a USD a la tasa de
*> hoy: si con eso el saldo pasa el limite, no se vende a cuenta.
ControlarCredito.
    COMPUTE WS-MONTO-MONEDA ROUNDED =
       MOV-Cantidad * PRE-PRECIO(WS-PRE-SUB)
       * (100 + WS-TASA-IVA) / 100
    MOVE PRE-MONEDA(WS-PRE-SUB) TO WS-MONEDA-BUSCADA
    MOVE WS-FECHA-HOY TO WS-FECHA-CAMBIO
    PERFORM ConvertirAUsd
    IF WS-CAMBIO-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: VENTA A CUENTA DE " MOV-Codigo
          " DEL CLIENTE " MOV-ClienteId " EN " WS-MONEDA-BUSCADA
          " SIN TASA EN TASAS-CAMBIO.DAT PARA MEDIR EL LIMITE"
       MOVE 'N' TO WS-CLI-HALLADO
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SALDO-PROYECTADO = CLT-SALDO(WS-CLI-SUB)
       + WS-MONTO-USD
    IF WS-SALDO-PROYECTADO > CLT-LIMITE(WS-CLI-SUB)
       ADD 1 TO WS-RECHAZOS
       MOVE CLT-SALDO(WS-CLI-SUB) TO WS-SALDO-EDITADO
       MOVE CLT-LIMITE(WS-CLI-SUB) TO WS-LIMITE-EDITADO
       DISPLAY "RECHAZADO: VENTA A CUENTA DE " MOV-Codigo
          " DEL CLIENTE " MOV-ClienteId " SUPERA EL LIMITE USD "
          WS-LIMITE-EDITADO " (SALDO " WS-SALDO-EDITADO ")"
       MOVE 'N' TO WS-CLI-HALLADO
    END-IF.

*> Un importe en su moneda al saldo del cliente de WS-CLI-SUB, en
*> USD; la moneda sin tasa entra uno a uno y se cuenta para el
*> aviso del final.
MoverSaldoCliente.
    PERFORM ConvertirAUsd
    IF WS-CAMBIO-HALLADO = 'N'
       ADD 1 TO WS-SIN-CAMBIO
    END-IF
    ADD WS-MONTO-USD TO CLT-SALDO(WS-CLI-SUB).

*> El USD (o una fila vieja sin moneda) va uno a uno; el resto con
*> la tasa vigente a WS-FECHA-CAMBIO. Sin tasa, WS-CAMBIO-HALLADO
*> queda en 'N' y el importe sale sin convertir.
ConvertirAUsd.
    MOVE 'S' TO WS-CAMBIO-HALLADO
    MOVE 1 TO WS-CAMBIO-ELEGIDO
    IF WS-MONEDA-BUSCADA NOT = "USD" AND WS-MONEDA-BUSCADA NOT = SPACES
       PERFORM BuscarTasaCambio
       IF WS-CAMBIO-HALLADO = 'N'
          MOVE 1 TO WS-CAMBIO-ELEGIDO
       END-IF
    END-IF
    COMPUTE WS-MONTO-USD ROUNDED =
       WS-MONTO-MONEDA * WS-CAMBIO-ELEGIDO.

*> Misma busqueda que BuscarTasaVigente en CONTEOCICLICO: gana la
*> tasa con vigencia mas alta no posterior a la fecha; si todas
*> son posteriores, con aviso contado, la mas antigua.
BuscarTasaCambio.
    MOVE 'N' TO WS-CAMBIO-HALLADO
    MOVE 0 TO WS-CAMBIO-ELEGIDO
    MOVE 0 TO WS-CAMBIO-FECHA-ELEGIDA
    PERFORM VARYING WS-CAMBIO-SUB FROM 1 BY 1
       UNTIL WS-CAMBIO-SUB > WS-TOTAL-CAMBIOS
       IF CAMBIO-MONEDA(WS-CAMBIO-SUB) = WS-MONEDA-BUSCADA
          AND CAMBIO-VIGENCIA(WS-CAMBIO-SUB) <= WS-FECHA-CAMBIO
          IF WS-CAMBIO-HALLADO = 'N'
             OR CAMBIO-VIGENCIA(WS-CAMBIO-SUB)
                >= WS-CAMBIO-FECHA-ELEGIDA
             MOVE 'S' TO WS-CAMBIO-HALLADO
             MOVE CAMBIO-VALOR(WS-CAMBIO-SUB) TO WS-CAMBIO-ELEGIDO
             MOVE CAMBIO-VIGENCIA(WS-CAMBIO-SUB)
                TO WS-CAMBIO-FECHA-ELEGIDA
          END-IF
       END-IF
    END-PERFORM
    IF WS-CAMBIO-HALLADO = 'N'
       MOVE 99999999 TO WS-CAMBIO-FECHA-ELEGIDA
       PERFORM VARYING WS-CAMBIO-SUB FROM 1 BY 1
          UNTIL WS-CAMBIO-SUB > WS-TOTAL-CAMBIOS
          IF CAMBIO-MONEDA(WS-CAMBIO-SUB) = WS-MONEDA-BUSCADA
             AND CAMBIO-VIGENCIA(WS-CAMBIO-SUB)
                < WS-CAMBIO-FECHA-ELEGIDA
             MOVE 'S' TO WS-CAMBIO-HALLADO
             MOVE CAMBIO-VALOR(WS-CAMBIO-SUB) TO WS-CAMBIO-ELEGIDO
             MOVE CAMBIO-VIGENCIA(WS-CAMBIO-SUB)
                TO WS-CAMBIO-FECHA-ELEGIDA
          END-IF
       END-PERFORM
       IF WS-CAMBIO-HALLADO = 'S'
          ADD 1 TO WS-CAMBIO-RETROCESOS
       END-IF
    END-IF.

NetearUnaVenta.
    MOVE 'N' TO WS-NET-HALLADO
    PERFORM VARYING WS-NET-SUB FROM 1 BY 1
       UNTIL WS-NET-SUB > WS-TOTAL-NETO
       IF NET-CLIENTE(WS-NET-SUB) = VEN-ClienteId
          AND NET-CODIGO(WS-NET-SUB) = VEN-Codigo
          MOVE 'S' TO WS-NET-HALLADO
          EXIT PERFORM
       END-IF
          ADD 1 TO WS-TOTAL-NETO
          MOVE WS-TOTAL-NETO TO WS-NET-SUB
          MOVE VEN-ClienteId TO NET-CLIENTE(WS-NET-SUB)
          MOVE VEN-Codigo TO NET-CODIGO(WS-NET-SUB)
          MOVE 0 TO NET-CANTIDAD(WS-NET-SUB)
          MOVE 0 TO NET-PRECIO(WS-NET-SUB)
          MOVE SPACES TO NET-MONEDA(WS-NET-SUB)
          MOVE 0 TO NET-TASA(WS-NET-SUB)
          MOVE 0 TO NET-COSTO(WS-NET-SUB)
          MOVE SPACE TO NET-ORIGEN(WS-NET-SUB)
          MOVE SPACES TO NET-VENDEDOR(WS-NET-SUB)
       ELSE
          EXIT PARAGRAPH
       END-IF
       ADD VEN-Cantidad TO NET-CANTIDAD(WS-NET-SUB)
       MOVE VEN-PrecioUnitario TO NET-PRECIO(WS-NET-SUB)
       MOVE VEN-Moneda TO NET-MONEDA(WS-NET-SUB)
       MOVE VEN-OrigenPrecio TO NET-ORIGEN(WS-NET-SUB)
       MOVE VEN-Vendedor TO NET-VENDEDOR(WS-NET-SUB)
       IF VEN-TasaIva IS NUMERIC
          MOVE VEN-TasaIva TO NET-TASA(WS-NET-SUB)
       ELSE
          MOVE 0 TO NET-TASA(WS-NET-SUB)
       END-IF
       *> Las filas anteriores al costeo no traen costo y no pisan
       *> el de una venta costeada.
       IF VEN-CostoVenta IS NUMERIC AND VEN-CostoVenta > 0
          AND VEN-Cantidad > 0
          COMPUTE NET-COSTO(WS-NET-SUB) ROUNDED =
             VEN-CostoVenta / VEN-Cantidad
       END-IF
    END-IF.

PostearVentas.
          CLOSE VENTAS-FILE
          OPEN EXTEND VENTAS-FILE
       END-IF
       OPEN EXTEND FACTURAS-FILE
       IF WS-ESTADO-FACTURAS NOT = "00"
          OPEN OUTPUT FACTURAS-FILE
          CLOSE FACTURAS-FILE
          OPEN EXTEND FACTURAS-FILE
       END-IF
       PERFORM UNTIL WS-EOF-MOVS = 'Y'
          READ MOVS-FILE
             AT END MOVE 'Y' TO WS-EOF-MOVS
                END-IF
          END-READ
       END-PERFORM
       CLOSE FACTURAS-FILE
       CLOSE VENTAS-FILE
       CLOSE MOVS-FILE
       CALL "VALIDARFEED" USING "ASENTAR " WS-NOMBRE-FEED
DespacharOrden.
    MOVE MOV-Cantidad TO WS-A-DESPACHAR
    MOVE 0 TO WS-EN-FALTA
    PERFORM BuscarKit
    IF WS-HAY-INVENTARIO = 'S' AND WS-ES-KIT = 'S'
       PERFORM MedirStockKit
       IF WS-KITS-POSIBLES < MOV-Cantidad
          MOVE WS-KITS-POSIBLES TO WS-A-DESPACHAR
          COMPUTE WS-EN-FALTA = MOV-Cantidad - WS-A-DESPACHAR
       END-IF
       PERFORM SacarComponentesKit
    END-IF
    IF WS-HAY-INVENTARIO = 'S' AND WS-ES-KIT = 'N'
       MOVE MOV-Codigo TO WS-CODIGO-STOCK
       PERFORM UbicarStockVenta
       IF WS-STK-HALLADO = 'S'
          PERFORM MedirDisponibleVenta
          IF WS-DISPONIBLE-VENTA < MOV-Cantidad
             MOVE WS-DISPONIBLE-VENTA TO WS-A-DESPACHAR
             COMPUTE WS-EN-FALTA =
                MOV-Cantidad - WS-A-DESPACHAR
          END-IF
    IF WS-A-DESPACHAR > 0
       PERFORM AplicarPromocion
       MOVE WS-FECHA-HOY TO VEN-Fecha
       MOVE MOV-Codigo TO VEN-Codigo
       MOVE WS-A-DESPACHAR TO VEN-Cantidad
       MOVE WS-PRECIO-COBRADO TO VEN-PrecioUnitario
       MOVE PRE-MONEDA(WS-PRE-SUB) TO VEN-Moneda
       MOVE MOV-ClienteId TO VEN-ClienteId
       MOVE WS-PRECIO-LISTA TO VEN-PrecioLista
       MOVE 'V' TO VEN-Tipo
       MOVE MOV-FormaPago TO VEN-FormaPago
       MOVE WS-TASA-IVA TO VEN-TasaIva
       MOVE WS-ORIGEN-PRECIO TO VEN-OrigenPrecio
       MOVE MOV-Vendedor TO VEN-Vendedor
       PERFORM CalcularIva
       PERFORM CostearDespacho
       WRITE VENTAS-REGISTRO
       IF WS-HAY-INVENTARIO = 'S'
          PERFORM RastrearLotesVenta
       END-IF
       MOVE "FACTURA" TO WS-FAC-TITULO
       PERFORM EmitirComprobante
       IF VEN-FormaPago = 'C'
          MOVE WS-FAC-TOTAL TO WS-MONTO-MONEDA
          MOVE VEN-Moneda TO WS-MONEDA-BUSCADA
          MOVE VEN-Fecha TO WS-FECHA-CAMBIO
          PERFORM MoverSaldoCliente
       END-IF
       ADD 1 TO WS-POSTEADAS
    END-IF
    IF WS-EN-FALTA > 0
       PERFORM AnotarPedidoPendiente
       DISPLAY "PEDIDO PENDIENTE: " MOV-Codigo " SIN STOCK PARA "
          WS-EN-FALTA " UNIDADES DEL CLIENTE " MOV-ClienteId
          " (DESPACHADAS " WS-A-DESPACHAR ")"
    END-IF
    PERFORM VARYING WS-NET-SUB FROM 1 BY 1
       UNTIL WS-NET-SUB > WS-TOTAL-NETO
       IF NET-CLIENTE(WS-NET-SUB) = MOV-ClienteId
          AND NET-CODIGO(WS-NET-SUB) = MOV-Codigo
          MOVE 'S' TO WS-NET-HALLADO
          EXIT PERFORM
       END-IF
       OR NET-CANTIDAD(WS-NET-SUB) < MOV-Cantidad
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: DEVOLUCION DE " MOV-Cantidad " "
          MOV-Codigo " DEL CLIENTE " MOV-ClienteId
          " SIN VENTA ORIGINAL QUE LA CUBRA"
       EXIT PARAGRAPH
    END-IF
    MOVE WS-FECHA-HOY TO VEN-Fecha
    MOVE MOV-Codigo TO VEN-Codigo
    MOVE MOV-Cantidad TO VEN-Cantidad
    MOVE NET-PRECIO(WS-NET-SUB) TO VEN-PrecioUnitario
    MOVE NET-MONEDA(WS-NET-SUB) TO VEN-Moneda
    MOVE MOV-ClienteId TO VEN-ClienteId
    MOVE NET-PRECIO(WS-NET-SUB) TO VEN-PrecioLista
    MOVE 'D' TO VEN-Tipo
    MOVE MOV-FormaPago TO VEN-FormaPago
    MOVE NET-TASA(WS-NET-SUB) TO VEN-TasaIva
    MOVE NET-ORIGEN(WS-NET-SUB) TO VEN-OrigenPrecio
    MOVE NET-VENDEDOR(WS-NET-SUB) TO VEN-Vendedor
    PERFORM CalcularIva
    PERFORM BuscarKit
    PERFORM ReponerCostoDevolucion
    WRITE VENTAS-REGISTRO
    PERFORM BuscarClienteOrden
    MOVE "NOTA DE CREDITO" TO WS-FAC-TITULO
    PERFORM EmitirComprobante
    IF VEN-FormaPago = 'C' AND WS-CLI-HALLADO = 'S'
       COMPUTE WS-MONTO-MONEDA = 0 - WS-FAC-TOTAL
       MOVE VEN-Moneda TO WS-MONEDA-BUSCADA
       MOVE VEN-Fecha TO WS-FECHA-CAMBIO
       PERFORM MoverSaldoCliente
    END-IF
    SUBTRACT MOV-Cantidad FROM NET-CANTIDAD(WS-NET-SUB)
    ADD 1 TO WS-DEVOLUCIONES
    ADD 1 TO WS-ACEPTADAS
    IF WS-HAY-INVENTARIO = 'S' AND WS-ES-KIT = 'S'
       PERFORM ReponerComponentesKit
    END-IF
    IF WS-HAY-INVENTARIO = 'S' AND WS-ES-KIT = 'N'
       MOVE MOV-Codigo TO WS-CODIGO-STOCK
       PERFORM UbicarStockVenta
       IF WS-STK-HALLADO = 'S'
          ADD MOV-Cantidad TO STK-CANTIDAD(WS-STK-SUB)
          MOVE MOV-Cantidad TO WS-LOTE-PENDIENTE
          PERFORM DevolverALote
       END-IF
    END-IF
    PERFORM RegistrarDevolucion.

*> Lo despachado sale de las capas de la tienda; el costo que
*> devuelve CAPASCOSTO queda congelado en la fila de venta.
CostearDespacho.
    IF WS-ES-KIT = 'S'
       PERFORM CostearKit
       EXIT PARAGRAPH
    END-IF
    MOVE MOV-Codigo TO WS-CAPA-CODIGO
    MOVE "TDA" TO WS-CAPA-UBICACION
    MOVE WS-A-DESPACHAR TO WS-CAPA-CANTIDAD
    CALL "CAPASCOSTO" USING "CONSUMIR" WS-CAPA WS-CAPA-DESTINO
       WS-CAPA-COSTO-TOTAL WS-CAPA-RESULTADO
    MOVE WS-CAPA-COSTO-TOTAL TO VEN-CostoVenta
    IF WS-CAPA-RESULTADO = 'N' OR WS-CAPA-RESULTADO = 'V'
       ADD 1 TO WS-SIN-COSTO
       DISPLAY "ATENCION: VENTA DE " MOV-Codigo
          " SIN CAPAS DE COSTO QUE LA CUBRAN, COSTO PARCIAL "
          VEN-CostoVenta
    END-IF.

*> La devolucion vuelve a la tienda al costo unitario de la venta
*> original; si esa venta no tenia costo, la fila 'D' queda en cero
*> y no se repone capa.
ReponerCostoDevolucion.
    COMPUTE VEN-CostoVenta = MOV-Cantidad * NET-COSTO(WS-NET-SUB)
    IF NET-COSTO(WS-NET-SUB) = 0
       EXIT PARAGRAPH
    END-IF
    IF WS-ES-KIT = 'S'
       PERFORM ReponerCostoKit
       EXIT PARAGRAPH
    END-IF
    MOVE MOV-Codigo TO WS-CAPA-CODIGO
    MOVE "TDA" TO WS-CAPA-UBICACION
    MOVE WS-FECHA-HOY TO WS-CAPA-FECHA
    MOVE MOV-Cantidad TO WS-CAPA-CANTIDAD
    MOVE NET-COSTO(WS-NET-SUB) TO WS-CAPA-COSTO
    CALL "CAPASCOSTO" USING "ENTRAR  " WS-CAPA WS-CAPA-DESTINO
       WS-CAPA-COSTO-TOTAL WS-CAPA-RESULTADO.

RegistrarDevolucion.
    OPEN EXTEND DEVOLUCIONES-FILE
    IF WS-ESTADO-DEVOLUCIONES NOT = "00"
       OPEN EXTEND DEVOLUCIONES-FILE
    END-IF
    MOVE WS-FECHA-HOY TO DEV-Fecha
    MOVE MOV-Codigo TO DEV-Articulo
    MOVE MOV-ClienteId TO DEV-ClienteId
    MOVE MOV-Cantidad TO DEV-Cantidad
    MOVE "DV" TO DEV-Codigo
    WRITE DEVOLUCIONES-REGISTRO
    CLOSE DEVOLUCIONES-FILE.

*> El precio cobrado arranca igual al de lista. Primero se busca
*> el precio de contrato del cliente para el codigo y despues la
*> promocion de la Marca del articulo (WS-ART-MARCA, resuelta en
*> PostearUnaVenta) cuyo rango cubre la fecha de la venta; si
*> alcanzan los dos, decide la regla de CONTRATOS.CTL.
AplicarPromocion.
    MOVE PRE-PRECIO(WS-PRE-SUB) TO WS-PRECIO-LISTA
    MOVE WS-PRECIO-LISTA TO WS-PRECIO-COBRADO
    MOVE 'L' TO WS-ORIGEN-PRECIO
    *> El precio cotizado y aceptado manda sobre contrato y
    *> promocion: es lo que el cliente firmo (ValidarCotizacion ya
    *> lo encontro convertido en COTIZACIONES.DAT).
    IF WS-HAY-COTIZACION = 'S'
       MOVE MOV-PrecioCotizado TO WS-PRECIO-COBRADO
       MOVE 'Q' TO WS-ORIGEN-PRECIO
       ADD 1 TO WS-CON-COTIZACION
       DISPLAY "COTIZACION " MOV-Cotizacion ": " MOV-Codigo
          " DEL CLIENTE " MOV-ClienteId ", LISTA " WS-PRECIO-LISTA
          " COBRADO " WS-PRECIO-COBRADO
       EXIT PARAGRAPH
    END-IF
    PERFORM BuscarContrato
    MOVE 'N' TO WS-HAY-PROMOCION
    PERFORM VARYING WS-PMT-SUB FROM 1 BY 1
       UNTIL WS-PMT-SUB > WS-TOTAL-PROMOCIONES
       IF PMT-MARCA(WS-PMT-SUB) = WS-ART-MARCA
          AND WS-FECHA-HOY >= PMT-DESDE(WS-PMT-SUB)
          AND WS-FECHA-HOY <= PMT-HASTA(WS-PMT-SUB)
          MOVE 'S' TO WS-HAY-PROMOCION
          MOVE PMT-PORCENTAJE(WS-PMT-SUB) TO WS-PORCENTAJE-PROMOCION
          COMPUTE WS-PRECIO-PROMOCION ROUNDED = WS-PRECIO-LISTA
             - WS-PRECIO-LISTA * WS-PORCENTAJE-PROMOCION / 100
          EXIT PERFORM
       END-IF
    END-PERFORM
    EVALUATE TRUE
       WHEN WS-HAY-CONTRATO = 'N' AND WS-HAY-PROMOCION = 'S'
          MOVE WS-PRECIO-PROMOCION TO WS-PRECIO-COBRADO
          MOVE 'P' TO WS-ORIGEN-PRECIO
       WHEN WS-HAY-CONTRATO = 'S' AND WS-HAY-PROMOCION = 'N'
          MOVE WS-PRECIO-CONTRATO TO WS-PRECIO-COBRADO
          MOVE 'C' TO WS-ORIGEN-PRECIO
       WHEN WS-HAY-CONTRATO = 'S' AND WS-REGLA-CONTRATO
          MOVE WS-PRECIO-CONTRATO TO WS-PRECIO-COBRADO
          MOVE 'C' TO WS-ORIGEN-PRECIO
       WHEN WS-HAY-CONTRATO = 'S' AND WS-REGLA-ACUMULA
          COMPUTE WS-PRECIO-COBRADO ROUNDED = WS-PRECIO-CONTRATO
             - WS-PRECIO-CONTRATO * WS-PORCENTAJE-PROMOCION / 100
          MOVE 'A' TO WS-ORIGEN-PRECIO
       WHEN WS-HAY-CONTRATO = 'S'
          IF WS-PRECIO-PROMOCION < WS-PRECIO-CONTRATO
             MOVE WS-PRECIO-PROMOCION TO WS-PRECIO-COBRADO
             MOVE 'P' TO WS-ORIGEN-PRECIO
          ELSE
             MOVE WS-PRECIO-CONTRATO TO WS-PRECIO-COBRADO
             MOVE 'C' TO WS-ORIGEN-PRECIO
          END-IF
    END-EVALUATE
    IF WS-ORIGEN-PRECIO = 'P' OR WS-ORIGEN-PRECIO = 'A'
       ADD 1 TO WS-CON-PROMOCION
       DISPLAY "PROMOCION: " MOV-Codigo " " WS-ART-MARCA " AL "
          WS-PORCENTAJE-PROMOCION " POR CIENTO, LISTA "
          WS-PRECIO-LISTA " COBRADO " WS-PRECIO-COBRADO
    END-IF
    IF WS-ORIGEN-PRECIO = 'C' OR WS-ORIGEN-PRECIO = 'A'
       ADD 1 TO WS-CON-CONTRATO
       DISPLAY "CONTRATO: " MOV-Codigo " DEL CLIENTE "
          MOV-ClienteId ", LISTA " WS-PRECIO-LISTA " COBRADO "
          WS-PRECIO-COBRADO
    END-IF.

*> El precio pactado nunca supera el de lista: un contrato que
*> quedo por encima despues de una baja de lista cobra la lista.
BuscarContrato.
    MOVE 'N' TO WS-HAY-CONTRATO
    PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
       UNTIL WS-CNT-SUB > WS-TOTAL-CONTRATOS
       IF CNT-CLIENTE(WS-CNT-SUB) = MOV-ClienteId
          AND CNT-CODIGO(WS-CNT-SUB) = MOV-Codigo
          MOVE 'S' TO WS-HAY-CONTRATO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-HAY-CONTRATO = 'N'
       EXIT PARAGRAPH
    END-IF
    IF CNT-TIPO(WS-CNT-SUB) = 'P'
       COMPUTE WS-PRECIO-CONTRATO ROUNDED = WS-PRECIO-LISTA
          - WS-PRECIO-LISTA * CNT-PORCENTAJE(WS-CNT-SUB) / 100
    ELSE
       MOVE CNT-PRECIO(WS-CNT-SUB) TO WS-PRECIO-CONTRATO
    END-IF
    IF WS-PRECIO-CONTRATO > WS-PRECIO-LISTA
       MOVE 'N' TO WS-HAY-CONTRATO
    END-IF.

UbicarStockVenta.
    MOVE 'N' TO WS-STK-HALLADO
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       IF STK-CODIGO(WS-STK-SUB) = WS-CODIGO-STOCK
          AND STK-UBICACION(WS-STK-SUB) = "TDA"
          MOVE 'S' TO WS-STK-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

BuscarKit.
    MOVE 'N' TO WS-ES-KIT
    PERFORM VARYING WS-KTB-SUB FROM 1 BY 1
       UNTIL WS-KTB-SUB > WS-TOTAL-KITS
       IF KTB-CODIGO(WS-KTB-SUB) = MOV-Codigo
          MOVE 'S' TO WS-ES-KIT
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> Los kits completos que arma el stock de la tienda: el menor, entre
*> los componentes, de lo que hay en mano sobre lo que lleva un kit
*> (un componente sin fila en la tienda no deja armar ninguno).
MedirStockKit.
    MOVE 99999 TO WS-KITS-POSIBLES
    PERFORM VARYING WS-KTB-SUB FROM 1 BY 1
       UNTIL WS-KTB-SUB > WS-TOTAL-KITS
       IF KTB-CODIGO(WS-KTB-SUB) = MOV-Codigo
          MOVE KTB-COMPONENTE(WS-KTB-SUB) TO WS-CODIGO-STOCK
          PERFORM UbicarStockVenta
          IF WS-STK-HALLADO = 'S'
             PERFORM MedirDisponibleVenta
             COMPUTE WS-KITS-COMPONENTE =
                WS-DISPONIBLE-VENTA / KTB-CANTIDAD(WS-KTB-SUB)
          ELSE
             MOVE 0 TO WS-KITS-COMPONENTE
          END-IF
          IF WS-KITS-COMPONENTE < WS-KITS-POSIBLES
             MOVE WS-KITS-COMPONENTE TO WS-KITS-POSIBLES
          END-IF
       END-IF
    END-PERFORM.

SacarComponentesKit.
    IF WS-A-DESPACHAR = 0
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-KTB-SUB FROM 1 BY 1
       UNTIL WS-KTB-SUB > WS-TOTAL-KITS
       IF KTB-CODIGO(WS-KTB-SUB) = MOV-Codigo
          MOVE KTB-COMPONENTE(WS-KTB-SUB) TO WS-CODIGO-STOCK
          PERFORM UbicarStockVenta
          COMPUTE WS-UNIDADES-COMPONENTE =
             WS-A-DESPACHAR * KTB-CANTIDAD(WS-KTB-SUB)
          SUBTRACT WS-UNIDADES-COMPONENTE
             FROM STK-CANTIDAD(WS-STK-SUB)
       END-IF
    END-PERFORM.

ReponerComponentesKit.
    PERFORM VARYING WS-KTB-SUB FROM 1 BY 1
       UNTIL WS-KTB-SUB > WS-TOTAL-KITS
       IF KTB-CODIGO(WS-KTB-SUB) = MOV-Codigo
          MOVE KTB-COMPONENTE(WS-KTB-SUB) TO WS-CODIGO-STOCK
          PERFORM UbicarStockVenta
          IF WS-STK-HALLADO = 'S'
             COMPUTE WS-UNIDADES-COMPONENTE =
                MOV-Cantidad * KTB-CANTIDAD(WS-KTB-SUB)
             ADD WS-UNIDADES-COMPONENTE
                TO STK-CANTIDAD(WS-STK-SUB)
             MOVE WS-UNIDADES-COMPONENTE TO WS-LOTE-PENDIENTE
             PERFORM DevolverALote
          END-IF
       END-IF
    END-PERFORM.

*> El costo de la linea de un kit es lo que sale de las capas de la
*> tienda por cada componente despachado.
CostearKit.
    MOVE 0 TO VEN-CostoVenta
    MOVE 'N' TO WS-KIT-SIN-COSTO
    PERFORM VARYING WS-KTB-SUB FROM 1 BY 1
       UNTIL WS-KTB-SUB > WS-TOTAL-KITS
       IF KTB-CODIGO(WS-KTB-SUB) = MOV-Codigo
          MOVE KTB-COMPONENTE(WS-KTB-SUB) TO WS-CAPA-CODIGO
          MOVE "TDA" TO WS-CAPA-UBICACION
          COMPUTE WS-CAPA-CANTIDAD =
             WS-A-DESPACHAR * KTB-CANTIDAD(WS-KTB-SUB)
          CALL "CAPASCOSTO" USING "CONSUMIR" WS-CAPA
             WS-CAPA-DESTINO WS-CAPA-COSTO-TOTAL WS-CAPA-RESULTADO
          ADD WS-CAPA-COSTO-TOTAL TO VEN-CostoVenta
          IF WS-CAPA-RESULTADO = 'N' OR WS-CAPA-RESULTADO = 'V'
             MOVE 'S' TO WS-KIT-SIN-COSTO
          END-IF
       END-IF
    END-PERFORM
    IF WS-KIT-SIN-COSTO = 'S'
       ADD 1 TO WS-SIN-COSTO
       DISPLAY "ATENCION: VENTA DEL KIT " MOV-Codigo
          " CON COMPONENTES SIN CAPAS DE COSTO, COSTO PARCIAL "
          VEN-CostoVenta
    END-IF.

*> La fila 'D' del kit ya lleva el costo de la venta original; cada
*> componente vuelve a la tienda en una capa al costo que CAPASCOSTO
*> le conoce ahi (promedio de sus capas o el ultimo pagado).
ReponerCostoKit.
    PERFORM VARYING WS-KTB-SUB FROM 1 BY 1
       UNTIL WS-KTB-SUB > WS-TOTAL-KITS
       IF KTB-CODIGO(WS-KTB-SUB) = MOV-Codigo
          MOVE KTB-COMPONENTE(WS-KTB-SUB) TO WS-CAPA-CODIGO
          MOVE "TDA" TO WS-CAPA-UBICACION
          CALL "CAPASCOSTO" USING "EXISTENC" WS-CAPA
             WS-CAPA-DESTINO WS-CAPA-COSTO-TOTAL WS-CAPA-RESULTADO
          IF WS-CAPA-COSTO > 0
             MOVE WS-FECHA-HOY TO WS-CAPA-FECHA
             COMPUTE WS-CAPA-CANTIDAD =
                MOV-Cantidad * KTB-CANTIDAD(WS-KTB-SUB)
             CALL "CAPASCOSTO" USING "ENTRAR  " WS-CAPA
                WS-CAPA-DESTINO WS-CAPA-COSTO-TOTAL
                WS-CAPA-RESULTADO
          END-IF
       END-IF
    END-PERFORM.

*> Lo que se puede vender del codigo en WS-CODIGO-STOCK (fila de la
*> tienda en WS-STK-SUB): lo que hay en mano menos lo que esta en
*> lotes vencidos.
MedirDisponibleVenta.
    MOVE STK-CANTIDAD(WS-STK-SUB) TO WS-DISPONIBLE-VENTA
    MOVE WS-CODIGO-STOCK TO WS-LOTE-CODIGO
    MOVE "TDA" TO WS-LOTE-UBICACION
    CALL "LOTESSTOCK" USING "VENCIDO " WS-LOTE WS-FECHA-HOY
       WS-LOTE-RESULTADO
    IF WS-LOTE-RESULTADO NOT = 'S'
       EXIT PARAGRAPH
    END-IF
    IF WS-LOTE-CANTIDAD >= WS-DISPONIBLE-VENTA
       MOVE 0 TO WS-DISPONIBLE-VENTA
    ELSE
       SUBTRACT WS-LOTE-CANTIDAD FROM WS-DISPONIBLE-VENTA
    END-IF.

*> Lo despachado sale de los lotes de la tienda (los componentes,
*> si es un kit), con la fila de la venta ya numerada.
RastrearLotesVenta.
    IF WS-ES-KIT = 'N'
       MOVE MOV-Codigo TO WS-CODIGO-STOCK
       MOVE WS-A-DESPACHAR TO WS-LOTE-PENDIENTE
       PERFORM TomarLotesVenta
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-KTB-SUB FROM 1 BY 1
       UNTIL WS-KTB-SUB > WS-TOTAL-KITS
       IF KTB-CODIGO(WS-KTB-SUB) = MOV-Codigo
          MOVE KTB-COMPONENTE(WS-KTB-SUB) TO WS-CODIGO-STOCK
          COMPUTE WS-LOTE-PENDIENTE =
             WS-A-DESPACHAR * KTB-CANTIDAD(WS-KTB-SUB)
          PERFORM TomarLotesVenta
       END-IF
    END-PERFORM.

*> Del lote que vence primero en adelante; lo que los lotes no
*> cubren es stock que entro sin lote y no deja rastro.
TomarLotesVenta.
    PERFORM UNTIL WS-LOTE-PENDIENTE = 0
       MOVE WS-CODIGO-STOCK TO WS-LOTE-CODIGO
       MOVE "TDA" TO WS-LOTE-UBICACION
       MOVE SPACES TO WS-LOTE-NUMERO
       IF WS-LOTE-PENDIENTE > 99999
          MOVE 99999 TO WS-LOTE-CANTIDAD
       ELSE
          MOVE WS-LOTE-PENDIENTE TO WS-LOTE-CANTIDAD
       END-IF
       CALL "LOTESSTOCK" USING "TOMAR   " WS-LOTE WS-FECHA-HOY
          WS-LOTE-RESULTADO
       IF WS-LOTE-RESULTADO NOT = 'S'
          EXIT PERFORM
       END-IF
       SUBTRACT WS-LOTE-CANTIDAD FROM WS-LOTE-PENDIENTE
       MOVE 'V' TO WS-TIPO-RASTRO
       PERFORM RegistrarLoteVendido
    END-PERFORM.

*> Lo devuelto de WS-CODIGO-STOCK vuelve al ultimo lote que el
*> cliente compro de ese codigo; sin rastro de lote no hay lote
*> al que volver.
DevolverALote.
    MOVE SPACES TO WS-LOTE-DEVUELTO
    MOVE 0 TO WS-VENCE-DEVUELTO
    OPEN INPUT VENTAS-LOTES-FILE
    IF WS-ESTADO-VENTAS-LOTES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF-VENTAS-LOTES
    PERFORM UNTIL WS-EOF-VENTAS-LOTES = 'Y'
       READ VENTAS-LOTES-FILE
          AT END MOVE 'Y' TO WS-EOF-VENTAS-LOTES
          NOT AT END
             IF VLO-Tipo = 'V'
                AND VLO-ClienteId = MOV-ClienteId
                AND VLO-Codigo = WS-CODIGO-STOCK
                MOVE VLO-Lote TO WS-LOTE-DEVUELTO
                MOVE VLO-Vencimiento TO WS-VENCE-DEVUELTO
             END-IF
       END-READ
    END-PERFORM
    CLOSE VENTAS-LOTES-FILE
    IF WS-LOTE-DEVUELTO = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE WS-CODIGO-STOCK TO WS-LOTE-CODIGO
    MOVE "TDA" TO WS-LOTE-UBICACION
    MOVE WS-LOTE-DEVUELTO TO WS-LOTE-NUMERO
    MOVE WS-VENCE-DEVUELTO TO WS-LOTE-VENCIMIENTO
    MOVE WS-LOTE-PENDIENTE TO WS-LOTE-CANTIDAD
    CALL "LOTESSTOCK" USING "ENTRAR  " WS-LOTE WS-FECHA-HOY
       WS-LOTE-RESULTADO
    IF WS-LOTE-RESULTADO = 'S'
       MOVE 'D' TO WS-TIPO-RASTRO
       PERFORM RegistrarLoteVendido
    END-IF.

RegistrarLoteVendido.
    OPEN EXTEND VENTAS-LOTES-FILE
    IF WS-ESTADO-VENTAS-LOTES NOT = "00"
       OPEN OUTPUT VENTAS-LOTES-FILE
       CLOSE VENTAS-LOTES-FILE
       OPEN EXTEND VENTAS-LOTES-FILE
    END-IF
    MOVE WS-FECHA-HOY TO VLO-Fecha
    MOVE VEN-Factura TO VLO-Factura
    MOVE MOV-ClienteId TO VLO-ClienteId
    MOVE WS-CODIGO-STOCK TO VLO-Codigo
    MOVE WS-LOTE-NUMERO TO VLO-Lote
    MOVE WS-LOTE-VENCIMIENTO TO VLO-Vencimiento
    MOVE WS-LOTE-CANTIDAD TO VLO-Cantidad
    MOVE WS-TIPO-RASTRO TO VLO-Tipo
    WRITE VENTAS-LOTES-REGISTRO
    CLOSE VENTAS-LOTES-FILE.

AnotarPedidoPendiente.
    OPEN EXTEND PENDIENTES-FILE
    IF WS-ESTADO-PENDIENTES NOT = "00"
       OPEN EXTEND PENDIENTES-FILE
    END-IF
    MOVE WS-FECHA-HOY TO PEN-Fecha
    MOVE MOV-Codigo TO PEN-Codigo
    MOVE MOV-ClienteId TO PEN-ClienteId
    MOVE WS-EN-FALTA TO PEN-Cantidad
    MOVE MOV-Vendedor TO PEN-Vendedor
    *> Solo la cotizacion validada pasa al pendiente.
    IF WS-HAY-COTIZACION = 'S'
       MOVE MOV-Cotizacion TO PEN-Cotizacion
       MOVE MOV-PrecioCotizado TO PEN-PrecioCotizado
    ELSE
       MOVE 0 TO PEN-Cotizacion
       MOVE 0 TO PEN-PrecioCotizado
    END-IF
    WRITE PENDIENTES-REGISTRO
    CLOSE PENDIENTES-FILE
    ADD 1 TO WS-EN-PEDIDO.
    OPEN OUTPUT INVENTARIO-TEMP
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       MOVE STK-CODIGO(WS-STK-SUB) TO INV-Codigo
       MOVE STK-CANTIDAD(WS-STK-SUB) TO INV-Cantidad
       MOVE STK-PUNTO(WS-STK-SUB) TO INV-PuntoReposicion
       MOVE STK-UBICACION(WS-STK-SUB) TO INV-Ubicacion
       UNTIL WS-CLI-SUB > WS-TOTAL-CLIENTES
       IF WS-CLIENTE-CONOCIDO(WS-CLI-SUB) = MOV-ClienteId
          MOVE 'S' TO WS-CLI-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> La tasa de la clase impositiva del producto (WS-PRE-SUB ya
*> apunta a su fila de precio). Sin IVA-TASAS.DAT la tasa es cero.
BuscarTasaIva.
    MOVE 0 TO WS-TASA-IVA
    MOVE 'S' TO WS-TASA-HALLADA
    IF WS-HAY-TASAS = 'N'
       EXIT PARAGRAPH
    END-IF
    MOVE PRE-CLASE(WS-PRE-SUB) TO WS-CLASE-IVA
    IF WS-CLASE-IVA = SPACES
       MOVE "GE" TO WS-CLASE-IVA
    END-IF
    MOVE 'N' TO WS-TASA-HALLADA
    PERFORM VARYING WS-TST-SUB FROM 1 BY 1
       UNTIL WS-TST-SUB > WS-TOTAL-TASAS
       IF TST-CLASE(WS-TST-SUB) = WS-CLASE-IVA
          MOVE TST-TASA(WS-TST-SUB) TO WS-TASA-IVA
          MOVE 'S' TO WS-TASA-HALLADA
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> El impuesto de la linea sobre el neto cobrado, redondeado al
*> centavo; el numero de comprobante sale de SECUENCIAID para que
*> nunca se repita entre corridas.
CalcularIva.
    COMPUTE WS-FAC-NETO = VEN-Cantidad * VEN-PrecioUnitario
    COMPUTE VEN-Iva ROUNDED = WS-FAC-NETO * VEN-TasaIva / 100
    COMPUTE WS-FAC-TOTAL = WS-FAC-NETO + VEN-Iva
    CALL "SECUENCIAID" USING VEN-Factura.

*> El comprobante impreso: numero, fecha, cliente (WS-CLI-SUB
*> apunta a su fila si WS-CLI-HALLADO es 'S'), la linea vendida o
*> devuelta y el pie de neto, IVA y total en la moneda de la venta.
EmitirComprobante.
    MOVE SPACES TO FACTURAS-LINEA
    WRITE FACTURAS-LINEA
    MOVE SPACES TO WS-LINEA-FACTURA
    STRING WS-FAC-TITULO DELIMITED BY "  "
       " N. " VEN-Factura "      FECHA " VEN-Fecha
       DELIMITED BY SIZE INTO WS-LINEA-FACTURA
    MOVE WS-LINEA-FACTURA TO FACTURAS-LINEA
    WRITE FACTURAS-LINEA
    MOVE SPACES TO WS-LINEA-FACTURA
    IF WS-CLI-HALLADO = 'S'
       STRING "CLIENTE " VEN-ClienteId " " CLT-NOMBRE(WS-CLI-SUB)
          DELIMITED BY SIZE INTO WS-LINEA-FACTURA
       MOVE WS-LINEA-FACTURA TO FACTURAS-LINEA
       WRITE FACTURAS-LINEA
       MOVE SPACES TO WS-LINEA-FACTURA
       STRING "        " CLT-DIRECCION(WS-CLI-SUB)
          DELIMITED BY SIZE INTO WS-LINEA-FACTURA
    ELSE
       STRING "CLIENTE " VEN-ClienteId
          " (YA NO FIGURA EN CLIENTES.DAT)"
          DELIMITED BY SIZE INTO WS-LINEA-FACTURA
    END-IF
    MOVE WS-LINEA-FACTURA TO FACTURAS-LINEA
    WRITE FACTURAS-LINEA
    MOVE VEN-PrecioUnitario TO WS-FAC-PRECIO-EDITADO
    MOVE VEN-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE SPACES TO WS-LINEA-FACTURA
    STRING "  " VEN-Codigo " " WS-ART-MARCA " " WS-ART-MODELO " "
       VEN-Cantidad " X "
       WS-FAC-PRECIO-EDITADO " " VEN-Moneda
       DELIMITED BY SIZE INTO WS-LINEA-FACTURA
    MOVE WS-LINEA-FACTURA TO FACTURAS-LINEA
    WRITE FACTURAS-LINEA
    MOVE WS-FAC-NETO TO WS-FAC-IMPORTE-EDITADO
    MOVE SPACES TO WS-LINEA-FACTURA
    STRING "  NETO                 " WS-FAC-IMPORTE-EDITADO " "
       VEN-Moneda DELIMITED BY SIZE INTO WS-LINEA-FACTURA
    MOVE WS-LINEA-FACTURA TO FACTURAS-LINEA
    WRITE FACTURAS-LINEA
    MOVE VEN-TasaIva TO WS-FAC-TASA-EDITADA
    MOVE VEN-Iva TO WS-FAC-IMPORTE-EDITADO
    MOVE SPACES TO WS-LINEA-FACTURA
    STRING "  IVA " WS-FAC-TASA-EDITADA "%          "
       WS-FAC-IMPORTE-EDITADO " " VEN-Moneda
       DELIMITED BY SIZE INTO WS-LINEA-FACTURA
    MOVE WS-LINEA-FACTURA TO FACTURAS-LINEA
    WRITE FACTURAS-LINEA
    MOVE WS-FAC-TOTAL TO WS-FAC-IMPORTE-EDITADO
    MOVE SPACES TO WS-LINEA-FACTURA
    STRING "  TOTAL                " WS-FAC-IMPORTE-EDITADO " "
       VEN-Moneda DELIMITED BY SIZE INTO WS-LINEA-FACTURA
    MOVE WS-LINEA-FACTURA TO FACTURAS-LINEA
    WRITE FACTURAS-LINEA
    EVALUATE VEN-FormaPago
       WHEN 'T' MOVE "  FORMA DE PAGO: TARJETA" TO FACTURAS-LINEA
       WHEN 'B' MOVE "  FORMA DE PAGO: TRANSFERENCIA" TO FACTURAS-LINEA
       WHEN 'C' MOVE "  FORMA DE PAGO: A CUENTA" TO FACTURAS-LINEA
       WHEN OTHER MOVE "  FORMA DE PAGO: EFECTIVO" TO FACTURAS-LINEA
    END-EVALUATE
    WRITE FACTURAS-LINEA
    ADD 1 TO WS-COMPROBANTES.

PostearUnaVenta.
    ADD 1 TO WS-LEIDOS
    IF MOV-FormaPago = SPACE
       MOVE 'E' TO MOV-FormaPago
    END-IF
    IF NOT MOV-FORMA-VALIDA
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: FORMA DE PAGO " MOV-FormaPago
          " INVALIDA PARA " MOV-Codigo " DEL CLIENTE " MOV-ClienteId
       EXIT PARAGRAPH
    END-IF
    IF MOV-Tipo = 'D'
       PERFORM PostearDevolucion
       EXIT PARAGRAPH
    END-IF
    IF MOV-Vendedor NOT = SPACES
       PERFORM BuscarVendedorOrden
       IF WS-VDD-HALLADO = 'N'
          ADD 1 TO WS-RECHAZOS
          DISPLAY "RECHAZADO: VENDEDOR " MOV-Vendedor " NO ESTA "
             "ACTIVO EN VENDEDORES.DAT, ORDEN DE " MOV-Codigo
             " DEL CLIENTE " MOV-ClienteId
          EXIT PARAGRAPH
       END-IF
    END-IF
    PERFORM ValidarCotizacion
    IF WS-HAY-COTIZACION = 'S' AND WS-COTIZACION-VALIDA = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: COTIZACION " MOV-Cotizacion " DE "
          MOV-Codigo " DEL CLIENTE " MOV-ClienteId " AL PRECIO "
          MOV-PrecioCotizado " NO FIGURA ACEPTADA EN "
          "COTIZACIONES.DAT"
       EXIT PARAGRAPH
    END-IF
    MOVE MOV-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    IF WS-ART-RESULTADO = 'B'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: ARTICULO " MOV-Codigo " " WS-ART-MARCA
          " DADO DE BAJA EN ARTICULOS.DAT"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-PRE-HALLADO
    PERFORM VARYING WS-PRE-SUB FROM 1 BY 1
       UNTIL WS-PRE-SUB > WS-TOTAL-PRECIOS
       IF PRE-CODIGO(WS-PRE-SUB) = MOV-Codigo
          MOVE 'S' TO WS-PRE-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-PRE-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: CODIGO " MOV-Codigo
          " NO ESTA EN PRODUCTOS.DAT"
    ELSE
       IF MOV-Cantidad = 0
          ADD 1 TO WS-RECHAZOS
          DISPLAY "RECHAZADO: CANTIDAD EN CERO PARA " MOV-Codigo
       ELSE
          PERFORM BuscarClienteOrden
          PERFORM BuscarTasaIva
          IF WS-CLI-HALLADO = 'N'
             ADD 1 TO WS-RECHAZOS
             DISPLAY "RECHAZADO: CLIENTE " MOV-ClienteId
                " NO ESTA EN CLIENTES.DAT, ORDEN DE " MOV-Codigo
          ELSE
             IF WS-TASA-HALLADA = 'N'
                ADD 1 TO WS-RECHAZOS
                DISPLAY "RECHAZADO: CLASE DE IVA " WS-CLASE-IVA
                   " DE " MOV-Codigo " SIN TASA VIGENTE EN "
                   "IVA-TASAS.DAT"
             ELSE
                IF MOV-FormaPago = 'C'
                   PERFORM ControlarCredito
                END-IF
                IF WS-CLI-HALLADO = 'S'
                   PERFORM DespacharOrden
                END-IF
             END-IF
          END-IF
       END-IF
    END-IF.

*> Una orden con numero de cotizacion tiene que coincidir en
*> numero, cliente, codigo y precio con una linea convertida de
*> COTIZACIONES.DAT; la orden sin cotizacion no se valida aca.
ValidarCotizacion.
    MOVE 'N' TO WS-HAY-COTIZACION
    MOVE 'N' TO WS-COTIZACION-VALIDA
    IF MOV-Cotizacion IS NOT NUMERIC OR MOV-Cotizacion = 0
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO WS-HAY-COTIZACION
    IF MOV-PrecioCotizado IS NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-CTZ-SUB FROM 1 BY 1
       UNTIL WS-CTZ-SUB > WS-TOTAL-COTIZADAS
       IF CTZ-NUMERO(WS-CTZ-SUB) = MOV-Cotizacion
          AND CTZ-CLIENTE(WS-CTZ-SUB) = MOV-ClienteId
          AND CTZ-CODIGO(WS-CTZ-SUB) = MOV-Codigo
          AND CTZ-PRECIO(WS-CTZ-SUB) = MOV-PrecioCotizado
          MOVE 'S' TO WS-COTIZACION-VALIDA
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> El registro de cuadre de la corrida: lo leido del feed tiene
*> que ser lo posteado mas lo rechazado, y REPORTEBALANCE lo
*> verifica a fin de dia.
