IDENTIFICATION DIVISION.
PROGRAM-ID. FACTURASPROVEEDOR.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Las facturas de proveedor se aprobaban en papel sin atarlas ni a
*> la orden ni a lo que llego. Este programa las ingresa desde el
*> feed FACTURAS-PROVEEDOR.DAT (bloques H/D/T controlados por
*> VALIDARFEED) con una fila por linea de factura -- proveedor,
*> numero de factura, fecha, OC-Numero, cantidad y precio unitario
*> -- y hace el control de tres vias de cada linea:
*>   - la orden tiene que existir en ORDENES-COMPRA.DAT y ser del
*>     mismo proveedor que factura;
*>   - la cantidad facturada no puede pasar lo recibido de esa orden
*>     en RECEPCIONES-OC.DAT menos lo ya facturado antes (lo que
*>     quedo en FACTURAS-CONCILIADAS.DAT), mas la tolerancia;
*>   - el precio no puede apartarse del costo pactado en la orden
*>     (OC-CostoUnitario) mas alla de la tolerancia.
*> Las tolerancias son porcentajes de FACTURAS-PROVEEDOR.CTL (sin
*> control: 0% en cantidad y 2% en precio). Las lineas de una misma
*> factura vienen juntas en el feed; basta una linea con diferencia
*> para retener la factura entera, que se asienta con el motivo de
*> cada linea en FACTURAS-RETENIDAS.DAT para que compras la revise
*> y la vuelva a mandar corregida. Solo la factura conciliada
*> completa se libera a CUENTAS-PAGAR.DAT, con vencimiento igual a
*> la fecha de factura mas PRV-DiasPago del proveedor, y sus lineas
*> quedan en FACTURAS-CONCILIADAS.DAT para que la misma recepcion no
*> se pague dos veces. Una factura que ya esta en CUENTAS-PAGAR.DAT
*> se retiene por duplicada. REPORTECUENTASPAGAR envejece lo que se
*> debe por proveedor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT MOVS-FILE ASSIGN TO "FACTURAS-PROVEEDOR.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.
SELECT FACTURAS-CTL ASSIGN TO "FACTURAS-PROVEEDOR.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT ORDENES-FILE ASSIGN TO "ORDENES-COMPRA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ORDENES.
SELECT RECEPCIONES-FILE ASSIGN TO "RECEPCIONES-OC.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RECEPCIONES.
SELECT PROVEEDORES-FILE ASSIGN TO "PROVEEDORES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PROVEEDORES.
SELECT CONCILIADAS-FILE ASSIGN TO "FACTURAS-CONCILIADAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CONCILIADAS.
SELECT RETENIDAS-FILE ASSIGN TO "FACTURAS-RETENIDAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RETENIDAS.
SELECT CUENTAS-PAGAR-FILE ASSIGN TO "CUENTAS-PAGAR.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CUENTAS-PAGAR.

DATA DIVISION.
FILE SECTION.
FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-Proveedor PIC X(30).
   05 MOV-Factura PIC X(12).
   05 MOV-Fecha PIC 9(8).
   05 MOV-OcNumero PIC 9(7).
   05 MOV-Cantidad PIC 9(5).
   05 MOV-PrecioUnitario PIC 9(4)V99.

FD FACTURAS-CTL.
01 CTL-FACTURAS.
   05 CTL-TOL-CANTIDAD PIC 9(2)V99.
   05 CTL-TOL-PRECIO PIC 9(2)V99.

FD ORDENES-FILE.
01 ORDENES-REGISTRO.
   05 OC-Numero PIC 9(7).
   05 OC-Codigo PIC X(8).
   05 OC-Cantidad PIC 9(5).
   05 OC-Proveedor PIC X(30).
   05 OC-FechaEmision PIC 9(8).
   05 OC-FechaPromesa PIC 9(8).
   05 OC-Estado PIC A(1).
   05 OC-CostoUnitario PIC 9(4)V99.

FD RECEPCIONES-FILE.
01 RECEPCIONES-REGISTRO.
   05 ROC-Numero PIC 9(7).
   05 ROC-Codigo PIC X(8).
   05 ROC-Proveedor PIC X(30).
   05 ROC-FechaPromesa PIC 9(8).
   05 ROC-FechaReal PIC 9(8).
   05 ROC-Cantidad PIC 9(5).
   05 ROC-FechaEmision PIC 9(8).

FD PROVEEDORES-FILE.
01 PROVEEDORES-REGISTRO.
   05 PRV-Codigo PIC X(8).
   05 PRV-Proveedor PIC X(30).
   05 PRV-Telefono PIC X(15).
   05 PRV-DiasEntrega PIC 9(3).
   05 PRV-CostoUnitario PIC 9(4)V99.
   05 PRV-DiasPago PIC 9(3).

FD CONCILIADAS-FILE.
01 CONCILIADAS-REGISTRO.
   05 FCO-Proveedor PIC X(30).
   05 FCO-Factura PIC X(12).
   05 FCO-OcNumero PIC 9(7).
   05 FCO-Cantidad PIC 9(5).
   05 FCO-PrecioUnitario PIC 9(4)V99.
   05 FCO-FechaProceso PIC 9(8).

FD RETENIDAS-FILE.
01 RETENIDAS-REGISTRO.
   05 FRE-Proveedor PIC X(30).
   05 FRE-Factura PIC X(12).
   05 FRE-Fecha PIC 9(8).
   05 FRE-OcNumero PIC 9(7).
   05 FRE-Cantidad PIC 9(5).
   05 FRE-PrecioUnitario PIC 9(4)V99.
   05 FRE-Motivo PIC X(30).
   05 FRE-FechaProceso PIC 9(8).

FD CUENTAS-PAGAR-FILE.
01 CUENTAS-PAGAR-REGISTRO.
   05 CXP-Proveedor PIC X(30).
   05 CXP-Factura PIC X(12).
   05 CXP-FechaFactura PIC 9(8).
   05 CXP-FechaVence PIC 9(8).
   05 CXP-Monto PIC 9(9)V99.
   05 CXP-FechaAlta PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-MOVS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-ORDENES PIC X(2).
01 WS-ESTADO-RECEPCIONES PIC X(2).
01 WS-ESTADO-PROVEEDORES PIC X(2).
01 WS-ESTADO-CONCILIADAS PIC X(2).
01 WS-ESTADO-RETENIDAS PIC X(2).
01 WS-ESTADO-CUENTAS-PAGAR PIC X(2).
01 WS-EOF-MOVS PIC A(1) VALUE 'N'.
01 WS-EOF-ORDENES PIC A(1) VALUE 'N'.
01 WS-EOF-RECEPCIONES PIC A(1) VALUE 'N'.
01 WS-EOF-PROVEEDORES PIC A(1) VALUE 'N'.
01 WS-EOF-CONCILIADAS PIC A(1) VALUE 'N'.
01 WS-EOF-CUENTAS-PAGAR PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).
01 WS-DIAS-INTEGER PIC S9(9) COMP.

01 WS-TOL-CANTIDAD PIC 9(2)V99 VALUE 0.
01 WS-TOL-PRECIO PIC 9(2)V99 VALUE 2.

*> Las ordenes con su proveedor y costo pactado, y por cada una lo
*> recibido y lo ya facturado en corridas anteriores.
01 WS-TABLA-ORDENES.
   05 WS-ORDEN-FILA OCCURS 200 TIMES.
      10 TOC-NUMERO PIC 9(7).
      10 TOC-PROVEEDOR PIC X(30).
      10 TOC-COSTO PIC 9(4)V99.
      10 TOC-RECIBIDO PIC 9(7).
      10 TOC-FACTURADO PIC 9(7).
01 WS-TOTAL-ORDENES PIC 9(3) VALUE 0.
01 WS-OC-SUB PIC 9(3).
01 WS-OC-BUSCADA PIC 9(7).
01 WS-OC-HALLADA PIC A(1).

01 WS-TABLA-PROVEEDORES.
   05 WS-PROV OCCURS 100 TIMES.
      10 PRO-NOMBRE PIC X(30).
      10 PRO-DIAS-PAGO PIC 9(3).
01 WS-TOTAL-PROV PIC 9(3) VALUE 0.
01 WS-PRO-SUB PIC 9(3).

*> Las facturas ya liberadas a cuentas a pagar, para no ingresar dos
*> veces la misma.
01 WS-TABLA-PAGAR.
   05 WS-PAGAR-FILA OCCURS 500 TIMES.
      10 CXT-PROVEEDOR PIC X(30).
      10 CXT-FACTURA PIC X(12).
01 WS-TOTAL-PAGAR PIC 9(3) VALUE 0.
01 WS-CXT-SUB PIC 9(3).

*> Las lineas de la factura en curso, que se decide entera en el
*> corte por proveedor y numero de factura.
01 WS-TABLA-LINEAS.
   05 WS-LINEA-FILA OCCURS 50 TIMES.
      10 LIN-OC PIC 9(7).
      10 LIN-CANTIDAD PIC 9(5).
      10 LIN-PRECIO PIC 9(4)V99.
      10 LIN-MOTIVO PIC X(30).
01 WS-TOTAL-LINEAS PIC 9(2) VALUE 0.
01 WS-LIN-SUB PIC 9(2).
01 WS-LIN-PREVIA PIC 9(2).
01 WS-FAC-PROVEEDOR PIC X(30) VALUE SPACES.
01 WS-FAC-NUMERO PIC X(12) VALUE SPACES.
01 WS-FAC-FECHA PIC 9(8).
01 WS-FAC-MONTO PIC 9(9)V99.
01 WS-FAC-RETENIDA PIC A(1).
01 WS-FAC-DESBORDADA PIC A(1).

01 WS-DISPONIBLE PIC S9(7).
01 WS-CANTIDAD-TOPE PIC S9(7)V99.
01 WS-DIFERENCIA-PRECIO PIC 9(4)V99.
01 WS-PRECIO-TOPE PIC 9(4)V9(4).
01 WS-DIAS-PAGO PIC 9(3).

01 WS-LIBERADAS PIC 9(5) VALUE 0.
01 WS-RETENIDAS PIC 9(5) VALUE 0.
01 WS-LIBERADO PIC 9(9)V99 VALUE 0.
01 WS-MONTO-EDITADO PIC $$$,$$$,$$9.99.
*> El control de encabezado/trailer y doble posteo del feed,
*> compartido via VALIDARFEED.
01 WS-NOMBRE-FEED PIC X(30) VALUE "FACTURAS-PROVEEDOR.DAT".
01 WS-FEED-RESULTADO PIC X(1).
*> El cuadre de la corrida para BALANCE-DIARIO.DAT, por linea de
*> factura: liberada o retenida.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS PIC 9(6) VALUE 0.
01 WS-RECHAZOS PIC 9(6) VALUE 0.
*> El RC de la corrida, a salvo del CALL a REGISTRARBALANCE.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "FACTURASPROVEEDOR".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM LeerTolerancias
    PERFORM CargarOrdenes
    PERFORM CargarRecepciones
    PERFORM CargarConciliadas
    PERFORM CargarProveedores
    PERFORM CargarCuentasPagar
    PERFORM IngresarFacturas
    MOVE WS-LIBERADO TO WS-MONTO-EDITADO
    DISPLAY "FACTURAS LIBERADAS A PAGAR: " WS-LIBERADAS " POR "
       WS-MONTO-EDITADO "  RETENIDAS: " WS-RETENIDAS
    IF WS-RETENIDAS > 0 AND RETURN-CODE = 0
       MOVE 4 TO RETURN-CODE
    END-IF
    MOVE RETURN-CODE TO WS-RC-CORRIDA
    CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL WS-LEIDOS
       WS-POSTEADOS WS-RECHAZOS
    MOVE WS-RC-CORRIDA TO RETURN-CODE.
DISPLAY "JOB FACTURASPROVEEDOR COMPLETE, RC=" RETURN-CODE.
GOBACK.

LeerTolerancias.
    OPEN INPUT FACTURAS-CTL
    IF WS-ESTADO-CTL = "00"
       READ FACTURAS-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-TOL-CANTIDAD IS NUMERIC
                MOVE CTL-TOL-CANTIDAD TO WS-TOL-CANTIDAD
             END-IF
             IF CTL-TOL-PRECIO IS NUMERIC
                MOVE CTL-TOL-PRECIO TO WS-TOL-PRECIO
             END-IF
       END-READ
       CLOSE FACTURAS-CTL
    END-IF.

CargarOrdenes.
    OPEN INPUT ORDENES-FILE
    IF WS-ESTADO-ORDENES = "00"
       PERFORM UNTIL WS-EOF-ORDENES = 'Y'
          READ ORDENES-FILE
             AT END MOVE 'Y' TO WS-EOF-ORDENES
             NOT AT END
                IF WS-TOTAL-ORDENES < 200
                   ADD 1 TO WS-TOTAL-ORDENES
                   MOVE OC-Numero TO TOC-NUMERO(WS-TOTAL-ORDENES)
                   MOVE OC-Proveedor
                      TO TOC-PROVEEDOR(WS-TOTAL-ORDENES)
                   *> Las ordenes emitidas antes de que llevaran
                   *> costo no se pueden conciliar por precio.
                   IF OC-CostoUnitario IS NUMERIC
                      MOVE OC-CostoUnitario
                         TO TOC-COSTO(WS-TOTAL-ORDENES)
                   ELSE
                      MOVE 0 TO TOC-COSTO(WS-TOTAL-ORDENES)
                   END-IF
                   MOVE 0 TO TOC-RECIBIDO(WS-TOTAL-ORDENES)
                   MOVE 0 TO TOC-FACTURADO(WS-TOTAL-ORDENES)
                ELSE
                   DISPLAY "ATENCION: MAS DE 200 ORDENES, NO SE "
                      "CARGA LA " OC-Numero
                END-IF
          END-READ
       END-PERFORM
       CLOSE ORDENES-FILE
    ELSE
       DISPLAY "ATENCION: NO HAY ORDENES-COMPRA.DAT, TODA FACTURA "
          "SE RETIENE POR ORDEN INEXISTENTE"
    END-IF.

CargarRecepciones.
    OPEN INPUT RECEPCIONES-FILE
    IF WS-ESTADO-RECEPCIONES = "00"
       PERFORM UNTIL WS-EOF-RECEPCIONES = 'Y'
          READ RECEPCIONES-FILE
             AT END MOVE 'Y' TO WS-EOF-RECEPCIONES
             NOT AT END
                MOVE ROC-Numero TO WS-OC-BUSCADA
                PERFORM BuscarOrden
                IF WS-OC-HALLADA = 'S'
                   ADD ROC-Cantidad TO TOC-RECIBIDO(WS-OC-SUB)
                END-IF
          END-READ
       END-PERFORM
       CLOSE RECEPCIONES-FILE
    END-IF.

CargarConciliadas.
    OPEN INPUT CONCILIADAS-FILE
    IF WS-ESTADO-CONCILIADAS = "00"
       PERFORM UNTIL WS-EOF-CONCILIADAS = 'Y'
          READ CONCILIADAS-FILE
             AT END MOVE 'Y' TO WS-EOF-CONCILIADAS
             NOT AT END
                MOVE FCO-OcNumero TO WS-OC-BUSCADA
                PERFORM BuscarOrden
                IF WS-OC-HALLADA = 'S'
                   ADD FCO-Cantidad TO TOC-FACTURADO(WS-OC-SUB)
                END-IF
          END-READ
       END-PERFORM
       CLOSE CONCILIADAS-FILE
    END-IF.

*> PROVEEDORES.DAT tiene una fila por codigo; el plazo de pago se
*> toma de la primera fila de cada proveedor.
CargarProveedores.
    OPEN INPUT PROVEEDORES-FILE
    IF WS-ESTADO-PROVEEDORES = "00"
       PERFORM UNTIL WS-EOF-PROVEEDORES = 'Y'
          READ PROVEEDORES-FILE
             AT END MOVE 'Y' TO WS-EOF-PROVEEDORES
             NOT AT END PERFORM RecordarProveedor
          END-READ
       END-PERFORM
       CLOSE PROVEEDORES-FILE
    END-IF.

RecordarProveedor.
    PERFORM VARYING WS-PRO-SUB FROM 1 BY 1
       UNTIL WS-PRO-SUB > WS-TOTAL-PROV
       IF PRO-NOMBRE(WS-PRO-SUB) = PRV-Proveedor
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-PROV < 100
       ADD 1 TO WS-TOTAL-PROV
       MOVE PRV-Proveedor TO PRO-NOMBRE(WS-TOTAL-PROV)
       IF PRV-DiasPago IS NUMERIC
          MOVE PRV-DiasPago TO PRO-DIAS-PAGO(WS-TOTAL-PROV)
       ELSE
          MOVE 0 TO PRO-DIAS-PAGO(WS-TOTAL-PROV)
       END-IF
    END-IF.

CargarCuentasPagar.
    OPEN INPUT CUENTAS-PAGAR-FILE
    IF WS-ESTADO-CUENTAS-PAGAR = "00"
       PERFORM UNTIL WS-EOF-CUENTAS-PAGAR = 'Y'
          READ CUENTAS-PAGAR-FILE
             AT END MOVE 'Y' TO WS-EOF-CUENTAS-PAGAR
             NOT AT END
                IF WS-TOTAL-PAGAR < 500
                   ADD 1 TO WS-TOTAL-PAGAR
                   MOVE CXP-Proveedor
                      TO CXT-PROVEEDOR(WS-TOTAL-PAGAR)
                   MOVE CXP-Factura TO CXT-FACTURA(WS-TOTAL-PAGAR)
                ELSE
                   DISPLAY "ATENCION: MAS DE 500 FACTURAS EN "
                      "CUENTAS-PAGAR.DAT, NO SE CONTROLA DUPLICADA "
                      "LA " CXP-Factura
                END-IF
          END-READ
       END-PERFORM
       CLOSE CUENTAS-PAGAR-FILE
    END-IF.

IngresarFacturas.
    CALL "VALIDARFEED" USING "VALIDAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO
    IF WS-FEED-RESULTADO = 'N'
       DISPLAY "FEED " WS-NOMBRE-FEED " RECHAZADO POR "
          "ENCABEZADO/TRAILER O DOBLE POSTEO, NO SE POSTEA NADA"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT MOVS-FILE
    IF WS-ESTADO-MOVS NOT = "00"
       DISPLAY "NO HAY FACTURAS-PROVEEDOR.DAT, NADA QUE INGRESAR"
       EXIT PARAGRAPH
    END-IF
    OPEN EXTEND CUENTAS-PAGAR-FILE
    IF WS-ESTADO-CUENTAS-PAGAR NOT = "00"
       OPEN OUTPUT CUENTAS-PAGAR-FILE
       CLOSE CUENTAS-PAGAR-FILE
       OPEN EXTEND CUENTAS-PAGAR-FILE
    END-IF
    OPEN EXTEND CONCILIADAS-FILE
    IF WS-ESTADO-CONCILIADAS NOT = "00"
       OPEN OUTPUT CONCILIADAS-FILE
       CLOSE CONCILIADAS-FILE
       OPEN EXTEND CONCILIADAS-FILE
    END-IF
    OPEN EXTEND RETENIDAS-FILE
    IF WS-ESTADO-RETENIDAS NOT = "00"
       OPEN OUTPUT RETENIDAS-FILE
       CLOSE RETENIDAS-FILE
       OPEN EXTEND RETENIDAS-FILE
    END-IF
    PERFORM UNTIL WS-EOF-MOVS = 'Y'
       READ MOVS-FILE
          AT END MOVE 'Y' TO WS-EOF-MOVS
          NOT AT END
             IF MOV-Indicador = 'D'
                PERFORM AgregarLinea
             END-IF
       END-READ
    END-PERFORM
    IF WS-TOTAL-LINEAS > 0
       PERFORM DecidirFactura
    END-IF
    CLOSE RETENIDAS-FILE
    CLOSE CONCILIADAS-FILE
    CLOSE CUENTAS-PAGAR-FILE
    CLOSE MOVS-FILE
    CALL "VALIDARFEED" USING "ASENTAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO.

*> Corte de control: cuando cambia proveedor o numero de factura se
*> decide la factura que se venia juntando.
AgregarLinea.
    ADD 1 TO WS-LEIDOS
    IF WS-TOTAL-LINEAS > 0
       AND (MOV-Proveedor NOT = WS-FAC-PROVEEDOR
            OR MOV-Factura NOT = WS-FAC-NUMERO)
       PERFORM DecidirFactura
    END-IF
    IF WS-TOTAL-LINEAS = 0
       MOVE MOV-Proveedor TO WS-FAC-PROVEEDOR
       MOVE MOV-Factura TO WS-FAC-NUMERO
       MOVE MOV-Fecha TO WS-FAC-FECHA
       MOVE 'N' TO WS-FAC-DESBORDADA
    END-IF
    IF WS-TOTAL-LINEAS >= 50
       *> La linea que no entra igual cuenta como retenida: la
       *> factura entera queda para revisar.
       ADD 1 TO WS-RECHAZOS
       MOVE 'S' TO WS-FAC-DESBORDADA
       DISPLAY "ATENCION: FACTURA " WS-FAC-NUMERO " CON MAS DE 50 "
          "LINEAS, SE RETIENE"
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TOTAL-LINEAS
    MOVE MOV-OcNumero TO LIN-OC(WS-TOTAL-LINEAS)
    MOVE MOV-Cantidad TO LIN-CANTIDAD(WS-TOTAL-LINEAS)
    MOVE MOV-PrecioUnitario TO LIN-PRECIO(WS-TOTAL-LINEAS)
    MOVE SPACES TO LIN-MOTIVO(WS-TOTAL-LINEAS).

DecidirFactura.
    MOVE 'N' TO WS-FAC-RETENIDA
    IF WS-FAC-DESBORDADA = 'S'
       MOVE 'S' TO WS-FAC-RETENIDA
    END-IF
    MOVE 0 TO WS-FAC-MONTO
    PERFORM BuscarFacturaIngresada
    PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
       UNTIL WS-LIN-SUB > WS-TOTAL-LINEAS
       IF LIN-MOTIVO(WS-LIN-SUB) = SPACES
          PERFORM ConciliarLinea
       END-IF
       IF LIN-MOTIVO(WS-LIN-SUB) NOT = SPACES
          MOVE 'S' TO WS-FAC-RETENIDA
       END-IF
    END-PERFORM
    IF WS-FAC-RETENIDA = 'S'
       PERFORM RetenerFactura
    ELSE
       PERFORM LiberarFactura
    END-IF
    MOVE 0 TO WS-TOTAL-LINEAS.

BuscarFacturaIngresada.
    PERFORM VARYING WS-CXT-SUB FROM 1 BY 1
       UNTIL WS-CXT-SUB > WS-TOTAL-PAGAR
       IF CXT-PROVEEDOR(WS-CXT-SUB) = WS-FAC-PROVEEDOR
          AND CXT-FACTURA(WS-CXT-SUB) = WS-FAC-NUMERO
          PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
             UNTIL WS-LIN-SUB > WS-TOTAL-LINEAS
             MOVE "FACTURA YA INGRESADA A PAGAR"
                TO LIN-MOTIVO(WS-LIN-SUB)
          END-PERFORM
          EXIT PARAGRAPH
       END-IF
    END-PERFORM.

*> Las tres vias de una linea: orden, recepcion y precio.
ConciliarLinea.
    IF LIN-CANTIDAD(WS-LIN-SUB) IS NOT NUMERIC
       OR LIN-PRECIO(WS-LIN-SUB) IS NOT NUMERIC
       OR LIN-CANTIDAD(WS-LIN-SUB) = 0
       MOVE "CANTIDAD O PRECIO INVALIDO" TO LIN-MOTIVO(WS-LIN-SUB)
       EXIT PARAGRAPH
    END-IF
    MOVE LIN-OC(WS-LIN-SUB) TO WS-OC-BUSCADA
    PERFORM BuscarOrden
    IF WS-OC-HALLADA = 'N'
       MOVE "ORDEN DE COMPRA INEXISTENTE" TO LIN-MOTIVO(WS-LIN-SUB)
       EXIT PARAGRAPH
    END-IF
    IF TOC-PROVEEDOR(WS-OC-SUB) NOT = WS-FAC-PROVEEDOR
       MOVE "PROVEEDOR DISTINTO AL DE LA OC" TO LIN-MOTIVO(WS-LIN-SUB)
       EXIT PARAGRAPH
    END-IF
    IF TOC-RECIBIDO(WS-OC-SUB) = 0
       MOVE "ORDEN SIN RECEPCION" TO LIN-MOTIVO(WS-LIN-SUB)
       EXIT PARAGRAPH
    END-IF
    *> Lo disponible para facturar es lo recibido menos lo facturado
    *> antes, y menos lo que otras lineas de esta misma factura ya
    *> tomaron de la misma orden.
    COMPUTE WS-DISPONIBLE = TOC-RECIBIDO(WS-OC-SUB)
       - TOC-FACTURADO(WS-OC-SUB)
    PERFORM VARYING WS-LIN-PREVIA FROM 1 BY 1
       UNTIL WS-LIN-PREVIA >= WS-LIN-SUB
       IF LIN-OC(WS-LIN-PREVIA) = LIN-OC(WS-LIN-SUB)
          SUBTRACT LIN-CANTIDAD(WS-LIN-PREVIA) FROM WS-DISPONIBLE
       END-IF
    END-PERFORM
    COMPUTE WS-CANTIDAD-TOPE =
       WS-DISPONIBLE * (100 + WS-TOL-CANTIDAD) / 100
    IF LIN-CANTIDAD(WS-LIN-SUB) > WS-CANTIDAD-TOPE
       MOVE "CANTIDAD MAYOR A LA RECIBIDA" TO LIN-MOTIVO(WS-LIN-SUB)
       EXIT PARAGRAPH
    END-IF
    IF TOC-COSTO(WS-OC-SUB) = 0
       MOVE "ORDEN SIN COSTO PACTADO" TO LIN-MOTIVO(WS-LIN-SUB)
       EXIT PARAGRAPH
    END-IF
    IF LIN-PRECIO(WS-LIN-SUB) > TOC-COSTO(WS-OC-SUB)
       COMPUTE WS-DIFERENCIA-PRECIO =
          LIN-PRECIO(WS-LIN-SUB) - TOC-COSTO(WS-OC-SUB)
    ELSE
       COMPUTE WS-DIFERENCIA-PRECIO =
          TOC-COSTO(WS-OC-SUB) - LIN-PRECIO(WS-LIN-SUB)
    END-IF
    COMPUTE WS-PRECIO-TOPE =
       TOC-COSTO(WS-OC-SUB) * WS-TOL-PRECIO / 100
    IF WS-DIFERENCIA-PRECIO > WS-PRECIO-TOPE
       MOVE "PRECIO DISTINTO AL DE LA OC" TO LIN-MOTIVO(WS-LIN-SUB)
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-FAC-MONTO = WS-FAC-MONTO
       + LIN-CANTIDAD(WS-LIN-SUB) * LIN-PRECIO(WS-LIN-SUB).

BuscarOrden.
    MOVE 'N' TO WS-OC-HALLADA
    PERFORM VARYING WS-OC-SUB FROM 1 BY 1
       UNTIL WS-OC-SUB > WS-TOTAL-ORDENES
       IF TOC-NUMERO(WS-OC-SUB) = WS-OC-BUSCADA
          MOVE 'S' TO WS-OC-HALLADA
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> Se asientan todas las lineas de la factura retenida, tambien las
*> que conciliaban, para que compras vea la factura completa.
RetenerFactura.
    ADD 1 TO WS-RETENIDAS
    PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
       UNTIL WS-LIN-SUB > WS-TOTAL-LINEAS
       ADD 1 TO WS-RECHAZOS
       MOVE WS-FAC-PROVEEDOR TO FRE-Proveedor
       MOVE WS-FAC-NUMERO TO FRE-Factura
       MOVE WS-FAC-FECHA TO FRE-Fecha
       MOVE LIN-OC(WS-LIN-SUB) TO FRE-OcNumero
       MOVE LIN-CANTIDAD(WS-LIN-SUB) TO FRE-Cantidad
       MOVE LIN-PRECIO(WS-LIN-SUB) TO FRE-PrecioUnitario
       MOVE LIN-MOTIVO(WS-LIN-SUB) TO FRE-Motivo
       MOVE WS-FECHA-HOY TO FRE-FechaProceso
       WRITE RETENIDAS-REGISTRO
       IF LIN-MOTIVO(WS-LIN-SUB) NOT = SPACES
          DISPLAY "RETENIDA: FACTURA " WS-FAC-NUMERO " DE "
             WS-FAC-PROVEEDOR " OC " LIN-OC(WS-LIN-SUB) " - "
             LIN-MOTIVO(WS-LIN-SUB)
       END-IF
    END-PERFORM.

*> El vencimiento sale de la fecha de factura mas el plazo del
*> proveedor; el proveedor que no esta en el maestro vence en el
*> dia y se avisa.
LiberarFactura.
    MOVE 0 TO WS-DIAS-PAGO
    PERFORM VARYING WS-PRO-SUB FROM 1 BY 1
       UNTIL WS-PRO-SUB > WS-TOTAL-PROV
       IF PRO-NOMBRE(WS-PRO-SUB) = WS-FAC-PROVEEDOR
          MOVE PRO-DIAS-PAGO(WS-PRO-SUB) TO WS-DIAS-PAGO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-PRO-SUB > WS-TOTAL-PROV
       DISPLAY "ATENCION: " WS-FAC-PROVEEDOR " NO ESTA EN "
          "PROVEEDORES.DAT, LA FACTURA " WS-FAC-NUMERO
          " VENCE EN EL DIA"
    END-IF
    IF WS-FAC-FECHA IS NOT NUMERIC OR WS-FAC-FECHA = 0
       MOVE WS-FECHA-HOY TO WS-FAC-FECHA
    END-IF
    MOVE WS-FAC-PROVEEDOR TO CXP-Proveedor
    MOVE WS-FAC-NUMERO TO CXP-Factura
    MOVE WS-FAC-FECHA TO CXP-FechaFactura
    COMPUTE WS-DIAS-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-FAC-FECHA) + WS-DIAS-PAGO
    COMPUTE CXP-FechaVence = FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEGER)
    MOVE WS-FAC-MONTO TO CXP-Monto
    MOVE WS-FECHA-HOY TO CXP-FechaAlta
    WRITE CUENTAS-PAGAR-REGISTRO
    IF WS-TOTAL-PAGAR < 500
       ADD 1 TO WS-TOTAL-PAGAR
       MOVE WS-FAC-PROVEEDOR TO CXT-PROVEEDOR(WS-TOTAL-PAGAR)
       MOVE WS-FAC-NUMERO TO CXT-FACTURA(WS-TOTAL-PAGAR)
    END-IF
    PERFORM VARYING WS-LIN-SUB FROM 1 BY 1
       UNTIL WS-LIN-SUB > WS-TOTAL-LINEAS
       ADD 1 TO WS-POSTEADOS
       MOVE WS-FAC-PROVEEDOR TO FCO-Proveedor
       MOVE WS-FAC-NUMERO TO FCO-Factura
       MOVE LIN-OC(WS-LIN-SUB) TO FCO-OcNumero
       MOVE LIN-CANTIDAD(WS-LIN-SUB) TO FCO-Cantidad
       MOVE LIN-PRECIO(WS-LIN-SUB) TO FCO-PrecioUnitario
       MOVE WS-FECHA-HOY TO FCO-FechaProceso
       WRITE CONCILIADAS-REGISTRO
       MOVE LIN-OC(WS-LIN-SUB) TO WS-OC-BUSCADA
       PERFORM BuscarOrden
       IF WS-OC-HALLADA = 'S'
          ADD LIN-CANTIDAD(WS-LIN-SUB) TO TOC-FACTURADO(WS-OC-SUB)
       END-IF
    END-PERFORM
    ADD 1 TO WS-LIBERADAS
    ADD WS-FAC-MONTO TO WS-LIBERADO
    MOVE WS-FAC-MONTO TO WS-MONTO-EDITADO
    DISPLAY "LIBERADA: FACTURA " WS-FAC-NUMERO " DE "
       WS-FAC-PROVEEDOR " POR " WS-MONTO-EDITADO " VENCE "
       CXP-FechaVence.
