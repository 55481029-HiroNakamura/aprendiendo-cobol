*> REPORTEREORDEN decia a quien llamar, pero la llamada, la promesa
*> y la entrega vivian en papel. Este programa les da archivo con
*> tres modos por COMMAND-LINE, como ARCHIVO1:
*>   GENERAR  recorre INVENTARIO.DAT y por cada codigo en o bajo su
*>            punto de reposicion sin orden abierta emite una orden
*>            numerada por SECUENCIAID en ORDENES-COMPRA.DAT, con
*>            el proveedor de PROVEEDORES.DAT, cantidad hasta el
*>            doble del punto de reposicion, fecha promesa de hoy
*>            mas PRV-DiasEntrega y el costo unitario pactado
*>            (PRV-CostoUnitario), que es el precio contra el que
*>            FACTURASPROVEEDOR concilia la factura; el codigo sin
*>            proveedor se avisa.
*>   RECIBIR  toma el numero de orden y la cantidad llegada de
*>            RECEPCION.CTL, cierra la orden, asienta promesa
*>            contra fecha real en RECEPCIONES-OC.DAT (la materia
*>            pedidos pendientes se cubren recien cuando una
*>            transferencia T lleva esa mercaderia a la tienda),
*>            mismo recurso de encadenar por el feed que
*>            CORRECCIONES usa con TRANSACCIONES.DAT. El costo
*>            unitario de la recepcion es el que trae RECEPCION.CTL
*>            (lo que dice la factura del proveedor) o, si viene en
*>            cero, el pactado en la orden; queda en
*>            RECEPCIONES-OC.DAT y entra como capa de costo del
*>            codigo en el deposito por CAPASCOSTO, que es de donde
*>            VENTAS saca el costo de lo vendido. Lo perecedero
*>            trae en RECEPCION.CTL el numero de lote del
*>            proveedor y su fecha de vencimiento (un lote sin
*>            vencimiento se rechaza): quedan en RECEPCIONES-OC.DAT
*>            y viajan en el movimiento R, asi INVENTARIO entra el
*>            lote en el deposito por LOTESSTOCK.
*>   ABIERTAS lista lo que sigue sin llegar, marcando lo vencido,
*>            y las ordenes retenidas por presupuesto.
*> El presupuesto de compras vive en PRESUPUESTO-COMPRAS.DAT
*> (mantenido por finanzas): una fila por periodo YYYYMM con el
*> importe para un proveedor ('P', el nombre tal como esta en
*> PROVEEDORES.DAT) o para una Marca ('M', la de ARTICULOS.DAT via
*> BUSCARARTICULO); una orden cae en la fila de su proveedor y, si
*> no la hay, en la de la Marca del codigo. Cada orden consume el
*> presupuesto del periodo en que se emitio: abierta es
*> compromiso (cantidad por costo pactado) y recibida es real
*> (cantidad por costo de RECEPCIONES-OC.DAT). GENERAR no emite la
*> orden que pasaria del disponible (presupuesto menos comprometido
*> menos real): la deja retenida, estado 'P', con su numero, y
*> termina con RC=4. Lo que no tiene fila de presupuesto se emite
*> como siempre, con aviso, y sin PRESUPUESTO-COMPRAS.DAT no hay
*> control alguno.
*>   APROBAR <orden>   (rol ADMIN) emite la orden retenida con
*>            fecha de hoy y nueva promesa, aunque exceda.
*>   RECHAZAR <orden>  (rol ADMIN) la descarta, estado 'R'; si el
*>            codigo sigue bajo el punto, el proximo GENERAR la
*>            vuelve a proponer.
*>            Ambas quedan en APROBACIONES-OC.LOG con quien y cuando.
*>   PRESUPUESTO [YYYYMM]  presupuesto contra comprometido contra
*>            real por fila del periodo (el de proceso si no se
*>            indica), con lo retenido y lo gastado sin presupuesto,
*>            en PRESUPUESTO-COMPRAS.TXT, archivado con fecha por
*>            ARCHIVARREPORTE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT INVENTARIO-MOVS ASSIGN TO "INVENTARIO-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-INV-MOVS.
SELECT PRESUPUESTO-FILE ASSIGN TO "PRESUPUESTO-COMPRAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PRESUPUESTO.
SELECT APROBACIONES-LOG ASSIGN TO "APROBACIONES-OC.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-APROBACIONES.
SELECT REPORTE-FILE ASSIGN TO "PRESUPUESTO-COMPRAS.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REPORTE.
SELECT USUARIOS-ROLES ASSIGN TO "USUARIOS-ROLES.DAT"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS ROL-NOMBRE
   FILE STATUS IS WS-ESTADO-ROLES.

DATA DIVISION.
FILE SECTION.
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

FD ORDENES-TEMP.
01 ORDENES-TEMP-REGISTRO PIC X(73).

FD INVENTARIO-FILE.
01 INVENTARIO-REGISTRO.
   05 INV-Codigo PIC X(8).
   05 INV-Cantidad PIC 9(5).
   05 INV-PuntoReposicion PIC 9(5).
   05 INV-Ubicacion PIC X(3).

FD PROVEEDORES-FILE.
01 PROVEEDORES-REGISTRO.
   05 PRV-Codigo PIC X(8).
   05 PRV-Proveedor PIC X(30).
   05 PRV-Telefono PIC X(15).
   05 PRV-DiasEntrega PIC 9(3).
   05 PRV-CostoUnitario PIC 9(4)V99.
   05 PRV-DiasPago PIC 9(3).

FD RECEPCION-CTL.
01 RECEPCION-CTL-REGISTRO.
   05 CTL-Numero PIC 9(7).
   05 CTL-CantidadRecibida PIC 9(5).
   05 CTL-CostoUnitario PIC 9(4)V99.
   05 CTL-Lote PIC X(10).
   05 CTL-Vencimiento PIC 9(8).

FD RECEPCIONES-FILE.
01 RECEPCIONES-REGISTRO.
   05 ROC-Numero PIC 9(7).
   05 ROC-Codigo PIC X(8).
   05 ROC-Proveedor PIC X(30).
   05 ROC-FechaPromesa PIC 9(8).
   05 ROC-FechaReal PIC 9(8).
   05 ROC-Cantidad PIC 9(5).
   05 ROC-FechaEmision PIC 9(8).
   05 ROC-CostoUnitario PIC 9(4)V99.
   05 ROC-Lote PIC X(10).
   05 ROC-Vencimiento PIC 9(8).

FD INVENTARIO-MOVS.
01 INVENTARIO-MOVS-REGISTRO.
   05 IMO-Indicador PIC X(1).
   05 IMO-TIPO PIC A(1).
   05 IMO-Codigo PIC X(8).
   05 IMO-Cantidad PIC 9(5).
   05 IMO-Ubicacion PIC X(3).
   05 IMO-UbicacionDestino PIC X(3).
   05 IMO-Lote PIC X(10).
   05 IMO-Vencimiento PIC 9(8).
01 INVENTARIO-MOVS-ENCABEZADO.
   05 IME-Indicador PIC X(1).
   05 IME-FeedId PIC X(10).
   05 IMT-Indicador PIC X(1).
   05 IMT-Conteo PIC 9(6).

FD PRESUPUESTO-FILE.
01 PRESUPUESTO-REGISTRO.
   05 PCO-Periodo PIC 9(6).
   05 PCO-Tipo PIC A(1).
   05 PCO-Grupo PIC X(30).
   05 PCO-Monto PIC 9(7)V99.

FD APROBACIONES-LOG.
01 APROBACION-LINEA PIC X(120).

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(120).

FD USUARIOS-ROLES.
01 USUARIOS-ROLES-REGISTRO.
   05 ROL-NOMBRE PIC A(15).
   05 ROL-VALOR PIC A(10).
   05 ROL-FECHA-FIN PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-PARAMETROS PIC X(40) VALUE SPACES.
01 WS-MODO PIC X(12) VALUE SPACES.
01 WS-ARGUMENTO PIC X(12) VALUE SPACES.
01 WS-ESTADO-ORDENES PIC X(2).
01 WS-ESTADO-ORDENES-TEMP PIC X(2).
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.
01 WS-EOF-ORDENES PIC A(1) VALUE 'N'.
01 WS-EOF-INVENTARIO PIC A(1) VALUE 'N'.
01 WS-EOF-PROVEEDORES PIC A(1) VALUE 'N'.
01 WS-ESTADO-PRESUPUESTO PIC X(2).
01 WS-ESTADO-APROBACIONES PIC X(2).
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-ESTADO-ROLES PIC X(2).
01 WS-EOF PIC A(1).

01 WS-FECHA-HOY PIC 9(8).
01 WS-DIAS-INTEGER PIC S9(9) COMP.
01 WS-TABLA-ORDENES.
   05 WS-ORDEN-FILA OCCURS 200 TIMES.
      10 TOC-NUMERO PIC 9(7).
      10 TOC-CODIGO PIC X(8).
      10 TOC-CANTIDAD PIC 9(5).
      10 TOC-PROVEEDOR PIC X(30).
      10 TOC-EMISION PIC 9(8).
      10 TOC-PROMESA PIC 9(8).
      10 TOC-ESTADO PIC A(1).
      10 TOC-COSTO PIC 9(4)V99.
01 WS-TOTAL-ORDENES PIC 9(3) VALUE 0.
01 WS-OC-SUB PIC 9(3).
01 WS-OC-POS PIC 9(3).

01 WS-TABLA-PROVEEDORES.
   05 WS-PROV OCCURS 100 TIMES.
      10 PRO-CODIGO PIC X(8).
      10 PRO-NOMBRE PIC X(30).
      10 PRO-DIAS PIC 9(3).
      10 PRO-COSTO PIC 9(4)V99.
01 WS-TOTAL-PROV PIC 9(3) VALUE 0.
01 WS-PRO-SUB PIC 9(3).
01 WS-PRO-HALLADO PIC A(1).
01 WS-FEED-SECUENCIA PIC 9(7).
01 WS-CANTIDAD-ORDEN PIC 9(5).
01 WS-CANTIDAD-RECIBIDA PIC 9(5).
01 WS-COSTO-RECIBIDO PIC 9(4)V99.
01 WS-GENERADAS PIC 9(3) VALUE 0.
01 WS-SIN-PROVEEDOR PIC 9(3) VALUE 0.
01 WS-ABIERTAS PIC 9(3) VALUE 0.
01 WS-VENCIDAS PIC 9(3) VALUE 0.
*> La capa de costo de lo recibido, via CAPASCOSTO.
COPY CAPACOSTO REPLACING GRUPO BY WS-CAPA
                         CAMPO-CODIGO BY WS-CAPA-CODIGO
                         CAMPO-UBICACION BY WS-CAPA-UBICACION
                         CAMPO-FECHA BY WS-CAPA-FECHA
                         CAMPO-CANTIDAD BY WS-CAPA-CANTIDAD
                         CAMPO-COSTO BY WS-CAPA-COSTO.
01 WS-CAPA-DESTINO PIC X(3) VALUE SPACES.
01 WS-CAPA-COSTO-TOTAL PIC 9(9)V99.
01 WS-CAPA-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "ORDENESCOMPRA".

*> El presupuesto de compras con lo que ya consume cada fila: los
*> importes de ordenes abiertas (comprometido), recibidas (real) y
*> retenidas, todos por el periodo de emision de la orden.
01 WS-TABLA-PRESUPUESTO.
   05 WS-PRESUPUESTO-FILA OCCURS 100 TIMES.
      10 TPR-PERIODO PIC 9(6).
      10 TPR-TIPO PIC A(1).
      10 TPR-GRUPO PIC X(30).
      10 TPR-MONTO PIC 9(7)V99.
      10 TPR-COMPROMETIDO PIC 9(9)V99.
      10 TPR-REAL PIC 9(9)V99.
      10 TPR-RETENIDO PIC 9(9)V99.
01 WS-TOTAL-PRESUPUESTO PIC 9(3) VALUE 0.
01 WS-PRE-SUB PIC 9(3).
01 WS-PRE-POS PIC 9(3).
01 WS-HAY-PRESUPUESTO PIC A(1) VALUE 'N'.
01 WS-PERIODO-BUSCADO PIC 9(6).
01 WS-PERIODO-REPORTE PIC 9(6) VALUE 0.
01 WS-CODIGO-BUSCADO PIC X(8).
01 WS-PROVEEDOR-BUSCADO PIC X(30).
01 WS-IMPORTE-ORDEN PIC 9(9)V99.
01 WS-DISPONIBLE PIC S9(9)V99.
01 WS-RETENIDAS PIC 9(3) VALUE 0.
01 WS-SIN-PRESUPUESTO PIC 9(3) VALUE 0.
*> Lo del periodo del reporte que no cae en ninguna fila.
01 WS-SIN-PRE-COMPROMETIDO PIC 9(9)V99 VALUE 0.
01 WS-SIN-PRE-REAL PIC 9(9)V99 VALUE 0.
01 WS-SIN-PRE-RETENIDO PIC 9(9)V99 VALUE 0.
01 WS-TOT-MONTO PIC 9(9)V99 VALUE 0.
01 WS-TOT-COMPROMETIDO PIC 9(9)V99 VALUE 0.
01 WS-TOT-REAL PIC 9(9)V99 VALUE 0.
01 WS-FILAS-PERIODO PIC 9(3) VALUE 0.
01 WS-EXCEDIDAS PIC 9(3) VALUE 0.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).

*> APROBAR y RECHAZAR de ordenes retenidas.
01 WS-ORDEN-BUSCADA PIC 9(7) VALUE 0.
01 WS-USUARIO-OS PIC X(20).
01 WS-FECHA-HOY-ROL PIC 9(8).
01 WS-ROL-USUARIO PIC A(10).
01 WS-MANTENIMIENTO-AUTORIZADO PIC A(1).
01 WS-ACCION-APROBACION PIC X(9).

01 WS-NOMBRE-REPORTE PIC X(30) VALUE "PRESUPUESTO-COMPRAS.TXT".
01 WS-IMPORTE-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
01 WS-MONTO-EDITADO PIC Z,ZZZ,ZZ9.99.
01 WS-COMPROMETIDO-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
01 WS-REAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
01 WS-DISPONIBLE-EDITADO PIC ZZZ,ZZZ,ZZ9.99-.
01 WS-RETENIDO-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    ACCEPT WS-PARAMETROS FROM COMMAND-LINE
    UNSTRING WS-PARAMETROS DELIMITED BY ALL SPACE
       INTO WS-MODO WS-ARGUMENTO
    END-UNSTRING
    PERFORM VerificarTempPendiente
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 8 TO RETURN-CODE
    PERFORM CargarOrdenes
    EVALUATE WS-MODO
       WHEN "GENERAR"
          PERFORM CargarPresupuesto
          PERFORM GenerarOrdenes
       WHEN "RECIBIR"
          PERFORM RecibirOrden
       WHEN "ABIERTAS"
          PERFORM ListarAbiertas
       WHEN "APROBAR"
       WHEN "RECHAZAR"
          PERFORM VerificarAutorizacionMantenimiento
          IF WS-MANTENIMIENTO-AUTORIZADO NOT = 'S'
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM ResolverRetenida
          END-IF
       WHEN "PRESUPUESTO"
          PERFORM ReportePresupuesto
       WHEN OTHER
          DISPLAY "MODO NO RECONOCIDO: " WS-MODO
             " - SE ESPERA GENERAR, RECIBIR, ABIERTAS, APROBAR, "
             "RECHAZAR O PRESUPUESTO"
          MOVE 8 TO RETURN-CODE
    END-EVALUATE.
FinInicio.
                IF WS-TOTAL-ORDENES < 200
                   ADD 1 TO WS-TOTAL-ORDENES
                   MOVE OC-Numero TO TOC-NUMERO(WS-TOTAL-ORDENES)
                   MOVE OC-Codigo TO TOC-CODIGO(WS-TOTAL-ORDENES)
                   MOVE OC-Cantidad
                      TO TOC-CANTIDAD(WS-TOTAL-ORDENES)
                   MOVE OC-Proveedor
                   MOVE OC-FechaPromesa
                      TO TOC-PROMESA(WS-TOTAL-ORDENES)
                   MOVE OC-Estado TO TOC-ESTADO(WS-TOTAL-ORDENES)
                   IF OC-CostoUnitario IS NUMERIC
                      MOVE OC-CostoUnitario
                         TO TOC-COSTO(WS-TOTAL-ORDENES)
                   ELSE
                      MOVE 0 TO TOC-COSTO(WS-TOTAL-ORDENES)
                   END-IF
                END-IF
          END-READ
       END-PERFORM
             NOT AT END
                IF WS-TOTAL-PROV < 100
                   ADD 1 TO WS-TOTAL-PROV
                   MOVE PRV-Codigo TO PRO-CODIGO(WS-TOTAL-PROV)
                   MOVE PRV-Proveedor TO PRO-NOMBRE(WS-TOTAL-PROV)
                   MOVE PRV-DiasEntrega TO PRO-DIAS(WS-TOTAL-PROV)
                   IF PRV-CostoUnitario IS NUMERIC
                      MOVE PRV-CostoUnitario
                         TO PRO-COSTO(WS-TOTAL-PROV)
                   ELSE
                      MOVE 0 TO PRO-COSTO(WS-TOTAL-PROV)
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE PROVEEDORES-FILE
    END-IF.

*> Una orden por codigo bajo de stock sin orden abierta: pedir
*> hasta el doble del punto de reposicion deja margen para no
*> volver a caer al punto apenas se venda algo.
GenerarOrdenes.
    CLOSE INVENTARIO-FILE
    PERFORM GrabarOrdenes
    DISPLAY "ORDENES GENERADAS: " WS-GENERADAS
       "  SIN PROVEEDOR: " WS-SIN-PROVEEDOR
       "  RETENIDAS POR PRESUPUESTO: " WS-RETENIDAS
    IF WS-RETENIDAS > 0
       DISPLAY "HAY ORDENES RETENIDAS: APROBAR O RECHAZAR CON "
          "ORDENESCOMPRA APROBAR/RECHAZAR <ORDEN>"
       MOVE 4 TO RETURN-CODE
    END-IF.

GenerarUnaOrden.
    PERFORM BuscarOrdenAbierta
    MOVE 'N' TO WS-PRO-HALLADO
    PERFORM VARYING WS-PRO-SUB FROM 1 BY 1
       UNTIL WS-PRO-SUB > WS-TOTAL-PROV
       IF PRO-CODIGO(WS-PRO-SUB) = INV-Codigo
          MOVE 'S' TO WS-PRO-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-PRO-HALLADO = 'N'
       ADD 1 TO WS-SIN-PROVEEDOR
       DISPLAY "SIN PROVEEDOR: " INV-Codigo
          " BAJA DE STOCK PERO NO ESTA EN PROVEEDORES.DAT"
       EXIT PARAGRAPH
    END-IF
    IF WS-TOTAL-ORDENES >= 200
       DISPLAY "ATENCION: TABLA DE ORDENES LLENA (200), "
          "NO ENTRA " INV-Codigo
       EXIT PARAGRAPH
    END-IF
    CALL "SECUENCIAID" USING WS-NUMERO-NUEVO
       INV-PuntoReposicion * 2 - INV-Cantidad
    ADD 1 TO WS-TOTAL-ORDENES
    MOVE WS-NUMERO-NUEVO TO TOC-NUMERO(WS-TOTAL-ORDENES)
    MOVE INV-Codigo TO TOC-CODIGO(WS-TOTAL-ORDENES)
    MOVE WS-CANTIDAD-ORDEN TO TOC-CANTIDAD(WS-TOTAL-ORDENES)
    MOVE PRO-NOMBRE(WS-PRO-SUB) TO TOC-PROVEEDOR(WS-TOTAL-ORDENES)
    MOVE WS-FECHA-HOY TO TOC-EMISION(WS-TOTAL-ORDENES)
    COMPUTE TOC-PROMESA(WS-TOTAL-ORDENES) =
       FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEGER)
    MOVE 'A' TO TOC-ESTADO(WS-TOTAL-ORDENES)
    MOVE PRO-COSTO(WS-PRO-SUB) TO TOC-COSTO(WS-TOTAL-ORDENES)
    MOVE WS-TOTAL-ORDENES TO WS-OC-POS
    PERFORM ControlarPresupuesto
    IF TOC-ESTADO(WS-OC-POS) = 'P'
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-GENERADAS
    DISPLAY "ORDEN " WS-NUMERO-NUEVO ": " INV-Codigo " X "
       WS-CANTIDAD-ORDEN " A " PRO-NOMBRE(WS-PRO-SUB)
       " PROMETIDO PARA " TOC-PROMESA(WS-TOTAL-ORDENES).

*> La orden nueva contra el disponible de su fila de presupuesto
*> del periodo de hoy: si entra pasa a comprometido; si no, queda
*> retenida. Sin fila (o sin archivo) se emite como siempre.
ControlarPresupuesto.
    IF WS-HAY-PRESUPUESTO = 'N'
       EXIT PARAGRAPH
    END-IF
    MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-BUSCADO
    MOVE TOC-PROVEEDOR(WS-OC-POS) TO WS-PROVEEDOR-BUSCADO
    MOVE TOC-CODIGO(WS-OC-POS) TO WS-CODIGO-BUSCADO
    PERFORM UbicarPresupuesto
    COMPUTE WS-IMPORTE-ORDEN =
       TOC-CANTIDAD(WS-OC-POS) * TOC-COSTO(WS-OC-POS)
    IF WS-PRE-POS = 0
       ADD 1 TO WS-SIN-PRESUPUESTO
       DISPLAY "ATENCION: ORDEN " TOC-NUMERO(WS-OC-POS)
          " SIN FILA EN PRESUPUESTO-COMPRAS.DAT PARA "
          FUNCTION TRIM(TOC-PROVEEDOR(WS-OC-POS))
          " NI SU MARCA, SE EMITE SIN CONTROL"
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DISPONIBLE = TPR-MONTO(WS-PRE-POS)
       - TPR-COMPROMETIDO(WS-PRE-POS) - TPR-REAL(WS-PRE-POS)
    IF WS-IMPORTE-ORDEN > WS-DISPONIBLE
       MOVE 'P' TO TOC-ESTADO(WS-OC-POS)
       ADD WS-IMPORTE-ORDEN TO TPR-RETENIDO(WS-PRE-POS)
       ADD 1 TO WS-RETENIDAS
       MOVE WS-IMPORTE-ORDEN TO WS-IMPORTE-EDITADO
       MOVE WS-DISPONIBLE TO WS-DISPONIBLE-EDITADO
       DISPLAY "RETENIDA: ORDEN " TOC-NUMERO(WS-OC-POS) " "
          TOC-CODIGO(WS-OC-POS) " X " TOC-CANTIDAD(WS-OC-POS)
          " POR " FUNCTION TRIM(WS-IMPORTE-EDITADO)
          " SUPERA EL DISPONIBLE "
          FUNCTION TRIM(WS-DISPONIBLE-EDITADO) " DE "
          FUNCTION TRIM(TPR-GRUPO(WS-PRE-POS))
    ELSE
       ADD WS-IMPORTE-ORDEN TO TPR-COMPROMETIDO(WS-PRE-POS)
    END-IF.

BuscarOrdenAbierta.
    MOVE 'N' TO WS-ABIERTA-HALLADA
    PERFORM VARYING WS-OC-SUB FROM 1 BY 1
       UNTIL WS-OC-SUB > WS-TOTAL-ORDENES
       *> Una retenida tambien cuenta: espera APROBAR o RECHAZAR
       *> y no se propone dos veces.
       IF TOC-CODIGO(WS-OC-SUB) = INV-Codigo
          AND (TOC-ESTADO(WS-OC-SUB) = 'A'
           OR TOC-ESTADO(WS-OC-SUB) = 'P')
          MOVE 'S' TO WS-ABIERTA-HALLADA
          MOVE WS-TOTAL-ORDENES TO WS-OC-SUB
       END-IF
       NOT AT END CONTINUE
    END-READ
    CLOSE RECEPCION-CTL
    IF CTL-Lote = SPACES
       MOVE 0 TO CTL-Vencimiento
    ELSE
       IF CTL-Vencimiento IS NOT NUMERIC OR CTL-Vencimiento = 0
          DISPLAY "RECHAZADO: LOTE " CTL-Lote " DE LA ORDEN "
             CTL-Numero " SIN FECHA DE VENCIMIENTO"
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE 0 TO WS-OC-POS
    PERFORM VARYING WS-OC-SUB FROM 1 BY 1
       UNTIL WS-OC-SUB > WS-TOTAL-ORDENES
    ELSE
       MOVE TOC-CANTIDAD(WS-OC-POS) TO WS-CANTIDAD-RECIBIDA
    END-IF
    IF CTL-CostoUnitario IS NUMERIC AND CTL-CostoUnitario > 0
       MOVE CTL-CostoUnitario TO WS-COSTO-RECIBIDO
    ELSE
       MOVE TOC-COSTO(WS-OC-POS) TO WS-COSTO-RECIBIDO
    END-IF
    MOVE 'C' TO TOC-ESTADO(WS-OC-POS)
    PERFORM AsentarRecepcion
    PERFORM EncadenarRecepcionAlFeed
    PERFORM EntrarCapaDeCosto
    PERFORM GrabarOrdenes
    DISPLAY "ORDEN " CTL-Numero " RECIBIDA: "
       TOC-CODIGO(WS-OC-POS) " X " WS-CANTIDAD-RECIBIDA
       " (PROMETIDO " TOC-PROMESA(WS-OC-POS)
       ", LLEGO " WS-FECHA-HOY ")".

       OPEN EXTEND RECEPCIONES-FILE
    END-IF
    MOVE TOC-NUMERO(WS-OC-POS) TO ROC-Numero
    MOVE TOC-CODIGO(WS-OC-POS) TO ROC-Codigo
    MOVE TOC-PROVEEDOR(WS-OC-POS) TO ROC-Proveedor
    MOVE TOC-PROMESA(WS-OC-POS) TO ROC-FechaPromesa
    MOVE WS-FECHA-HOY TO ROC-FechaReal
    MOVE WS-CANTIDAD-RECIBIDA TO ROC-Cantidad
    MOVE TOC-EMISION(WS-OC-POS) TO ROC-FechaEmision
    MOVE WS-COSTO-RECIBIDO TO ROC-CostoUnitario
    MOVE CTL-Lote TO ROC-Lote
    MOVE CTL-Vencimiento TO ROC-Vencimiento
    WRITE RECEPCIONES-REGISTRO
    CLOSE RECEPCIONES-FILE.

*> Lo recibido entra como capa de costo en el deposito, que es por
*> donde entra el stock; la transferencia T a la tienda la lleva
*> con su costo (INVENTARIO traspasa la capa). Una recepcion sin
*> costo en la orden ni en el control no deja capa: sin costo no
*> hay nada que valuar y se avisa.
EntrarCapaDeCosto.
    IF WS-COSTO-RECIBIDO = 0
       DISPLAY "ATENCION: ORDEN " CTL-Numero " RECIBIDA SIN COSTO "
          "UNITARIO, NO ENTRA CAPA DE COSTO"
       EXIT PARAGRAPH
    END-IF
    MOVE TOC-CODIGO(WS-OC-POS) TO WS-CAPA-CODIGO
    MOVE "DEP" TO WS-CAPA-UBICACION
    MOVE WS-FECHA-HOY TO WS-CAPA-FECHA
    MOVE WS-CANTIDAD-RECIBIDA TO WS-CAPA-CANTIDAD
    MOVE WS-COSTO-RECIBIDO TO WS-CAPA-COSTO
    CALL "CAPASCOSTO" USING "ENTRAR  " WS-CAPA WS-CAPA-DESTINO
       WS-CAPA-COSTO-TOTAL WS-CAPA-RESULTADO
    IF WS-CAPA-RESULTADO NOT = 'S'
       DISPLAY "ATENCION: LA CAPA DE COSTO DE LA ORDEN " CTL-Numero
          " NO SE PUDO ASENTAR EN COSTO-CAPAS.DAT"
    END-IF
    CALL "CAPASCOSTO" USING "GRABAR  " WS-CAPA WS-CAPA-DESTINO
       WS-CAPA-COSTO-TOTAL WS-CAPA-RESULTADO.

*> La recepcion viaja como un bloque completo del formato de feeds
*> (H con id unico, su D y el T con conteo 1), que es lo que
*> VALIDARFEED exige para dejar postear. El stock entra por el
    WRITE INVENTARIO-MOVS-ENCABEZADO
    MOVE 'D' TO IMO-Indicador
    MOVE 'R' TO IMO-TIPO
    MOVE TOC-CODIGO(WS-OC-POS) TO IMO-Codigo
    MOVE WS-CANTIDAD-RECIBIDA TO IMO-Cantidad
    *> La mercaderia del proveedor entra por el deposito; de ahi
    *> se transfiere a la tienda con un movimiento T.
    MOVE "DEP" TO IMO-Ubicacion
    MOVE SPACES TO IMO-UbicacionDestino
    MOVE CTL-Lote TO IMO-Lote
    MOVE CTL-Vencimiento TO IMO-Vencimiento
    WRITE INVENTARIO-MOVS-REGISTRO
    MOVE 'T' TO IMT-Indicador
    MOVE 1 TO IMT-Conteo
          IF TOC-PROMESA(WS-OC-SUB) < WS-FECHA-HOY
             ADD 1 TO WS-VENCIDAS
             DISPLAY "VENCIDA: " TOC-NUMERO(WS-OC-SUB) " "
                TOC-CODIGO(WS-OC-SUB) " X "
                TOC-CANTIDAD(WS-OC-SUB) " DE "
                TOC-PROVEEDOR(WS-OC-SUB) " PROMETIDA PARA "
                TOC-PROMESA(WS-OC-SUB)
          ELSE
             DISPLAY "         " TOC-NUMERO(WS-OC-SUB) " "
                TOC-CODIGO(WS-OC-SUB) " X "
                TOC-CANTIDAD(WS-OC-SUB) " DE "
                TOC-PROVEEDOR(WS-OC-SUB) " PROMETIDA PARA "
                TOC-PROMESA(WS-OC-SUB)
          END-IF
       END-IF
       IF TOC-ESTADO(WS-OC-SUB) = 'P'
          ADD 1 TO WS-RETENIDAS
          DISPLAY "RETENIDA:" TOC-NUMERO(WS-OC-SUB) " "
             TOC-CODIGO(WS-OC-SUB) " X "
             TOC-CANTIDAD(WS-OC-SUB) " DE "
             TOC-PROVEEDOR(WS-OC-SUB) " ESPERA APROBACION"
       END-IF
    END-PERFORM
    DISPLAY "ABIERTAS: " WS-ABIERTAS "  VENCIDAS: " WS-VENCIDAS
       "  RETENIDAS: " WS-RETENIDAS.

GrabarOrdenes.
    OPEN OUTPUT ORDENES-TEMP
    PERFORM VARYING WS-OC-SUB FROM 1 BY 1
       UNTIL WS-OC-SUB > WS-TOTAL-ORDENES
       MOVE TOC-NUMERO(WS-OC-SUB) TO OC-Numero
       MOVE TOC-CODIGO(WS-OC-SUB) TO OC-Codigo
       MOVE TOC-CANTIDAD(WS-OC-SUB) TO OC-Cantidad
       MOVE TOC-PROVEEDOR(WS-OC-SUB) TO OC-Proveedor
       MOVE TOC-EMISION(WS-OC-SUB) TO OC-FechaEmision
       MOVE TOC-PROMESA(WS-OC-SUB) TO OC-FechaPromesa
       MOVE TOC-ESTADO(WS-OC-SUB) TO OC-Estado
       MOVE TOC-COSTO(WS-OC-SUB) TO OC-CostoUnitario
       MOVE ORDENES-REGISTRO TO ORDENES-TEMP-REGISTRO
       WRITE ORDENES-TEMP-REGISTRO
    END-PERFORM
    STRING "mv ORDENES-COMPRA.DAT.TMP ORDENES-COMPRA.DAT"
       DELIMITED BY SIZE INTO WS-COMANDO-MV
    CALL "SYSTEM" USING WS-COMANDO-MV.

*> Carga PRESUPUESTO-COMPRAS.DAT y le suma a cada fila lo que ya
*> consumen las ordenes de su periodo de emision: abiertas como
*> comprometido, retenidas aparte, y lo recibido (RECEPCIONES-OC.DAT
*> trae la emision de la orden) como real.
CargarPresupuesto.
    MOVE 'N' TO WS-EOF
    OPEN INPUT PRESUPUESTO-FILE
    IF WS-ESTADO-PRESUPUESTO NOT = "00"
       DISPLAY "ATENCION: NO HAY PRESUPUESTO-COMPRAS.DAT, LAS "
          "ORDENES NO SE CONTROLAN CONTRA PRESUPUESTO"
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO WS-HAY-PRESUPUESTO
    PERFORM UNTIL WS-EOF = 'Y'
       READ PRESUPUESTO-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF PCO-Periodo IS NUMERIC AND PCO-Monto IS NUMERIC
                AND (PCO-Tipo = 'P' OR PCO-Tipo = 'M')
                AND WS-TOTAL-PRESUPUESTO < 100
                ADD 1 TO WS-TOTAL-PRESUPUESTO
                MOVE WS-TOTAL-PRESUPUESTO TO WS-PRE-SUB
                MOVE PCO-Periodo TO TPR-PERIODO(WS-PRE-SUB)
                MOVE PCO-Tipo TO TPR-TIPO(WS-PRE-SUB)
                MOVE PCO-Grupo TO TPR-GRUPO(WS-PRE-SUB)
                MOVE PCO-Monto TO TPR-MONTO(WS-PRE-SUB)
                MOVE 0 TO TPR-COMPROMETIDO(WS-PRE-SUB)
                MOVE 0 TO TPR-REAL(WS-PRE-SUB)
                MOVE 0 TO TPR-RETENIDO(WS-PRE-SUB)
             END-IF
       END-READ
    END-PERFORM
    CLOSE PRESUPUESTO-FILE
    PERFORM VARYING WS-OC-POS FROM 1 BY 1
       UNTIL WS-OC-POS > WS-TOTAL-ORDENES
       IF TOC-ESTADO(WS-OC-POS) = 'A' OR TOC-ESTADO(WS-OC-POS) = 'P'
          PERFORM AcumularOrdenEnPresupuesto
       END-IF
    END-PERFORM
    PERFORM AcumularRecepciones.

AcumularOrdenEnPresupuesto.
    MOVE TOC-EMISION(WS-OC-POS)(1:6) TO WS-PERIODO-BUSCADO
    MOVE TOC-PROVEEDOR(WS-OC-POS) TO WS-PROVEEDOR-BUSCADO
    MOVE TOC-CODIGO(WS-OC-POS) TO WS-CODIGO-BUSCADO
    PERFORM UbicarPresupuesto
    COMPUTE WS-IMPORTE-ORDEN =
       TOC-CANTIDAD(WS-OC-POS) * TOC-COSTO(WS-OC-POS)
    EVALUATE TRUE
       WHEN WS-PRE-POS > 0 AND TOC-ESTADO(WS-OC-POS) = 'A'
          ADD WS-IMPORTE-ORDEN TO TPR-COMPROMETIDO(WS-PRE-POS)
       WHEN WS-PRE-POS > 0
          ADD WS-IMPORTE-ORDEN TO TPR-RETENIDO(WS-PRE-POS)
       WHEN WS-PERIODO-BUSCADO NOT = WS-PERIODO-REPORTE
          CONTINUE
       WHEN TOC-ESTADO(WS-OC-POS) = 'A'
          ADD WS-IMPORTE-ORDEN TO WS-SIN-PRE-COMPROMETIDO
       WHEN OTHER
          ADD WS-IMPORTE-ORDEN TO WS-SIN-PRE-RETENIDO
    END-EVALUATE.

AcumularRecepciones.
    MOVE 'N' TO WS-EOF
    OPEN INPUT RECEPCIONES-FILE
    IF WS-ESTADO-RECEPCIONES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ RECEPCIONES-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF ROC-FechaEmision IS NUMERIC
                AND ROC-CostoUnitario IS NUMERIC
                MOVE ROC-FechaEmision(1:6) TO WS-PERIODO-BUSCADO
                MOVE ROC-Proveedor TO WS-PROVEEDOR-BUSCADO
                MOVE ROC-Codigo TO WS-CODIGO-BUSCADO
                PERFORM UbicarPresupuesto
                COMPUTE WS-IMPORTE-ORDEN =
                   ROC-Cantidad * ROC-CostoUnitario
                IF WS-PRE-POS > 0
                   ADD WS-IMPORTE-ORDEN TO TPR-REAL(WS-PRE-POS)
                ELSE
                   IF WS-PERIODO-BUSCADO = WS-PERIODO-REPORTE
                      ADD WS-IMPORTE-ORDEN TO WS-SIN-PRE-REAL
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE RECEPCIONES-FILE.

*> La fila del proveedor manda; si no hay, la de la Marca del codigo
*> segun ARTICULOS.DAT. WS-PRE-POS vuelve en cero si no hay ninguna.
UbicarPresupuesto.
    MOVE 0 TO WS-PRE-POS
    PERFORM VARYING WS-PRE-SUB FROM 1 BY 1
       UNTIL WS-PRE-SUB > WS-TOTAL-PRESUPUESTO
       IF TPR-PERIODO(WS-PRE-SUB) = WS-PERIODO-BUSCADO
          AND TPR-TIPO(WS-PRE-SUB) = 'P'
          AND TPR-GRUPO(WS-PRE-SUB) = WS-PROVEEDOR-BUSCADO
          MOVE WS-PRE-SUB TO WS-PRE-POS
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    MOVE WS-CODIGO-BUSCADO TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    PERFORM VARYING WS-PRE-SUB FROM 1 BY 1
       UNTIL WS-PRE-SUB > WS-TOTAL-PRESUPUESTO
       IF TPR-PERIODO(WS-PRE-SUB) = WS-PERIODO-BUSCADO
          AND TPR-TIPO(WS-PRE-SUB) = 'M'
          AND TPR-GRUPO(WS-PRE-SUB) = WS-ART-MARCA
          MOVE WS-PRE-SUB TO WS-PRE-POS
          EXIT PARAGRAPH
       END-IF
    END-PERFORM.

*> Mismo chequeo de rol ADMIN en USUARIOS-ROLES.DAT que
*> VerificarAutorizacionMantenimiento en REEMBOLSOS y CORRECCIONES.
VerificarAutorizacionMantenimiento.
   MOVE 'N' TO WS-MANTENIMIENTO-AUTORIZADO
   ACCEPT WS-USUARIO-OS FROM USER NAME
   MOVE SPACES TO WS-ROL-USUARIO
   ACCEPT WS-FECHA-HOY-ROL FROM DATE YYYYMMDD
   OPEN INPUT USUARIOS-ROLES
   IF WS-ESTADO-ROLES = "00"
      MOVE WS-USUARIO-OS TO ROL-NOMBRE
      READ USUARIOS-ROLES
         INVALID KEY CONTINUE
         NOT INVALID KEY
            IF ROL-FECHA-FIN IS NUMERIC AND ROL-FECHA-FIN > 0
               AND ROL-FECHA-FIN <= WS-FECHA-HOY-ROL
               CONTINUE
            ELSE
               MOVE ROL-VALOR TO WS-ROL-USUARIO
            END-IF
      END-READ
      CLOSE USUARIOS-ROLES
   END-IF
   IF WS-ROL-USUARIO = "ADMIN"
      MOVE 'S' TO WS-MANTENIMIENTO-AUTORIZADO
   ELSE
      DISPLAY "ACCESO DENEGADO: " WS-USUARIO-OS
         " NO ESTA REGISTRADO COMO ADMIN EN USUARIOS-ROLES.DAT"
   END-IF.

*> APROBAR emite la orden retenida hoy, con la misma demora de
*> entrega que se le habia calculado; RECHAZAR la descarta.
ResolverRetenida.
    IF WS-ARGUMENTO = SPACES
       OR FUNCTION TEST-NUMVAL(WS-ARGUMENTO) NOT = 0
       DISPLAY "FALTA EL NUMERO DE ORDEN RETENIDA: ORDENESCOMPRA "
          FUNCTION TRIM(WS-MODO) " <ORDEN>"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ORDEN-BUSCADA = FUNCTION NUMVAL(WS-ARGUMENTO)
    MOVE 0 TO WS-OC-POS
    PERFORM VARYING WS-OC-SUB FROM 1 BY 1
       UNTIL WS-OC-SUB > WS-TOTAL-ORDENES
       IF TOC-NUMERO(WS-OC-SUB) = WS-ORDEN-BUSCADA
          AND TOC-ESTADO(WS-OC-SUB) = 'P'
          MOVE WS-OC-SUB TO WS-OC-POS
          MOVE WS-TOTAL-ORDENES TO WS-OC-SUB
       END-IF
    END-PERFORM
    IF WS-OC-POS = 0
       DISPLAY "RECHAZADO: NO HAY ORDEN RETENIDA " WS-ORDEN-BUSCADA
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    IF WS-MODO = "APROBAR"
       COMPUTE WS-DIAS-INTEGER =
          FUNCTION INTEGER-OF-DATE(TOC-PROMESA(WS-OC-POS))
          - FUNCTION INTEGER-OF-DATE(TOC-EMISION(WS-OC-POS))
          + FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
       COMPUTE TOC-PROMESA(WS-OC-POS) =
          FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEGER)
       MOVE WS-FECHA-HOY TO TOC-EMISION(WS-OC-POS)
       MOVE 'A' TO TOC-ESTADO(WS-OC-POS)
       MOVE "APROBADA" TO WS-ACCION-APROBACION
    ELSE
       MOVE 'R' TO TOC-ESTADO(WS-OC-POS)
       MOVE "RECHAZADA" TO WS-ACCION-APROBACION
    END-IF
    PERFORM RegistrarAprobacion
    PERFORM GrabarOrdenes
    DISPLAY "ORDEN " WS-ORDEN-BUSCADA " "
       FUNCTION TRIM(WS-ACCION-APROBACION) ": "
       TOC-CODIGO(WS-OC-POS) " X " TOC-CANTIDAD(WS-OC-POS) " A "
       FUNCTION TRIM(TOC-PROVEEDOR(WS-OC-POS)).

*> Una linea por decision en APROBACIONES-OC.LOG, mismo patron
*> OPEN EXTEND con caida a OPEN OUTPUT de los otros logs.
RegistrarAprobacion.
    COMPUTE WS-IMPORTE-ORDEN =
       TOC-CANTIDAD(WS-OC-POS) * TOC-COSTO(WS-OC-POS)
    MOVE WS-IMPORTE-ORDEN TO WS-IMPORTE-EDITADO
    OPEN EXTEND APROBACIONES-LOG
    IF WS-ESTADO-APROBACIONES NOT = "00"
       OPEN OUTPUT APROBACIONES-LOG
       CLOSE APROBACIONES-LOG
       OPEN EXTEND APROBACIONES-LOG
    END-IF
    MOVE SPACES TO APROBACION-LINEA
    STRING WS-FECHA-HOY " ORDEN=" WS-ORDEN-BUSCADA " "
       FUNCTION TRIM(WS-ACCION-APROBACION) " POR "
       FUNCTION TRIM(WS-USUARIO-OS) " IMPORTE="
       FUNCTION TRIM(WS-IMPORTE-EDITADO) " PROVEEDOR=["
       FUNCTION TRIM(TOC-PROVEEDOR(WS-OC-POS)) "]"
       DELIMITED BY SIZE INTO APROBACION-LINEA
    WRITE APROBACION-LINEA
    CLOSE APROBACIONES-LOG.

*> Presupuesto contra comprometido contra real de cada fila del
*> periodo, con lo retenido aparte y lo que no tiene fila al pie.
ReportePresupuesto.
    IF WS-ARGUMENTO = SPACES
       MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-REPORTE
    ELSE
       IF WS-ARGUMENTO(1:6) IS NUMERIC
          AND WS-ARGUMENTO(7:6) = SPACES
          MOVE WS-ARGUMENTO(1:6) TO WS-PERIODO-REPORTE
       ELSE
          DISPLAY "PERIODO INVALIDO: " WS-ARGUMENTO
             " - SE ESPERA YYYYMM"
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
       END-IF
    END-IF
    PERFORM CargarPresupuesto
    IF WS-HAY-PRESUPUESTO = 'N'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT REPORTE-FILE
    MOVE SPACES TO REPORTE-LINEA
    STRING "PRESUPUESTO DE COMPRAS DEL PERIODO " WS-PERIODO-REPORTE
       " AL " WS-FECHA-HOY
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    PERFORM EmitirRenglon
    STRING "T GRUPO                           PRESUPUESTO"
       "  COMPROMETIDO          REAL     DISPONIBLE      RETENIDO"
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    PERFORM VARYING WS-PRE-SUB FROM 1 BY 1
       UNTIL WS-PRE-SUB > WS-TOTAL-PRESUPUESTO
       IF TPR-PERIODO(WS-PRE-SUB) = WS-PERIODO-REPORTE
          PERFORM EmitirFilaPresupuesto
       END-IF
    END-PERFORM
    IF WS-SIN-PRE-COMPROMETIDO > 0 OR WS-SIN-PRE-REAL > 0
       OR WS-SIN-PRE-RETENIDO > 0
       MOVE WS-SIN-PRE-COMPROMETIDO TO WS-COMPROMETIDO-EDITADO
       MOVE WS-SIN-PRE-REAL TO WS-REAL-EDITADO
       MOVE WS-SIN-PRE-RETENIDO TO WS-RETENIDO-EDITADO
       MOVE "  SIN PRESUPUESTO" TO REPORTE-LINEA
       STRING WS-COMPROMETIDO-EDITADO WS-REAL-EDITADO
          "               " WS-RETENIDO-EDITADO
          DELIMITED BY SIZE INTO REPORTE-LINEA(46:)
       PERFORM EmitirRenglon
    END-IF
    MOVE "----------------------------------------" TO REPORTE-LINEA
    PERFORM EmitirRenglon
    MOVE WS-TOT-MONTO TO WS-IMPORTE-EDITADO
    MOVE WS-TOT-COMPROMETIDO TO WS-COMPROMETIDO-EDITADO
    MOVE WS-TOT-REAL TO WS-REAL-EDITADO
    STRING "TOTAL PRESUPUESTO " WS-IMPORTE-EDITADO
       " COMPROMETIDO " WS-COMPROMETIDO-EDITADO
       " REAL " WS-REAL-EDITADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    STRING "FILAS DEL PERIODO: " WS-FILAS-PERIODO
       "  EXCEDIDAS: " WS-EXCEDIDAS
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    CLOSE REPORTE-FILE
    CALL "ARCHIVARREPORTE" USING WS-NOMBRE-REPORTE.

EmitirFilaPresupuesto.
    ADD 1 TO WS-FILAS-PERIODO
    ADD TPR-MONTO(WS-PRE-SUB) TO WS-TOT-MONTO
    ADD TPR-COMPROMETIDO(WS-PRE-SUB) TO WS-TOT-COMPROMETIDO
    ADD TPR-REAL(WS-PRE-SUB) TO WS-TOT-REAL
    COMPUTE WS-DISPONIBLE = TPR-MONTO(WS-PRE-SUB)
       - TPR-COMPROMETIDO(WS-PRE-SUB) - TPR-REAL(WS-PRE-SUB)
    MOVE TPR-MONTO(WS-PRE-SUB) TO WS-MONTO-EDITADO
    MOVE TPR-COMPROMETIDO(WS-PRE-SUB) TO WS-COMPROMETIDO-EDITADO
    MOVE TPR-REAL(WS-PRE-SUB) TO WS-REAL-EDITADO
    MOVE WS-DISPONIBLE TO WS-DISPONIBLE-EDITADO
    MOVE TPR-RETENIDO(WS-PRE-SUB) TO WS-RETENIDO-EDITADO
    STRING TPR-TIPO(WS-PRE-SUB) " " TPR-GRUPO(WS-PRE-SUB) " "
       WS-MONTO-EDITADO WS-COMPROMETIDO-EDITADO WS-REAL-EDITADO
       WS-DISPONIBLE-EDITADO WS-RETENIDO-EDITADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    IF WS-DISPONIBLE < 0
       ADD 1 TO WS-EXCEDIDAS
       MOVE "EXCEDIDO" TO REPORTE-LINEA(104:8)
    END-IF
    PERFORM EmitirRenglon.

EmitirRenglon.
    DISPLAY FUNCTION TRIM(REPORTE-LINEA TRAILING)
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA.
