IDENTIFICATION DIVISION.
PROGRAM-ID. PRONOSTICOREPOSICION.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> El punto de reposicion de INVENTARIO.DAT se fija a mano con un
*> movimiento P y queda ahi aunque el producto se venda el doble o
*> la mitad. Este programa, mensual, lo recalcula con la velocidad
*> de venta real, en dos modos por COMMAND-LINE como REEMBOLSOS:
*>   PROPONER recorre VENTAS.DAT y arma, por codigo de producto, la
*>            demanda de cada una de las ultimas semanas hasta la
*>            fecha de proceso (ventas menos devoluciones 'D', una
*>            semana sin ventas cuenta como cero). La entrada
*>            ESTADISTICAS de FUNCIONES da la media y el desvio de
*>            esa demanda semanal, y con la demora de reposicion y
*>            el nivel de servicio se propone, por fila de
*>            INVENTARIO.DAT (codigo y ubicacion):
*>               punto = media x semanas de demora
*>                       + factor x desvio x raiz(semanas de demora)
*>               pedido = media x semanas de cobertura
*>            La demora es PRV-DiasEntrega de PROVEEDORES.DAT; la
*>            tienda de un codigo que tambien tiene fila en el
*>            deposito se repone desde el deposito, y su demora son
*>            los dias de traspaso. PRONOSTICO.CTL trae las semanas
*>            de historia (12 por defecto), el nivel de servicio en
*>            porcentaje (90, 95, 98 o 99; 95 por defecto), los dias
*>            de traspaso (7) y las semanas de cobertura del pedido
*>            (4). El actual contra el propuesto sale por Marca en
*>            PRONOSTICO-REPOSICION.TXT, y los puntos que cambian
*>            quedan pendientes en PRONOSTICO-PROPUESTA.DAT. Un
*>            codigo sin ventas en la ventana conserva su punto. El
*>            pedido propuesto es de referencia para compras:
*>            ORDENESCOMPRA sigue pidiendo hasta el doble del punto.
*>   APROBAR  (solo ADMIN en USUARIOS-ROLES.DAT) encadena los puntos
*>            pendientes como movimientos P al final de
*>            INVENTARIO-MOVS.DAT, mismo recurso que
*>            EncadenarRecepcionAlFeed en ORDENESCOMPRA, y los marca
*>            aplicados. Si el punto de la fila cambio desde la
*>            propuesta, esa fila no se aplica y queda marcada
*>            vencida para no pisar un ajuste posterior.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT VENTAS-FILE ASSIGN TO "VENTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS.
SELECT INVENTARIO-FILE ASSIGN TO "INVENTARIO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-INVENTARIO.
SELECT PROVEEDORES-FILE ASSIGN TO "PROVEEDORES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PROVEEDORES.
SELECT PRONOSTICO-CTL ASSIGN TO "PRONOSTICO.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT PROPUESTA-FILE ASSIGN TO "PRONOSTICO-PROPUESTA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PROPUESTA.
SELECT PROPUESTA-TEMP ASSIGN TO "PRONOSTICO-PROPUESTA.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PROPUESTA-TEMP.
SELECT REPORTE-FILE ASSIGN TO "PRONOSTICO-REPOSICION.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REPORTE.
SELECT INVENTARIO-MOVS ASSIGN TO "INVENTARIO-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-INV-MOVS.
SELECT USUARIOS-ROLES ASSIGN TO "USUARIOS-ROLES.DAT"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS ROL-NOMBRE
   FILE STATUS IS WS-ESTADO-ROLES.

DATA DIVISION.
FILE SECTION.
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

FD PRONOSTICO-CTL.
01 CTL-PRONOSTICO.
   05 CTL-Semanas PIC 9(2).
   05 CTL-NivelServicio PIC 9(2).
   05 CTL-DiasTraspaso PIC 9(3).
   05 CTL-SemanasCobertura PIC 9(2).

*> Estado 'P' pendiente de aprobar, 'A' aplicada, 'V' vencida (el
*> punto de la fila cambio despues de proponer).
FD PROPUESTA-FILE.
01 PROPUESTA-REGISTRO.
   05 PRP-Codigo PIC X(8).
   05 PRP-Ubicacion PIC X(3).
   05 PRP-PuntoActual PIC 9(5).
   05 PRP-PuntoPropuesto PIC 9(5).
   05 PRP-PedidoPropuesto PIC 9(5).
   05 PRP-Fecha PIC 9(8).
   05 PRP-Estado PIC X(1).

FD PROPUESTA-TEMP.
01 PROPUESTA-TEMP-REGISTRO PIC X(35).

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(100).

FD INVENTARIO-MOVS.
01 INVENTARIO-MOVS-REGISTRO.
   05 IMO-Indicador PIC X(1).
   05 IMO-TIPO PIC A(1).
   05 IMO-Codigo PIC X(8).
   05 IMO-Cantidad PIC 9(5).
   05 IMO-Ubicacion PIC X(3).
   05 IMO-UbicacionDestino PIC X(3).
01 INVENTARIO-MOVS-ENCABEZADO.
   05 IME-Indicador PIC X(1).
   05 IME-FeedId PIC X(10).
   05 IME-Fecha PIC 9(8).
01 INVENTARIO-MOVS-TRAILER.
   05 IMT-Indicador PIC X(1).
   05 IMT-Conteo PIC 9(6).

FD USUARIOS-ROLES.
01 USUARIOS-ROLES-REGISTRO.
   05 ROL-NOMBRE PIC A(15).
   05 ROL-VALOR PIC A(10).
   05 ROL-FECHA-FIN PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-MODO PIC X(12) VALUE SPACES.
01 WS-ESTADO-VENTAS PIC X(2).
01 WS-ESTADO-INVENTARIO PIC X(2).
01 WS-ESTADO-PROVEEDORES PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-PROPUESTA PIC X(2).
01 WS-ESTADO-PROPUESTA-TEMP PIC X(2).
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-ESTADO-INV-MOVS PIC X(2).
01 WS-ESTADO-ROLES PIC X(2).
01 WS-EOF-VENTAS PIC A(1) VALUE 'N'.
01 WS-EOF-INVENTARIO PIC A(1) VALUE 'N'.
01 WS-EOF-PROVEEDORES PIC A(1) VALUE 'N'.
01 WS-EOF-PROPUESTA PIC A(1) VALUE 'N'.
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.
01 WS-COMANDO-MV PIC X(80).
01 WS-FECHA-HOY PIC 9(8).
01 WS-FEED-SECUENCIA PIC 9(7).

01 WS-USUARIO-OS PIC X(20).
01 WS-FECHA-HOY-ROL PIC 9(8).
01 WS-ROL-USUARIO PIC A(10).
01 WS-MANTENIMIENTO-AUTORIZADO PIC A(1).

*> Parametros de PRONOSTICO.CTL, con sus valores por defecto.
01 WS-SEMANAS PIC 9(2) VALUE 12.
01 WS-NIVEL-SERVICIO PIC 9(2) VALUE 95.
01 WS-FACTOR-SERVICIO PIC 9V99 VALUE 1.65.
01 WS-DIAS-TRASPASO PIC 9(3) VALUE 7.
01 WS-SEMANAS-COBERTURA PIC 9(2) VALUE 4.

*> La ventana de historia en dias enteros (FUNCTION
*> INTEGER-OF-DATE): de WS-DIA-INICIO a la fecha de proceso.
01 WS-DIA-HOY PIC 9(7).
01 WS-DIA-INICIO PIC 9(7).
01 WS-DIA-VENTA PIC 9(7).
01 WS-SEMANA PIC 9(2).

*> Demanda semanal por codigo de producto; la tabla de codigos
*> sale de INVENTARIO.DAT, que es lo unico a lo que se le puede
*> proponer punto.
01 WS-TABLA-DEMANDA.
   05 WS-DEMANDA-FILA OCCURS 100 TIMES.
      10 DEM-CODIGO PIC X(8).
      10 DEM-TIENE-DEPOSITO PIC A(1).
      10 DEM-SEMANA PIC S9(5)V99 OCCURS 52 TIMES.
01 WS-TOTAL-DEMANDA PIC 9(3) VALUE 0.
01 WS-DEM-SUB PIC 9(3).
01 WS-DEM-HALLADO PIC A(1).
01 WS-SEM-SUB PIC 9(2).

*> Las filas de INVENTARIO.DAT con lo propuesto para cada una.
01 WS-TABLA-STOCK.
   05 WS-STOCK-FILA OCCURS 100 TIMES.
      10 STK-CODIGO PIC X(8).
      10 STK-UBICACION PIC X(3).
      10 STK-CANTIDAD PIC 9(5).
      10 STK-PUNTO PIC 9(5).
      10 STK-MARCA PIC A(20).
      10 STK-MEDIA PIC S9(5)V99.
      10 STK-DESVIO PIC S9(5)V99.
      10 STK-DIAS PIC 9(3).
      10 STK-PROPUESTO PIC 9(5).
      10 STK-PEDIDO PIC 9(5).
      10 STK-RESULTADO PIC X(1).
01 WS-TOTAL-STOCK PIC 9(3) VALUE 0.
01 WS-STK-SUB PIC 9(3).
01 WS-STK-HALLADO PIC A(1).
01 WS-UBICACION PIC X(3).

01 WS-TABLA-PROVEEDORES.
   05 WS-PROV OCCURS 100 TIMES.
      10 PRO-CODIGO PIC X(8).
      10 PRO-DIAS PIC 9(3).
01 WS-TOTAL-PROV PIC 9(3) VALUE 0.
01 WS-PRO-SUB PIC 9(3).
01 WS-PRO-HALLADO PIC A(1).

*> Las Marcas en el orden en que aparecen, para listar agrupado.
01 WS-TABLA-MARCAS.
   05 WS-MARCA-NOMBRE OCCURS 100 TIMES PIC A(20).
01 WS-TOTAL-MARCAS PIC 9(3) VALUE 0.
01 WS-MARCA-SUB PIC 9(3).
01 WS-MARCA-HALLADA PIC A(1).

*> Lo que APROBAR lee de PRONOSTICO-PROPUESTA.DAT.
01 WS-TABLA-PROPUESTA.
   05 WS-PROPUESTA-FILA OCCURS 100 TIMES.
      10 TPR-REGISTRO PIC X(35).
      10 TPR-EN-ESTA-CORRIDA PIC A(1).
01 WS-TOTAL-PROPUESTA PIC 9(3) VALUE 0.
01 WS-PRP-SUB PIC 9(3).

01 WS-SEMANAS-DEMORA PIC 9(3)V9999.
01 WS-PUNTO-CALCULADO PIC 9(7).
01 WS-PEDIDO-CALCULADO PIC 9(7).
01 WS-PROPUESTAS PIC 9(3) VALUE 0.
01 WS-SIN-VENTAS PIC 9(3) VALUE 0.
01 WS-SIN-PROVEEDOR PIC 9(3) VALUE 0.
01 WS-APLICADAS PIC 9(3) VALUE 0.
01 WS-VENCIDAS PIC 9(3) VALUE 0.
01 WS-LINEA PIC X(100).
01 WS-MEDIA-EDITADA PIC ZZZZ9.99.
01 WS-DESVIO-EDITADO PIC ZZZZ9.99.

COPY ESTADISTICA REPLACING GRUPO BY WS-ESTADISTICA
                           CAMPO-CANTIDAD BY WS-EST-CANTIDAD
                           CAMPO-VALOR BY WS-EST-VALOR
                           CAMPO-MINIMO BY WS-EST-MINIMO
                           CAMPO-MAXIMO BY WS-EST-MAXIMO
                           CAMPO-MEDIA BY WS-EST-MEDIA
                           CAMPO-DESVIO BY WS-EST-DESVIO.
*> La Marca de cada codigo, para agrupar el reporte.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "PRONOSTICOREPOSICION".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    ACCEPT WS-MODO FROM COMMAND-LINE
    EVALUATE WS-MODO
       WHEN "PROPONER"
          PERFORM ProponerPuntos
       WHEN "APROBAR"
          PERFORM VerificarAutorizacionMantenimiento
          IF WS-MANTENIMIENTO-AUTORIZADO NOT = 'S'
             MOVE 8 TO RETURN-CODE
          ELSE
             PERFORM AprobarPropuesta
          END-IF
       WHEN OTHER
          DISPLAY "MODO NO RECONOCIDO: " WS-MODO
             " - SE ESPERA PROPONER O APROBAR"
          MOVE 8 TO RETURN-CODE
    END-EVALUATE.
DISPLAY "JOB PRONOSTICOREPOSICION COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Mismo chequeo de rol ADMIN en USUARIOS-ROLES.DAT que
*> VerificarAutorizacionMantenimiento en REEMBOLSOS.
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
            *> Un rol con fecha de fin cumplida esta revocado: se
            *> trata igual que un usuario sin rol.
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

ProponerPuntos.
    PERFORM LeerControlPronostico
    PERFORM CargarInventario
    IF WS-TOTAL-STOCK = 0
       DISPLAY "NO HAY INVENTARIO.DAT PARA PRONOSTICAR"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM CargarProveedores
    COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
    COMPUTE WS-DIA-INICIO = WS-DIA-HOY - WS-SEMANAS * 7 + 1
    PERFORM AcumularDemanda
    OPEN OUTPUT PROPUESTA-FILE
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       PERFORM ProponerFila
    END-PERFORM
    CLOSE PROPUESTA-FILE
    PERFORM ImprimirPropuesta
    IF WS-SIN-PROVEEDOR > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "PUNTOS A CAMBIAR: " WS-PROPUESTAS
       "  SIN VENTAS: " WS-SIN-VENTAS
       "  SIN PROVEEDOR: " WS-SIN-PROVEEDOR
    DISPLAY "DETALLE EN PRONOSTICO-REPOSICION.TXT, APLICAR CON "
       "APROBAR".

*> Semanas de historia (1 a 52), nivel de servicio, dias de
*> traspaso y semanas de cobertura; sin control, o con un valor en
*> cero o fuera de rango, quedan los de por defecto.
LeerControlPronostico.
    OPEN INPUT PRONOSTICO-CTL
    IF WS-ESTADO-CTL = "00"
       READ PRONOSTICO-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-Semanas IS NUMERIC AND CTL-Semanas > 0
                AND CTL-Semanas <= 52
                MOVE CTL-Semanas TO WS-SEMANAS
             END-IF
             IF CTL-NivelServicio IS NUMERIC
                AND CTL-NivelServicio > 0
                MOVE CTL-NivelServicio TO WS-NIVEL-SERVICIO
             END-IF
             IF CTL-DiasTraspaso IS NUMERIC
                AND CTL-DiasTraspaso > 0
                MOVE CTL-DiasTraspaso TO WS-DIAS-TRASPASO
             END-IF
             IF CTL-SemanasCobertura IS NUMERIC
                AND CTL-SemanasCobertura > 0
                MOVE CTL-SemanasCobertura TO WS-SEMANAS-COBERTURA
             END-IF
       END-READ
       CLOSE PRONOSTICO-CTL
    END-IF
    *> El nivel de servicio se traduce al factor de la normal que
    *> deja ese porcentaje de ciclos sin quiebre de stock.
    EVALUATE WS-NIVEL-SERVICIO
       WHEN 90 MOVE 1.28 TO WS-FACTOR-SERVICIO
       WHEN 95 MOVE 1.65 TO WS-FACTOR-SERVICIO
       WHEN 98 MOVE 2.05 TO WS-FACTOR-SERVICIO
       WHEN 99 MOVE 2.33 TO WS-FACTOR-SERVICIO
       WHEN OTHER
          DISPLAY "ATENCION: NIVEL DE SERVICIO " WS-NIVEL-SERVICIO
             " NO PREVISTO (90, 95, 98 O 99), SE USA 95"
          MOVE 95 TO WS-NIVEL-SERVICIO
          MOVE 1.65 TO WS-FACTOR-SERVICIO
    END-EVALUATE
    DISPLAY "HISTORIA: " WS-SEMANAS " SEMANAS AL " WS-FECHA-HOY
       "  SERVICIO: " WS-NIVEL-SERVICIO "%  TRASPASO: "
       WS-DIAS-TRASPASO " DIAS  COBERTURA: " WS-SEMANAS-COBERTURA
       " SEMANAS".

*> Las filas de INVENTARIO.DAT, y de paso la tabla de demanda con
*> un renglon por codigo en cero y la marca de si tiene deposito.
CargarInventario.
    OPEN INPUT INVENTARIO-FILE
    IF WS-ESTADO-INVENTARIO = "00"
       PERFORM UNTIL WS-EOF-INVENTARIO = 'Y'
          READ INVENTARIO-FILE
             AT END MOVE 'Y' TO WS-EOF-INVENTARIO
             NOT AT END
                IF WS-TOTAL-STOCK < 100
                   PERFORM CargarFilaInventario
                ELSE
                   DISPLAY "ATENCION: TABLA DE STOCK LLENA (100), "
                      "NO ENTRA " INV-Codigo
                END-IF
          END-READ
       END-PERFORM
       CLOSE INVENTARIO-FILE
    END-IF.

CargarFilaInventario.
    IF INV-Ubicacion = SPACES
       MOVE "TDA" TO WS-UBICACION
    ELSE
       MOVE INV-Ubicacion TO WS-UBICACION
    END-IF
    ADD 1 TO WS-TOTAL-STOCK
    MOVE WS-TOTAL-STOCK TO WS-STK-SUB
    MOVE INV-Codigo TO STK-CODIGO(WS-STK-SUB)
    MOVE WS-UBICACION TO STK-UBICACION(WS-STK-SUB)
    MOVE INV-Cantidad TO STK-CANTIDAD(WS-STK-SUB)
    MOVE INV-PuntoReposicion TO STK-PUNTO(WS-STK-SUB)
    MOVE INV-Codigo TO VEN-Codigo
    PERFORM BuscarDemandaCodigo
    IF WS-DEM-HALLADO = 'N'
       ADD 1 TO WS-TOTAL-DEMANDA
       MOVE WS-TOTAL-DEMANDA TO WS-DEM-SUB
       MOVE INV-Codigo TO DEM-CODIGO(WS-DEM-SUB)
       MOVE 'N' TO DEM-TIENE-DEPOSITO(WS-DEM-SUB)
       PERFORM VARYING WS-SEM-SUB FROM 1 BY 1 UNTIL WS-SEM-SUB > 52
          MOVE 0 TO DEM-SEMANA(WS-DEM-SUB, WS-SEM-SUB)
       END-PERFORM
    END-IF
    IF WS-UBICACION = "DEP"
       MOVE 'S' TO DEM-TIENE-DEPOSITO(WS-DEM-SUB)
    END-IF.

*> Deja WS-DEM-SUB en el renglon de demanda de VEN-Codigo.
BuscarDemandaCodigo.
    MOVE 'N' TO WS-DEM-HALLADO
    PERFORM VARYING WS-DEM-SUB FROM 1 BY 1
       UNTIL WS-DEM-SUB > WS-TOTAL-DEMANDA
       IF DEM-CODIGO(WS-DEM-SUB) = VEN-Codigo
          MOVE 'S' TO WS-DEM-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

CargarProveedores.
    OPEN INPUT PROVEEDORES-FILE
    IF WS-ESTADO-PROVEEDORES = "00"
       PERFORM UNTIL WS-EOF-PROVEEDORES = 'Y'
          READ PROVEEDORES-FILE
             AT END MOVE 'Y' TO WS-EOF-PROVEEDORES
             NOT AT END
                IF WS-TOTAL-PROV < 100
                   ADD 1 TO WS-TOTAL-PROV
                   MOVE PRV-Codigo TO PRO-CODIGO(WS-TOTAL-PROV)
                   MOVE PRV-DiasEntrega TO PRO-DIAS(WS-TOTAL-PROV)
                END-IF
          END-READ
       END-PERFORM
       CLOSE PROVEEDORES-FILE
    END-IF.

*> Cada venta de la ventana suma a la semana en que cayo, y cada
*> devolucion 'D' resta; la semana 1 es la mas vieja.
AcumularDemanda.
    OPEN INPUT VENTAS-FILE
    IF WS-ESTADO-VENTAS NOT = "00"
       DISPLAY "ATENCION: NO HAY VENTAS.DAT, NINGUN CODIGO TIENE "
          "VENTAS"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-VENTAS = 'Y'
       READ VENTAS-FILE
          AT END MOVE 'Y' TO WS-EOF-VENTAS
          NOT AT END
             IF VEN-Fecha IS NUMERIC AND VEN-Fecha > 0
                AND VEN-Cantidad IS NUMERIC
                PERFORM AcumularVentaSemana
             END-IF
       END-READ
    END-PERFORM
    CLOSE VENTAS-FILE.

AcumularVentaSemana.
    COMPUTE WS-DIA-VENTA = FUNCTION INTEGER-OF-DATE(VEN-Fecha)
    IF WS-DIA-VENTA < WS-DIA-INICIO OR WS-DIA-VENTA > WS-DIA-HOY
       EXIT PARAGRAPH
    END-IF
    PERFORM BuscarDemandaCodigo
    IF WS-DEM-HALLADO = 'N'
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-SEMANA = (WS-DIA-VENTA - WS-DIA-INICIO) / 7 + 1
    IF VEN-Tipo = 'D'
       SUBTRACT VEN-Cantidad
          FROM DEM-SEMANA(WS-DEM-SUB, WS-SEMANA)
    ELSE
       ADD VEN-Cantidad TO DEM-SEMANA(WS-DEM-SUB, WS-SEMANA)
    END-IF.

*> Propone punto y pedido para la fila WS-STK-SUB. STK-RESULTADO
*> queda 'C' si el punto cambia, 'I' si queda igual, 'S' sin
*> ventas y 'X' sin proveedor que de la demora.
ProponerFila.
    MOVE STK-CODIGO(WS-STK-SUB) TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE WS-ART-MARCA TO STK-MARCA(WS-STK-SUB)
    PERFORM RegistrarMarca
    MOVE STK-CODIGO(WS-STK-SUB) TO VEN-Codigo
    PERFORM BuscarDemandaCodigo
    *> Una semana con mas devoluciones que ventas no es demanda
    *> negativa: cuenta como cero.
    MOVE WS-SEMANAS TO WS-EST-CANTIDAD
    PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
       UNTIL WS-SEM-SUB > WS-SEMANAS
       IF DEM-SEMANA(WS-DEM-SUB, WS-SEM-SUB) < 0
          MOVE 0 TO WS-EST-VALOR(WS-SEM-SUB)
       ELSE
          MOVE DEM-SEMANA(WS-DEM-SUB, WS-SEM-SUB)
             TO WS-EST-VALOR(WS-SEM-SUB)
       END-IF
    END-PERFORM
    CALL "ESTADISTICAS" USING WS-ESTADISTICA
    MOVE WS-EST-MEDIA TO STK-MEDIA(WS-STK-SUB)
    MOVE WS-EST-DESVIO TO STK-DESVIO(WS-STK-SUB)
    MOVE STK-PUNTO(WS-STK-SUB) TO STK-PROPUESTO(WS-STK-SUB)
    MOVE 0 TO STK-PEDIDO(WS-STK-SUB)
    MOVE 0 TO STK-DIAS(WS-STK-SUB)
    IF WS-EST-MEDIA <= 0
       MOVE 'S' TO STK-RESULTADO(WS-STK-SUB)
       ADD 1 TO WS-SIN-VENTAS
       EXIT PARAGRAPH
    END-IF
    IF STK-UBICACION(WS-STK-SUB) = "TDA"
       AND DEM-TIENE-DEPOSITO(WS-DEM-SUB) = 'S'
       MOVE WS-DIAS-TRASPASO TO STK-DIAS(WS-STK-SUB)
    ELSE
       MOVE 'N' TO WS-PRO-HALLADO
       PERFORM VARYING WS-PRO-SUB FROM 1 BY 1
          UNTIL WS-PRO-SUB > WS-TOTAL-PROV
          IF PRO-CODIGO(WS-PRO-SUB) = STK-CODIGO(WS-STK-SUB)
             MOVE 'S' TO WS-PRO-HALLADO
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF WS-PRO-HALLADO = 'N'
          MOVE 'X' TO STK-RESULTADO(WS-STK-SUB)
          ADD 1 TO WS-SIN-PROVEEDOR
          EXIT PARAGRAPH
       END-IF
       MOVE PRO-DIAS(WS-PRO-SUB) TO STK-DIAS(WS-STK-SUB)
    END-IF
    COMPUTE WS-SEMANAS-DEMORA = STK-DIAS(WS-STK-SUB) / 7
    COMPUTE WS-PUNTO-CALCULADO ROUNDED =
       WS-EST-MEDIA * WS-SEMANAS-DEMORA
       + WS-FACTOR-SERVICIO * WS-EST-DESVIO
         * FUNCTION SQRT(WS-SEMANAS-DEMORA)
    COMPUTE WS-PEDIDO-CALCULADO ROUNDED =
       WS-EST-MEDIA * WS-SEMANAS-COBERTURA
    IF WS-PUNTO-CALCULADO > 99999
       MOVE 99999 TO WS-PUNTO-CALCULADO
    END-IF
    IF WS-PEDIDO-CALCULADO > 99999
       MOVE 99999 TO WS-PEDIDO-CALCULADO
    END-IF
    MOVE WS-PUNTO-CALCULADO TO STK-PROPUESTO(WS-STK-SUB)
    MOVE WS-PEDIDO-CALCULADO TO STK-PEDIDO(WS-STK-SUB)
    IF STK-PROPUESTO(WS-STK-SUB) = STK-PUNTO(WS-STK-SUB)
       MOVE 'I' TO STK-RESULTADO(WS-STK-SUB)
       EXIT PARAGRAPH
    END-IF
    MOVE 'C' TO STK-RESULTADO(WS-STK-SUB)
    ADD 1 TO WS-PROPUESTAS
    MOVE STK-CODIGO(WS-STK-SUB) TO PRP-Codigo
    MOVE STK-UBICACION(WS-STK-SUB) TO PRP-Ubicacion
    MOVE STK-PUNTO(WS-STK-SUB) TO PRP-PuntoActual
    MOVE STK-PROPUESTO(WS-STK-SUB) TO PRP-PuntoPropuesto
    MOVE STK-PEDIDO(WS-STK-SUB) TO PRP-PedidoPropuesto
    MOVE WS-FECHA-HOY TO PRP-Fecha
    MOVE 'P' TO PRP-Estado
    WRITE PROPUESTA-REGISTRO.

RegistrarMarca.
    MOVE 'N' TO WS-MARCA-HALLADA
    PERFORM VARYING WS-MARCA-SUB FROM 1 BY 1
       UNTIL WS-MARCA-SUB > WS-TOTAL-MARCAS
       IF WS-MARCA-NOMBRE(WS-MARCA-SUB) = WS-ART-MARCA
          MOVE 'S' TO WS-MARCA-HALLADA
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-MARCA-HALLADA = 'N'
       ADD 1 TO WS-TOTAL-MARCAS
       MOVE WS-ART-MARCA TO WS-MARCA-NOMBRE(WS-TOTAL-MARCAS)
    END-IF.

*> Actual contra propuesto, agrupado por Marca.
ImprimirPropuesta.
    OPEN OUTPUT REPORTE-FILE
    MOVE SPACES TO WS-LINEA
    STRING "PRONOSTICO DE REPOSICION AL " WS-FECHA-HOY
       " - " WS-SEMANAS " SEMANAS DE HISTORIA, SERVICIO "
       WS-NIVEL-SERVICIO "%"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "CODIGO   UBI STOCK  MEDIA/SEM  DESVIO DIAS "
       "PUNTO ACTUAL PROPUESTO PEDIDO"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    PERFORM VARYING WS-MARCA-SUB FROM 1 BY 1
       UNTIL WS-MARCA-SUB > WS-TOTAL-MARCAS
       MOVE SPACES TO WS-LINEA
       MOVE WS-LINEA TO REPORTE-LINEA
       WRITE REPORTE-LINEA
       MOVE SPACES TO WS-LINEA
       STRING "MARCA " WS-MARCA-NOMBRE(WS-MARCA-SUB)
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO REPORTE-LINEA
       WRITE REPORTE-LINEA
       PERFORM VARYING WS-STK-SUB FROM 1 BY 1
          UNTIL WS-STK-SUB > WS-TOTAL-STOCK
          IF STK-MARCA(WS-STK-SUB) = WS-MARCA-NOMBRE(WS-MARCA-SUB)
             PERFORM ImprimirFilaPropuesta
          END-IF
       END-PERFORM
    END-PERFORM
    CLOSE REPORTE-FILE.

ImprimirFilaPropuesta.
    MOVE STK-MEDIA(WS-STK-SUB) TO WS-MEDIA-EDITADA
    MOVE STK-DESVIO(WS-STK-SUB) TO WS-DESVIO-EDITADO
    MOVE SPACES TO WS-LINEA
    EVALUATE STK-RESULTADO(WS-STK-SUB)
       WHEN 'S'
          STRING STK-CODIGO(WS-STK-SUB) " " STK-UBICACION(WS-STK-SUB)
             " " STK-CANTIDAD(WS-STK-SUB) "  SIN VENTAS EN LA "
             "VENTANA, QUEDA EL PUNTO " STK-PUNTO(WS-STK-SUB)
             DELIMITED BY SIZE INTO WS-LINEA
       WHEN 'X'
          STRING STK-CODIGO(WS-STK-SUB) " " STK-UBICACION(WS-STK-SUB)
             " " STK-CANTIDAD(WS-STK-SUB) " " WS-MEDIA-EDITADA
             " " WS-DESVIO-EDITADO "  SIN PROVEEDOR EN "
             "PROVEEDORES.DAT, QUEDA EL PUNTO " STK-PUNTO(WS-STK-SUB)
             DELIMITED BY SIZE INTO WS-LINEA
       WHEN OTHER
          STRING STK-CODIGO(WS-STK-SUB) " " STK-UBICACION(WS-STK-SUB)
             " " STK-CANTIDAD(WS-STK-SUB) " " WS-MEDIA-EDITADA
             " " WS-DESVIO-EDITADO "  " STK-DIAS(WS-STK-SUB)
             "        " STK-PUNTO(WS-STK-SUB)
             "     " STK-PROPUESTO(WS-STK-SUB)
             "  " STK-PEDIDO(WS-STK-SUB)
             DELIMITED BY SIZE INTO WS-LINEA
          IF STK-RESULTADO(WS-STK-SUB) = 'I'
             MOVE "(IGUAL)" TO WS-LINEA(90:7)
          END-IF
    END-EVALUATE
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA.

*> Los pendientes cuyo punto sigue siendo el de la propuesta van
*> como un bloque H/D/T de movimientos P al final del feed; la
*> propuesta se regraba con cada fila marcada aplicada o vencida.
AprobarPropuesta.
    PERFORM VerificarTempPendiente
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM CargarInventario
    OPEN INPUT PROPUESTA-FILE
    IF WS-ESTADO-PROPUESTA NOT = "00"
       DISPLAY "NO HAY PRONOSTICO-PROPUESTA.DAT, CORRER PROPONER"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PROPUESTA = 'Y'
       READ PROPUESTA-FILE
          AT END MOVE 'Y' TO WS-EOF-PROPUESTA
          NOT AT END
             IF WS-TOTAL-PROPUESTA < 100
                ADD 1 TO WS-TOTAL-PROPUESTA
                MOVE PROPUESTA-REGISTRO
                   TO TPR-REGISTRO(WS-TOTAL-PROPUESTA)
                MOVE 'N' TO TPR-EN-ESTA-CORRIDA(WS-TOTAL-PROPUESTA)
             END-IF
       END-READ
    END-PERFORM
    CLOSE PROPUESTA-FILE
    PERFORM VARYING WS-PRP-SUB FROM 1 BY 1
       UNTIL WS-PRP-SUB > WS-TOTAL-PROPUESTA
       MOVE TPR-REGISTRO(WS-PRP-SUB) TO PROPUESTA-REGISTRO
       IF PRP-Estado = 'P'
          PERFORM VerificarPuntoVigente
       END-IF
    END-PERFORM
    IF WS-APLICADAS = 0
       DISPLAY "NO HAY PUNTOS PENDIENTES PARA APLICAR"
       MOVE 4 TO RETURN-CODE
    ELSE
       PERFORM EncadenarPuntosAlFeed
    END-IF
    IF WS-APLICADAS > 0 OR WS-VENCIDAS > 0
       PERFORM GrabarPropuesta
    END-IF
    IF WS-VENCIDAS > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "PUNTOS ENCADENADOS: " WS-APLICADAS
       "  VENCIDOS: " WS-VENCIDAS.

*> Deja la fila en 'A' si el punto de INVENTARIO.DAT sigue siendo
*> el de la propuesta, o en 'V' si alguien lo cambio entretanto.
VerificarPuntoVigente.
    MOVE 'N' TO WS-STK-HALLADO
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       IF STK-CODIGO(WS-STK-SUB) = PRP-Codigo
          AND STK-UBICACION(WS-STK-SUB) = PRP-Ubicacion
          MOVE 'S' TO WS-STK-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-STK-HALLADO = 'S'
       AND STK-PUNTO(WS-STK-SUB) = PRP-PuntoActual
       MOVE 'A' TO PRP-Estado
       MOVE 'S' TO TPR-EN-ESTA-CORRIDA(WS-PRP-SUB)
       ADD 1 TO WS-APLICADAS
    ELSE
       MOVE 'V' TO PRP-Estado
       ADD 1 TO WS-VENCIDAS
       DISPLAY "VENCIDA: " PRP-Codigo " [" PRP-Ubicacion
          "] EL PUNTO YA NO ES " PRP-PuntoActual ", NO SE APLICA"
    END-IF
    MOVE PROPUESTA-REGISTRO TO TPR-REGISTRO(WS-PRP-SUB).

EncadenarPuntosAlFeed.
    OPEN EXTEND INVENTARIO-MOVS
    IF WS-ESTADO-INV-MOVS NOT = "00"
       OPEN OUTPUT INVENTARIO-MOVS
       CLOSE INVENTARIO-MOVS
       OPEN EXTEND INVENTARIO-MOVS
    END-IF
    CALL "SECUENCIAID" USING WS-FEED-SECUENCIA
    MOVE 'H' TO IME-Indicador
    MOVE SPACES TO IME-FeedId
    MOVE "PR" TO IME-FeedId(1:2)
    MOVE WS-FEED-SECUENCIA TO IME-FeedId(3:7)
    MOVE WS-FECHA-HOY TO IME-Fecha
    WRITE INVENTARIO-MOVS-ENCABEZADO
    PERFORM VARYING WS-PRP-SUB FROM 1 BY 1
       UNTIL WS-PRP-SUB > WS-TOTAL-PROPUESTA
       MOVE TPR-REGISTRO(WS-PRP-SUB) TO PROPUESTA-REGISTRO
       IF TPR-EN-ESTA-CORRIDA(WS-PRP-SUB) = 'S'
          MOVE 'D' TO IMO-Indicador
          MOVE 'P' TO IMO-TIPO
          MOVE PRP-Codigo TO IMO-Codigo
          MOVE PRP-PuntoPropuesto TO IMO-Cantidad
          MOVE PRP-Ubicacion TO IMO-Ubicacion
          MOVE SPACES TO IMO-UbicacionDestino
          WRITE INVENTARIO-MOVS-REGISTRO
          DISPLAY "PUNTO " PRP-Codigo " [" PRP-Ubicacion "] "
             PRP-PuntoActual " -> " PRP-PuntoPropuesto
       END-IF
    END-PERFORM
    MOVE 'T' TO IMT-Indicador
    MOVE WS-APLICADAS TO IMT-Conteo
    WRITE INVENTARIO-MOVS-TRAILER
    CLOSE INVENTARIO-MOVS.

VerificarTempPendiente.
    OPEN INPUT PROPUESTA-TEMP
    IF WS-ESTADO-PROPUESTA-TEMP = "00"
       CLOSE PROPUESTA-TEMP
       DISPLAY "HAY UN PRONOSTICO-PROPUESTA.DAT.TMP DE UNA CORRIDA "
          "ANTERIOR FALLADA, RESOLVER ANTES DE CORRER"
       MOVE 'S' TO WS-TEMP-PENDIENTE
    END-IF.

GrabarPropuesta.
    OPEN OUTPUT PROPUESTA-TEMP
    PERFORM VARYING WS-PRP-SUB FROM 1 BY 1
       UNTIL WS-PRP-SUB > WS-TOTAL-PROPUESTA
       MOVE TPR-REGISTRO(WS-PRP-SUB) TO PROPUESTA-TEMP-REGISTRO
       WRITE PROPUESTA-TEMP-REGISTRO
    END-PERFORM
    CLOSE PROPUESTA-TEMP
    MOVE SPACES TO WS-COMANDO-MV
    STRING "mv PRONOSTICO-PROPUESTA.DAT.TMP "
       "PRONOSTICO-PROPUESTA.DAT"
       DELIMITED BY SIZE INTO WS-COMANDO-MV
    CALL "SYSTEM" USING WS-COMANDO-MV.
