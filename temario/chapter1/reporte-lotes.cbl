IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTELOTES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Los lotes de lo perecedero (LOTES-STOCK.DAT, que lleva
*> LOTESSTOCK) vencen en el estante si nadie los mira. Este reporte,
*> semanal, los mira en dos modos por COMMAND-LINE como
*> ORDENESCOMPRA:
*>   VENCIMIENTOS lista en LOTES-VENCIMIENTO.TXT, del que vence
*>                primero en adelante, cada lote con stock que vence
*>                dentro de la ventana de aviso de LOTES.CTL (30
*>                dias si no hay control) y cada lote ya vencido,
*>                marcado en cuarentena: VENTAS no lo vende, y sale
*>                del stock con un despacho S de INVENTARIO que
*>                nombre el lote. Con lotes vencidos en stock el
*>                paso termina con RC 4.
*>   RETIRO       ante un retiro del mercado, lista en
*>                RETIRO-LOTE.TXT a quien se le vendio el lote de
*>                LOTES.CTL (del codigo del control, o de cualquier
*>                codigo si viene en blanco): cada fila de
*>                VENTAS-LOTES.DAT con la fecha, el comprobante y el
*>                cliente con su nombre y telefono de CLIENTES.DAT
*>                (las devoluciones 'D' figuran como tales), y lo
*>                que del lote sigue en stock por ubicacion.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT LOTES-FILE ASSIGN TO "LOTES-STOCK.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LOTES.
SELECT VENTAS-LOTES-FILE ASSIGN TO "VENTAS-LOTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS-LOTES.
SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CLIENTES.
SELECT LOTES-CTL ASSIGN TO "LOTES.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT VENCIMIENTOS-FILE ASSIGN TO "LOTES-VENCIMIENTO.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REPORTE.
SELECT RETIRO-FILE ASSIGN TO "RETIRO-LOTE.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REPORTE.
SELECT SORT-WORK ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD LOTES-FILE.
COPY LOTE REPLACING GRUPO BY LOTES-REGISTRO
                    CAMPO-CODIGO BY LOT-Codigo
                    CAMPO-UBICACION BY LOT-Ubicacion
                    CAMPO-LOTE BY LOT-Lote
                    CAMPO-VENCIMIENTO BY LOT-Vencimiento
                    CAMPO-CANTIDAD BY LOT-Cantidad.

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

FD CLIENTES-FILE.
01 CLIENTES-REGISTRO.
   05 CLI-Id PIC 9(7).
   05 CLI-Nombre PIC X(30).
   05 CLI-Telefono PIC X(15).

FD LOTES-CTL.
01 CTL-LOTES.
   05 CTL-DiasAviso PIC 9(3).
   05 CTL-LoteRetiro PIC X(10).
   05 CTL-CodigoRetiro PIC X(8).

FD VENCIMIENTOS-FILE.
01 VENCIMIENTOS-LINEA PIC X(100).

FD RETIRO-FILE.
01 RETIRO-LINEA PIC X(100).

SD SORT-WORK.
01 SORT-RECORD.
   05 SR-Vencimiento PIC 9(8).
   05 SR-Codigo PIC X(8).
   05 SR-Ubicacion PIC X(3).
   05 SR-Lote PIC X(10).
   05 SR-Cantidad PIC 9(5).

WORKING-STORAGE SECTION.
01 WS-MODO PIC X(12) VALUE SPACES.
01 WS-ESTADO-LOTES PIC X(2).
01 WS-ESTADO-VENTAS-LOTES PIC X(2).
01 WS-ESTADO-CLIENTES PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-EOF-LOTES PIC A(1) VALUE 'N'.
01 WS-EOF-VENTAS-LOTES PIC A(1) VALUE 'N'.
01 WS-EOF-CLIENTES PIC A(1) VALUE 'N'.
01 WS-EOF-SORT PIC A(1) VALUE 'N'.
01 WS-LINEA PIC X(100).
01 WS-FECHA-HOY PIC 9(8).

*> La ventana de aviso y el lote a retirar, de LOTES.CTL.
01 WS-DIAS-AVISO PIC 9(3) VALUE 30.
01 WS-LOTE-RETIRO PIC X(10) VALUE SPACES.
01 WS-CODIGO-RETIRO PIC X(8) VALUE SPACES.
01 WS-FECHA-LIMITE PIC 9(8).
01 WS-DIAS-RESTANTES PIC S9(5).
01 WS-DIAS-EDITADO PIC ZZZZ9.

01 WS-LOTES-EN-VENTANA PIC 9(5) VALUE 0.
01 WS-LOTES-VENCIDOS PIC 9(5) VALUE 0.
01 WS-UNIDADES-VENCIDAS PIC 9(7) VALUE 0.
01 WS-FILAS-RETIRO PIC 9(5) VALUE 0.
01 WS-VENDIDO-RETIRO PIC S9(7) VALUE 0.
01 WS-EN-STOCK-RETIRO PIC 9(7) VALUE 0.
01 WS-CANTIDAD-EDITADA PIC ZZZZ9.
01 WS-TOTAL-EDITADO PIC -(6)9.

*> Los clientes, para nombrar a quien llamar en un retiro.
01 WS-TABLA-CLIENTES.
   05 WS-CLIENTE-FILA OCCURS 200 TIMES.
      10 CLT-ID PIC 9(7).
      10 CLT-NOMBRE PIC X(30).
      10 CLT-TELEFONO PIC X(15).
01 WS-TOTAL-CLIENTES PIC 9(3) VALUE 0.
01 WS-CLI-SUB PIC 9(3).
01 WS-CLI-HALLADO PIC A(1).

*> La Marca del codigo del lote.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTELOTES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    PERFORM LeerControlLotes
    ACCEPT WS-MODO FROM COMMAND-LINE
    EVALUATE WS-MODO
       WHEN "VENCIMIENTOS"
          PERFORM ListarVencimientos
       WHEN "RETIRO"
          PERFORM ListarRetiro
       WHEN OTHER
          DISPLAY "MODO NO RECONOCIDO: " WS-MODO
             " - SE ESPERA VENCIMIENTOS O RETIRO"
          MOVE 8 TO RETURN-CODE
    END-EVALUATE.
DISPLAY "JOB REPORTELOTES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Sin control rigen 30 dias de aviso y no hay lote a retirar.
LeerControlLotes.
    OPEN INPUT LOTES-CTL
    IF WS-ESTADO-CTL NOT = "00"
       EXIT PARAGRAPH
    END-IF
    READ LOTES-CTL
       AT END CONTINUE
       NOT AT END
          IF CTL-DiasAviso IS NUMERIC AND CTL-DiasAviso > 0
             MOVE CTL-DiasAviso TO WS-DIAS-AVISO
          END-IF
          MOVE CTL-LoteRetiro TO WS-LOTE-RETIRO
          MOVE CTL-CodigoRetiro TO WS-CODIGO-RETIRO
    END-READ
    CLOSE LOTES-CTL.

ListarVencimientos.
    OPEN INPUT LOTES-FILE
    IF WS-ESTADO-LOTES NOT = "00"
       DISPLAY "NO HAY LOTES-STOCK.DAT, NINGUN LOTE QUE VIGILAR"
       EXIT PARAGRAPH
    END-IF
    CLOSE LOTES-FILE
    COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
       (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) + WS-DIAS-AVISO)
    OPEN OUTPUT VENCIMIENTOS-FILE
    MOVE SPACES TO WS-LINEA
    MOVE WS-DIAS-AVISO TO WS-DIAS-EDITADO
    STRING "LOTES QUE VENCEN HASTA EL " WS-FECHA-LIMITE
       " (" WS-DIAS-EDITADO " DIAS) Y LOTES VENCIDOS AL "
       WS-FECHA-HOY DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO VENCIMIENTOS-LINEA
    WRITE VENCIMIENTOS-LINEA
    MOVE SPACES TO VENCIMIENTOS-LINEA
    STRING "VENCE    CODIGO   MARCA                UBI LOTE       "
       "CANTIDAD  ESTADO" DELIMITED BY SIZE INTO VENCIMIENTOS-LINEA
    WRITE VENCIMIENTOS-LINEA
    SORT SORT-WORK ON ASCENDING KEY SR-Vencimiento SR-Codigo
       INPUT PROCEDURE IS SoltarLotesEnVentana
       OUTPUT PROCEDURE IS ImprimirVencimientos
    MOVE SPACES TO WS-LINEA
    STRING "LOTES POR VENCER: " WS-LOTES-EN-VENTANA
       "  VENCIDOS EN CUARENTENA: " WS-LOTES-VENCIDOS
       " (" WS-UNIDADES-VENCIDAS " UNIDADES)"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO VENCIMIENTOS-LINEA
    WRITE VENCIMIENTOS-LINEA
    CLOSE VENCIMIENTOS-FILE
    DISPLAY "LOTES POR VENCER: " WS-LOTES-EN-VENTANA
       "  VENCIDOS EN CUARENTENA: " WS-LOTES-VENCIDOS
    IF WS-LOTES-VENCIDOS > 0
       MOVE 4 TO RETURN-CODE
       DISPLAY "ATENCION: HAY LOTES VENCIDOS EN STOCK, DARLOS DE "
          "BAJA CON UN DESPACHO S QUE NOMBRE EL LOTE"
    END-IF.

*> Al SORT entra cada lote con stock que vence dentro de la ventana
*> (los vencidos tambien: su vencimiento es anterior a hoy).
SoltarLotesEnVentana.
    OPEN INPUT LOTES-FILE
    PERFORM UNTIL WS-EOF-LOTES = 'Y'
       READ LOTES-FILE
          AT END MOVE 'Y' TO WS-EOF-LOTES
          NOT AT END
             IF LOT-Cantidad > 0
                AND LOT-Vencimiento <= WS-FECHA-LIMITE
                MOVE LOT-Vencimiento TO SR-Vencimiento
                MOVE LOT-Codigo TO SR-Codigo
                MOVE LOT-Ubicacion TO SR-Ubicacion
                MOVE LOT-Lote TO SR-Lote
                MOVE LOT-Cantidad TO SR-Cantidad
                RELEASE SORT-RECORD
             END-IF
       END-READ
    END-PERFORM
    CLOSE LOTES-FILE.

ImprimirVencimientos.
    PERFORM UNTIL WS-EOF-SORT = 'Y'
       RETURN SORT-WORK
          AT END MOVE 'Y' TO WS-EOF-SORT
          NOT AT END PERFORM ImprimirUnLote
       END-RETURN
    END-PERFORM.

ImprimirUnLote.
    MOVE SR-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE SR-Cantidad TO WS-CANTIDAD-EDITADA
    MOVE SPACES TO WS-LINEA
    IF SR-Vencimiento < WS-FECHA-HOY
       ADD 1 TO WS-LOTES-VENCIDOS
       ADD SR-Cantidad TO WS-UNIDADES-VENCIDAS
       STRING SR-Vencimiento " " SR-Codigo " " WS-ART-MARCA " "
          SR-Ubicacion " " SR-Lote " " WS-CANTIDAD-EDITADA
          "     VENCIDO - EN CUARENTENA"
          DELIMITED BY SIZE INTO WS-LINEA
    ELSE
       ADD 1 TO WS-LOTES-EN-VENTANA
       COMPUTE WS-DIAS-RESTANTES =
          FUNCTION INTEGER-OF-DATE(SR-Vencimiento)
          - FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
       MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDITADO
       STRING SR-Vencimiento " " SR-Codigo " " WS-ART-MARCA " "
          SR-Ubicacion " " SR-Lote " " WS-CANTIDAD-EDITADA
          "     VENCE EN " WS-DIAS-EDITADO " DIAS"
          DELIMITED BY SIZE INTO WS-LINEA
    END-IF
    MOVE WS-LINEA TO VENCIMIENTOS-LINEA
    WRITE VENCIMIENTOS-LINEA.

ListarRetiro.
    IF WS-LOTE-RETIRO = SPACES
       DISPLAY "LOTES.CTL NO TRAE EL LOTE A RETIRAR"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM CargarClientes
    OPEN OUTPUT RETIRO-FILE
    MOVE SPACES TO WS-LINEA
    STRING "RETIRO DEL LOTE " WS-LOTE-RETIRO " CODIGO "
       WS-CODIGO-RETIRO " AL " WS-FECHA-HOY
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO RETIRO-LINEA
    WRITE RETIRO-LINEA
    MOVE SPACES TO RETIRO-LINEA
    STRING "FECHA    COMPROB CLIENTE NOMBRE                         "
       "TELEFONO        CODIGO   CANTIDAD"
       DELIMITED BY SIZE INTO RETIRO-LINEA
    WRITE RETIRO-LINEA
    OPEN INPUT VENTAS-LOTES-FILE
    IF WS-ESTADO-VENTAS-LOTES = "00"
       PERFORM UNTIL WS-EOF-VENTAS-LOTES = 'Y'
          READ VENTAS-LOTES-FILE
             AT END MOVE 'Y' TO WS-EOF-VENTAS-LOTES
             NOT AT END
                IF VLO-Lote = WS-LOTE-RETIRO
                   AND (WS-CODIGO-RETIRO = SPACES
                   OR VLO-Codigo = WS-CODIGO-RETIRO)
                   PERFORM ImprimirVentaDelLote
                END-IF
          END-READ
       END-PERFORM
       CLOSE VENTAS-LOTES-FILE
    END-IF
    MOVE "EN STOCK:" TO RETIRO-LINEA
    WRITE RETIRO-LINEA
    OPEN INPUT LOTES-FILE
    IF WS-ESTADO-LOTES = "00"
       PERFORM UNTIL WS-EOF-LOTES = 'Y'
          READ LOTES-FILE
             AT END MOVE 'Y' TO WS-EOF-LOTES
             NOT AT END
                IF LOT-Lote = WS-LOTE-RETIRO
                   AND (WS-CODIGO-RETIRO = SPACES
                   OR LOT-Codigo = WS-CODIGO-RETIRO)
                   ADD LOT-Cantidad TO WS-EN-STOCK-RETIRO
                   MOVE LOT-Cantidad TO WS-CANTIDAD-EDITADA
                   MOVE SPACES TO WS-LINEA
                   STRING "  " LOT-Codigo " " LOT-Ubicacion " "
                      WS-CANTIDAD-EDITADA " VENCE " LOT-Vencimiento
                      DELIMITED BY SIZE INTO WS-LINEA
                   MOVE WS-LINEA TO RETIRO-LINEA
                   WRITE RETIRO-LINEA
                END-IF
          END-READ
       END-PERFORM
       CLOSE LOTES-FILE
    END-IF
    MOVE WS-VENDIDO-RETIRO TO WS-TOTAL-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING "MOVIMIENTOS DE VENTA: " WS-FILAS-RETIRO
       "  UNIDADES EN MANOS DE CLIENTES: " WS-TOTAL-EDITADO
       "  EN STOCK: " WS-EN-STOCK-RETIRO
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO RETIRO-LINEA
    WRITE RETIRO-LINEA
    CLOSE RETIRO-FILE
    DISPLAY "RETIRO DEL LOTE " WS-LOTE-RETIRO ": "
       WS-FILAS-RETIRO " MOVIMIENTOS DE VENTA, " WS-TOTAL-EDITADO
       " UNIDADES EN MANOS DE CLIENTES".

ImprimirVentaDelLote.
    ADD 1 TO WS-FILAS-RETIRO
    IF VLO-Tipo = 'D'
       SUBTRACT VLO-Cantidad FROM WS-VENDIDO-RETIRO
    ELSE
       ADD VLO-Cantidad TO WS-VENDIDO-RETIRO
    END-IF
    MOVE 'N' TO WS-CLI-HALLADO
    PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
       UNTIL WS-CLI-SUB > WS-TOTAL-CLIENTES
       IF CLT-ID(WS-CLI-SUB) = VLO-ClienteId
          MOVE 'S' TO WS-CLI-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    MOVE VLO-Cantidad TO WS-CANTIDAD-EDITADA
    MOVE SPACES TO WS-LINEA
    IF WS-CLI-HALLADO = 'S'
       STRING VLO-Fecha " " VLO-Factura " " VLO-ClienteId " "
          CLT-NOMBRE(WS-CLI-SUB) " " CLT-TELEFONO(WS-CLI-SUB) " "
          VLO-Codigo " " WS-CANTIDAD-EDITADA
          DELIMITED BY SIZE INTO WS-LINEA
    ELSE
       STRING VLO-Fecha " " VLO-Factura " " VLO-ClienteId " "
          "(YA NO FIGURA EN CLIENTES.DAT)                 "
          VLO-Codigo " " WS-CANTIDAD-EDITADA
          DELIMITED BY SIZE INTO WS-LINEA
    END-IF
    IF VLO-Tipo = 'D'
       MOVE "  DEVUELTO" TO WS-LINEA(91:10)
    END-IF
    MOVE WS-LINEA TO RETIRO-LINEA
    WRITE RETIRO-LINEA.

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
                MOVE CLI-Telefono TO CLT-TELEFONO(WS-TOTAL-CLIENTES)
             END-IF
       END-READ
    END-PERFORM
    CLOSE CLIENTES-FILE.
