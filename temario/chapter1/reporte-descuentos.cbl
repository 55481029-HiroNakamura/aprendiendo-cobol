IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTEDESCUENTOS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Ventas por debajo de la lista, para que la gerencia revise los
*> descuentos: recorre VENTAS.DAT y, para el mes pedido en
*> DESCUENTOS.CTL (AAAAMM; sin control es el mes anterior a la
*> fecha de proceso, como REPORTEMARGEN), toma cada venta 'V' cuyo
*> precio cobrado quedo debajo del de lista y la totaliza por
*> cliente y por lo que fijo el precio (VEN-OrigenPrecio que
*> congela VENTAS: contrato, promocion, promocion sobre contrato
*> o cotizacion aceptada; las filas anteriores al campo figuran sin
*> origen), con las
*> unidades, el importe a lista, el cobrado, el descuento y su
*> porcentaje sobre la lista, separando por moneda igual que
*> REPORTEVENTAS. Las devoluciones no se netean: la fila 'D' lleva
*> como lista el precio cobrado y no muestra descuento. Todo queda
*> en DESCUENTOS-CLIENTES.TXT, con el total por moneda al pie.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT VENTAS-FILE ASSIGN TO "VENTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS.
SELECT DESCUENTOS-CTL ASSIGN TO "DESCUENTOS.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CLIENTES.
SELECT REPORTE-FILE ASSIGN TO "DESCUENTOS-CLIENTES.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REPORTE.

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

FD DESCUENTOS-CTL.
01 CTL-DESCUENTOS.
   05 CTL-PERIODO PIC 9(6).

FD CLIENTES-FILE.
01 CLIENTES-REGISTRO.
   05 CLI-Id PIC 9(7).
   05 CLI-Nombre PIC X(30).

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(120).

WORKING-STORAGE SECTION.
01 WS-ESTADO-VENTAS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-CLIENTES PIC X(2).
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-EOF-VENTAS PIC A(1) VALUE 'N'.
01 WS-EOF-CLIENTES PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).
01 WS-PERIODO-REPORTE PIC 9(6).
01 WS-ANIO PIC 9(4).
01 WS-MES PIC 9(2).
01 WS-IMPORTE-LISTA PIC 9(9)V99.
01 WS-IMPORTE-COBRADO PIC 9(9)V99.
01 WS-DESCUENTO PIC 9(9)V99.
01 WS-PORCENTAJE PIC 9(3)V9.
01 WS-FILAS-MES PIC 9(5) VALUE 0.
01 WS-FILAS-DEBAJO PIC 9(5) VALUE 0.
01 WS-LINEA PIC X(120).
01 WS-ETIQUETA PIC X(38).
01 WS-ORIGEN-TEXTO PIC X(15).
01 WS-UNIDADES-EDITADAS PIC ZZZ,ZZ9.
01 WS-LISTA-EDITADA PIC $$$,$$$,$$9.99.
01 WS-COBRADO-EDITADO PIC $$$,$$$,$$9.99.
01 WS-DESCUENTO-EDITADO PIC $$$,$$$,$$9.99.
01 WS-PORCENTAJE-EDITADO PIC ZZ9.9.

*> Acumulado por cliente, moneda y origen del precio, tabla por
*> clave con busqueda lineal como en REPORTEMARGEN; el total por
*> moneda cierra el reporte.
01 WS-TABLA-DESCUENTOS.
   05 WS-DESCUENTO-FILA OCCURS 300 TIMES.
      10 RDE-CLIENTE PIC 9(7).
      10 RDE-MONEDA PIC X(3).
      10 RDE-ORIGEN PIC X(1).
      10 RDE-UNIDADES PIC 9(7).
      10 RDE-LISTA PIC 9(9)V99.
      10 RDE-COBRADO PIC 9(9)V99.
01 WS-TOTAL-DESCUENTOS PIC 9(3) VALUE 0.
01 WS-RDE-SUB PIC 9(3).
01 WS-RDE-HALLADO PIC A(1).

01 WS-TABLA-MONEDAS.
   05 WS-MONEDA-FILA OCCURS 10 TIMES.
      10 RMO-MONEDA PIC X(3).
      10 RMO-UNIDADES PIC 9(7).
      10 RMO-LISTA PIC 9(9)V99.
      10 RMO-COBRADO PIC 9(9)V99.
01 WS-TOTAL-MONEDAS PIC 9(2) VALUE 0.
01 WS-RMO-SUB PIC 9(2).
01 WS-RMO-HALLADO PIC A(1).

*> El nombre de cada cliente, para que el reporte se lea sin ir a
*> buscar el numero a CLIENTES.DAT.
01 WS-TABLA-CLIENTES.
   05 WS-CLIENTE-FILA OCCURS 200 TIMES.
      10 CLT-ID PIC 9(7).
      10 CLT-NOMBRE PIC X(30).
01 WS-TOTAL-CLIENTES PIC 9(3) VALUE 0.
01 WS-CLT-SUB PIC 9(3).
01 WS-CLIENTE-NOMBRE PIC X(30).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTEDESCUENTOS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    PERFORM LeerPeriodoReporte
    PERFORM CargarClientes
    OPEN INPUT VENTAS-FILE
    IF WS-ESTADO-VENTAS NOT = "00"
       DISPLAY "NO HAY VENTAS.DAT PARA PROCESAR"
       MOVE 8 TO RETURN-CODE
    ELSE
       MOVE 0 TO RETURN-CODE
       PERFORM UNTIL WS-EOF-VENTAS = 'Y'
          READ VENTAS-FILE
             AT END MOVE 'Y' TO WS-EOF-VENTAS
             NOT AT END
                IF VEN-Fecha(1:6) = WS-PERIODO-REPORTE
                   ADD 1 TO WS-FILAS-MES
                   IF VEN-Tipo NOT = 'D'
                      AND VEN-PrecioUnitario < VEN-PrecioLista
                      ADD 1 TO WS-FILAS-DEBAJO
                      PERFORM AcumularDescuento
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE VENTAS-FILE
       PERFORM ImprimirDescuentos
       DISPLAY "FILAS DEL PERIODO " WS-PERIODO-REPORTE ": "
          WS-FILAS-MES "  DEBAJO DE LA LISTA: " WS-FILAS-DEBAJO
    END-IF.
DISPLAY "JOB REPORTEDESCUENTOS COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> El mes a reportar viene de DESCUENTOS.CTL; sin control es el
*> mes anterior al de la fecha de proceso.
LeerPeriodoReporte.
    MOVE WS-FECHA-HOY(1:4) TO WS-ANIO
    MOVE WS-FECHA-HOY(5:2) TO WS-MES
    IF WS-MES = 1
       MOVE 12 TO WS-MES
       SUBTRACT 1 FROM WS-ANIO
    ELSE
       SUBTRACT 1 FROM WS-MES
    END-IF
    COMPUTE WS-PERIODO-REPORTE = WS-ANIO * 100 + WS-MES
    OPEN INPUT DESCUENTOS-CTL
    IF WS-ESTADO-CTL = "00"
       READ DESCUENTOS-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-PERIODO IS NUMERIC AND CTL-PERIODO > 0
                MOVE CTL-PERIODO TO WS-PERIODO-REPORTE
             END-IF
       END-READ
       CLOSE DESCUENTOS-CTL
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
             END-IF
       END-READ
    END-PERFORM
    CLOSE CLIENTES-FILE.

AcumularDescuento.
    MOVE 'N' TO WS-RDE-HALLADO
    PERFORM VARYING WS-RDE-SUB FROM 1 BY 1
       UNTIL WS-RDE-SUB > WS-TOTAL-DESCUENTOS
       IF RDE-CLIENTE(WS-RDE-SUB) = VEN-ClienteId
          AND RDE-MONEDA(WS-RDE-SUB) = VEN-Moneda
          AND RDE-ORIGEN(WS-RDE-SUB) = VEN-OrigenPrecio
          MOVE 'S' TO WS-RDE-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-RDE-HALLADO = 'N'
       IF WS-TOTAL-DESCUENTOS < 300
          ADD 1 TO WS-TOTAL-DESCUENTOS
          MOVE WS-TOTAL-DESCUENTOS TO WS-RDE-SUB
          MOVE VEN-ClienteId TO RDE-CLIENTE(WS-RDE-SUB)
          MOVE VEN-Moneda TO RDE-MONEDA(WS-RDE-SUB)
          MOVE VEN-OrigenPrecio TO RDE-ORIGEN(WS-RDE-SUB)
          MOVE 0 TO RDE-UNIDADES(WS-RDE-SUB)
          MOVE 0 TO RDE-LISTA(WS-RDE-SUB)
          MOVE 0 TO RDE-COBRADO(WS-RDE-SUB)
       ELSE
          DISPLAY "ATENCION: MAS DE 300 COMBINACIONES CLIENTE/"
             "MONEDA/ORIGEN, NO SE CUENTA EL CLIENTE " VEN-ClienteId
          EXIT PARAGRAPH
       END-IF
    END-IF
    COMPUTE WS-IMPORTE-LISTA = VEN-Cantidad * VEN-PrecioLista
    COMPUTE WS-IMPORTE-COBRADO = VEN-Cantidad * VEN-PrecioUnitario
    ADD VEN-Cantidad TO RDE-UNIDADES(WS-RDE-SUB)
    ADD WS-IMPORTE-LISTA TO RDE-LISTA(WS-RDE-SUB)
    ADD WS-IMPORTE-COBRADO TO RDE-COBRADO(WS-RDE-SUB)
    PERFORM AcumularMoneda.

AcumularMoneda.
    MOVE 'N' TO WS-RMO-HALLADO
    PERFORM VARYING WS-RMO-SUB FROM 1 BY 1
       UNTIL WS-RMO-SUB > WS-TOTAL-MONEDAS
       IF RMO-MONEDA(WS-RMO-SUB) = VEN-Moneda
          MOVE 'S' TO WS-RMO-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-RMO-HALLADO = 'N'
       IF WS-TOTAL-MONEDAS < 10
          ADD 1 TO WS-TOTAL-MONEDAS
          MOVE WS-TOTAL-MONEDAS TO WS-RMO-SUB
          MOVE VEN-Moneda TO RMO-MONEDA(WS-RMO-SUB)
          MOVE 0 TO RMO-UNIDADES(WS-RMO-SUB)
          MOVE 0 TO RMO-LISTA(WS-RMO-SUB)
          MOVE 0 TO RMO-COBRADO(WS-RMO-SUB)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD VEN-Cantidad TO RMO-UNIDADES(WS-RMO-SUB)
    ADD WS-IMPORTE-LISTA TO RMO-LISTA(WS-RMO-SUB)
    ADD WS-IMPORTE-COBRADO TO RMO-COBRADO(WS-RMO-SUB).

ImprimirDescuentos.
    OPEN OUTPUT REPORTE-FILE
    MOVE SPACES TO WS-LINEA
    STRING "*** VENTAS DEBAJO DE LISTA POR CLIENTE, PERIODO "
       WS-PERIODO-REPORTE " ***" DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    PERFORM EscribirTitulos
    PERFORM VARYING WS-RDE-SUB FROM 1 BY 1
       UNTIL WS-RDE-SUB > WS-TOTAL-DESCUENTOS
       PERFORM BuscarNombreCliente
       MOVE SPACES TO WS-ETIQUETA
       STRING RDE-CLIENTE(WS-RDE-SUB) " " WS-CLIENTE-NOMBRE
          DELIMITED BY SIZE INTO WS-ETIQUETA
       EVALUATE RDE-ORIGEN(WS-RDE-SUB)
          WHEN 'C'
             MOVE "CONTRATO" TO WS-ORIGEN-TEXTO
          WHEN 'P'
             MOVE "PROMOCION" TO WS-ORIGEN-TEXTO
          WHEN 'A'
             MOVE "CONTRATO+PROMO" TO WS-ORIGEN-TEXTO
          WHEN 'Q'
             MOVE "COTIZACION" TO WS-ORIGEN-TEXTO
          WHEN OTHER
             MOVE "SIN ORIGEN" TO WS-ORIGEN-TEXTO
       END-EVALUATE
       MOVE RDE-MONEDA(WS-RDE-SUB) TO VEN-Moneda
       MOVE RDE-UNIDADES(WS-RDE-SUB) TO WS-UNIDADES-EDITADAS
       MOVE RDE-LISTA(WS-RDE-SUB) TO WS-IMPORTE-LISTA
       MOVE RDE-COBRADO(WS-RDE-SUB) TO WS-IMPORTE-COBRADO
       PERFORM EscribirLineaDescuento
    END-PERFORM
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    PERFORM VARYING WS-RMO-SUB FROM 1 BY 1
       UNTIL WS-RMO-SUB > WS-TOTAL-MONEDAS
       MOVE "TOTAL DEL PERIODO" TO WS-ETIQUETA
       MOVE SPACES TO WS-ORIGEN-TEXTO
       MOVE RMO-MONEDA(WS-RMO-SUB) TO VEN-Moneda
       MOVE RMO-UNIDADES(WS-RMO-SUB) TO WS-UNIDADES-EDITADAS
       MOVE RMO-LISTA(WS-RMO-SUB) TO WS-IMPORTE-LISTA
       MOVE RMO-COBRADO(WS-RMO-SUB) TO WS-IMPORTE-COBRADO
       PERFORM EscribirLineaDescuento
    END-PERFORM
    IF WS-TOTAL-DESCUENTOS = 0
       MOVE "NINGUNA VENTA DEL PERIODO QUEDO DEBAJO DE LA LISTA"
          TO REPORTE-LINEA
       WRITE REPORTE-LINEA
    END-IF
    CLOSE REPORTE-FILE.

EscribirTitulos.
    MOVE SPACES TO WS-LINEA
    STRING "CLIENTE                                ORIGEN          "
       "MON UNIDADES        A LISTA        COBRADO      DESCUENTO"
       "     %" DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA.

*> El descuento es lista menos cobrado y el porcentaje es sobre la
*> lista.
EscribirLineaDescuento.
    COMPUTE WS-DESCUENTO = WS-IMPORTE-LISTA - WS-IMPORTE-COBRADO
    IF WS-IMPORTE-LISTA = 0
       MOVE 0 TO WS-PORCENTAJE
    ELSE
       COMPUTE WS-PORCENTAJE ROUNDED =
          WS-DESCUENTO * 100 / WS-IMPORTE-LISTA
    END-IF
    MOVE WS-IMPORTE-LISTA TO WS-LISTA-EDITADA
    MOVE WS-IMPORTE-COBRADO TO WS-COBRADO-EDITADO
    MOVE WS-DESCUENTO TO WS-DESCUENTO-EDITADO
    MOVE WS-PORCENTAJE TO WS-PORCENTAJE-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING WS-ETIQUETA " " WS-ORIGEN-TEXTO " " VEN-Moneda " "
       WS-UNIDADES-EDITADAS " " WS-LISTA-EDITADA " "
       WS-COBRADO-EDITADO " " WS-DESCUENTO-EDITADO " "
       WS-PORCENTAJE-EDITADO
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA.

BuscarNombreCliente.
    MOVE "(NO FIGURA EN CLIENTES.DAT)" TO WS-CLIENTE-NOMBRE
    PERFORM VARYING WS-CLT-SUB FROM 1 BY 1
       UNTIL WS-CLT-SUB > WS-TOTAL-CLIENTES
       IF CLT-ID(WS-CLT-SUB) = RDE-CLIENTE(WS-RDE-SUB)
          MOVE CLT-NOMBRE(WS-CLT-SUB) TO WS-CLIENTE-NOMBRE
          EXIT PERFORM
       END-IF
    END-PERFORM.
