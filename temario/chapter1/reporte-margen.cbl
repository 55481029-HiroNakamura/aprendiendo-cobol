IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTEMARGEN.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Margen bruto mensual: recorre VENTAS.DAT y, para el mes pedido
*> en MARGEN.CTL (AAAAMM; sin control es el mes anterior a la fecha
*> de proceso, como REPORTEIVA), totaliza por Marca (la del codigo
*> en ARTICULOS.DAT) y por cliente el ingreso neto, el costo de lo
*> vendido que VENTAS congelo en VEN-CostoVenta al consumir las
*> capas de costo, el margen y el porcentaje de margen sobre el
*> ingreso, separando por moneda igual que REPORTEVENTAS. Las
*> devoluciones 'D' restan ingreso y costo. Las filas asentadas
*> antes del costeo no traen costo y se cuentan aparte, sin sumar,
*> para no inflar el margen con ingreso sin costo. Todo queda en
*> MARGEN-BRUTO.TXT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT VENTAS-FILE ASSIGN TO "VENTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS.
SELECT MARGEN-CTL ASSIGN TO "MARGEN.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CLIENTES.
SELECT REPORTE-FILE ASSIGN TO "MARGEN-BRUTO.TXT"
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

FD MARGEN-CTL.
01 CTL-MARGEN.
   05 CTL-PERIODO PIC 9(6).

FD CLIENTES-FILE.
01 CLIENTES-REGISTRO.
   05 CLI-Id PIC 9(7).
   05 CLI-Nombre PIC X(30).

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(100).

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
01 WS-INGRESO PIC S9(9)V99.
01 WS-COSTO PIC S9(9)V99.
01 WS-MARGEN PIC S9(9)V99.
01 WS-PORCENTAJE PIC S9(5)V9.
01 WS-FILAS-MES PIC 9(5) VALUE 0.
01 WS-SIN-COSTO PIC 9(5) VALUE 0.
01 WS-LINEA PIC X(100).
01 WS-ETIQUETA PIC X(30).
01 WS-MONEDA-LINEA PIC X(3).
01 WS-INGRESO-EDITADO PIC $$$,$$$,$$9.99-.
01 WS-COSTO-EDITADO PIC $$$,$$$,$$9.99-.
01 WS-MARGEN-EDITADO PIC $$$,$$$,$$9.99-.
01 WS-PORCENTAJE-EDITADO PIC ---9.9.

*> Acumulado por Marca y moneda, y por cliente y moneda, tablas
*> por clave con busqueda lineal como WS-TABLA-RESUMEN en
*> REPORTEVENTAS; el total por moneda cierra el reporte.
01 WS-TABLA-MARCAS.
   05 WS-MARCA-FILA OCCURS 100 TIMES.
      10 RMA-MARCA PIC A(20).
      10 RMA-MONEDA PIC X(3).
      10 RMA-INGRESO PIC S9(9)V99.
      10 RMA-COSTO PIC S9(9)V99.
01 WS-TOTAL-MARCAS PIC 9(3) VALUE 0.
01 WS-RMA-SUB PIC 9(3).
01 WS-RMA-HALLADO PIC A(1).

01 WS-TABLA-CLIENTES-MARGEN.
   05 WS-CLIENTE-MARGEN-FILA OCCURS 200 TIMES.
      10 RCL-CLIENTE PIC 9(7).
      10 RCL-MONEDA PIC X(3).
      10 RCL-INGRESO PIC S9(9)V99.
      10 RCL-COSTO PIC S9(9)V99.
01 WS-TOTAL-CLIENTES-MARGEN PIC 9(3) VALUE 0.
01 WS-RCL-SUB PIC 9(3).
01 WS-RCL-HALLADO PIC A(1).

01 WS-TABLA-MONEDAS.
   05 WS-MONEDA-FILA OCCURS 10 TIMES.
      10 RMO-MONEDA PIC X(3).
      10 RMO-INGRESO PIC S9(9)V99.
      10 RMO-COSTO PIC S9(9)V99.
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

*> La Marca de cada codigo vendido.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTEMARGEN".

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
                   PERFORM AcumularMargen
                END-IF
          END-READ
       END-PERFORM
       CLOSE VENTAS-FILE
       PERFORM ImprimirMargen
       IF WS-SIN-COSTO > 0
          MOVE 4 TO RETURN-CODE
       END-IF
       DISPLAY "FILAS DEL PERIODO " WS-PERIODO-REPORTE ": "
          WS-FILAS-MES "  SIN COSTO (ANTERIORES AL COSTEO): "
          WS-SIN-COSTO
    END-IF.
DISPLAY "JOB REPORTEMARGEN COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> El mes a reportar viene de MARGEN.CTL; sin control es el mes
*> anterior al de la fecha de proceso.
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
    OPEN INPUT MARGEN-CTL
    IF WS-ESTADO-CTL = "00"
       READ MARGEN-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-PERIODO IS NUMERIC AND CTL-PERIODO > 0
                MOVE CTL-PERIODO TO WS-PERIODO-REPORTE
             END-IF
       END-READ
       CLOSE MARGEN-CTL
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

*> La fila suma (o resta si es una devolucion 'D') su ingreso neto
*> y su costo a la Marca, al cliente y a la moneda.
AcumularMargen.
    IF VEN-CostoVenta IS NOT NUMERIC
       ADD 1 TO WS-SIN-COSTO
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-INGRESO = VEN-Cantidad * VEN-PrecioUnitario
    MOVE VEN-CostoVenta TO WS-COSTO
    IF VEN-Tipo = 'D'
       COMPUTE WS-INGRESO = 0 - WS-INGRESO
       COMPUTE WS-COSTO = 0 - WS-COSTO
    END-IF
    PERFORM AcumularMarca
    PERFORM AcumularCliente
    PERFORM AcumularMoneda.

AcumularMarca.
    MOVE VEN-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE 'N' TO WS-RMA-HALLADO
    PERFORM VARYING WS-RMA-SUB FROM 1 BY 1
       UNTIL WS-RMA-SUB > WS-TOTAL-MARCAS
       IF RMA-MARCA(WS-RMA-SUB) = WS-ART-MARCA
          AND RMA-MONEDA(WS-RMA-SUB) = VEN-Moneda
          MOVE 'S' TO WS-RMA-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-RMA-HALLADO = 'N'
       IF WS-TOTAL-MARCAS < 100
          ADD 1 TO WS-TOTAL-MARCAS
          MOVE WS-TOTAL-MARCAS TO WS-RMA-SUB
          MOVE WS-ART-MARCA TO RMA-MARCA(WS-RMA-SUB)
          MOVE VEN-Moneda TO RMA-MONEDA(WS-RMA-SUB)
          MOVE 0 TO RMA-INGRESO(WS-RMA-SUB)
          MOVE 0 TO RMA-COSTO(WS-RMA-SUB)
       ELSE
          DISPLAY "ATENCION: MAS DE 100 COMBINACIONES MARCA/MONEDA, "
             "NO SE CUENTA " VEN-Codigo " EN LA MARCA"
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD WS-INGRESO TO RMA-INGRESO(WS-RMA-SUB)
    ADD WS-COSTO TO RMA-COSTO(WS-RMA-SUB).

AcumularCliente.
    MOVE 'N' TO WS-RCL-HALLADO
    PERFORM VARYING WS-RCL-SUB FROM 1 BY 1
       UNTIL WS-RCL-SUB > WS-TOTAL-CLIENTES-MARGEN
       IF RCL-CLIENTE(WS-RCL-SUB) = VEN-ClienteId
          AND RCL-MONEDA(WS-RCL-SUB) = VEN-Moneda
          MOVE 'S' TO WS-RCL-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-RCL-HALLADO = 'N'
       IF WS-TOTAL-CLIENTES-MARGEN < 200
          ADD 1 TO WS-TOTAL-CLIENTES-MARGEN
          MOVE WS-TOTAL-CLIENTES-MARGEN TO WS-RCL-SUB
          MOVE VEN-ClienteId TO RCL-CLIENTE(WS-RCL-SUB)
          MOVE VEN-Moneda TO RCL-MONEDA(WS-RCL-SUB)
          MOVE 0 TO RCL-INGRESO(WS-RCL-SUB)
          MOVE 0 TO RCL-COSTO(WS-RCL-SUB)
       ELSE
          DISPLAY "ATENCION: MAS DE 200 COMBINACIONES CLIENTE/MONEDA,"
             " NO SE CUENTA EL CLIENTE " VEN-ClienteId
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD WS-INGRESO TO RCL-INGRESO(WS-RCL-SUB)
    ADD WS-COSTO TO RCL-COSTO(WS-RCL-SUB).

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
          MOVE 0 TO RMO-INGRESO(WS-RMO-SUB)
          MOVE 0 TO RMO-COSTO(WS-RMO-SUB)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD WS-INGRESO TO RMO-INGRESO(WS-RMO-SUB)
    ADD WS-COSTO TO RMO-COSTO(WS-RMO-SUB).

ImprimirMargen.
    OPEN OUTPUT REPORTE-FILE
    MOVE SPACES TO WS-LINEA
    STRING "*** MARGEN BRUTO DEL PERIODO " WS-PERIODO-REPORTE
       " ***" DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE "POR MARCA" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    PERFORM EscribirTitulos
    PERFORM VARYING WS-RMA-SUB FROM 1 BY 1
       UNTIL WS-RMA-SUB > WS-TOTAL-MARCAS
       MOVE RMA-MARCA(WS-RMA-SUB) TO WS-ETIQUETA
       MOVE RMA-MONEDA(WS-RMA-SUB) TO WS-MONEDA-LINEA
       MOVE RMA-INGRESO(WS-RMA-SUB) TO WS-INGRESO
       MOVE RMA-COSTO(WS-RMA-SUB) TO WS-COSTO
       PERFORM EscribirLineaMargen
    END-PERFORM
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE "POR CLIENTE" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    PERFORM EscribirTitulos
    PERFORM VARYING WS-RCL-SUB FROM 1 BY 1
       UNTIL WS-RCL-SUB > WS-TOTAL-CLIENTES-MARGEN
       PERFORM BuscarNombreCliente
       MOVE SPACES TO WS-ETIQUETA
       STRING RCL-CLIENTE(WS-RCL-SUB) " " WS-CLIENTE-NOMBRE
          DELIMITED BY SIZE INTO WS-ETIQUETA
       MOVE RCL-MONEDA(WS-RCL-SUB) TO WS-MONEDA-LINEA
       MOVE RCL-INGRESO(WS-RCL-SUB) TO WS-INGRESO
       MOVE RCL-COSTO(WS-RCL-SUB) TO WS-COSTO
       PERFORM EscribirLineaMargen
    END-PERFORM
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    PERFORM VARYING WS-RMO-SUB FROM 1 BY 1
       UNTIL WS-RMO-SUB > WS-TOTAL-MONEDAS
       MOVE "TOTAL DEL PERIODO" TO WS-ETIQUETA
       MOVE RMO-MONEDA(WS-RMO-SUB) TO WS-MONEDA-LINEA
       MOVE RMO-INGRESO(WS-RMO-SUB) TO WS-INGRESO
       MOVE RMO-COSTO(WS-RMO-SUB) TO WS-COSTO
       PERFORM EscribirLineaMargen
    END-PERFORM
    IF WS-SIN-COSTO > 0
       MOVE SPACES TO WS-LINEA
       STRING "ATENCION: " WS-SIN-COSTO " FILA(S) DEL PERIODO SIN "
          "COSTO (ANTERIORES AL COSTEO) NO SUMAN AL MARGEN"
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO REPORTE-LINEA
       WRITE REPORTE-LINEA
    END-IF
    CLOSE REPORTE-FILE.

EscribirTitulos.
    MOVE SPACES TO WS-LINEA
    STRING "                               MON         INGRESO"
       "           COSTO          MARGEN      %"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA.

*> El margen es ingreso menos costo, y el porcentaje es sobre el
*> ingreso; sin ingreso (solo devoluciones netas en cero) no hay
*> porcentaje que mostrar.
EscribirLineaMargen.
    COMPUTE WS-MARGEN = WS-INGRESO - WS-COSTO
    IF WS-INGRESO = 0
       MOVE 0 TO WS-PORCENTAJE
    ELSE
       COMPUTE WS-PORCENTAJE ROUNDED =
          WS-MARGEN * 100 / WS-INGRESO
    END-IF
    MOVE WS-INGRESO TO WS-INGRESO-EDITADO
    MOVE WS-COSTO TO WS-COSTO-EDITADO
    MOVE WS-MARGEN TO WS-MARGEN-EDITADO
    MOVE WS-PORCENTAJE TO WS-PORCENTAJE-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING WS-ETIQUETA " " WS-MONEDA-LINEA " " WS-INGRESO-EDITADO
       " " WS-COSTO-EDITADO " " WS-MARGEN-EDITADO " "
       WS-PORCENTAJE-EDITADO
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA.

BuscarNombreCliente.
    MOVE "(NO FIGURA EN CLIENTES.DAT)" TO WS-CLIENTE-NOMBRE
    PERFORM VARYING WS-CLT-SUB FROM 1 BY 1
       UNTIL WS-CLT-SUB > WS-TOTAL-CLIENTES
       IF CLT-ID(WS-CLT-SUB) = RCL-CLIENTE(WS-RCL-SUB)
          MOVE CLT-NOMBRE(WS-CLT-SUB) TO WS-CLIENTE-NOMBRE
          EXIT PERFORM
       END-IF
    END-PERFORM.
