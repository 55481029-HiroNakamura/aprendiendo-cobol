IDENTIFICATION DIVISION.
PROGRAM-ID. LIQUIDARCOMISIONES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Las comisiones de los vendedores de la tienda se sacaban de
*> memoria y se discutian todos los meses. Este cierre mensual las
*> liquida para el mes AAAAMM de COMISIONES.CTL (sin control es el
*> mes anterior a la fecha de proceso, como REPORTEMARGEN) con lo
*> que VENTAS asento en VENTAS.DAT con el vendedor de cada orden:
*> la venta neta de cada vendedor es lo vendido 'V' al precio
*> cobrado (ya con la promocion o el precio de contrato, sin IVA)
*> menos las devoluciones 'D', que llevan el vendedor de la venta
*> original. El plan de cada vendedor esta en COMISIONES-PLAN.DAT
*> (mantenido a mano por la gerencia, como VENDEDORES.DAT): filas
*> de vendedor, Marca, volumen desde y porcentaje. Un plan plano es
*> una sola fila desde cero; uno escalonado tiene varias, y el
*> porcentaje que rige para toda la venta del mes es el del tramo
*> mas alto que el volumen alcanza. Las filas con Marca liquidan
*> aparte las ventas de esa Marca (la del codigo en ARTICULOS.DAT)
*> con sus propios tramos; las de Marca en blanco, todo lo demas.
*> Un mes con mas devoluciones que ventas deja comision negativa,
*> que sueldos descuenta. Por moneda, igual que REPORTEVENTAS.
*> El resumen por vendedor va a COMISIONES-VENDEDORES.TXT y la
*> interfaz a sueldos a NOMINA-COMISIONES.DAT con el formato H/D/T
*> de NOMINA-HORAS.DAT (encabezado con lote de SECUENCIAID y
*> periodo, un detalle por vendedor y moneda, trailer con conteo y
*> total de comisiones). Las ventas de un vendedor que no esta en
*> el maestro o que no tiene plan no comisionan y quedan como
*> excepcion, y la corrida termina con RC=4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT VENTAS-FILE ASSIGN TO "VENTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS.
SELECT VENDEDORES-FILE ASSIGN TO "VENDEDORES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENDEDORES.
SELECT PLAN-FILE ASSIGN TO "COMISIONES-PLAN.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PLAN.
SELECT COMISIONES-CTL ASSIGN TO "COMISIONES.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT REPORTE-FILE ASSIGN TO "COMISIONES-VENDEDORES.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REPORTE.
SELECT NOMINA-FILE ASSIGN TO "NOMINA-COMISIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-NOMINA.

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

FD VENDEDORES-FILE.
01 VENDEDORES-REGISTRO.
   05 VDD-Codigo PIC X(4).
   05 VDD-Nombre PIC X(30).
   05 VDD-Estado PIC X(1).

FD PLAN-FILE.
01 PLAN-REGISTRO.
   05 CPL-Vendedor PIC X(4).
   05 CPL-Marca PIC A(20).
   05 CPL-Desde PIC 9(7)V99.
   05 CPL-Porcentaje PIC 9(2)V99.

FD COMISIONES-CTL.
01 CTL-COMISIONES.
   05 CTL-PERIODO PIC 9(6).

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(110).

FD NOMINA-FILE.
01 NOMINA-DETALLE.
   05 NCD-Indicador PIC X(1).
   05 NCD-Vendedor PIC X(4).
   05 NCD-Periodo PIC 9(6).
   05 NCD-Moneda PIC X(3).
   05 NCD-VentaNeta PIC S9(9)V99 SIGN LEADING SEPARATE.
   05 NCD-Comision PIC S9(7)V99 SIGN LEADING SEPARATE.
01 NOMINA-ENCABEZADO.
   05 NCE-Indicador PIC X(1).
   05 NCE-LoteId PIC X(10).
   05 NCE-Periodo PIC 9(6).
01 NOMINA-TRAILER.
   05 NCT-Indicador PIC X(1).
   05 NCT-Conteo PIC 9(6).
   05 NCT-TotalComisiones PIC S9(9)V99 SIGN LEADING SEPARATE.

WORKING-STORAGE SECTION.
01 WS-ESTADO-VENTAS PIC X(2).
01 WS-ESTADO-VENDEDORES PIC X(2).
01 WS-ESTADO-PLAN PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-ESTADO-NOMINA PIC X(2).
01 WS-EOF-VENTAS PIC A(1) VALUE 'N'.
01 WS-EOF-VENDEDORES PIC A(1) VALUE 'N'.
01 WS-EOF-PLAN PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).
01 WS-PERIODO PIC 9(6).
01 WS-ANIO PIC 9(4).
01 WS-MES PIC 9(2).
01 WS-LINEA PIC X(110).
01 WS-LOTE-SECUENCIA PIC 9(7).
01 WS-EXCEPCIONES PIC 9(4) VALUE 0.
01 WS-DETALLES PIC 9(6) VALUE 0.
01 WS-TOTAL-COMISIONES PIC S9(9)V99 VALUE 0.

*> Los vendedores del maestro, en su orden, con su nombre.
01 WS-TABLA-VENDEDORES.
   05 WS-VENDEDOR-FILA OCCURS 50 TIMES.
      10 VDT-CODIGO PIC X(4).
      10 VDT-NOMBRE PIC X(30).
      10 VDT-ESTADO PIC X(1).
01 WS-TOTAL-VENDEDORES PIC 9(2) VALUE 0.
01 WS-VDT-SUB PIC 9(2).
01 WS-VDT-HALLADO PIC A(1).

*> Los tramos de cada plan: vendedor, Marca (en blanco es el resto
*> de las Marcas), volumen desde el que rige y porcentaje.
01 WS-TABLA-PLAN.
   05 WS-PLAN-FILA OCCURS 200 TIMES.
      10 TPL-VENDEDOR PIC X(4).
      10 TPL-MARCA PIC A(20).
      10 TPL-DESDE PIC 9(7)V99.
      10 TPL-PORCENTAJE PIC 9(2)V99.
01 WS-TOTAL-PLAN PIC 9(3) VALUE 0.
01 WS-TPL-SUB PIC 9(3).
01 WS-TIENE-PLAN PIC A(1).
01 WS-ALCANCE PIC A(20).
01 WS-DESDE-ELEGIDO PIC 9(7)V99.
01 WS-PORCENTAJE PIC 9(2)V99.

*> Lo vendido y lo devuelto en el mes por vendedor, moneda y
*> alcance del plan (la Marca con tramos propios, o en blanco).
01 WS-TABLA-ACUMULADO.
   05 WS-ACUMULADO-FILA OCCURS 300 TIMES.
      10 ACU-VENDEDOR PIC X(4).
      10 ACU-MONEDA PIC X(3).
      10 ACU-ALCANCE PIC A(20).
      10 ACU-VENTAS PIC 9(9)V99.
      10 ACU-DEVOLUCIONES PIC 9(9)V99.
01 WS-TOTAL-ACUMULADO PIC 9(3) VALUE 0.
01 WS-ACU-SUB PIC 9(3).
01 WS-ACU-HALLADO PIC A(1).

*> Las comisiones del vendedor en curso por moneda, para la linea
*> de sueldos.
01 WS-TABLA-MONEDAS.
   05 WS-MONEDA-FILA OCCURS 10 TIMES.
      10 RMO-MONEDA PIC X(3).
      10 RMO-NETA PIC S9(9)V99.
      10 RMO-COMISION PIC S9(7)V99.
01 WS-TOTAL-MONEDAS PIC 9(2) VALUE 0.
01 WS-RMO-SUB PIC 9(2).

01 WS-IMPORTE PIC 9(9)V99.
01 WS-NETA PIC S9(9)V99.
01 WS-VOLUMEN PIC 9(9)V99.
01 WS-COMISION PIC S9(7)V99.
01 WS-ETIQUETA PIC X(20).
01 WS-VENTAS-EDITADO PIC $$$,$$$,$$9.99.
01 WS-DEVOLUCIONES-EDITADO PIC $$$,$$$,$$9.99.
01 WS-NETA-EDITADO PIC $$$,$$$,$$9.99-.
01 WS-PORCENTAJE-EDITADO PIC Z9.99.
01 WS-COMISION-EDITADO PIC $$,$$$,$$9.99-.

COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "LIQUIDARCOMISIONES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM LeerControl
    PERFORM CargarVendedores
    IF WS-TOTAL-VENDEDORES = 0
       DISPLAY "NO HAY VENDEDORES.DAT PARA LIQUIDAR COMISIONES"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarPlan
    OPEN INPUT VENTAS-FILE
    IF WS-ESTADO-VENTAS NOT = "00"
       DISPLAY "NO HAY VENTAS.DAT PARA PROCESAR"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM UNTIL WS-EOF-VENTAS = 'Y'
       READ VENTAS-FILE
          AT END MOVE 'Y' TO WS-EOF-VENTAS
          NOT AT END
             IF VEN-Fecha(1:6) = WS-PERIODO
                AND VEN-Vendedor NOT = SPACES
                AND VEN-Vendedor IS NOT = LOW-VALUES
                PERFORM AcumularVenta
             END-IF
       END-READ
    END-PERFORM
    CLOSE VENTAS-FILE
    PERFORM LiquidarComisiones
    PERFORM ImprimirExcepciones
    IF WS-EXCEPCIONES > 0
       MOVE 4 TO RETURN-CODE
    END-IF.
FinInicio.
DISPLAY "JOB LIQUIDARCOMISIONES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> El mes a liquidar viene de COMISIONES.CTL; sin control es el
*> mes anterior al de la fecha de proceso.
LeerControl.
    MOVE WS-FECHA-HOY(1:4) TO WS-ANIO
    MOVE WS-FECHA-HOY(5:2) TO WS-MES
    IF WS-MES = 1
       MOVE 12 TO WS-MES
       SUBTRACT 1 FROM WS-ANIO
    ELSE
       SUBTRACT 1 FROM WS-MES
    END-IF
    COMPUTE WS-PERIODO = WS-ANIO * 100 + WS-MES
    OPEN INPUT COMISIONES-CTL
    IF WS-ESTADO-CTL = "00"
       READ COMISIONES-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-PERIODO IS NUMERIC AND CTL-PERIODO > 0
                MOVE CTL-PERIODO TO WS-PERIODO
             END-IF
       END-READ
       CLOSE COMISIONES-CTL
    END-IF.

*> Entran tambien los dados de baja: lo que vendieron en el mes
*> antes de irse se les liquida igual.
CargarVendedores.
    OPEN INPUT VENDEDORES-FILE
    IF WS-ESTADO-VENDEDORES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-VENDEDORES = 'Y'
       READ VENDEDORES-FILE
          AT END MOVE 'Y' TO WS-EOF-VENDEDORES
          NOT AT END
             IF WS-TOTAL-VENDEDORES < 50
                ADD 1 TO WS-TOTAL-VENDEDORES
                MOVE VDD-Codigo TO VDT-CODIGO(WS-TOTAL-VENDEDORES)
                MOVE VDD-Nombre TO VDT-NOMBRE(WS-TOTAL-VENDEDORES)
                MOVE VDD-Estado TO VDT-ESTADO(WS-TOTAL-VENDEDORES)
             ELSE
                DISPLAY "ATENCION: MAS DE 50 VENDEDORES, SE PIERDE "
                   VDD-Codigo
             END-IF
       END-READ
    END-PERFORM
    CLOSE VENDEDORES-FILE.

CargarPlan.
    OPEN INPUT PLAN-FILE
    IF WS-ESTADO-PLAN NOT = "00"
       DISPLAY "AVISO: NO HAY COMISIONES-PLAN.DAT, NINGUN VENDEDOR "
          "TIENE PLAN"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PLAN = 'Y'
       READ PLAN-FILE
          AT END MOVE 'Y' TO WS-EOF-PLAN
          NOT AT END
             IF CPL-Desde IS NUMERIC AND CPL-Porcentaje IS NUMERIC
                IF WS-TOTAL-PLAN < 200
                   ADD 1 TO WS-TOTAL-PLAN
                   MOVE CPL-Vendedor TO TPL-VENDEDOR(WS-TOTAL-PLAN)
                   MOVE CPL-Marca TO TPL-MARCA(WS-TOTAL-PLAN)
                   MOVE CPL-Desde TO TPL-DESDE(WS-TOTAL-PLAN)
                   MOVE CPL-Porcentaje
                      TO TPL-PORCENTAJE(WS-TOTAL-PLAN)
                ELSE
                   DISPLAY "ATENCION: MAS DE 200 TRAMOS DE PLAN, SE "
                      "PIERDE " CPL-Vendedor " " CPL-Marca
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE PLAN-FILE.

*> La fila va al alcance de su Marca si el plan del vendedor tiene
*> tramos para esa Marca, y si no al alcance general (en blanco).
AcumularVenta.
    MOVE VEN-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE SPACES TO WS-ALCANCE
    PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
       UNTIL WS-TPL-SUB > WS-TOTAL-PLAN
       IF TPL-VENDEDOR(WS-TPL-SUB) = VEN-Vendedor
          AND TPL-MARCA(WS-TPL-SUB) = WS-ART-MARCA
          AND WS-ART-MARCA NOT = SPACES
          MOVE WS-ART-MARCA TO WS-ALCANCE
          EXIT PERFORM
       END-IF
    END-PERFORM
    MOVE 'N' TO WS-ACU-HALLADO
    PERFORM VARYING WS-ACU-SUB FROM 1 BY 1
       UNTIL WS-ACU-SUB > WS-TOTAL-ACUMULADO
       IF ACU-VENDEDOR(WS-ACU-SUB) = VEN-Vendedor
          AND ACU-MONEDA(WS-ACU-SUB) = VEN-Moneda
          AND ACU-ALCANCE(WS-ACU-SUB) = WS-ALCANCE
          MOVE 'S' TO WS-ACU-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-ACU-HALLADO = 'N'
       IF WS-TOTAL-ACUMULADO < 300
          ADD 1 TO WS-TOTAL-ACUMULADO
          MOVE WS-TOTAL-ACUMULADO TO WS-ACU-SUB
          MOVE VEN-Vendedor TO ACU-VENDEDOR(WS-ACU-SUB)
          MOVE VEN-Moneda TO ACU-MONEDA(WS-ACU-SUB)
          MOVE WS-ALCANCE TO ACU-ALCANCE(WS-ACU-SUB)
          MOVE 0 TO ACU-VENTAS(WS-ACU-SUB)
          MOVE 0 TO ACU-DEVOLUCIONES(WS-ACU-SUB)
       ELSE
          ADD 1 TO WS-EXCEPCIONES
          DISPLAY "ATENCION: MAS DE 300 COMBINACIONES VENDEDOR/"
             "MONEDA/MARCA, NO SE LIQUIDA " VEN-Vendedor " "
             VEN-Codigo " DEL " VEN-Fecha
          EXIT PARAGRAPH
       END-IF
    END-IF
    COMPUTE WS-IMPORTE = VEN-Cantidad * VEN-PrecioUnitario
    IF VEN-Tipo = 'D'
       ADD WS-IMPORTE TO ACU-DEVOLUCIONES(WS-ACU-SUB)
    ELSE
       ADD WS-IMPORTE TO ACU-VENTAS(WS-ACU-SUB)
    END-IF.

*> Un resumen por vendedor del maestro, con una linea por moneda y
*> alcance, y una linea de sueldos por moneda.
LiquidarComisiones.
    CALL "SECUENCIAID" USING WS-LOTE-SECUENCIA
    OPEN OUTPUT REPORTE-FILE
    OPEN OUTPUT NOMINA-FILE
    MOVE 'H' TO NCE-Indicador
    MOVE SPACES TO NCE-LoteId
    MOVE "NC" TO NCE-LoteId(1:2)
    MOVE WS-LOTE-SECUENCIA TO NCE-LoteId(3:7)
    MOVE WS-PERIODO TO NCE-Periodo
    WRITE NOMINA-ENCABEZADO
    MOVE SPACES TO WS-LINEA
    STRING "*** COMISIONES DE VENDEDORES DEL PERIODO " WS-PERIODO
       " (LOTE NC" WS-LOTE-SECUENCIA ") ***"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    PERFORM VARYING WS-VDT-SUB FROM 1 BY 1
       UNTIL WS-VDT-SUB > WS-TOTAL-VENDEDORES
       PERFORM LiquidarUnVendedor
    END-PERFORM
    MOVE 'T' TO NCT-Indicador
    MOVE WS-DETALLES TO NCT-Conteo
    MOVE WS-TOTAL-COMISIONES TO NCT-TotalComisiones
    WRITE NOMINA-TRAILER
    CLOSE NOMINA-FILE
    MOVE WS-TOTAL-COMISIONES TO WS-COMISION-EDITADO
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "TOTAL DE COMISIONES DEL PERIODO: " WS-COMISION-EDITADO
       "  (" WS-DETALLES " LINEAS A SUELDOS)"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    CLOSE REPORTE-FILE
    DISPLAY "LOTE NC" WS-LOTE-SECUENCIA " GRABADO EN "
       "NOMINA-COMISIONES.DAT: " WS-DETALLES " LINEAS, "
       WS-COMISION-EDITADO " DE COMISIONES".

LiquidarUnVendedor.
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "VENDEDOR " VDT-CODIGO(WS-VDT-SUB) " "
       VDT-NOMBRE(WS-VDT-SUB) DELIMITED BY SIZE INTO WS-LINEA
    IF VDT-ESTADO(WS-VDT-SUB) = 'B'
       MOVE "(DADO DE BAJA)" TO WS-LINEA(45:14)
    END-IF
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "  ALCANCE              MON         VENTAS   DEVOLUCIONES"
       "           NETO      %       COMISION"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE 0 TO WS-TOTAL-MONEDAS
    PERFORM VARYING WS-ACU-SUB FROM 1 BY 1
       UNTIL WS-ACU-SUB > WS-TOTAL-ACUMULADO
       IF ACU-VENDEDOR(WS-ACU-SUB) = VDT-CODIGO(WS-VDT-SUB)
          PERFORM LiquidarUnAlcance
       END-IF
    END-PERFORM
    IF WS-TOTAL-MONEDAS = 0
       MOVE "  (SIN VENTAS EN EL PERIODO)" TO REPORTE-LINEA
       WRITE REPORTE-LINEA
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-RMO-SUB FROM 1 BY 1
       UNTIL WS-RMO-SUB > WS-TOTAL-MONEDAS
       MOVE 'D' TO NCD-Indicador
       MOVE VDT-CODIGO(WS-VDT-SUB) TO NCD-Vendedor
       MOVE WS-PERIODO TO NCD-Periodo
       MOVE RMO-MONEDA(WS-RMO-SUB) TO NCD-Moneda
       MOVE RMO-NETA(WS-RMO-SUB) TO NCD-VentaNeta
       MOVE RMO-COMISION(WS-RMO-SUB) TO NCD-Comision
       WRITE NOMINA-DETALLE
       ADD 1 TO WS-DETALLES
       ADD RMO-COMISION(WS-RMO-SUB) TO WS-TOTAL-COMISIONES
       MOVE RMO-COMISION(WS-RMO-SUB) TO WS-COMISION-EDITADO
       MOVE SPACES TO WS-LINEA
       STRING "  COMISION A PAGAR EN " RMO-MONEDA(WS-RMO-SUB) ": "
          WS-COMISION-EDITADO DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO REPORTE-LINEA
       WRITE REPORTE-LINEA
    END-PERFORM.

*> El tramo que rige es el de Desde mas alto que no supera la venta
*> neta (una neta negativa se mide como cero, y le toca el
*> porcentaje del tramo desde cero si lo hay); sin tramos para el
*> alcance la linea no comisiona y queda como excepcion.
LiquidarUnAlcance.
    COMPUTE WS-NETA = ACU-VENTAS(WS-ACU-SUB)
       - ACU-DEVOLUCIONES(WS-ACU-SUB)
    IF WS-NETA > 0
       MOVE WS-NETA TO WS-VOLUMEN
    ELSE
       MOVE 0 TO WS-VOLUMEN
    END-IF
    MOVE 'N' TO WS-TIENE-PLAN
    MOVE 0 TO WS-PORCENTAJE
    MOVE 0 TO WS-DESDE-ELEGIDO
    PERFORM VARYING WS-TPL-SUB FROM 1 BY 1
       UNTIL WS-TPL-SUB > WS-TOTAL-PLAN
       IF TPL-VENDEDOR(WS-TPL-SUB) = ACU-VENDEDOR(WS-ACU-SUB)
          AND TPL-MARCA(WS-TPL-SUB) = ACU-ALCANCE(WS-ACU-SUB)
          MOVE 'S' TO WS-TIENE-PLAN
          IF TPL-DESDE(WS-TPL-SUB) <= WS-VOLUMEN
             AND TPL-DESDE(WS-TPL-SUB) >= WS-DESDE-ELEGIDO
             MOVE TPL-DESDE(WS-TPL-SUB) TO WS-DESDE-ELEGIDO
             MOVE TPL-PORCENTAJE(WS-TPL-SUB) TO WS-PORCENTAJE
          END-IF
       END-IF
    END-PERFORM
    IF ACU-ALCANCE(WS-ACU-SUB) = SPACES
       MOVE "(TODAS LAS MARCAS)" TO WS-ETIQUETA
    ELSE
       MOVE ACU-ALCANCE(WS-ACU-SUB) TO WS-ETIQUETA
    END-IF
    IF WS-TIENE-PLAN = 'N'
       ADD 1 TO WS-EXCEPCIONES
       DISPLAY "EXCEPCION: VENDEDOR " ACU-VENDEDOR(WS-ACU-SUB)
          " SIN PLAN EN COMISIONES-PLAN.DAT PARA "
          WS-ETIQUETA ", NO COMISIONA"
    END-IF
    COMPUTE WS-COMISION ROUNDED = WS-NETA * WS-PORCENTAJE / 100
    MOVE ACU-VENTAS(WS-ACU-SUB) TO WS-VENTAS-EDITADO
    MOVE ACU-DEVOLUCIONES(WS-ACU-SUB) TO WS-DEVOLUCIONES-EDITADO
    MOVE WS-NETA TO WS-NETA-EDITADO
    MOVE WS-PORCENTAJE TO WS-PORCENTAJE-EDITADO
    MOVE WS-COMISION TO WS-COMISION-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING "  " WS-ETIQUETA " " ACU-MONEDA(WS-ACU-SUB) " "
       WS-VENTAS-EDITADO " " WS-DEVOLUCIONES-EDITADO " "
       WS-NETA-EDITADO " " WS-PORCENTAJE-EDITADO " "
       WS-COMISION-EDITADO DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    PERFORM VARYING WS-RMO-SUB FROM 1 BY 1
       UNTIL WS-RMO-SUB > WS-TOTAL-MONEDAS
       IF RMO-MONEDA(WS-RMO-SUB) = ACU-MONEDA(WS-ACU-SUB)
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-RMO-SUB > WS-TOTAL-MONEDAS
       IF WS-TOTAL-MONEDAS >= 10
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-TOTAL-MONEDAS
       MOVE WS-TOTAL-MONEDAS TO WS-RMO-SUB
       MOVE ACU-MONEDA(WS-ACU-SUB) TO RMO-MONEDA(WS-RMO-SUB)
       MOVE 0 TO RMO-NETA(WS-RMO-SUB)
       MOVE 0 TO RMO-COMISION(WS-RMO-SUB)
    END-IF
    ADD WS-NETA TO RMO-NETA(WS-RMO-SUB)
    ADD WS-COMISION TO RMO-COMISION(WS-RMO-SUB).

*> Lo vendido con un codigo de vendedor que no esta en el maestro
*> no tiene a quien liquidarse.
ImprimirExcepciones.
    PERFORM VARYING WS-ACU-SUB FROM 1 BY 1
       UNTIL WS-ACU-SUB > WS-TOTAL-ACUMULADO
       MOVE 'N' TO WS-VDT-HALLADO
       PERFORM VARYING WS-VDT-SUB FROM 1 BY 1
          UNTIL WS-VDT-SUB > WS-TOTAL-VENDEDORES
          IF VDT-CODIGO(WS-VDT-SUB) = ACU-VENDEDOR(WS-ACU-SUB)
             MOVE 'S' TO WS-VDT-HALLADO
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF WS-VDT-HALLADO = 'N'
          ADD 1 TO WS-EXCEPCIONES
          COMPUTE WS-NETA = ACU-VENTAS(WS-ACU-SUB)
             - ACU-DEVOLUCIONES(WS-ACU-SUB)
          MOVE WS-NETA TO WS-NETA-EDITADO
          DISPLAY "EXCEPCION: VENDEDOR " ACU-VENDEDOR(WS-ACU-SUB)
             " NO ESTA EN VENDEDORES.DAT, VENTA NETA "
             WS-NETA-EDITADO " " ACU-MONEDA(WS-ACU-SUB)
             " SIN LIQUIDAR"
       END-IF
    END-PERFORM.
