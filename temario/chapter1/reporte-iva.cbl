IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTEIVA.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Resumen mensual de IVA para la declaracion: recorre VENTAS.DAT y
*> totaliza, para el mes pedido en IVA.CTL (AAAAMM; sin control es
*> el mes anterior a la fecha de proceso, que es el que se declara),
*> la base neta y el impuesto cobrado por tasa y moneda, con la
*> cantidad de comprobantes. Las devoluciones 'D' restan base e
*> impuesto, asi lo que se declara es el IVA neto de notas de
*> credito. Las filas asentadas antes de que VENTAS calculara IVA
*> no traen tasa y se cuentan aparte, sin sumar al impuesto.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT VENTAS-FILE ASSIGN TO "VENTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS.
SELECT IVA-CTL ASSIGN TO "IVA.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.

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

FD IVA-CTL.
01 CTL-IVA.
   05 CTL-PERIODO PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-ESTADO-VENTAS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-EOF-VENTAS PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).
01 WS-PERIODO-REPORTE PIC 9(6).
01 WS-ANIO PIC 9(4).
01 WS-MES PIC 9(2).
01 WS-NETO PIC 9(8)V99.
01 WS-IMPORTE-EDITADO PIC $$$,$$$,$$$.99-.
01 WS-TASA-EDITADA PIC Z9.99.
01 WS-FILAS-MES PIC 9(5) VALUE 0.
01 WS-SIN-TASA PIC 9(5) VALUE 0.

*> Acumulado por tasa y moneda, tabla por clave con busqueda lineal
*> como WS-TABLA-RESUMEN en REPORTEVENTAS.
01 WS-TABLA-IVA.
   05 WS-IVA-FILA OCCURS 50 TIMES.
      10 RIV-TASA PIC 9(2)V99.
      10 RIV-MONEDA PIC X(3).
      10 RIV-COMPROBANTES PIC 9(5).
      10 RIV-BASE PIC S9(9)V99.
      10 RIV-IMPUESTO PIC S9(9)V99.
01 WS-TOTAL-IVA PIC 9(2) VALUE 0.
01 WS-RIV-SUB PIC 9(2).
01 WS-RIV-HALLADO PIC A(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTEIVA".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    PERFORM LeerPeriodoReporte
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
                   PERFORM AcumularIva
                END-IF
          END-READ
       END-PERFORM
       CLOSE VENTAS-FILE
       PERFORM ImprimirResumen
    END-IF.
DISPLAY "JOB REPORTEIVA COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> El mes a declarar viene de IVA.CTL; sin control es el mes
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
    OPEN INPUT IVA-CTL
    IF WS-ESTADO-CTL = "00"
       READ IVA-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-PERIODO IS NUMERIC AND CTL-PERIODO > 0
                MOVE CTL-PERIODO TO WS-PERIODO-REPORTE
             END-IF
       END-READ
       CLOSE IVA-CTL
    END-IF.

AcumularIva.
    IF VEN-TasaIva IS NOT NUMERIC OR VEN-Iva IS NOT NUMERIC
       ADD 1 TO WS-SIN-TASA
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-NETO = VEN-Cantidad * VEN-PrecioUnitario
    MOVE 'N' TO WS-RIV-HALLADO
    PERFORM VARYING WS-RIV-SUB FROM 1 BY 1
       UNTIL WS-RIV-SUB > WS-TOTAL-IVA
       IF RIV-TASA(WS-RIV-SUB) = VEN-TasaIva
          AND RIV-MONEDA(WS-RIV-SUB) = VEN-Moneda
          MOVE 'S' TO WS-RIV-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-RIV-HALLADO = 'N'
       IF WS-TOTAL-IVA < 50
          ADD 1 TO WS-TOTAL-IVA
          MOVE WS-TOTAL-IVA TO WS-RIV-SUB
          MOVE VEN-TasaIva TO RIV-TASA(WS-RIV-SUB)
          MOVE VEN-Moneda TO RIV-MONEDA(WS-RIV-SUB)
          MOVE 0 TO RIV-COMPROBANTES(WS-RIV-SUB)
          MOVE 0 TO RIV-BASE(WS-RIV-SUB)
          MOVE 0 TO RIV-IMPUESTO(WS-RIV-SUB)
       ELSE
          DISPLAY "ATENCION: MAS DE 50 COMBINACIONES TASA/MONEDA, "
             "NO SE CUENTA EL COMPROBANTE " VEN-Factura
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD 1 TO RIV-COMPROBANTES(WS-RIV-SUB)
    IF VEN-Tipo = 'D'
       SUBTRACT WS-NETO FROM RIV-BASE(WS-RIV-SUB)
       SUBTRACT VEN-Iva FROM RIV-IMPUESTO(WS-RIV-SUB)
    ELSE
       ADD WS-NETO TO RIV-BASE(WS-RIV-SUB)
       ADD VEN-Iva TO RIV-IMPUESTO(WS-RIV-SUB)
    END-IF.

ImprimirResumen.
    DISPLAY " "
    DISPLAY "*** IVA DEL PERIODO " WS-PERIODO-REPORTE
       " POR TASA Y MONEDA ***"
    IF WS-TOTAL-IVA = 0
       DISPLAY "  (SIN COMPROBANTES CON IVA EN EL PERIODO)"
    END-IF
    PERFORM VARYING WS-RIV-SUB FROM 1 BY 1
       UNTIL WS-RIV-SUB > WS-TOTAL-IVA
       MOVE RIV-TASA(WS-RIV-SUB) TO WS-TASA-EDITADA
       DISPLAY "TASA " WS-TASA-EDITADA "%  " RIV-MONEDA(WS-RIV-SUB)
          "  COMPROBANTES " RIV-COMPROBANTES(WS-RIV-SUB)
       MOVE RIV-BASE(WS-RIV-SUB) TO WS-IMPORTE-EDITADO
       DISPLAY "   BASE NETA      " WS-IMPORTE-EDITADO
       MOVE RIV-IMPUESTO(WS-RIV-SUB) TO WS-IMPORTE-EDITADO
       DISPLAY "   IVA COBRADO    " WS-IMPORTE-EDITADO
    END-PERFORM
    DISPLAY "----------------------------------------"
    DISPLAY "FILAS DEL PERIODO: " WS-FILAS-MES
       "  SIN TASA (ANTERIORES AL IVA): " WS-SIN-TASA.
