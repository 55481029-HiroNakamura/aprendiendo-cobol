IDENTIFICATION DIVISION.
PROGRAM-ID. CIERRECAJA.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Cierre Z de la caja al final del dia. Toma de VENTAS.DAT los
*> asientos de la fecha de proceso y totaliza, por forma de pago
*> (E efectivo, T tarjeta, B transferencia, C a cuenta) y moneda,
*> el importe cobrado con IVA: las ventas suman y las devoluciones
*> 'D' restan, que es la plata que salio del cajon, y los cobros de
*> cuenta corriente del dia (CLIENTES-PAGOS.DAT) suman en su forma
*> de pago. Lo compara con el arqueo contado de CAJA-ARQUEO.DAT
*> (fecha, forma de pago, moneda y monto contado) e imprime el
*> reporte Z con el esperado, el contado y el sobrante o faltante
*> de cada forma; lo vendido a cuenta no entra al cajon y solo se
*> informa. Cada forma arqueada
*> cuenta para el cuadre de REGISTRARBALANCE como leida, y como
*> posteada si cerro justa o rechazada si tuvo diferencia (RC=4).
*> La fecha cerrada queda en CAJA-CIERRES.DAT y una fecha ya
*> cerrada no se vuelve a cerrar; sin arqueo de la fecha no se
*> cierra (RC=8).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT VENTAS-FILE ASSIGN TO "VENTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS.
SELECT ARQUEO-FILE ASSIGN TO "CAJA-ARQUEO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ARQUEO.
SELECT CIERRES-FILE ASSIGN TO "CAJA-CIERRES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CIERRES.
SELECT PAGOS-CLIENTES-FILE ASSIGN TO "CLIENTES-PAGOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PAGOS-CLIENTES.

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

FD ARQUEO-FILE.
01 ARQUEO-REGISTRO.
   05 ARQ-Fecha PIC 9(8).
   05 ARQ-FormaPago PIC X(1).
   05 ARQ-Moneda PIC X(3).
   05 ARQ-Monto PIC 9(7)V99.

FD CIERRES-FILE.
01 CIERRES-REGISTRO.
   05 CIE-Fecha PIC 9(8).
   05 CIE-Diferencias PIC 9(2).

FD PAGOS-CLIENTES-FILE.
01 PAGOS-CLIENTES-REGISTRO.
   05 PAG-ClienteId PIC 9(7).
   05 PAG-Fecha PIC 9(8).
   05 PAG-Monto PIC 9(7)V99.
   05 PAG-FormaPago PIC X(1).
   05 PAG-Moneda PIC X(3).
   05 PAG-Referencia PIC X(10).

WORKING-STORAGE SECTION.
01 WS-ESTADO-VENTAS PIC X(2).
01 WS-ESTADO-ARQUEO PIC X(2).
01 WS-ESTADO-CIERRES PIC X(2).
01 WS-EOF-VENTAS PIC A(1) VALUE 'N'.
01 WS-EOF-ARQUEO PIC A(1) VALUE 'N'.
01 WS-EOF-CIERRES PIC A(1) VALUE 'N'.
01 WS-ESTADO-PAGOS-CLIENTES PIC X(2).
01 WS-EOF-PAGOS-CLIENTES PIC A(1) VALUE 'N'.
01 WS-COBROS-DIA PIC 9(5) VALUE 0.
01 WS-FECHA-HOY PIC 9(8).
01 WS-YA-CERRADA PIC A(1) VALUE 'N'.
01 WS-HAY-ARQUEO PIC A(1) VALUE 'N'.
01 WS-IMPORTE PIC 9(8)V99.
01 WS-FORMA PIC X(1).
01 WS-MONEDA PIC X(3).
01 WS-VENTAS-DIA PIC 9(5) VALUE 0.
01 WS-DEVOLUCIONES-DIA PIC 9(5) VALUE 0.

*> Esperado y contado por forma de pago y moneda, tabla por clave
*> con busqueda lineal como WS-TABLA-RESUMEN en REPORTEVENTAS.
01 WS-TABLA-CAJA.
   05 WS-CAJA-FILA OCCURS 40 TIMES.
      10 CAJ-FORMA PIC X(1).
      10 CAJ-MONEDA PIC X(3).
      10 CAJ-ESPERADO PIC S9(9)V99.
      10 CAJ-CONTADO PIC 9(9)V99.
01 WS-TOTAL-CAJA PIC 9(2) VALUE 0.
01 WS-CAJ-SUB PIC 9(2).
01 WS-CAJ-HALLADO PIC A(1).
01 WS-DIFERENCIA PIC S9(9)V99.
01 WS-NOMBRE-FORMA PIC X(13).
01 WS-ESPERADO-EDITADO PIC $$$,$$$,$$$.99-.
01 WS-CONTADO-EDITADO PIC $$$,$$$,$$$.99-.
01 WS-DIFERENCIA-EDITADA PIC $$$,$$$,$$$.99-.

*> El cuadre de la corrida para BALANCE-DIARIO.DAT.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-CUADRADAS PIC 9(6) VALUE 0.
01 WS-CON-DIFERENCIA PIC 9(6) VALUE 0.
*> El RC de la corrida, a salvo del CALL a REGISTRARBALANCE.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "CIERRECAJA".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM VerificarCierre
    IF WS-YA-CERRADA = 'S'
       DISPLAY "LA CAJA DEL " WS-FECHA-HOY " YA ESTA CERRADA, "
          "NO SE CIERRA DOS VECES"
       MOVE 8 TO RETURN-CODE
    ELSE
       PERFORM CargarArqueo
       IF WS-HAY-ARQUEO = 'N'
          DISPLAY "NO HAY ARQUEO DEL " WS-FECHA-HOY
             " EN CAJA-ARQUEO.DAT, NO SE CIERRA"
          MOVE 8 TO RETURN-CODE
       ELSE
          PERFORM AcumularVentas
          PERFORM AcumularCobros
          PERFORM ImprimirReporteZ
          PERFORM RegistrarCierre
          IF WS-CON-DIFERENCIA > 0
             MOVE 4 TO RETURN-CODE
          END-IF
       END-IF
    END-IF
    MOVE RETURN-CODE TO WS-RC-CORRIDA
    CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL WS-LEIDOS
       WS-CUADRADAS WS-CON-DIFERENCIA
    MOVE WS-RC-CORRIDA TO RETURN-CODE.
DISPLAY "JOB CIERRECAJA COMPLETE, RC=" RETURN-CODE.
GOBACK.

VerificarCierre.
    OPEN INPUT CIERRES-FILE
    IF WS-ESTADO-CIERRES = "00"
       PERFORM UNTIL WS-EOF-CIERRES = 'Y'
          READ CIERRES-FILE
             AT END MOVE 'Y' TO WS-EOF-CIERRES
             NOT AT END
                IF CIE-Fecha = WS-FECHA-HOY
                   MOVE 'S' TO WS-YA-CERRADA
                END-IF
          END-READ
       END-PERFORM
       CLOSE CIERRES-FILE
    END-IF.

*> Solo cuentan las filas del arqueo de la fecha que se cierra; una
*> forma contada dos veces (dos cajeros) se suma.
CargarArqueo.
    OPEN INPUT ARQUEO-FILE
    IF WS-ESTADO-ARQUEO NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-ARQUEO = 'Y'
       READ ARQUEO-FILE
          AT END MOVE 'Y' TO WS-EOF-ARQUEO
          NOT AT END
             IF ARQ-Fecha = WS-FECHA-HOY
                MOVE 'S' TO WS-HAY-ARQUEO
                MOVE ARQ-FormaPago TO WS-FORMA
                MOVE ARQ-Moneda TO WS-MONEDA
                PERFORM UbicarFilaCaja
                IF WS-CAJ-HALLADO = 'S'
                   ADD ARQ-Monto TO CAJ-CONTADO(WS-CAJ-SUB)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE ARQUEO-FILE.

*> Lo cobrado es el neto mas el IVA de la linea; una fila anterior
*> a la forma de pago se toma como efectivo, igual que VENTAS.
AcumularVentas.
    OPEN INPUT VENTAS-FILE
    IF WS-ESTADO-VENTAS NOT = "00"
       DISPLAY "ATENCION: NO HAY VENTAS.DAT, EL ESPERADO ES CERO"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-VENTAS = 'Y'
       READ VENTAS-FILE
          AT END MOVE 'Y' TO WS-EOF-VENTAS
          NOT AT END
             IF VEN-Fecha = WS-FECHA-HOY
                PERFORM AcumularUnaVenta
             END-IF
       END-READ
    END-PERFORM
    CLOSE VENTAS-FILE.

AcumularUnaVenta.
    COMPUTE WS-IMPORTE = VEN-Cantidad * VEN-PrecioUnitario
    IF VEN-Iva IS NUMERIC
       ADD VEN-Iva TO WS-IMPORTE
    END-IF
    MOVE VEN-FormaPago TO WS-FORMA
    IF WS-FORMA = SPACE OR WS-FORMA = LOW-VALUE
       MOVE 'E' TO WS-FORMA
    END-IF
    MOVE VEN-Moneda TO WS-MONEDA
    PERFORM UbicarFilaCaja
    IF WS-CAJ-HALLADO = 'N'
       EXIT PARAGRAPH
    END-IF
    IF VEN-Tipo = 'D'
       SUBTRACT WS-IMPORTE FROM CAJ-ESPERADO(WS-CAJ-SUB)
       ADD 1 TO WS-DEVOLUCIONES-DIA
    ELSE
       ADD WS-IMPORTE TO CAJ-ESPERADO(WS-CAJ-SUB)
       ADD 1 TO WS-VENTAS-DIA
    END-IF.

AcumularCobros.
    OPEN INPUT PAGOS-CLIENTES-FILE
    IF WS-ESTADO-PAGOS-CLIENTES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PAGOS-CLIENTES = 'Y'
       READ PAGOS-CLIENTES-FILE
          AT END MOVE 'Y' TO WS-EOF-PAGOS-CLIENTES
          NOT AT END
             IF PAG-Fecha = WS-FECHA-HOY
                MOVE PAG-FormaPago TO WS-FORMA
                MOVE PAG-Moneda TO WS-MONEDA
                PERFORM UbicarFilaCaja
                IF WS-CAJ-HALLADO = 'S'
                   ADD PAG-Monto TO CAJ-ESPERADO(WS-CAJ-SUB)
                   ADD 1 TO WS-COBROS-DIA
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE PAGOS-CLIENTES-FILE.

*> Deja WS-CAJ-SUB en la fila de WS-FORMA y WS-MONEDA, dandola de
*> alta si no estaba.
UbicarFilaCaja.
    MOVE 'N' TO WS-CAJ-HALLADO
    PERFORM VARYING WS-CAJ-SUB FROM 1 BY 1
       UNTIL WS-CAJ-SUB > WS-TOTAL-CAJA
       IF CAJ-FORMA(WS-CAJ-SUB) = WS-FORMA
          AND CAJ-MONEDA(WS-CAJ-SUB) = WS-MONEDA
          MOVE 'S' TO WS-CAJ-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-CAJ-HALLADO = 'N'
       IF WS-TOTAL-CAJA < 40
          ADD 1 TO WS-TOTAL-CAJA
          MOVE WS-TOTAL-CAJA TO WS-CAJ-SUB
          MOVE WS-FORMA TO CAJ-FORMA(WS-CAJ-SUB)
          MOVE WS-MONEDA TO CAJ-MONEDA(WS-CAJ-SUB)
          MOVE 0 TO CAJ-ESPERADO(WS-CAJ-SUB)
          MOVE 0 TO CAJ-CONTADO(WS-CAJ-SUB)
          MOVE 'S' TO WS-CAJ-HALLADO
       ELSE
          DISPLAY "ATENCION: MAS DE 40 COMBINACIONES FORMA/MONEDA, "
             "SE PIERDE " WS-FORMA " " WS-MONEDA
       END-IF
    END-IF.

ImprimirReporteZ.
    DISPLAY " "
    DISPLAY "*** CIERRE Z DE CAJA DEL " WS-FECHA-HOY " ***"
    DISPLAY "VENTAS: " WS-VENTAS-DIA "  DEVOLUCIONES: "
       WS-DEVOLUCIONES-DIA "  COBROS DE CUENTA: " WS-COBROS-DIA
    PERFORM VARYING WS-CAJ-SUB FROM 1 BY 1
       UNTIL WS-CAJ-SUB > WS-TOTAL-CAJA
       PERFORM ImprimirUnaForma
    END-PERFORM
    DISPLAY "----------------------------------------"
    DISPLAY "FORMAS ARQUEADAS: " WS-LEIDOS "  JUSTAS: " WS-CUADRADAS
       "  CON DIFERENCIA: " WS-CON-DIFERENCIA.

ImprimirUnaForma.
    EVALUATE CAJ-FORMA(WS-CAJ-SUB)
       WHEN 'E' MOVE "EFECTIVO" TO WS-NOMBRE-FORMA
       WHEN 'T' MOVE "TARJETA" TO WS-NOMBRE-FORMA
       WHEN 'B' MOVE "TRANSFERENCIA" TO WS-NOMBRE-FORMA
       WHEN 'C' MOVE "A CUENTA" TO WS-NOMBRE-FORMA
       WHEN OTHER MOVE "DESCONOCIDA" TO WS-NOMBRE-FORMA
    END-EVALUATE
    MOVE CAJ-ESPERADO(WS-CAJ-SUB) TO WS-ESPERADO-EDITADO
    IF CAJ-FORMA(WS-CAJ-SUB) = 'C'
       DISPLAY WS-NOMBRE-FORMA " " CAJ-MONEDA(WS-CAJ-SUB)
          "  VENDIDO " WS-ESPERADO-EDITADO "  (NO SE ARQUEA)"
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-LEIDOS
    COMPUTE WS-DIFERENCIA = CAJ-CONTADO(WS-CAJ-SUB)
       - CAJ-ESPERADO(WS-CAJ-SUB)
    MOVE CAJ-CONTADO(WS-CAJ-SUB) TO WS-CONTADO-EDITADO
    MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDITADA
    DISPLAY WS-NOMBRE-FORMA " " CAJ-MONEDA(WS-CAJ-SUB)
       "  ESPERADO " WS-ESPERADO-EDITADO
       "  CONTADO " WS-CONTADO-EDITADO
    EVALUATE TRUE
       WHEN WS-DIFERENCIA = 0
          ADD 1 TO WS-CUADRADAS
          DISPLAY "   CAJA JUSTA"
       WHEN WS-DIFERENCIA > 0
          ADD 1 TO WS-CON-DIFERENCIA
          DISPLAY "   SOBRANTE " WS-DIFERENCIA-EDITADA
       WHEN OTHER
          ADD 1 TO WS-CON-DIFERENCIA
          DISPLAY "   FALTANTE " WS-DIFERENCIA-EDITADA
    END-EVALUATE.

RegistrarCierre.
    OPEN EXTEND CIERRES-FILE
    IF WS-ESTADO-CIERRES NOT = "00"
       OPEN OUTPUT CIERRES-FILE
       CLOSE CIERRES-FILE
       OPEN EXTEND CIERRES-FILE
    END-IF
    MOVE WS-FECHA-HOY TO CIE-Fecha
    MOVE WS-CON-DIFERENCIA TO CIE-Diferencias
    WRITE CIERRES-REGISTRO
    CLOSE CIERRES-FILE.
