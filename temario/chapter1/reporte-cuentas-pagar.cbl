IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTECUENTASPAGAR.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Lo que se le debe a cada proveedor y cuando: recorre
*> CUENTAS-PAGAR.DAT, donde FACTURASPROVEEDOR libera las facturas
*> conciliadas contra orden y recepcion, y por cada PRV-Proveedor
*> lista sus facturas con fecha y vencimiento y las envejece contra
*> la fecha de proceso: POR VENCER (todavia en plazo) y vencidas de
*> 1-30, 31-60, 61-90 y mas de 90 dias, mismas bandas que
*> REPORTEANTIGUEDAD usa para los estudiantes, con totales por
*> proveedor y generales. La proxima fecha de vencimiento de cada
*> proveedor dice que es lo primero que hay que pagar.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT CUENTAS-PAGAR-FILE ASSIGN TO "CUENTAS-PAGAR.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CUENTAS-PAGAR.

DATA DIVISION.
FILE SECTION.
FD CUENTAS-PAGAR-FILE.
01 CUENTAS-PAGAR-REGISTRO.
   05 CXP-Proveedor PIC X(30).
   05 CXP-Factura PIC X(12).
   05 CXP-FechaFactura PIC 9(8).
   05 CXP-FechaVence PIC 9(8).
   05 CXP-Monto PIC 9(9)V99.
   05 CXP-FechaAlta PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-CUENTAS-PAGAR PIC X(2).
01 WS-EOF-CUENTAS-PAGAR PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).
01 WS-HOY-INTEGER PIC S9(9) COMP.
01 WS-ATRASO-DIAS PIC S9(9) COMP.

*> Las facturas en el orden del archivo, para listarlas despues
*> debajo de su proveedor.
01 WS-TABLA-FACTURAS.
   05 WS-FACTURA-FILA OCCURS 500 TIMES.
      10 FPG-PROVEEDOR PIC X(30).
      10 FPG-FACTURA PIC X(12).
      10 FPG-FECHA PIC 9(8).
      10 FPG-VENCE PIC 9(8).
      10 FPG-MONTO PIC 9(9)V99.
01 WS-TOTAL-FACTURAS PIC 9(3) VALUE 0.
01 WS-FPG-SUB PIC 9(3).

01 WS-TABLA-BANDAS.
   05 WS-BANDA-FILA OCCURS 100 TIMES.
      10 BAN-PROVEEDOR PIC X(30).
      10 BAN-POR-VENCER PIC 9(9)V99.
      10 BAN-B30 PIC 9(9)V99.
      10 BAN-B60 PIC 9(9)V99.
      10 BAN-B90 PIC 9(9)V99.
      10 BAN-MAS90 PIC 9(9)V99.
      10 BAN-PROXIMO PIC 9(8).
01 WS-TOTAL-BANDAS PIC 9(3) VALUE 0.
01 WS-BAN-SUB PIC 9(3).

01 WS-TOTAL-POR-VENCER PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-B30 PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-B60 PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-B90 PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-MAS90 PIC 9(9)V99 VALUE 0.
01 WS-TOTAL-DEUDA PIC 9(9)V99.
01 WS-MONTO-EDITADO PIC $$$,$$$,$$9.99.
01 WS-MARCA-VENCIDA PIC X(9).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTECUENTASPAGAR".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    COMPUTE WS-HOY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
    PERFORM CargarCuentasPagar
    IF WS-TOTAL-FACTURAS = 0
       DISPLAY "NO HAY FACTURAS EN CUENTAS-PAGAR.DAT PARA ENVEJECER"
       MOVE 8 TO RETURN-CODE
    ELSE
       MOVE 0 TO RETURN-CODE
       PERFORM VARYING WS-FPG-SUB FROM 1 BY 1
          UNTIL WS-FPG-SUB > WS-TOTAL-FACTURAS
          PERFORM EnvejecerUnaFactura
       END-PERFORM
       PERFORM ImprimirCuentasPagar
    END-IF.
DISPLAY "JOB REPORTECUENTASPAGAR COMPLETE, RC=" RETURN-CODE.
STOP RUN.

CargarCuentasPagar.
    OPEN INPUT CUENTAS-PAGAR-FILE
    IF WS-ESTADO-CUENTAS-PAGAR = "00"
       PERFORM UNTIL WS-EOF-CUENTAS-PAGAR = 'Y'
          READ CUENTAS-PAGAR-FILE
             AT END MOVE 'Y' TO WS-EOF-CUENTAS-PAGAR
             NOT AT END
                IF WS-TOTAL-FACTURAS < 500
                   ADD 1 TO WS-TOTAL-FACTURAS
                   MOVE CXP-Proveedor
                      TO FPG-PROVEEDOR(WS-TOTAL-FACTURAS)
                   MOVE CXP-Factura TO FPG-FACTURA(WS-TOTAL-FACTURAS)
                   MOVE CXP-FechaFactura
                      TO FPG-FECHA(WS-TOTAL-FACTURAS)
                   MOVE CXP-FechaVence TO FPG-VENCE(WS-TOTAL-FACTURAS)
                   MOVE CXP-Monto TO FPG-MONTO(WS-TOTAL-FACTURAS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 500 FACTURAS, NO SE "
                      "ENVEJECE LA " CXP-Factura " DE " CXP-Proveedor
                END-IF
          END-READ
       END-PERFORM
       CLOSE CUENTAS-PAGAR-FILE
    END-IF.

*> El atraso se mide desde el vencimiento, no desde la factura: lo
*> que todavia esta en plazo no es deuda vencida.
EnvejecerUnaFactura.
    PERFORM UbicarBandaProveedor
    IF WS-BAN-SUB = 0
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ATRASO-DIAS = WS-HOY-INTEGER
       - FUNCTION INTEGER-OF-DATE(FPG-VENCE(WS-FPG-SUB))
    EVALUATE TRUE
       WHEN WS-ATRASO-DIAS <= 0
          ADD FPG-MONTO(WS-FPG-SUB) TO BAN-POR-VENCER(WS-BAN-SUB)
          ADD FPG-MONTO(WS-FPG-SUB) TO WS-TOTAL-POR-VENCER
       WHEN WS-ATRASO-DIAS <= 30
          ADD FPG-MONTO(WS-FPG-SUB) TO BAN-B30(WS-BAN-SUB)
          ADD FPG-MONTO(WS-FPG-SUB) TO WS-TOTAL-B30
       WHEN WS-ATRASO-DIAS <= 60
          ADD FPG-MONTO(WS-FPG-SUB) TO BAN-B60(WS-BAN-SUB)
          ADD FPG-MONTO(WS-FPG-SUB) TO WS-TOTAL-B60
       WHEN WS-ATRASO-DIAS <= 90
          ADD FPG-MONTO(WS-FPG-SUB) TO BAN-B90(WS-BAN-SUB)
          ADD FPG-MONTO(WS-FPG-SUB) TO WS-TOTAL-B90
       WHEN OTHER
          ADD FPG-MONTO(WS-FPG-SUB) TO BAN-MAS90(WS-BAN-SUB)
          ADD FPG-MONTO(WS-FPG-SUB) TO WS-TOTAL-MAS90
    END-EVALUATE
    IF BAN-PROXIMO(WS-BAN-SUB) = 0
       OR FPG-VENCE(WS-FPG-SUB) < BAN-PROXIMO(WS-BAN-SUB)
       MOVE FPG-VENCE(WS-FPG-SUB) TO BAN-PROXIMO(WS-BAN-SUB)
    END-IF.

UbicarBandaProveedor.
    PERFORM VARYING WS-BAN-SUB FROM 1 BY 1
       UNTIL WS-BAN-SUB > WS-TOTAL-BANDAS
       IF BAN-PROVEEDOR(WS-BAN-SUB) = FPG-PROVEEDOR(WS-FPG-SUB)
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-BANDAS < 100
       ADD 1 TO WS-TOTAL-BANDAS
       MOVE WS-TOTAL-BANDAS TO WS-BAN-SUB
       MOVE FPG-PROVEEDOR(WS-FPG-SUB) TO BAN-PROVEEDOR(WS-BAN-SUB)
       MOVE 0 TO BAN-POR-VENCER(WS-BAN-SUB)
       MOVE 0 TO BAN-B30(WS-BAN-SUB)
       MOVE 0 TO BAN-B60(WS-BAN-SUB)
       MOVE 0 TO BAN-B90(WS-BAN-SUB)
       MOVE 0 TO BAN-MAS90(WS-BAN-SUB)
       MOVE 0 TO BAN-PROXIMO(WS-BAN-SUB)
    ELSE
       MOVE 0 TO WS-BAN-SUB
       DISPLAY "ATENCION: TABLA DE PROVEEDORES LLENA (100), "
          "SE PIERDE " FPG-PROVEEDOR(WS-FPG-SUB)
    END-IF.

ImprimirCuentasPagar.
    DISPLAY " "
    DISPLAY "*** CUENTAS A PAGAR POR PROVEEDOR AL " WS-FECHA-HOY
       " ***"
    PERFORM VARYING WS-BAN-SUB FROM 1 BY 1
       UNTIL WS-BAN-SUB > WS-TOTAL-BANDAS
       PERFORM ImprimirUnProveedor
    END-PERFORM
    DISPLAY "----------------------------------------"
    MOVE WS-TOTAL-POR-VENCER TO WS-MONTO-EDITADO
    DISPLAY "TOTAL POR VENCER: " WS-MONTO-EDITADO
    MOVE WS-TOTAL-B30 TO WS-MONTO-EDITADO
    DISPLAY "TOTAL VENCIDO 1-30: " WS-MONTO-EDITADO
    MOVE WS-TOTAL-B60 TO WS-MONTO-EDITADO
    DISPLAY "TOTAL VENCIDO 31-60: " WS-MONTO-EDITADO
    MOVE WS-TOTAL-B90 TO WS-MONTO-EDITADO
    DISPLAY "TOTAL VENCIDO 61-90: " WS-MONTO-EDITADO
    MOVE WS-TOTAL-MAS90 TO WS-MONTO-EDITADO
    DISPLAY "TOTAL VENCIDO MAS DE 90: " WS-MONTO-EDITADO
    COMPUTE WS-TOTAL-DEUDA = WS-TOTAL-POR-VENCER + WS-TOTAL-B30
       + WS-TOTAL-B60 + WS-TOTAL-B90 + WS-TOTAL-MAS90
    MOVE WS-TOTAL-DEUDA TO WS-MONTO-EDITADO
    DISPLAY "TOTAL ADEUDADO: " WS-MONTO-EDITADO.

ImprimirUnProveedor.
    DISPLAY " "
    DISPLAY BAN-PROVEEDOR(WS-BAN-SUB) "  PROXIMO VENCIMIENTO "
       BAN-PROXIMO(WS-BAN-SUB)
    PERFORM VARYING WS-FPG-SUB FROM 1 BY 1
       UNTIL WS-FPG-SUB > WS-TOTAL-FACTURAS
       IF FPG-PROVEEDOR(WS-FPG-SUB) = BAN-PROVEEDOR(WS-BAN-SUB)
          IF FPG-VENCE(WS-FPG-SUB) < WS-FECHA-HOY
             MOVE "VENCIDA" TO WS-MARCA-VENCIDA
          ELSE
             MOVE SPACES TO WS-MARCA-VENCIDA
          END-IF
          MOVE FPG-MONTO(WS-FPG-SUB) TO WS-MONTO-EDITADO
          DISPLAY "  FACTURA " FPG-FACTURA(WS-FPG-SUB) " DEL "
             FPG-FECHA(WS-FPG-SUB) " VENCE " FPG-VENCE(WS-FPG-SUB)
             " " WS-MONTO-EDITADO " " WS-MARCA-VENCIDA
       END-IF
    END-PERFORM
    MOVE BAN-POR-VENCER(WS-BAN-SUB) TO WS-MONTO-EDITADO
    DISPLAY "  POR VENCER: " WS-MONTO-EDITADO
    MOVE BAN-B30(WS-BAN-SUB) TO WS-MONTO-EDITADO
    DISPLAY "  VENCIDO 1-30: " WS-MONTO-EDITADO
    MOVE BAN-B60(WS-BAN-SUB) TO WS-MONTO-EDITADO
    DISPLAY "  VENCIDO 31-60: " WS-MONTO-EDITADO
    MOVE BAN-B90(WS-BAN-SUB) TO WS-MONTO-EDITADO
    DISPLAY "  VENCIDO 61-90: " WS-MONTO-EDITADO
    MOVE BAN-MAS90(WS-BAN-SUB) TO WS-MONTO-EDITADO
    DISPLAY "  VENCIDO MAS DE 90: " WS-MONTO-EDITADO.
