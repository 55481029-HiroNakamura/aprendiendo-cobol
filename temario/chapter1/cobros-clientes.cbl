IDENTIFICATION DIVISION.
PROGRAM-ID. COBROSCLIENTES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Cobranza de la cuenta corriente de clientes: lee el feed
*> CLIENTES-COBROS.DAT (bloques H/D/T controlados por VALIDARFEED
*> igual que VENTAS-MOVS.DAT) con un cobro por fila -- cliente,
*> monto, forma de pago (E efectivo, T tarjeta, B transferencia),
*> moneda y referencia -- y asienta cada cobro valido en
*> CLIENTES-PAGOS.DAT con la fecha de proceso. El cliente tiene que
*> existir en CLIENTES.DAT y el monto ser mayor que cero; un cobro
*> no puede ser "a cuenta". VENTAS resta estos cobros del saldo a
*> cuenta para controlar el limite de credito, CIERRECAJA los suma
*> al cajon del dia y ESTADOCUENTACLIENTES los lista en el estado
*> de cuenta mensual.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT MOVS-FILE ASSIGN TO "CLIENTES-COBROS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.
SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CLIENTES.
SELECT PAGOS-CLIENTES-FILE ASSIGN TO "CLIENTES-PAGOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PAGOS-CLIENTES.

DATA DIVISION.
FILE SECTION.
FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-ClienteId PIC 9(7).
   05 MOV-Monto PIC 9(7)V99.
   05 MOV-FormaPago PIC X(1).
      88 MOV-FORMA-VALIDA VALUES 'E' 'T' 'B'.
   05 MOV-Moneda PIC X(3).
   05 MOV-Referencia PIC X(10).

FD CLIENTES-FILE.
01 CLIENTES-REGISTRO.
   05 CLI-Id PIC 9(7).
   05 CLI-Nombre PIC X(30).
   05 CLI-Telefono PIC X(15).
   05 CLI-Direccion PIC X(40).
   05 CLI-LimiteCredito PIC 9(7)V99.

FD PAGOS-CLIENTES-FILE.
01 PAGOS-CLIENTES-REGISTRO.
   05 PAG-ClienteId PIC 9(7).
   05 PAG-Fecha PIC 9(8).
   05 PAG-Monto PIC 9(7)V99.
   05 PAG-FormaPago PIC X(1).
   05 PAG-Moneda PIC X(3).
   05 PAG-Referencia PIC X(10).

WORKING-STORAGE SECTION.
01 WS-ESTADO-MOVS PIC X(2).
01 WS-ESTADO-CLIENTES PIC X(2).
01 WS-ESTADO-PAGOS-CLIENTES PIC X(2).
01 WS-EOF-MOVS PIC A(1) VALUE 'N'.
01 WS-EOF-CLIENTES PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).

01 WS-TABLA-CLIENTES.
   05 WS-CLIENTE-CONOCIDO OCCURS 200 TIMES PIC 9(7).
01 WS-TOTAL-CLIENTES PIC 9(3) VALUE 0.
01 WS-CLI-SUB PIC 9(3).
01 WS-CLI-HALLADO PIC A(1).

01 WS-COBRADO PIC 9(9)V99 VALUE 0.
01 WS-MONTO-EDITADO PIC $$$,$$$,$$9.99.
*> El control de encabezado/trailer y doble posteo del feed,
*> compartido via VALIDARFEED.
01 WS-NOMBRE-FEED PIC X(30) VALUE "CLIENTES-COBROS.DAT".
01 WS-FEED-RESULTADO PIC X(1).
*> El cuadre de la corrida para BALANCE-DIARIO.DAT.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS PIC 9(6) VALUE 0.
01 WS-RECHAZOS PIC 9(6) VALUE 0.
*> El RC de la corrida, a salvo del CALL a REGISTRARBALANCE.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "COBROSCLIENTES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM CargarClientes
    PERFORM PostearCobros
    MOVE WS-COBRADO TO WS-MONTO-EDITADO
    DISPLAY "COBROS POSTEADOS: " WS-POSTEADOS " POR "
       WS-MONTO-EDITADO "  RECHAZOS: " WS-RECHAZOS
    IF WS-RECHAZOS > 0 AND RETURN-CODE = 0
       MOVE 4 TO RETURN-CODE
    END-IF
    MOVE RETURN-CODE TO WS-RC-CORRIDA
    CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL WS-LEIDOS
       WS-POSTEADOS WS-RECHAZOS
    MOVE WS-RC-CORRIDA TO RETURN-CODE.
DISPLAY "JOB COBROSCLIENTES COMPLETE, RC=" RETURN-CODE.
GOBACK.

CargarClientes.
    OPEN INPUT CLIENTES-FILE
    IF WS-ESTADO-CLIENTES = "00"
       PERFORM UNTIL WS-EOF-CLIENTES = 'Y'
          READ CLIENTES-FILE
             AT END MOVE 'Y' TO WS-EOF-CLIENTES
             NOT AT END
                IF WS-TOTAL-CLIENTES < 200
                   ADD 1 TO WS-TOTAL-CLIENTES
                   MOVE CLI-Id
                      TO WS-CLIENTE-CONOCIDO(WS-TOTAL-CLIENTES)
                END-IF
          END-READ
       END-PERFORM
       CLOSE CLIENTES-FILE
    ELSE
       DISPLAY "ATENCION: NO HAY CLIENTES.DAT, TODO COBRO SE "
          "RECHAZA POR CLIENTE DESCONOCIDO"
    END-IF.

PostearCobros.
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
       DISPLAY "NO HAY CLIENTES-COBROS.DAT, NADA QUE POSTEAR"
       EXIT PARAGRAPH
    END-IF
    OPEN EXTEND PAGOS-CLIENTES-FILE
    IF WS-ESTADO-PAGOS-CLIENTES NOT = "00"
       OPEN OUTPUT PAGOS-CLIENTES-FILE
       CLOSE PAGOS-CLIENTES-FILE
       OPEN EXTEND PAGOS-CLIENTES-FILE
    END-IF
    PERFORM UNTIL WS-EOF-MOVS = 'Y'
       READ MOVS-FILE
          AT END MOVE 'Y' TO WS-EOF-MOVS
          NOT AT END
             IF MOV-Indicador = 'D'
                PERFORM PostearUnCobro
             END-IF
       END-READ
    END-PERFORM
    CLOSE PAGOS-CLIENTES-FILE
    CLOSE MOVS-FILE
    CALL "VALIDARFEED" USING "ASENTAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO.

PostearUnCobro.
    ADD 1 TO WS-LEIDOS
    MOVE 'N' TO WS-CLI-HALLADO
    PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
       UNTIL WS-CLI-SUB > WS-TOTAL-CLIENTES
       IF WS-CLIENTE-CONOCIDO(WS-CLI-SUB) = MOV-ClienteId
          MOVE 'S' TO WS-CLI-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-CLI-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: COBRO " MOV-Referencia " DE CLIENTE "
          MOV-ClienteId " QUE NO ESTA EN CLIENTES.DAT"
       EXIT PARAGRAPH
    END-IF
    IF MOV-Monto IS NOT NUMERIC OR MOV-Monto = 0
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: COBRO " MOV-Referencia " DEL CLIENTE "
          MOV-ClienteId " SIN MONTO"
       EXIT PARAGRAPH
    END-IF
    IF MOV-FormaPago = SPACE
       MOVE 'E' TO MOV-FormaPago
    END-IF
    IF NOT MOV-FORMA-VALIDA
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: COBRO " MOV-Referencia " DEL CLIENTE "
          MOV-ClienteId " CON FORMA DE PAGO " MOV-FormaPago
          " INVALIDA"
       EXIT PARAGRAPH
    END-IF
    MOVE MOV-ClienteId TO PAG-ClienteId
    MOVE WS-FECHA-HOY TO PAG-Fecha
    MOVE MOV-Monto TO PAG-Monto
    MOVE MOV-FormaPago TO PAG-FormaPago
    MOVE MOV-Moneda TO PAG-Moneda
    MOVE MOV-Referencia TO PAG-Referencia
    WRITE PAGOS-CLIENTES-REGISTRO
    ADD MOV-Monto TO WS-COBRADO
    ADD 1 TO WS-POSTEADOS.
