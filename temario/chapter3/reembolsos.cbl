*> FACTURACION.DAT, para que nadie lo confunda con un cargo, y lo
*> asienta en REGISTRO-REEMBOLSOS.DAT, el registro que se le
*> entrega a quien corta los cheques.
*> El pedido y la aprobacion son pasos separados: SOLICITAR (sin
*> rol) verifica el saldo a favor y deja en REEMBOLSO.CTL quien
*> pidio el reembolso; APROBAR lo pasa a REGISTRO-REEMBOLSOS.DAT
*> junto con quien lo aprobo, para que RECERTIFICARACCESOS
*> encuentre a quien pidio y aprobo el mismo reembolso. Un
*> REEMBOLSO.CTL armado a mano sin SOLICITAR se sigue aprobando,
*> con el solicitante en blanco.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 REEMBOLSO-CTL-REGISTRO.
   05 CTL-EstudianteId PIC 9(8).
   05 CTL-Monto PIC 9(5)V99.
   05 CTL-Solicitante PIC X(20).

FD REGISTRO-FILE.
01 REGISTRO-REEMBOLSO.
   05 RRE-EstudianteId PIC 9(8).
   05 RRE-Monto PIC 9(5)V99.
   05 RRE-Usuario PIC X(20).
   05 RRE-Solicitante PIC X(20).

FD CERRADOS-FILE.
01 CERRADOS-REGISTRO.

01 WS-ID-REEMBOLSO PIC 9(8) VALUE 0.
01 WS-MONTO-REEMBOLSO PIC 9(5)V99 VALUE 0.
01 WS-SOLICITANTE-REEMBOLSO PIC X(20) VALUE SPACES.
01 WS-PEDIDO-VALIDO PIC A(1).

*> El saldo por estudiante: cargos mas reembolsos menos pagos; el
*> negativo es plata a favor de la familia.
    EVALUATE WS-MODO
       WHEN "LISTAR"
          PERFORM ListarSaldosAFavor
       WHEN "SOLICITAR"
          PERFORM SolicitarReembolso
       WHEN "APROBAR"
          PERFORM VerificarAutorizacionMantenimiento
          IF WS-MANTENIMIENTO-AUTORIZADO NOT = 'S'
          END-IF
       WHEN OTHER
          DISPLAY "MODO NO RECONOCIDO: " WS-MODO
             " - SE ESPERA LISTAR, SOLICITAR O APROBAR"
          MOVE 8 TO RETURN-CODE
    END-EVALUATE.
DISPLAY "JOB REEMBOLSOS COMPLETE, RC=" RETURN-CODE.
    END-PERFORM
    DISPLAY "ESTUDIANTES CON SALDO A FAVOR: " WS-A-FAVOR.

*> El pedido: mismo control de saldo que APROBAR, y REEMBOLSO.CTL
*> se regraba con el usuario del sistema operativo como
*> solicitante.
SolicitarReembolso.
    PERFORM LeerControlReembolso
    PERFORM VerificarPedidoReembolso
    IF WS-PEDIDO-VALIDO = 'N'
       EXIT PARAGRAPH
    END-IF
    ACCEPT WS-USUARIO-OS FROM USER NAME
    OPEN OUTPUT REEMBOLSO-CTL
    MOVE WS-ID-REEMBOLSO TO CTL-EstudianteId
    MOVE WS-MONTO-REEMBOLSO TO CTL-Monto
    MOVE WS-USUARIO-OS TO CTL-Solicitante
    WRITE REEMBOLSO-CTL-REGISTRO
    CLOSE REEMBOLSO-CTL
    DISPLAY "REEMBOLSO DE " WS-MONTO-REEMBOLSO " A "
       WS-ID-REEMBOLSO " SOLICITADO POR "
       FUNCTION TRIM(WS-USUARIO-OS) ", PENDIENTE DE APROBAR".

VerificarPedidoReembolso.
    MOVE 'N' TO WS-PEDIDO-VALIDO
    IF WS-ID-REEMBOLSO = 0 OR WS-MONTO-REEMBOLSO = 0
       DISPLAY "NO HAY REEMBOLSO.CTL CON ESTUDIANTE Y MONTO"
       MOVE 8 TO RETURN-CODE
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO WS-PEDIDO-VALIDO.

AprobarReembolso.
    PERFORM LeerControlReembolso
    PERFORM VerificarPedidoReembolso
    IF WS-PEDIDO-VALIDO = 'N'
       EXIT PARAGRAPH
    END-IF
    IF WS-SOLICITANTE-REEMBOLSO = SPACES
       DISPLAY "ATENCION: REEMBOLSO.CTL NO PASO POR SOLICITAR, "
          "SE REGISTRA SIN SOLICITANTE"
    END-IF
    PERFORM CargarPeriodosCerrados
    COMPUTE WS-PERIODO-HOY = WS-FECHA-HOY / 100
    PERFORM VerificarPeriodoCerrado
          NOT AT END
             MOVE CTL-EstudianteId TO WS-ID-REEMBOLSO
             MOVE CTL-Monto TO WS-MONTO-REEMBOLSO
             MOVE CTL-Solicitante TO WS-SOLICITANTE-REEMBOLSO
       END-READ
       CLOSE REEMBOLSO-CTL
    END-IF.
    MOVE WS-ID-REEMBOLSO TO RRE-EstudianteId
    MOVE WS-MONTO-REEMBOLSO TO RRE-Monto
    MOVE WS-USUARIO-OS TO RRE-Usuario
    MOVE WS-SOLICITANTE-REEMBOLSO TO RRE-Solicitante
    WRITE REGISTRO-REEMBOLSO
    CLOSE REGISTRO-FILE.
