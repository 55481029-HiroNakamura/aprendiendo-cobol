IDENTIFICATION DIVISION.
PROGRAM-ID. RESPUESTADEBITOS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> La otra mitad del debito automatico de DEBITOSCUOTAS: el banco
*> devuelve DEBITOS-RESPUESTA.DAT con un bloque H (id de su archivo
*> y fecha), un D por cada debito pedido (la referencia de 16 que
*> le mandamos, el monto y el codigo de resultado) y un T con el
*> conteo. Antes de tocar nada se controla que el bloque cierre y
*> que el id del banco no figure en DEBITOS-RESPUESTAS.DAT (la
*> respuesta de ayer sin limpiar se rechaza entera). Cada debito
*> con codigo "00" se convierte en un pago P del estudiante y del
*> periodo de la referencia, anexado a FACTURACION-MOVS.DAT en un
*> bloque H/D/T propio para que FACTURACION lo postee y le emita
*> el recibo como a cualquier pago. Los rechazos (01 fondos
*> insuficientes, 02 cuenta cerrada, 03 mandato revocado o
*> inexistente, cualquier otro codigo como rechazo del banco) se
*> anexan a DEBITOS-RECHAZOS.LOG con fecha, referencia, monto y
*> motivo para que tesoreria contacte a la familia; la cuota
*> sigue impaga y entra en la cobranza de siempre. Hay rechazos,
*> RC=4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RESPUESTA-FILE ASSIGN TO "DEBITOS-RESPUESTA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RESPUESTA.
SELECT PROCESADAS-FILE ASSIGN TO "DEBITOS-RESPUESTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PROCESADAS.
SELECT RECHAZOS-FILE ASSIGN TO "DEBITOS-RECHAZOS.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RECHAZOS.
SELECT MOVS-FILE ASSIGN TO "FACTURACION-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.

DATA DIVISION.
FILE SECTION.
FD RESPUESTA-FILE.
01 RESPUESTA-DETALLE.
   05 RSP-Indicador PIC X(1).
   05 RSP-Referencia.
      10 RSP-EstudianteId PIC 9(8).
      10 RSP-Periodo PIC 9(6).
      10 RSP-Cuota PIC 9(2).
   05 RSP-Monto PIC 9(9)V99.
   05 RSP-Codigo PIC X(2).
01 RESPUESTA-ENCABEZADO.
   05 RSH-Indicador PIC X(1).
   05 RSH-ArchivoId PIC X(10).
   05 RSH-Fecha PIC 9(8).
01 RESPUESTA-TRAILER.
   05 RST-Indicador PIC X(1).
   05 RST-Conteo PIC 9(6).

FD PROCESADAS-FILE.
01 PROCESADAS-REGISTRO.
   05 PRO-ArchivoId PIC X(10).
   05 PRO-Fecha PIC 9(8).

FD RECHAZOS-FILE.
01 RECHAZOS-REGISTRO.
   05 REC-Fecha PIC 9(8).
   05 REC-Referencia PIC X(16).
   05 REC-Monto PIC 9(9)V99.
   05 REC-Codigo PIC X(2).
   05 REC-Motivo PIC X(30).

FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-EstudianteId PIC 9(8).
   05 MOV-Periodo PIC 9(6).
   05 MOV-Tipo PIC A(1).
   05 MOV-Monto PIC 9(5)V99.
   05 MOV-Concepto PIC X(20).
01 MOVS-ENCABEZADO.
   05 ENC-Indicador PIC X(1).
   05 ENC-FeedId PIC X(10).
   05 ENC-Fecha PIC 9(8).
01 MOVS-TRAILER.
   05 TRL-Indicador PIC X(1).
   05 TRL-Conteo PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-ESTADO-RESPUESTA PIC X(2).
01 WS-ESTADO-PROCESADAS PIC X(2).
01 WS-ESTADO-RECHAZOS PIC X(2).
01 WS-ESTADO-MOVS PIC X(2).
01 WS-EOF-RESPUESTA PIC A(1) VALUE 'N'.
01 WS-EOF-PROCESADAS PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-ARCHIVO-ID PIC X(10) VALUE SPACES.
01 WS-RESPUESTA-VALIDA PIC A(1) VALUE 'N'.
01 WS-DETALLES-LEIDOS PIC 9(6) VALUE 0.
01 WS-CONTEO-TRAILER PIC 9(6) VALUE 0.
01 WS-HAY-TRAILER PIC A(1) VALUE 'N'.

01 WS-FEED-SECUENCIA PIC 9(7).
01 WS-FEED-ABIERTO PIC A(1) VALUE 'N'.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-COBRADOS PIC 9(6) VALUE 0.
01 WS-RECHAZADOS PIC 9(6) VALUE 0.
01 WS-MONTO-COBRADO PIC 9(11)V99 VALUE 0.
01 WS-MONTO-EDITADO PIC $$$,$$$,$$9.99.
01 WS-CONCEPTO-CUOTA.
   05 FILLER PIC X(13) VALUE "DEBITO-CUOTA-".
   05 WS-CONCEPTO-NUMERO PIC 9(2).
*> El RC de la corrida, a salvo del CALL a REGISTRARBALANCE.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "RESPUESTADEBITOS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM ValidarRespuesta
    IF WS-RESPUESTA-VALIDA = 'S'
       PERFORM ProcesarRespuesta
       PERFORM AsentarRespuesta
       MOVE WS-MONTO-COBRADO TO WS-MONTO-EDITADO
       DISPLAY "DEBITOS COBRADOS: " WS-COBRADOS " POR "
          WS-MONTO-EDITADO "  RECHAZADOS: " WS-RECHAZADOS
       IF WS-RECHAZADOS > 0
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF
    MOVE RETURN-CODE TO WS-RC-CORRIDA
    CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL WS-LEIDOS
       WS-COBRADOS WS-RECHAZADOS
    MOVE WS-RC-CORRIDA TO RETURN-CODE.
DISPLAY "JOB RESPUESTADEBITOS COMPLETE, RC=" RETURN-CODE.
GOBACK.

*> Primera pasada: encabezado, conteo del trailer y que el archivo
*> del banco no se haya procesado ya.
ValidarRespuesta.
    OPEN INPUT RESPUESTA-FILE
    IF WS-ESTADO-RESPUESTA NOT = "00"
       DISPLAY "NO HAY DEBITOS-RESPUESTA.DAT DEL BANCO"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-RESPUESTA = 'Y'
       READ RESPUESTA-FILE
          AT END MOVE 'Y' TO WS-EOF-RESPUESTA
          NOT AT END
             EVALUATE RSP-Indicador
                WHEN 'H'
                   MOVE RSH-ArchivoId TO WS-ARCHIVO-ID
                WHEN 'D'
                   ADD 1 TO WS-DETALLES-LEIDOS
                WHEN 'T'
                   MOVE 'S' TO WS-HAY-TRAILER
                   MOVE RST-Conteo TO WS-CONTEO-TRAILER
             END-EVALUATE
       END-READ
    END-PERFORM
    CLOSE RESPUESTA-FILE
    MOVE 'N' TO WS-EOF-RESPUESTA
    IF WS-ARCHIVO-ID = SPACES OR WS-HAY-TRAILER = 'N'
       DISPLAY "RECHAZADO: DEBITOS-RESPUESTA.DAT SIN ENCABEZADO O "
          "SIN TRAILER"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    IF WS-CONTEO-TRAILER NOT = WS-DETALLES-LEIDOS
       DISPLAY "RECHAZADO: EL TRAILER DICE " WS-CONTEO-TRAILER
          " DEBITOS Y EL ARCHIVO TRAE " WS-DETALLES-LEIDOS
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT PROCESADAS-FILE
    IF WS-ESTADO-PROCESADAS = "00"
       PERFORM UNTIL WS-EOF-PROCESADAS = 'Y'
          READ PROCESADAS-FILE
             AT END MOVE 'Y' TO WS-EOF-PROCESADAS
             NOT AT END
                IF PRO-ArchivoId = WS-ARCHIVO-ID
                   DISPLAY "RECHAZADO: LA RESPUESTA " WS-ARCHIVO-ID
                      " YA SE PROCESO EL " PRO-Fecha
                   MOVE 8 TO RETURN-CODE
                   CLOSE PROCESADAS-FILE
                   EXIT PARAGRAPH
                END-IF
          END-READ
       END-PERFORM
       CLOSE PROCESADAS-FILE
    END-IF
    MOVE 'S' TO WS-RESPUESTA-VALIDA.

ProcesarRespuesta.
    OPEN INPUT RESPUESTA-FILE
    PERFORM UNTIL WS-EOF-RESPUESTA = 'Y'
       READ RESPUESTA-FILE
          AT END MOVE 'Y' TO WS-EOF-RESPUESTA
          NOT AT END
             IF RSP-Indicador = 'D'
                ADD 1 TO WS-LEIDOS
                IF RSP-Codigo = "00"
                   PERFORM GenerarPago
                ELSE
                   PERFORM RegistrarRechazo
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE RESPUESTA-FILE
    IF WS-FEED-ABIERTO = 'S'
       MOVE 'T' TO TRL-Indicador
       MOVE WS-COBRADOS TO TRL-Conteo
       WRITE MOVS-TRAILER
       CLOSE MOVS-FILE
    END-IF
    IF WS-RECHAZADOS > 0
       CLOSE RECHAZOS-FILE
    END-IF.

GenerarPago.
    IF WS-FEED-ABIERTO = 'N'
       OPEN EXTEND MOVS-FILE
       IF WS-ESTADO-MOVS NOT = "00"
          OPEN OUTPUT MOVS-FILE
          CLOSE MOVS-FILE
          OPEN EXTEND MOVS-FILE
       END-IF
       CALL "SECUENCIAID" USING WS-FEED-SECUENCIA
       MOVE 'H' TO ENC-Indicador
       MOVE SPACES TO ENC-FeedId
       MOVE "DD" TO ENC-FeedId(1:2)
       MOVE WS-FEED-SECUENCIA TO ENC-FeedId(3:7)
       MOVE WS-FECHA-HOY TO ENC-Fecha
       WRITE MOVS-ENCABEZADO
       MOVE 'S' TO WS-FEED-ABIERTO
    END-IF
    MOVE 'D' TO MOV-Indicador
    MOVE RSP-EstudianteId TO MOV-EstudianteId
    MOVE RSP-Periodo TO MOV-Periodo
    MOVE 'P' TO MOV-Tipo
    MOVE RSP-Monto TO MOV-Monto
    MOVE RSP-Cuota TO WS-CONCEPTO-NUMERO
    MOVE WS-CONCEPTO-CUOTA TO MOV-Concepto
    WRITE MOVS-REGISTRO
    ADD 1 TO WS-COBRADOS
    ADD RSP-Monto TO WS-MONTO-COBRADO.

RegistrarRechazo.
    IF WS-RECHAZADOS = 0
       OPEN EXTEND RECHAZOS-FILE
       IF WS-ESTADO-RECHAZOS NOT = "00"
          OPEN OUTPUT RECHAZOS-FILE
          CLOSE RECHAZOS-FILE
          OPEN EXTEND RECHAZOS-FILE
       END-IF
    END-IF
    ADD 1 TO WS-RECHAZADOS
    MOVE WS-FECHA-HOY TO REC-Fecha
    MOVE RSP-Referencia TO REC-Referencia
    MOVE RSP-Monto TO REC-Monto
    MOVE RSP-Codigo TO REC-Codigo
    EVALUATE RSP-Codigo
       WHEN "01"
          MOVE "FONDOS INSUFICIENTES" TO REC-Motivo
       WHEN "02"
          MOVE "CUENTA CERRADA" TO REC-Motivo
       WHEN "03"
          MOVE "MANDATO REVOCADO O INEXISTENTE" TO REC-Motivo
       WHEN OTHER
          MOVE "RECHAZO DEL BANCO" TO REC-Motivo
    END-EVALUATE
    WRITE RECHAZOS-REGISTRO
    DISPLAY "DEBITO RECHAZADO: " RSP-Referencia " " REC-Motivo.

AsentarRespuesta.
    OPEN EXTEND PROCESADAS-FILE
    IF WS-ESTADO-PROCESADAS NOT = "00"
       OPEN OUTPUT PROCESADAS-FILE
       CLOSE PROCESADAS-FILE
       OPEN EXTEND PROCESADAS-FILE
    END-IF
    MOVE WS-ARCHIVO-ID TO PRO-ArchivoId
    MOVE WS-FECHA-HOY TO PRO-Fecha
    WRITE PROCESADAS-REGISTRO
    CLOSE PROCESADAS-FILE.
