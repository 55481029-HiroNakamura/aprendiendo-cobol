IDENTIFICATION DIVISION.
PROGRAM-ID. DEBITOSCUOTAS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> GENERARCUOTAS arma el calendario de cuotas, pero cada familia
*> seguia pagando a mano. Las familias que firmaron un mandato de
*> debito automatico figuran en MANDATOS-DEBITO.DAT (EstudianteId,
*> banco, cuenta, titular, fecha de firma y estado 'A' activo o 'C'
*> cancelado). Esta cobranza toma cada cuota de CUOTAS.DAT que
*> vence en la fecha de proceso de un estudiante con mandato activo
*> y escribe el pedido de debito para el banco en DEBITOS-BANCO.DAT,
*> de formato fijo: un registro H (id del archivo de SECUENCIAID,
*> fecha y codigo de la escuela ante el banco de DEBITOS.CTL), un
*> D por cuota (referencia de 16 = EstudianteId + periodo + numero
*> de cuota, banco, cuenta, titular, monto sin punto decimal con
*> dos decimales implicitos y fecha de vencimiento) y un T con el
*> conteo y el total. La referencia es la que el banco devuelve en
*> su archivo de respuesta, que procesa RESPUESTADEBITOS. El
*> candado: cada fecha enviada queda en DEBITOS-HECHOS.DAT y correr
*> dos veces el mismo dia se rechaza, asi no se debita doble.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT CUOTAS-FILE ASSIGN TO "CUOTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CUOTAS.
SELECT MANDATOS-FILE ASSIGN TO "MANDATOS-DEBITO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MANDATOS.
SELECT DEBITOS-CTL ASSIGN TO "DEBITOS.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT HECHOS-FILE ASSIGN TO "DEBITOS-HECHOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HECHOS.
SELECT DEBITOS-FILE ASSIGN TO "DEBITOS-BANCO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DEBITOS.

DATA DIVISION.
FILE SECTION.
FD CUOTAS-FILE.
01 CUOTAS-REGISTRO.
   05 CUO-EstudianteId PIC 9(8).
   05 CUO-Periodo PIC 9(6).
   05 CUO-Numero PIC 9(2).
   05 CUO-FechaVence PIC 9(8).
   05 CUO-Monto PIC 9(5)V99.

FD MANDATOS-FILE.
01 MANDATOS-REGISTRO.
   05 MAN-EstudianteId PIC 9(8).
   05 MAN-Banco PIC 9(4).
   05 MAN-Cuenta PIC X(20).
   05 MAN-Titular PIC X(30).
   05 MAN-FechaFirma PIC 9(8).
   05 MAN-Estado PIC X(1).

FD DEBITOS-CTL.
01 DEBITOS-CTL-REGISTRO.
   05 CTL-CodigoEmpresa PIC X(10).

FD HECHOS-FILE.
01 HECHOS-REGISTRO.
   05 HEC-Fecha PIC 9(8).

FD DEBITOS-FILE.
01 DEBITOS-DETALLE.
   05 DEB-Indicador PIC X(1).
   05 DEB-Referencia PIC X(16).
   05 DEB-Banco PIC 9(4).
   05 DEB-Cuenta PIC X(20).
   05 DEB-Titular PIC X(30).
   05 DEB-Monto PIC 9(9)V99.
   05 DEB-FechaVence PIC 9(8).
01 DEBITOS-ENCABEZADO.
   05 DEH-Indicador PIC X(1).
   05 DEH-ArchivoId PIC X(10).
   05 DEH-Fecha PIC 9(8).
   05 DEH-CodigoEmpresa PIC X(10).
01 DEBITOS-TRAILER.
   05 DET-Indicador PIC X(1).
   05 DET-Conteo PIC 9(6).
   05 DET-Total PIC 9(11)V99.

WORKING-STORAGE SECTION.
01 WS-ESTADO-CUOTAS PIC X(2).
01 WS-ESTADO-MANDATOS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-HECHOS PIC X(2).
01 WS-ESTADO-DEBITOS PIC X(2).
01 WS-EOF-CUOTAS PIC A(1) VALUE 'N'.
01 WS-EOF-MANDATOS PIC A(1) VALUE 'N'.
01 WS-EOF-HECHOS PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-YA-ENVIADO PIC A(1) VALUE 'N'.
01 WS-CODIGO-EMPRESA PIC X(10) VALUE "ESCUELA".

*> Los mandatos activos, con la cuenta a debitar.
01 WS-TABLA-MANDATOS.
   05 WS-MANDATO-FILA OCCURS 200 TIMES.
      10 MDT-ID PIC 9(8).
      10 MDT-BANCO PIC 9(4).
      10 MDT-CUENTA PIC X(20).
      10 MDT-TITULAR PIC X(30).
01 WS-TOTAL-MANDATOS PIC 9(3) VALUE 0.
01 WS-MDT-SUB PIC 9(3).

01 WS-REFERENCIA.
   05 WS-REF-ESTUDIANTE PIC 9(8).
   05 WS-REF-PERIODO PIC 9(6).
   05 WS-REF-CUOTA PIC 9(2).
01 WS-ARCHIVO-SECUENCIA PIC 9(7).
01 WS-ARCHIVO-ABIERTO PIC A(1) VALUE 'N'.
01 WS-DEBITOS-PEDIDOS PIC 9(6) VALUE 0.
01 WS-CUOTAS-DEL-DIA PIC 9(6) VALUE 0.
01 WS-SIN-MANDATO PIC 9(6) VALUE 0.
01 WS-TOTAL-PEDIDO PIC 9(11)V99 VALUE 0.
01 WS-MONTO-EDITADO PIC $$$,$$$,$$9.99.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "DEBITOSCUOTAS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM VerificarFechaNoEnviada
    IF WS-YA-ENVIADO = 'S'
       DISPLAY "RECHAZADO: LOS DEBITOS DEL " WS-FECHA-HOY
          " YA SE ENVIARON SEGUN DEBITOS-HECHOS.DAT"
       MOVE 8 TO RETURN-CODE
    ELSE
       PERFORM LeerCodigoEmpresa
       PERFORM CargarMandatos
       IF WS-TOTAL-MANDATOS = 0
          DISPLAY "NO HAY MANDATOS ACTIVOS EN MANDATOS-DEBITO.DAT"
       ELSE
          PERFORM GenerarPedidos
          IF WS-ARCHIVO-ABIERTO = 'S'
             PERFORM CerrarArchivoBanco
             PERFORM AsentarFechaEnviada
          END-IF
       END-IF
       MOVE WS-TOTAL-PEDIDO TO WS-MONTO-EDITADO
       DISPLAY "CUOTAS QUE VENCEN HOY: " WS-CUOTAS-DEL-DIA
          "  DEBITOS PEDIDOS: " WS-DEBITOS-PEDIDOS
          " POR " WS-MONTO-EDITADO
          "  SIN MANDATO: " WS-SIN-MANDATO
    END-IF.
DISPLAY "JOB DEBITOSCUOTAS COMPLETE, RC=" RETURN-CODE.
GOBACK.

VerificarFechaNoEnviada.
    OPEN INPUT HECHOS-FILE
    IF WS-ESTADO-HECHOS = "00"
       PERFORM UNTIL WS-EOF-HECHOS = 'Y'
          READ HECHOS-FILE
             AT END MOVE 'Y' TO WS-EOF-HECHOS
             NOT AT END
                IF HEC-Fecha = WS-FECHA-HOY
                   MOVE 'S' TO WS-YA-ENVIADO
                   MOVE 'Y' TO WS-EOF-HECHOS
                END-IF
          END-READ
       END-PERFORM
       CLOSE HECHOS-FILE
    END-IF.

LeerCodigoEmpresa.
    OPEN INPUT DEBITOS-CTL
    IF WS-ESTADO-CTL = "00"
       READ DEBITOS-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-CodigoEmpresa NOT = SPACES
                MOVE CTL-CodigoEmpresa TO WS-CODIGO-EMPRESA
             END-IF
       END-READ
       CLOSE DEBITOS-CTL
    END-IF.

CargarMandatos.
    OPEN INPUT MANDATOS-FILE
    IF WS-ESTADO-MANDATOS = "00"
       PERFORM UNTIL WS-EOF-MANDATOS = 'Y'
          READ MANDATOS-FILE
             AT END MOVE 'Y' TO WS-EOF-MANDATOS
             NOT AT END
                IF MAN-Estado = 'A'
                   AND MAN-FechaFirma <= WS-FECHA-HOY
                   IF WS-TOTAL-MANDATOS < 200
                      ADD 1 TO WS-TOTAL-MANDATOS
                      MOVE MAN-EstudianteId
                         TO MDT-ID(WS-TOTAL-MANDATOS)
                      MOVE MAN-Banco TO MDT-BANCO(WS-TOTAL-MANDATOS)
                      MOVE MAN-Cuenta
                         TO MDT-CUENTA(WS-TOTAL-MANDATOS)
                      MOVE MAN-Titular
                         TO MDT-TITULAR(WS-TOTAL-MANDATOS)
                   ELSE
                      DISPLAY "ATENCION: MAS DE 200 MANDATOS, SIN "
                         "DEBITO PARA " MAN-EstudianteId
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE MANDATOS-FILE
    END-IF.

GenerarPedidos.
    OPEN INPUT CUOTAS-FILE
    IF WS-ESTADO-CUOTAS NOT = "00"
       DISPLAY "NO HAY CUOTAS.DAT PARA DEBITAR"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CUOTAS = 'Y'
       READ CUOTAS-FILE
          AT END MOVE 'Y' TO WS-EOF-CUOTAS
          NOT AT END
             IF CUO-FechaVence = WS-FECHA-HOY
                ADD 1 TO WS-CUOTAS-DEL-DIA
                PERFORM PedirUnDebito
             END-IF
       END-READ
    END-PERFORM
    CLOSE CUOTAS-FILE.

PedirUnDebito.
    PERFORM VARYING WS-MDT-SUB FROM 1 BY 1
       UNTIL WS-MDT-SUB > WS-TOTAL-MANDATOS
       IF MDT-ID(WS-MDT-SUB) = CUO-EstudianteId
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-MDT-SUB > WS-TOTAL-MANDATOS
       ADD 1 TO WS-SIN-MANDATO
       EXIT PARAGRAPH
    END-IF
    IF WS-ARCHIVO-ABIERTO = 'N'
       PERFORM AbrirArchivoBanco
    END-IF
    MOVE CUO-EstudianteId TO WS-REF-ESTUDIANTE
    MOVE CUO-Periodo TO WS-REF-PERIODO
    MOVE CUO-Numero TO WS-REF-CUOTA
    MOVE 'D' TO DEB-Indicador
    MOVE WS-REFERENCIA TO DEB-Referencia
    MOVE MDT-BANCO(WS-MDT-SUB) TO DEB-Banco
    MOVE MDT-CUENTA(WS-MDT-SUB) TO DEB-Cuenta
    MOVE MDT-TITULAR(WS-MDT-SUB) TO DEB-Titular
    MOVE CUO-Monto TO DEB-Monto
    MOVE CUO-FechaVence TO DEB-FechaVence
    WRITE DEBITOS-DETALLE
    ADD 1 TO WS-DEBITOS-PEDIDOS
    ADD CUO-Monto TO WS-TOTAL-PEDIDO.

*> Un archivo por dia, solo si hay algo que debitar.
AbrirArchivoBanco.
    OPEN OUTPUT DEBITOS-FILE
    CALL "SECUENCIAID" USING WS-ARCHIVO-SECUENCIA
    MOVE 'H' TO DEH-Indicador
    MOVE SPACES TO DEH-ArchivoId
    MOVE "DB" TO DEH-ArchivoId(1:2)
    MOVE WS-ARCHIVO-SECUENCIA TO DEH-ArchivoId(3:7)
    MOVE WS-FECHA-HOY TO DEH-Fecha
    MOVE WS-CODIGO-EMPRESA TO DEH-CodigoEmpresa
    WRITE DEBITOS-ENCABEZADO
    MOVE 'S' TO WS-ARCHIVO-ABIERTO.

CerrarArchivoBanco.
    MOVE 'T' TO DET-Indicador
    MOVE WS-DEBITOS-PEDIDOS TO DET-Conteo
    MOVE WS-TOTAL-PEDIDO TO DET-Total
    WRITE DEBITOS-TRAILER
    CLOSE DEBITOS-FILE.

AsentarFechaEnviada.
    OPEN EXTEND HECHOS-FILE
    IF WS-ESTADO-HECHOS NOT = "00"
       OPEN OUTPUT HECHOS-FILE
       CLOSE HECHOS-FILE
       OPEN EXTEND HECHOS-FILE
    END-IF
    MOVE WS-FECHA-HOY TO HEC-Fecha
    WRITE HECHOS-REGISTRO
    CLOSE HECHOS-FILE.
