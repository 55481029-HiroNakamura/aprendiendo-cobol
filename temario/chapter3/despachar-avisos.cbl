IDENTIFICATION DIVISION.
PROGRAM-ID. DESPACHARAVISOS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> El despacho nocturno de los avisos electronicos que los programas
*> piden via SOLICITARAVISO. Toma cada pedido de AVISOS-PEDIDOS.DAT,
*> busca el CONTACTO-ID en datos.dat por clave directa y resuelve el
*> destino segun el canal: EMAIL para 'E', TELEFONO para 'S'. Si el
*> contacto no tiene el dato del canal pedido pero si el del otro,
*> el aviso sale por el otro canal, que es mejor que no avisar. El
*> lote para el proveedor de SMS/email va a AVISOS-PROVEEDOR.DAT,
*> de formato fijo como DEBITOS-BANCO.DAT: un H con el id del lote
*> (de SECUENCIAID) y la fecha, un D por mensaje (id de mensaje,
*> canal EMAIL o SMS, destino, plantilla y parametros) y un T con
*> el conteo. Cada mensaje enviado queda pendiente en
*> AVISOS-ENVIOS.DAT hasta que ESTADOAVISOS procese el estado que
*> devuelve el proveedor; el pedido sin contacto o sin email ni
*> telefono no viaja y se asienta directo en AVISOS-RESULTADOS.DAT
*> con estado 'X' (sin destino), y deja RC=4 para que alguien
*> complete los datos. Los pedidos despachados se borran de la
*> cola. El candado es el de DEBITOSCUOTAS: la fecha despachada
*> queda en AVISOS-HECHOS.DAT y una segunda corrida el mismo dia se
*> rechaza, para no pisar el lote que todavia no se transmitio.
*> Antes de elegir el canal se consulta CONSENTIMIENTOS.DAT: un
*> aviso escolar no sale a quien retiro ese permiso, uno de
*> marketing solo sale a quien dio opt-in explicito, y un canal con
*> opt-out se trata como si el contacto no tuviera ese dato. Lo que
*> el consentimiento frena se asienta con estado 'X' y detalle SIN
*> CONSENTIMIENTO; no deja RC=4 porque no hay nada que corregir.
*> Un EMAIL marcado como rebotado en inentregables.dat (lo marca
*> DEVOLUCIONESCORREO) tampoco se usa: el aviso sale por SMS y, si
*> no hay telefono, queda sin destino con detalle EMAIL DEVUELTO,
*> con RC=4 porque hay que pedir el email nuevo.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT PEDIDOS-FILE ASSIGN TO "AVISOS-PEDIDOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PEDIDOS.
SELECT CONTACTO ASSIGN DYNAMIC WS-DATOS-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS CONTACTO-ID
   FILE STATUS IS WS-ESTADO-CONTACTO.
SELECT CONSENTIMIENTOS ASSIGN DYNAMIC WS-CONSENTIMIENTOS-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS CON-CONTACTO-ID
   FILE STATUS IS WS-ESTADO-CONSENTIMIENTOS.
SELECT INENTREGABLES ASSIGN DYNAMIC WS-INENTREGABLES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS INE-CONTACTO-ID
   FILE STATUS IS WS-ESTADO-INENTREGABLES.
SELECT PROVEEDOR-FILE ASSIGN TO "AVISOS-PROVEEDOR.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PROVEEDOR.
SELECT ENVIOS-FILE ASSIGN TO "AVISOS-ENVIOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ENVIOS.
SELECT RESULTADOS-FILE ASSIGN TO "AVISOS-RESULTADOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RESULTADOS.
SELECT HECHOS-FILE ASSIGN TO "AVISOS-HECHOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HECHOS.

DATA DIVISION.
FILE SECTION.
FD PEDIDOS-FILE.
01 PEDIDOS-REGISTRO.
   05 PED-MensajeId PIC X(9).
   05 PED-Fecha PIC 9(8).
   05 PED-Programa PIC X(30).
   05 PED-ContactoId PIC 9(5).
   05 PED-Canal PIC X(1).
   05 PED-Plantilla PIC X(8).
   05 PED-Parametros PIC X(60).
   05 PED-Finalidad PIC X(1).

FD CONTACTO.
COPY CONTACTO REPLACING GRUPO BY CONTACTO-FILE
                        CAMPO-ID BY CONTACTO-ID
                        CAMPO-EMAIL BY EMAIL
                        CAMPO-TEL BY TELEFONO
                        CAMPO-APE BY APELLIDO
                        CAMPO-NOM BY NOMBRE
                        CAMPO-ALTA BY FECHA-ALTA
                        CAMPO-MOD BY FECHA-MODIFICACION.

FD PROVEEDOR-FILE.
01 PROVEEDOR-DETALLE.
   05 PRV-Indicador PIC X(1).
   05 PRV-MensajeId PIC X(9).
   05 PRV-Canal PIC X(5).
   05 PRV-Destino PIC X(25).
   05 PRV-Plantilla PIC X(8).
   05 PRV-Parametros PIC X(60).
01 PROVEEDOR-ENCABEZADO.
   05 PRH-Indicador PIC X(1).
   05 PRH-LoteId PIC X(10).
   05 PRH-Fecha PIC 9(8).
01 PROVEEDOR-TRAILER.
   05 PRT-Indicador PIC X(1).
   05 PRT-Conteo PIC 9(6).

FD ENVIOS-FILE.
01 ENVIOS-REGISTRO.
   05 ENV-MensajeId PIC X(9).
   05 ENV-FechaPedido PIC 9(8).
   05 ENV-Programa PIC X(30).
   05 ENV-ContactoId PIC 9(5).
   05 ENV-Canal PIC X(1).
   05 ENV-Plantilla PIC X(8).
   05 ENV-Destino PIC X(25).
   05 ENV-LoteId PIC X(10).
   05 ENV-FechaEnvio PIC 9(8).

*> RES-Estado: 'D' entregado, 'R' rebotado, 'F' fallido segun el
*> proveedor, 'X' sin destino (nunca se envio).
FD RESULTADOS-FILE.
01 RESULTADOS-REGISTRO.
   05 RES-MensajeId PIC X(9).
   05 RES-Programa PIC X(30).
   05 RES-ContactoId PIC 9(5).
   05 RES-Canal PIC X(1).
   05 RES-Plantilla PIC X(8).
   05 RES-Destino PIC X(25).
   05 RES-Estado PIC X(1).
   05 RES-Fecha PIC 9(8).
   05 RES-Detalle PIC X(30).

FD CONSENTIMIENTOS.
COPY CONSENTIMIENTO REPLACING GRUPO BY CONSENTIMIENTO-REGISTRO
                        CAMPO-ID BY CON-CONTACTO-ID
                        CAMPO-EMAIL BY CON-EMAIL
                        CAMPO-EMAIL-FECHA BY CON-EMAIL-FECHA
                        CAMPO-SMS BY CON-SMS
                        CAMPO-SMS-FECHA BY CON-SMS-FECHA
                        CAMPO-POSTAL BY CON-POSTAL
                        CAMPO-POSTAL-FECHA BY CON-POSTAL-FECHA
                        CAMPO-PORTAL BY CON-PORTAL
                        CAMPO-PORTAL-FECHA BY CON-PORTAL-FECHA
                        CAMPO-ESCOLAR BY CON-ESCOLAR
                        CAMPO-ESCOLAR-FECHA BY CON-ESCOLAR-FECHA
                        CAMPO-MARKETING BY CON-MARKETING
                        CAMPO-MARKETING-FECHA BY CON-MARKETING-FECHA.

FD INENTREGABLES.
COPY INENTREGABLE REPLACING GRUPO BY INENTREGABLE-REGISTRO
                        CAMPO-ID BY INE-CONTACTO-ID
                        CAMPO-POSTAL BY INE-POSTAL
                        CAMPO-POSTAL-FECHA BY INE-POSTAL-FECHA
                        CAMPO-POSTAL-MOTIVO BY INE-POSTAL-MOTIVO
                        CAMPO-EMAIL BY INE-EMAIL
                        CAMPO-EMAIL-FECHA BY INE-EMAIL-FECHA
                        CAMPO-EMAIL-MOTIVO BY INE-EMAIL-MOTIVO.

FD HECHOS-FILE.
01 HECHOS-REGISTRO.
   05 HEC-Fecha PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-PEDIDOS PIC X(2).
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-PROVEEDOR PIC X(2).
01 WS-ESTADO-ENVIOS PIC X(2).
01 WS-ESTADO-RESULTADOS PIC X(2).
01 WS-ESTADO-HECHOS PIC X(2).
01 WS-ESTADO-CONSENTIMIENTOS PIC X(2).
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-CONSENTIMIENTOS-PATH PIC X(50) VALUE "consentimientos.dat".
01 WS-CONSENTIMIENTOS-ABIERTO PIC A(1) VALUE 'N'.
01 WS-ESTADO-INENTREGABLES PIC X(2).
01 WS-INENTREGABLES-PATH PIC X(50) VALUE "inentregables.dat".
01 WS-INENTREGABLES-ABIERTO PIC A(1) VALUE 'N'.
01 WS-EOF-PEDIDOS PIC A(1) VALUE 'N'.
01 WS-EOF-HECHOS PIC A(1) VALUE 'N'.
01 WS-CONTACTO-ABIERTO PIC A(1) VALUE 'N'.
01 WS-YA-DESPACHADO PIC A(1) VALUE 'N'.
01 WS-RESULTADOS-ABIERTO PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-LOTE-SECUENCIA PIC 9(7).
01 WS-LOTE-ID PIC X(10).
01 WS-CANAL-ENVIO PIC X(1).
01 WS-DESTINO PIC X(25).
01 WS-MOTIVO PIC X(30).
01 WS-PERMITE-EMAIL PIC A(1).
01 WS-PERMITE-SMS PIC A(1).
01 WS-PERMITE-FINALIDAD PIC A(1).
01 WS-TIENE-EMAIL PIC A(1).
01 WS-TIENE-SMS PIC A(1).
01 WS-EMAIL-DEVUELTO PIC A(1).

01 WS-PEDIDOS PIC 9(6) VALUE 0.
01 WS-ENVIADOS PIC 9(6) VALUE 0.
01 WS-EMAILS PIC 9(6) VALUE 0.
01 WS-SMS PIC 9(6) VALUE 0.
01 WS-CAMBIO-CANAL PIC 9(6) VALUE 0.
01 WS-SIN-DESTINO PIC 9(6) VALUE 0.
01 WS-SIN-CONSENTIMIENTO PIC 9(6) VALUE 0.
01 WS-EMAILS-DEVUELTOS PIC 9(6) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "DESPACHARAVISOS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM InicializarConfiguracion
    PERFORM VerificarCandado
    IF WS-YA-DESPACHADO = 'S'
       DISPLAY "LOS AVISOS DEL " WS-FECHA-HOY " YA SE DESPACHARON, "
          "NO SE ARMA OTRO LOTE"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN INPUT PEDIDOS-FILE
    IF WS-ESTADO-PEDIDOS NOT = "00"
       DISPLAY "NO HAY AVISOS-PEDIDOS.DAT, EL LOTE SALE VACIO"
    END-IF
    OPEN INPUT CONTACTO
    IF WS-ESTADO-CONTACTO = "00"
       MOVE 'S' TO WS-CONTACTO-ABIERTO
    ELSE
       DISPLAY "ATENCION: NO SE PUDO ABRIR " WS-DATOS-PATH
          ", NINGUN AVISO TENDRA DESTINO"
    END-IF
    OPEN INPUT CONSENTIMIENTOS
    IF WS-ESTADO-CONSENTIMIENTOS = "00"
       MOVE 'S' TO WS-CONSENTIMIENTOS-ABIERTO
    END-IF
    OPEN INPUT INENTREGABLES
    IF WS-ESTADO-INENTREGABLES = "00"
       MOVE 'S' TO WS-INENTREGABLES-ABIERTO
    END-IF
    PERFORM AbrirLote
    IF WS-ESTADO-PEDIDOS = "00"
       PERFORM UNTIL WS-EOF-PEDIDOS = 'Y'
          READ PEDIDOS-FILE
             AT END MOVE 'Y' TO WS-EOF-PEDIDOS
             NOT AT END
                ADD 1 TO WS-PEDIDOS
                PERFORM DespacharUnPedido
          END-READ
       END-PERFORM
       CLOSE PEDIDOS-FILE
    END-IF
    PERFORM CerrarLote
    IF WS-RESULTADOS-ABIERTO = 'S'
       CLOSE RESULTADOS-FILE
    END-IF
    IF WS-CONTACTO-ABIERTO = 'S'
       CLOSE CONTACTO
    END-IF
    IF WS-CONSENTIMIENTOS-ABIERTO = 'S'
       CLOSE CONSENTIMIENTOS
    END-IF
    IF WS-INENTREGABLES-ABIERTO = 'S'
       CLOSE INENTREGABLES
    END-IF
    PERFORM VaciarPedidos
    PERFORM GrabarCandado
    IF WS-SIN-DESTINO > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "AVISOS PEDIDOS: " WS-PEDIDOS "  ENVIADOS: " WS-ENVIADOS
       " (" WS-EMAILS " EMAIL, " WS-SMS " SMS, " WS-CAMBIO-CANAL
       " POR EL OTRO CANAL)  SIN DESTINO: " WS-SIN-DESTINO
       "  SIN CONSENTIMIENTO: " WS-SIN-CONSENTIMIENTO
       "  EMAIL DEVUELTO: " WS-EMAILS-DEVUELTOS
    DISPLAY "LOTE " WS-LOTE-ID " EN AVISOS-PROVEEDOR.DAT".
FinInicio.
DISPLAY "JOB DESPACHARAVISOS COMPLETE, RC=" RETURN-CODE.
*> GOBACK y no STOP RUN: PLANIFICADOR llama este paso con CALL por
*> el nombre de JOB-DEFINICIONES.DAT y un STOP RUN le mataria la
*> ventana entera, igual que los pasos de LOTEDIARIO terminan con
*> GOBACK.
GOBACK.

InicializarConfiguracion.
    ACCEPT WS-DATOS-PATH FROM ENVIRONMENT "DATOS_DAT_PATH"
    IF WS-DATOS-PATH = SPACES
       MOVE "datos.dat" TO WS-DATOS-PATH
    END-IF
    ACCEPT WS-CONSENTIMIENTOS-PATH
       FROM ENVIRONMENT "CONSENTIMIENTOS_DAT_PATH"
    IF WS-CONSENTIMIENTOS-PATH = SPACES
       MOVE "consentimientos.dat" TO WS-CONSENTIMIENTOS-PATH
    END-IF
    ACCEPT WS-INENTREGABLES-PATH
       FROM ENVIRONMENT "INENTREGABLES_DAT_PATH"
    IF WS-INENTREGABLES-PATH = SPACES
       MOVE "inentregables.dat" TO WS-INENTREGABLES-PATH
    END-IF.

VerificarCandado.
    OPEN INPUT HECHOS-FILE
    IF WS-ESTADO-HECHOS = "00"
       PERFORM UNTIL WS-EOF-HECHOS = 'Y'
          READ HECHOS-FILE
             AT END MOVE 'Y' TO WS-EOF-HECHOS
             NOT AT END
                IF HEC-Fecha = WS-FECHA-HOY
                   MOVE 'S' TO WS-YA-DESPACHADO
                END-IF
          END-READ
       END-PERFORM
       CLOSE HECHOS-FILE
    END-IF.

AbrirLote.
    OPEN OUTPUT PROVEEDOR-FILE
    CALL "SECUENCIAID" USING WS-LOTE-SECUENCIA
    MOVE SPACES TO WS-LOTE-ID
    MOVE "AV" TO WS-LOTE-ID(1:2)
    MOVE WS-LOTE-SECUENCIA TO WS-LOTE-ID(3:7)
    MOVE 'H' TO PRH-Indicador
    MOVE WS-LOTE-ID TO PRH-LoteId
    MOVE WS-FECHA-HOY TO PRH-Fecha
    WRITE PROVEEDOR-ENCABEZADO
    OPEN EXTEND ENVIOS-FILE
    IF WS-ESTADO-ENVIOS NOT = "00"
       OPEN OUTPUT ENVIOS-FILE
       CLOSE ENVIOS-FILE
       OPEN EXTEND ENVIOS-FILE
    END-IF.

CerrarLote.
    MOVE 'T' TO PRT-Indicador
    MOVE WS-ENVIADOS TO PRT-Conteo
    WRITE PROVEEDOR-TRAILER
    CLOSE PROVEEDOR-FILE
    CLOSE ENVIOS-FILE.

*> El canal pedido manda; sin ese dato (o sin consentimiento para
*> ese canal, o con el email rebotado) se prueba el otro, y sin
*> ninguno el pedido queda sin destino o sin consentimiento segun
*> lo que falto.
DespacharUnPedido.
    MOVE SPACES TO WS-DESTINO
    MOVE SPACE TO WS-CANAL-ENVIO
    IF PED-Canal NOT = 'E' AND PED-Canal NOT = 'S'
       MOVE "CANAL INVALIDO" TO WS-MOTIVO
       PERFORM AsentarSinDestino
       EXIT PARAGRAPH
    END-IF
    IF WS-CONTACTO-ABIERTO = 'N'
       MOVE "SIN ACCESO A DATOS.DAT" TO WS-MOTIVO
       PERFORM AsentarSinDestino
       EXIT PARAGRAPH
    END-IF
    MOVE PED-ContactoId TO CONTACTO-ID
    READ CONTACTO
       INVALID KEY
          MOVE "CONTACTO NO EXISTE" TO WS-MOTIVO
          PERFORM AsentarSinDestino
          EXIT PARAGRAPH
    END-READ
    PERFORM LeerConsentimiento
    IF WS-PERMITE-FINALIDAD = 'N'
       IF PED-Finalidad = 'M'
          MOVE "SIN CONSENTIMIENTO MARKETING" TO WS-MOTIVO
       ELSE
          MOVE "SIN CONSENTIMIENTO ESCOLAR" TO WS-MOTIVO
       END-IF
       PERFORM AsentarSinConsentimiento
       EXIT PARAGRAPH
    END-IF
    PERFORM LeerInentregable
    MOVE 'N' TO WS-TIENE-EMAIL WS-TIENE-SMS
    IF EMAIL NOT = SPACES AND WS-PERMITE-EMAIL = 'S'
       AND WS-EMAIL-DEVUELTO = 'N'
       MOVE 'S' TO WS-TIENE-EMAIL
    END-IF
    IF TELEFONO NOT = SPACES AND WS-PERMITE-SMS = 'S'
       MOVE 'S' TO WS-TIENE-SMS
    END-IF
    IF PED-Canal = 'E'
       IF WS-TIENE-EMAIL = 'S'
          MOVE 'E' TO WS-CANAL-ENVIO
          MOVE EMAIL TO WS-DESTINO
       ELSE
          IF WS-TIENE-SMS = 'S'
             MOVE 'S' TO WS-CANAL-ENVIO
             MOVE TELEFONO TO WS-DESTINO
             ADD 1 TO WS-CAMBIO-CANAL
          END-IF
       END-IF
    ELSE
       IF WS-TIENE-SMS = 'S'
          MOVE 'S' TO WS-CANAL-ENVIO
          MOVE TELEFONO TO WS-DESTINO
       ELSE
          IF WS-TIENE-EMAIL = 'S'
             MOVE 'E' TO WS-CANAL-ENVIO
             MOVE EMAIL TO WS-DESTINO
             ADD 1 TO WS-CAMBIO-CANAL
          END-IF
       END-IF
    END-IF
    IF WS-CANAL-ENVIO = SPACE
       EVALUATE TRUE
          WHEN EMAIL = SPACES AND TELEFONO = SPACES
             MOVE "SIN EMAIL NI TELEFONO" TO WS-MOTIVO
             PERFORM AsentarSinDestino
          WHEN WS-EMAIL-DEVUELTO = 'S' AND TELEFONO = SPACES
             MOVE "EMAIL DEVUELTO, SIN TELEFONO" TO WS-MOTIVO
             PERFORM AsentarSinDestino
          WHEN OTHER
             MOVE "SIN CONSENTIMIENTO DE CANAL" TO WS-MOTIVO
             PERFORM AsentarSinConsentimiento
       END-EVALUATE
       EXIT PARAGRAPH
    END-IF
    PERFORM EscribirMensaje.

EscribirMensaje.
    MOVE 'D' TO PRV-Indicador
    MOVE PED-MensajeId TO PRV-MensajeId
    IF WS-CANAL-ENVIO = 'E'
       MOVE "EMAIL" TO PRV-Canal
       ADD 1 TO WS-EMAILS
    ELSE
       MOVE "SMS" TO PRV-Canal
       ADD 1 TO WS-SMS
    END-IF
    MOVE WS-DESTINO TO PRV-Destino
    MOVE PED-Plantilla TO PRV-Plantilla
    MOVE PED-Parametros TO PRV-Parametros
    WRITE PROVEEDOR-DETALLE
    ADD 1 TO WS-ENVIADOS
    MOVE PED-MensajeId TO ENV-MensajeId
    MOVE PED-Fecha TO ENV-FechaPedido
    MOVE PED-Programa TO ENV-Programa
    MOVE PED-ContactoId TO ENV-ContactoId
    MOVE WS-CANAL-ENVIO TO ENV-Canal
    MOVE PED-Plantilla TO ENV-Plantilla
    MOVE WS-DESTINO TO ENV-Destino
    MOVE WS-LOTE-ID TO ENV-LoteId
    MOVE WS-FECHA-HOY TO ENV-FechaEnvio
    WRITE ENVIOS-REGISTRO.

*> Sin registro de consentimiento valen los permisos por defecto:
*> canales y avisos escolares salen salvo opt-out ('N'); el
*> marketing solo con opt-in ('S'). Un pedido sin finalidad es
*> escolar.
LeerConsentimiento.
    MOVE 'S' TO WS-PERMITE-EMAIL WS-PERMITE-SMS WS-PERMITE-FINALIDAD
    IF PED-Finalidad = 'M'
       MOVE 'N' TO WS-PERMITE-FINALIDAD
    END-IF
    IF WS-CONSENTIMIENTOS-ABIERTO = 'N'
       EXIT PARAGRAPH
    END-IF
    MOVE PED-ContactoId TO CON-CONTACTO-ID
    READ CONSENTIMIENTOS
       INVALID KEY CONTINUE
       NOT INVALID KEY
          IF CON-EMAIL = 'N'
             MOVE 'N' TO WS-PERMITE-EMAIL
          END-IF
          IF CON-SMS = 'N'
             MOVE 'N' TO WS-PERMITE-SMS
          END-IF
          IF PED-Finalidad = 'M'
             IF CON-MARKETING = 'S'
                MOVE 'S' TO WS-PERMITE-FINALIDAD
             END-IF
          ELSE
             IF CON-ESCOLAR = 'N'
                MOVE 'N' TO WS-PERMITE-FINALIDAD
             END-IF
          END-IF
    END-READ.

*> La marca de email rebotado de inentregables.dat; sin el archivo
*> o sin registro del contacto, el email se da por bueno.
LeerInentregable.
    MOVE 'N' TO WS-EMAIL-DEVUELTO
    IF WS-INENTREGABLES-ABIERTO = 'N' OR EMAIL = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE PED-ContactoId TO INE-CONTACTO-ID
    READ INENTREGABLES
       INVALID KEY CONTINUE
       NOT INVALID KEY
          IF INE-EMAIL = 'S'
             MOVE 'S' TO WS-EMAIL-DEVUELTO
             ADD 1 TO WS-EMAILS-DEVUELTOS
          END-IF
    END-READ.

AsentarSinDestino.
    ADD 1 TO WS-SIN-DESTINO
    PERFORM AsentarNoEnviado
    DISPLAY "SIN DESTINO: " PED-MensajeId " CONTACTO-ID "
       PED-ContactoId " DE " FUNCTION TRIM(PED-Programa) " - "
       WS-MOTIVO.

AsentarSinConsentimiento.
    ADD 1 TO WS-SIN-CONSENTIMIENTO
    PERFORM AsentarNoEnviado
    DISPLAY "NO ENVIADO: " PED-MensajeId " CONTACTO-ID "
       PED-ContactoId " DE " FUNCTION TRIM(PED-Programa) " - "
       WS-MOTIVO.

AsentarNoEnviado.
    IF WS-RESULTADOS-ABIERTO = 'N'
       OPEN EXTEND RESULTADOS-FILE
       IF WS-ESTADO-RESULTADOS NOT = "00"
          OPEN OUTPUT RESULTADOS-FILE
          CLOSE RESULTADOS-FILE
          OPEN EXTEND RESULTADOS-FILE
       END-IF
       MOVE 'S' TO WS-RESULTADOS-ABIERTO
    END-IF
    MOVE PED-MensajeId TO RES-MensajeId
    MOVE PED-Programa TO RES-Programa
    MOVE PED-ContactoId TO RES-ContactoId
    MOVE PED-Canal TO RES-Canal
    MOVE PED-Plantilla TO RES-Plantilla
    MOVE SPACES TO RES-Destino
    MOVE 'X' TO RES-Estado
    MOVE WS-FECHA-HOY TO RES-Fecha
    MOVE WS-MOTIVO TO RES-Detalle
    WRITE RESULTADOS-REGISTRO.

*> Lo despachado sale de la cola; lo que se pida de aqui en mas
*> viaja en el lote de manana.
VaciarPedidos.
    IF WS-ESTADO-PEDIDOS = "00"
       OPEN OUTPUT PEDIDOS-FILE
       CLOSE PEDIDOS-FILE
    END-IF.

GrabarCandado.
    OPEN EXTEND HECHOS-FILE
    IF WS-ESTADO-HECHOS NOT = "00"
       OPEN OUTPUT HECHOS-FILE
       CLOSE HECHOS-FILE
       OPEN EXTEND HECHOS-FILE
    END-IF
    MOVE WS-FECHA-HOY TO HEC-Fecha
    WRITE HECHOS-REGISTRO
    CLOSE HECHOS-FILE.
