IDENTIFICATION DIVISION.
PROGRAM-ID. AVISOSMORA.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> REPORTEANTIGUEDAD dice quien debe, pero los avisos de cobranza
*> se seguian redactando uno por uno. Este programa envejece la
*> deuda igual que el reporte (pagos y creditos contra los cargos
*> mas viejos primero, reembolsos restando) y toma cada cargo que
*> sigue impago pasados los dias de AVISOS-MORA.CTL (30 si no hay
*> control). Por estudiante sigue guardianes.dat a su primer
*> CONTACTO-ID y hogares.dat a su hogar, igual que BOLETINES, y
*> arma una carta por hogar (o por guardian, si no tiene hogar) que
*> lista los cargos vencidos de todos los hermanos, encabezada con
*> la direccion postal del guardian de datos.dat. Las cartas
*> escalan segun AVISOS-HISTORIA.DAT, que guarda el ultimo nivel
*> enviado a cada hogar y la fecha: primer aviso, segundo aviso y
*> aviso final antes de la retencion de matricula. Un hogar recibe
*> el nivel siguiente recien cuando pasaron los dias entre avisos
*> del control (15 por defecto) desde la carta anterior; el aviso
*> final se repite con esa misma cadencia. El historico se pisa
*> entero en cada corrida, asi que el hogar que se pone al dia sale
*> de la lista y su proxima deuda vuelve a empezar por el primer
*> aviso. Las cartas quedan en AVISOS-MORA.TXT y los estudiantes
*> con deuda sin guardian salen en una seccion de excepciones.
*> Cada carta emitida pide ademas un email al mismo guardian via
*> SOLICITARAVISO (plantilla MORA1, MORA2 o MORA3 segun el nivel,
*> con la referencia del hogar y el total vencido), que
*> DESPACHARAVISOS manda esa noche junto con los demas avisos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FACTURACION-FILE ASSIGN TO "FACTURACION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FACTURACION.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT CONTACTO ASSIGN DYNAMIC WS-DATOS-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS CONTACTO-ID
   FILE STATUS IS WS-ESTADO-CONTACTO.
SELECT GUARDIAN ASSIGN DYNAMIC WS-GUARDIANES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS GUARDIAN-EST-ID
   FILE STATUS IS WS-ESTADO-GUARDIAN.
SELECT HOGAR ASSIGN DYNAMIC WS-HOGARES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS HOGAR-ID
   FILE STATUS IS WS-ESTADO-HOGAR.
SELECT AVISOS-CTL ASSIGN TO "AVISOS-MORA.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT HISTORIA-FILE ASSIGN TO "AVISOS-HISTORIA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HISTORIA.
SELECT AVISOS-FILE ASSIGN TO "AVISOS-MORA.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-AVISOS.

DATA DIVISION.
FILE SECTION.
FD FACTURACION-FILE.
01 FACTURACION-REGISTRO.
   05 FAC-EstudianteId PIC 9(8).
   05 FAC-Periodo PIC 9(6).
   05 FAC-Tipo PIC A(1).
   05 FAC-Monto PIC 9(5)V99.
   05 FAC-Concepto PIC X(20).
   05 FAC-Fecha PIC 9(8).

FD ESTUDIANTES-FILE.
COPY ESTUDIANTE REPLACING GRUPO BY ESTUDIANTES-REGISTRO
                          CAMPO-ID BY FD-EstudianteId
                          CAMPO-INICIALES BY FD-Iniciales
                          CAMPO-NOMBRE BY FD-Nombre
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD CONTACTO.
COPY CONTACTO REPLACING GRUPO BY CONTACTO-FILE
                        CAMPO-ID BY CONTACTO-ID
                        CAMPO-EMAIL BY EMAIL
                        CAMPO-TEL BY TELEFONO
                        CAMPO-APE BY APELLIDO
                        CAMPO-NOM BY NOMBRE
                        CAMPO-ALTA BY FECHA-ALTA
                        CAMPO-MOD BY FECHA-MODIFICACION
                        CAMPO-DIRECCION BY DIRECCION
                        CAMPO-CALLE BY CALLE
                        CAMPO-CIUDAD BY CIUDAD
                        CAMPO-CP BY CODIGO-POSTAL.

FD GUARDIAN.
COPY GUARDIAN REPLACING GRUPO BY GUARDIAN-FILE
                        CAMPO-ID BY GUARDIAN-EST-ID
                        CAMPO-TOTAL BY GUARDIAN-TOTAL
                        CAMPO-GUARDIANES BY GUARDIAN-LISTA
                        CAMPO-GUARDIAN-ID BY GUARDIAN-CONTACTO-ID.

FD HOGAR.
COPY HOGAR REPLACING GRUPO BY HOGAR-FILE
                     CAMPO-ID BY HOGAR-ID
                     CAMPO-TOTAL BY HOGAR-TOTAL
                     CAMPO-MIEMBROS BY HOGAR-MIEMBROS
                     CAMPO-MIEMBRO-ID BY HOGAR-MIEMBRO-ID.

FD AVISOS-CTL.
01 AVISOS-CTL-REGISTRO.
   05 CTL-DiasVencido PIC 9(3).
   05 CTL-DiasEntreAvisos PIC 9(3).

*> HIS-Clave: 'H' + HOGAR-ID, o 'C' + CONTACTO-ID del guardian
*> cuando no pertenece a ningun hogar.
FD HISTORIA-FILE.
01 HISTORIA-REGISTRO.
   05 HIS-Clave PIC X(6).
   05 HIS-Nivel PIC 9(1).
   05 HIS-Fecha PIC 9(8).

FD AVISOS-FILE.
01 AVISOS-LINEA PIC X(100).

WORKING-STORAGE SECTION.
01 WS-ESTADO-FACTURACION PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-GUARDIAN PIC X(2).
01 WS-ESTADO-HOGAR PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-HISTORIA PIC X(2).
01 WS-ESTADO-AVISOS PIC X(2).
01 WS-EOF-FACTURACION PIC A(1) VALUE 'N'.
01 WS-EOF-HOGAR PIC A(1) VALUE 'N'.
01 WS-EOF-HISTORIA PIC A(1) VALUE 'N'.
01 WS-CONTACTO-ABIERTO PIC A(1) VALUE 'N'.
01 WS-ESTUDIANTES-ABIERTO PIC A(1) VALUE 'N'.
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-GUARDIANES-PATH PIC X(50) VALUE "guardianes.dat".
01 WS-HOGARES-PATH PIC X(50) VALUE "hogares.dat".

01 WS-FECHA-HOY PIC 9(8).
01 WS-HOY-INTEGER PIC S9(9) COMP.
01 WS-EDAD-DIAS PIC S9(9) COMP.
01 WS-DIAS-VENCIDO PIC 9(3) VALUE 30.
01 WS-DIAS-ENTRE-AVISOS PIC 9(3) VALUE 15.

*> Los cargos en orden de posteo, con el pozo de pagos de cada
*> estudiante, mismo esquema que REPORTEANTIGUEDAD.
01 WS-TABLA-CARGOS.
   05 WS-CARGO-FILA OCCURS 500 TIMES.
      10 CAR-ID PIC 9(8).
      10 CAR-PERIODO PIC 9(6).
      10 CAR-CONCEPTO PIC X(20).
      10 CAR-FECHA PIC 9(8).
      10 CAR-RESTANTE PIC 9(7)V99.
      10 CAR-DIAS PIC 9(5).
      10 CAR-VENCIDO PIC A(1).
01 WS-TOTAL-CARGOS PIC 9(3) VALUE 0.
01 WS-CAR-SUB PIC 9(3).

01 WS-TABLA-PAGOS.
   05 WS-PAGO-FILA OCCURS 200 TIMES.
      10 PAG-ID PIC 9(8).
      10 PAG-TOTAL PIC S9(7)V99.
01 WS-TOTAL-PAGOS PIC 9(3) VALUE 0.
01 WS-PAG-SUB PIC 9(3).
01 WS-CONSUMIR PIC 9(7)V99.

*> Los estudiantes con algun cargo vencido, con el guardian y el
*> hogar que resuelven su carta; DEU-IMPRESO evita repetir a un
*> hermano que ya salio en la carta de su hogar.
01 WS-TABLA-DEUDORES.
   05 WS-DEUDOR-FILA OCCURS 200 TIMES.
      10 DEU-ID PIC 9(8).
      10 DEU-NOMBRE PIC A(33).
      10 DEU-GUARDIAN PIC 9(5).
      10 DEU-HOGAR PIC 9(5).
      10 DEU-CLAVE PIC X(6).
      10 DEU-IMPRESO PIC A(1).
01 WS-TOTAL-DEUDORES PIC 9(3) VALUE 0.
01 WS-DEU-SUB PIC 9(3).
01 WS-DEU-OTRO PIC 9(3).
01 WS-DEU-GUARDADO PIC 9(3).

*> Cruce contacto -> hogar armado de una pasada por hogares.dat.
01 WS-TABLA-HOGARES.
   05 WS-HOGAR-FILA OCCURS 100 TIMES.
      10 HOG-CONTACTO PIC 9(5).
      10 HOG-HOGAR PIC 9(5).
01 WS-TOTAL-HOGARES PIC 9(3) VALUE 0.
01 WS-HOG-SUB PIC 9(3).
01 WS-MIEMBRO-SUB PIC 9(2).

*> El historico de avisos como quedo en la corrida anterior, y lo
*> que se graba al final: solo los hogares que siguen con deuda.
01 WS-TABLA-HISTORIA.
   05 WS-HISTORIA-FILA OCCURS 200 TIMES.
      10 HST-CLAVE PIC X(6).
      10 HST-NIVEL PIC 9(1).
      10 HST-FECHA PIC 9(8).
      10 HST-VIGENTE PIC A(1).
01 WS-TOTAL-HISTORIA PIC 9(3) VALUE 0.
01 WS-HST-SUB PIC 9(3).
01 WS-HST-HALLADA PIC 9(3).

01 WS-CLAVE-ARMADA.
   05 WS-CLAVE-TIPO PIC X(1).
   05 WS-CLAVE-NUMERO PIC 9(5).
01 WS-NIVEL-CARTA PIC 9(1).
01 WS-DIAS-DESDE-AVISO PIC S9(9) COMP.
01 WS-GUARDIAN-UBICADO PIC A(1).
01 WS-TOTAL-CARTA PIC 9(9)V99.
01 WS-TOTAL-ESTUDIANTE PIC 9(9)V99.
01 WS-MONTO-EDITADO PIC $$$,$$$,$$9.99.
01 WS-LINEA PIC X(100).
01 WS-CARTAS PIC 9(4) VALUE 0.
01 WS-CARTAS-NIVEL1 PIC 9(4) VALUE 0.
01 WS-CARTAS-NIVEL2 PIC 9(4) VALUE 0.
01 WS-CARTAS-NIVEL3 PIC 9(4) VALUE 0.
01 WS-NO-VENCIDAS PIC 9(4) VALUE 0.
01 WS-SIN-GUARDIAN PIC 9(4) VALUE 0.

*> El pedido de email al guardian para SOLICITARAVISO.
01 WS-AVISO-CONTACTO PIC 9(5).
01 WS-AVISO-CANAL PIC X(1) VALUE 'E'.
01 WS-AVISO-PLANTILLA.
   05 FILLER PIC X(4) VALUE "MORA".
   05 WS-AVISO-NIVEL PIC 9(1).
   05 FILLER PIC X(3) VALUE SPACES.
01 WS-AVISO-PARAMETROS PIC X(60).
01 WS-AVISO-FINALIDAD PIC X(1) VALUE 'E'.
01 WS-AVISO-TOTAL PIC 9(9).99.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "AVISOSMORA".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    COMPUTE WS-HOY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
    PERFORM InicializarConfiguracion
    PERFORM LeerControlAvisos
    PERFORM CargarMovimientos
    IF WS-TOTAL-CARGOS = 0
       DISPLAY "NO HAY CARGOS EN FACTURACION.DAT PARA AVISAR"
       MOVE 8 TO RETURN-CODE
    ELSE
       PERFORM AplicarPagosFIFO
       PERFORM MarcarVencidos
       PERFORM CargarDeudores
       PERFORM CargarHogares
       PERFORM ResolverCartas
       PERFORM CargarHistoria
       PERFORM EmitirAvisos
       PERFORM GrabarHistoria
       DISPLAY "AVISOS DE MORA: " WS-CARTAS " CARTAS ("
          WS-CARTAS-NIVEL1 " PRIMER, " WS-CARTAS-NIVEL2
          " SEGUNDO, " WS-CARTAS-NIVEL3 " FINAL), "
          WS-NO-VENCIDAS " HOGARES AUN EN PLAZO, "
          WS-SIN-GUARDIAN " SIN GUARDIAN"
    END-IF.
DISPLAY "JOB AVISOSMORA COMPLETE, RC=" RETURN-CODE.
STOP RUN.

InicializarConfiguracion.
    ACCEPT WS-DATOS-PATH FROM ENVIRONMENT "DATOS_DAT_PATH"
    IF WS-DATOS-PATH = SPACES
       MOVE "datos.dat" TO WS-DATOS-PATH
    END-IF
    ACCEPT WS-GUARDIANES-PATH FROM ENVIRONMENT "GUARDIANES_DAT_PATH"
    IF WS-GUARDIANES-PATH = SPACES
       MOVE "guardianes.dat" TO WS-GUARDIANES-PATH
    END-IF
    ACCEPT WS-HOGARES-PATH FROM ENVIRONMENT "HOGARES_DAT_PATH"
    IF WS-HOGARES-PATH = SPACES
       MOVE "hogares.dat" TO WS-HOGARES-PATH
    END-IF.

LeerControlAvisos.
    OPEN INPUT AVISOS-CTL
    IF WS-ESTADO-CTL = "00"
       READ AVISOS-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-DiasVencido IS NUMERIC
                AND CTL-DiasVencido > 0
                MOVE CTL-DiasVencido TO WS-DIAS-VENCIDO
             END-IF
             IF CTL-DiasEntreAvisos IS NUMERIC
                AND CTL-DiasEntreAvisos > 0
                MOVE CTL-DiasEntreAvisos TO WS-DIAS-ENTRE-AVISOS
             END-IF
       END-READ
       CLOSE AVISOS-CTL
    END-IF.

CargarMovimientos.
    OPEN INPUT FACTURACION-FILE
    IF WS-ESTADO-FACTURACION = "00"
       PERFORM UNTIL WS-EOF-FACTURACION = 'Y'
          READ FACTURACION-FILE
             AT END MOVE 'Y' TO WS-EOF-FACTURACION
             NOT AT END
                IF FAC-Tipo = 'C'
                   IF WS-TOTAL-CARGOS < 500
                      ADD 1 TO WS-TOTAL-CARGOS
                      MOVE FAC-EstudianteId
                         TO CAR-ID(WS-TOTAL-CARGOS)
                      MOVE FAC-Periodo TO CAR-PERIODO(WS-TOTAL-CARGOS)
                      MOVE FAC-Concepto
                         TO CAR-CONCEPTO(WS-TOTAL-CARGOS)
                      MOVE FAC-Fecha TO CAR-FECHA(WS-TOTAL-CARGOS)
                      MOVE FAC-Monto
                         TO CAR-RESTANTE(WS-TOTAL-CARGOS)
                      MOVE 0 TO CAR-DIAS(WS-TOTAL-CARGOS)
                      MOVE 'N' TO CAR-VENCIDO(WS-TOTAL-CARGOS)
                   ELSE
                      DISPLAY "ATENCION: MAS DE 500 CARGOS, SE "
                         "IGNORA UNO DE " FAC-EstudianteId
                   END-IF
                ELSE
                   PERFORM AcumularPago
                END-IF
          END-READ
       END-PERFORM
       CLOSE FACTURACION-FILE
    ELSE
       DISPLAY "NO HAY FACTURACION.DAT PARA PROCESAR"
    END-IF.

*> Un reembolso 'R' resta del pozo de pagos del estudiante, igual
*> que en REPORTEANTIGUEDAD.
AcumularPago.
    PERFORM VARYING WS-PAG-SUB FROM 1 BY 1
       UNTIL WS-PAG-SUB > WS-TOTAL-PAGOS
       IF PAG-ID(WS-PAG-SUB) = FAC-EstudianteId
          IF FAC-Tipo = 'R'
             SUBTRACT FAC-Monto FROM PAG-TOTAL(WS-PAG-SUB)
          ELSE
             ADD FAC-Monto TO PAG-TOTAL(WS-PAG-SUB)
          END-IF
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-PAGOS < 200
       ADD 1 TO WS-TOTAL-PAGOS
       MOVE FAC-EstudianteId TO PAG-ID(WS-TOTAL-PAGOS)
       IF FAC-Tipo = 'R'
          COMPUTE PAG-TOTAL(WS-TOTAL-PAGOS) = 0 - FAC-Monto
       ELSE
          MOVE FAC-Monto TO PAG-TOTAL(WS-TOTAL-PAGOS)
       END-IF
    END-IF.

*> De mas viejo a mas nuevo, el mismo FIFO de REPORTEANTIGUEDAD.
AplicarPagosFIFO.
    PERFORM VARYING WS-PAG-SUB FROM 1 BY 1
       UNTIL WS-PAG-SUB > WS-TOTAL-PAGOS
       PERFORM VARYING WS-CAR-SUB FROM 1 BY 1
          UNTIL WS-CAR-SUB > WS-TOTAL-CARGOS
             OR PAG-TOTAL(WS-PAG-SUB) <= 0
          IF CAR-ID(WS-CAR-SUB) = PAG-ID(WS-PAG-SUB)
             AND CAR-RESTANTE(WS-CAR-SUB) > 0
             IF PAG-TOTAL(WS-PAG-SUB)
                >= CAR-RESTANTE(WS-CAR-SUB)
                MOVE CAR-RESTANTE(WS-CAR-SUB) TO WS-CONSUMIR
             ELSE
                MOVE PAG-TOTAL(WS-PAG-SUB) TO WS-CONSUMIR
             END-IF
             SUBTRACT WS-CONSUMIR FROM CAR-RESTANTE(WS-CAR-SUB)
             SUBTRACT WS-CONSUMIR FROM PAG-TOTAL(WS-PAG-SUB)
          END-IF
       END-PERFORM
    END-PERFORM.

MarcarVencidos.
    PERFORM VARYING WS-CAR-SUB FROM 1 BY 1
       UNTIL WS-CAR-SUB > WS-TOTAL-CARGOS
       IF CAR-RESTANTE(WS-CAR-SUB) > 0
          COMPUTE WS-EDAD-DIAS = WS-HOY-INTEGER
             - FUNCTION INTEGER-OF-DATE(CAR-FECHA(WS-CAR-SUB))
          IF WS-EDAD-DIAS > WS-DIAS-VENCIDO
             MOVE WS-EDAD-DIAS TO CAR-DIAS(WS-CAR-SUB)
             MOVE 'S' TO CAR-VENCIDO(WS-CAR-SUB)
          END-IF
       END-IF
    END-PERFORM.

*> Un renglon por estudiante con algun cargo vencido, con el nombre
*> del maestro de estudiantes.
CargarDeudores.
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES = "00"
       MOVE 'S' TO WS-ESTUDIANTES-ABIERTO
    END-IF
    PERFORM VARYING WS-CAR-SUB FROM 1 BY 1
       UNTIL WS-CAR-SUB > WS-TOTAL-CARGOS
       IF CAR-VENCIDO(WS-CAR-SUB) = 'S'
          PERFORM AgregarDeudor
       END-IF
    END-PERFORM
    IF WS-ESTUDIANTES-ABIERTO = 'S'
       CLOSE ESTUDIANTES-FILE
    END-IF.

AgregarDeudor.
    PERFORM VARYING WS-DEU-SUB FROM 1 BY 1
       UNTIL WS-DEU-SUB > WS-TOTAL-DEUDORES
       IF DEU-ID(WS-DEU-SUB) = CAR-ID(WS-CAR-SUB)
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-DEUDORES NOT < 200
       DISPLAY "ATENCION: MAS DE 200 DEUDORES, SIN AVISO PARA "
          CAR-ID(WS-CAR-SUB)
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TOTAL-DEUDORES
    MOVE CAR-ID(WS-CAR-SUB) TO DEU-ID(WS-TOTAL-DEUDORES)
    MOVE "(SIN NOMBRE EN EL MAESTRO)" TO DEU-NOMBRE(WS-TOTAL-DEUDORES)
    MOVE 0 TO DEU-GUARDIAN(WS-TOTAL-DEUDORES)
    MOVE 0 TO DEU-HOGAR(WS-TOTAL-DEUDORES)
    MOVE SPACES TO DEU-CLAVE(WS-TOTAL-DEUDORES)
    MOVE 'N' TO DEU-IMPRESO(WS-TOTAL-DEUDORES)
    IF WS-ESTUDIANTES-ABIERTO = 'S'
       MOVE CAR-ID(WS-CAR-SUB) TO FD-EstudianteId
       READ ESTUDIANTES-FILE
          INVALID KEY CONTINUE
          NOT INVALID KEY
             MOVE FD-Nombre TO DEU-NOMBRE(WS-TOTAL-DEUDORES)
       END-READ
    END-IF.

*> Una pasada por hogares.dat deja el cruce contacto -> hogar en
*> memoria, para agrupar guardianes sin releer el indexado.
CargarHogares.
    OPEN INPUT HOGAR
    IF WS-ESTADO-HOGAR NOT = "00"
       DISPLAY "ATENCION: SIN " WS-HOGARES-PATH
          ", CADA GUARDIAN RECIBIRA SU PROPIA CARTA"
       EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUES TO HOGAR-ID
    START HOGAR KEY IS NOT LESS THAN HOGAR-ID
       INVALID KEY MOVE 'Y' TO WS-EOF-HOGAR
    END-START
    PERFORM UNTIL WS-EOF-HOGAR = 'Y'
       READ HOGAR NEXT
          AT END MOVE 'Y' TO WS-EOF-HOGAR
          NOT AT END
             PERFORM VARYING WS-MIEMBRO-SUB FROM 1 BY 1
                UNTIL WS-MIEMBRO-SUB > HOGAR-TOTAL
                IF WS-TOTAL-HOGARES < 100
                   ADD 1 TO WS-TOTAL-HOGARES
                   MOVE HOGAR-MIEMBRO-ID(WS-MIEMBRO-SUB)
                      TO HOG-CONTACTO(WS-TOTAL-HOGARES)
                   MOVE HOGAR-ID TO HOG-HOGAR(WS-TOTAL-HOGARES)
                END-IF
             END-PERFORM
       END-READ
    END-PERFORM
    CLOSE HOGAR.

*> Por deudor: primer guardian del cruce, su hogar si lo tiene, y
*> la clave con la que el historico sigue a esa carta.
ResolverCartas.
    OPEN INPUT GUARDIAN
    IF WS-ESTADO-GUARDIAN NOT = "00"
       DISPLAY "ATENCION: SIN " WS-GUARDIANES-PATH
          ", TODOS LOS DEUDORES SALDRAN COMO SIN GUARDIAN"
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-DEU-SUB FROM 1 BY 1
       UNTIL WS-DEU-SUB > WS-TOTAL-DEUDORES
       MOVE DEU-ID(WS-DEU-SUB) TO GUARDIAN-EST-ID
       READ GUARDIAN
          INVALID KEY CONTINUE
          NOT INVALID KEY
             IF GUARDIAN-TOTAL > 0
                MOVE GUARDIAN-CONTACTO-ID(1)
                   TO DEU-GUARDIAN(WS-DEU-SUB)
                PERFORM BuscarHogarDelGuardian
                PERFORM ArmarClaveCarta
             END-IF
       END-READ
    END-PERFORM
    CLOSE GUARDIAN.

BuscarHogarDelGuardian.
    PERFORM VARYING WS-HOG-SUB FROM 1 BY 1
       UNTIL WS-HOG-SUB > WS-TOTAL-HOGARES
       IF HOG-CONTACTO(WS-HOG-SUB) = DEU-GUARDIAN(WS-DEU-SUB)
          MOVE HOG-HOGAR(WS-HOG-SUB) TO DEU-HOGAR(WS-DEU-SUB)
          MOVE WS-TOTAL-HOGARES TO WS-HOG-SUB
       END-IF
    END-PERFORM.

ArmarClaveCarta.
    IF DEU-HOGAR(WS-DEU-SUB) > 0
       MOVE 'H' TO WS-CLAVE-TIPO
       MOVE DEU-HOGAR(WS-DEU-SUB) TO WS-CLAVE-NUMERO
    ELSE
       MOVE 'C' TO WS-CLAVE-TIPO
       MOVE DEU-GUARDIAN(WS-DEU-SUB) TO WS-CLAVE-NUMERO
    END-IF
    MOVE WS-CLAVE-ARMADA TO DEU-CLAVE(WS-DEU-SUB).

CargarHistoria.
    OPEN INPUT HISTORIA-FILE
    IF WS-ESTADO-HISTORIA = "00"
       PERFORM UNTIL WS-EOF-HISTORIA = 'Y'
          READ HISTORIA-FILE
             AT END MOVE 'Y' TO WS-EOF-HISTORIA
             NOT AT END
                IF WS-TOTAL-HISTORIA < 200
                   ADD 1 TO WS-TOTAL-HISTORIA
                   MOVE HIS-Clave TO HST-CLAVE(WS-TOTAL-HISTORIA)
                   MOVE HIS-Nivel TO HST-NIVEL(WS-TOTAL-HISTORIA)
                   MOVE HIS-Fecha TO HST-FECHA(WS-TOTAL-HISTORIA)
                   MOVE 'N' TO HST-VIGENTE(WS-TOTAL-HISTORIA)
                ELSE
                   DISPLAY "ATENCION: MAS DE 200 HOGARES EN EL "
                      "HISTORICO, SE PIERDE " HIS-Clave
                END-IF
          END-READ
       END-PERFORM
       CLOSE HISTORIA-FILE
    END-IF.

*> Una carta por clave (hogar o guardian suelto) con todos los
*> hermanos adentro; los sin guardian van a la seccion final.
EmitirAvisos.
    OPEN OUTPUT AVISOS-FILE
    OPEN INPUT CONTACTO
    IF WS-ESTADO-CONTACTO = "00"
       MOVE 'S' TO WS-CONTACTO-ABIERTO
    END-IF
    MOVE SPACES TO WS-LINEA
    STRING "*** AVISOS DE MORA AL " WS-FECHA-HOY
       " (VENCIDO A LOS " WS-DIAS-VENCIDO " DIAS) ***"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    PERFORM VARYING WS-DEU-SUB FROM 1 BY 1
       UNTIL WS-DEU-SUB > WS-TOTAL-DEUDORES
       IF DEU-IMPRESO(WS-DEU-SUB) = 'N'
          AND DEU-GUARDIAN(WS-DEU-SUB) > 0
          PERFORM EmitirUnaCarta
       END-IF
    END-PERFORM
    PERFORM EmitirSinGuardian
    IF WS-CONTACTO-ABIERTO = 'S'
       CLOSE CONTACTO
    END-IF
    CLOSE AVISOS-FILE.

EmitirUnaCarta.
    PERFORM DeterminarNivel
    IF WS-NIVEL-CARTA = 0
       ADD 1 TO WS-NO-VENCIDAS
       PERFORM MarcarHermanosImpresos
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-CARTAS
    EVALUATE WS-NIVEL-CARTA
       WHEN 1 ADD 1 TO WS-CARTAS-NIVEL1
       WHEN 2 ADD 1 TO WS-CARTAS-NIVEL2
       WHEN OTHER ADD 1 TO WS-CARTAS-NIVEL3
    END-EVALUATE
    MOVE 0 TO WS-TOTAL-CARTA
    PERFORM EscribirDireccionCarta
    PERFORM EscribirSaludoCarta
    PERFORM EscribirDeudaEstudiante
    MOVE 'S' TO DEU-IMPRESO(WS-DEU-SUB)
    PERFORM VARYING WS-DEU-OTRO FROM 1 BY 1
       UNTIL WS-DEU-OTRO > WS-TOTAL-DEUDORES
       IF WS-DEU-OTRO NOT = WS-DEU-SUB
          AND DEU-IMPRESO(WS-DEU-OTRO) = 'N'
          AND DEU-CLAVE(WS-DEU-OTRO) = DEU-CLAVE(WS-DEU-SUB)
          PERFORM EscribirDeudaHermano
          MOVE 'S' TO DEU-IMPRESO(WS-DEU-OTRO)
       END-IF
    END-PERFORM
    PERFORM EscribirCierreCarta
    PERFORM PedirAvisoMora
    PERFORM ActualizarHistoria.

PedirAvisoMora.
    MOVE DEU-GUARDIAN(WS-DEU-SUB) TO WS-AVISO-CONTACTO
    MOVE WS-NIVEL-CARTA TO WS-AVISO-NIVEL
    MOVE WS-TOTAL-CARTA TO WS-AVISO-TOTAL
    MOVE SPACES TO WS-AVISO-PARAMETROS
    STRING "REF=" DEU-CLAVE(WS-DEU-SUB) " TOTAL=" WS-AVISO-TOTAL
       " FECHA=" WS-FECHA-HOY
       DELIMITED BY SIZE INTO WS-AVISO-PARAMETROS
    CALL "SOLICITARAVISO" USING WS-PROGRAMA-ACTUAL
       WS-AVISO-CONTACTO WS-AVISO-CANAL WS-AVISO-PLANTILLA
       WS-AVISO-PARAMETROS WS-AVISO-FINALIDAD.

*> Sin historico va el primer aviso; con historico, el nivel
*> siguiente solo si ya pasaron los dias entre avisos (el final se
*> repite). Nivel cero es "todavia en plazo, sin carta hoy".
DeterminarNivel.
    MOVE 0 TO WS-HST-HALLADA
    PERFORM VARYING WS-HST-SUB FROM 1 BY 1
       UNTIL WS-HST-SUB > WS-TOTAL-HISTORIA
       IF HST-CLAVE(WS-HST-SUB) = DEU-CLAVE(WS-DEU-SUB)
          MOVE WS-HST-SUB TO WS-HST-HALLADA
          MOVE WS-TOTAL-HISTORIA TO WS-HST-SUB
       END-IF
    END-PERFORM
    IF WS-HST-HALLADA = 0
       MOVE 1 TO WS-NIVEL-CARTA
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO HST-VIGENTE(WS-HST-HALLADA)
    COMPUTE WS-DIAS-DESDE-AVISO = WS-HOY-INTEGER
       - FUNCTION INTEGER-OF-DATE(HST-FECHA(WS-HST-HALLADA))
    IF WS-DIAS-DESDE-AVISO < WS-DIAS-ENTRE-AVISOS
       MOVE 0 TO WS-NIVEL-CARTA
    ELSE
       IF HST-NIVEL(WS-HST-HALLADA) < 3
          COMPUTE WS-NIVEL-CARTA = HST-NIVEL(WS-HST-HALLADA) + 1
       ELSE
          MOVE 3 TO WS-NIVEL-CARTA
       END-IF
    END-IF.

MarcarHermanosImpresos.
    PERFORM VARYING WS-DEU-OTRO FROM 1 BY 1
       UNTIL WS-DEU-OTRO > WS-TOTAL-DEUDORES
       IF DEU-CLAVE(WS-DEU-OTRO) = DEU-CLAVE(WS-DEU-SUB)
          MOVE 'S' TO DEU-IMPRESO(WS-DEU-OTRO)
       END-IF
    END-PERFORM.

ActualizarHistoria.
    IF WS-HST-HALLADA = 0
       IF WS-TOTAL-HISTORIA < 200
          ADD 1 TO WS-TOTAL-HISTORIA
          MOVE WS-TOTAL-HISTORIA TO WS-HST-HALLADA
          MOVE DEU-CLAVE(WS-DEU-SUB) TO HST-CLAVE(WS-HST-HALLADA)
       ELSE
          DISPLAY "ATENCION: HISTORICO LLENO (200), NO SE GUARDA "
             "EL AVISO DE " DEU-CLAVE(WS-DEU-SUB)
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE WS-NIVEL-CARTA TO HST-NIVEL(WS-HST-HALLADA)
    MOVE WS-FECHA-HOY TO HST-FECHA(WS-HST-HALLADA)
    MOVE 'S' TO HST-VIGENTE(WS-HST-HALLADA).

*> Bloque postal de la carta con la direccion del guardian, mismo
*> formato que los sobres de BOLETINES.
EscribirDireccionCarta.
    MOVE SPACES TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE "========================================"
       TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE SPACES TO WS-LINEA
    MOVE 'N' TO WS-GUARDIAN-UBICADO
    IF WS-CONTACTO-ABIERTO = 'S'
       MOVE DEU-GUARDIAN(WS-DEU-SUB) TO CONTACTO-ID
       READ CONTACTO
          INVALID KEY CONTINUE
          NOT INVALID KEY MOVE 'S' TO WS-GUARDIAN-UBICADO
       END-READ
    END-IF
    IF WS-GUARDIAN-UBICADO = 'S'
       STRING FUNCTION TRIM(NOMBRE) " "
          FUNCTION TRIM(APELLIDO)
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO AVISOS-LINEA
       WRITE AVISOS-LINEA
       MOVE CALLE TO AVISOS-LINEA
       WRITE AVISOS-LINEA
       MOVE SPACES TO WS-LINEA
       STRING FUNCTION TRIM(CIUDAD) " " CODIGO-POSTAL
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO AVISOS-LINEA
       WRITE AVISOS-LINEA
    ELSE
       STRING "CARTA A CONTACTO-ID " DEU-GUARDIAN(WS-DEU-SUB)
          " (SIN DATOS EN " WS-DATOS-PATH ")"
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO AVISOS-LINEA
       WRITE AVISOS-LINEA
    END-IF.

EscribirSaludoCarta.
    MOVE SPACES TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    EVALUATE WS-NIVEL-CARTA
       WHEN 1
          MOVE "PRIMER AVISO DE SALDO VENCIDO" TO AVISOS-LINEA
       WHEN 2
          MOVE "SEGUNDO AVISO DE SALDO VENCIDO" TO AVISOS-LINEA
       WHEN OTHER
          MOVE "AVISO FINAL ANTES DE LA RETENCION DE MATRICULA"
             TO AVISOS-LINEA
    END-EVALUATE
    WRITE AVISOS-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "FECHA: " WS-FECHA-HOY "   REFERENCIA: "
       DEU-CLAVE(WS-DEU-SUB)
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE SPACES TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE "SEGUN NUESTROS REGISTROS, LOS SIGUIENTES CARGOS DE SU HOGAR"
       TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE "SIGUEN IMPAGOS:" TO AVISOS-LINEA
    WRITE AVISOS-LINEA.

EscribirDeudaEstudiante.
    PERFORM EscribirCuerpoDeuda.

*> La deuda de un hermano sale dentro de la misma carta: se apunta
*> el subindice y se reusa el mismo cuerpo.
EscribirDeudaHermano.
    MOVE WS-DEU-SUB TO WS-DEU-GUARDADO
    MOVE WS-DEU-OTRO TO WS-DEU-SUB
    PERFORM EscribirCuerpoDeuda
    MOVE WS-DEU-GUARDADO TO WS-DEU-SUB.

EscribirCuerpoDeuda.
    MOVE SPACES TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "ESTUDIANTE " DEU-ID(WS-DEU-SUB) " "
       FUNCTION TRIM(DEU-NOMBRE(WS-DEU-SUB))
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE 0 TO WS-TOTAL-ESTUDIANTE
    PERFORM VARYING WS-CAR-SUB FROM 1 BY 1
       UNTIL WS-CAR-SUB > WS-TOTAL-CARGOS
       IF CAR-ID(WS-CAR-SUB) = DEU-ID(WS-DEU-SUB)
          AND CAR-VENCIDO(WS-CAR-SUB) = 'S'
          ADD CAR-RESTANTE(WS-CAR-SUB) TO WS-TOTAL-ESTUDIANTE
          MOVE CAR-RESTANTE(WS-CAR-SUB) TO WS-MONTO-EDITADO
          MOVE SPACES TO WS-LINEA
          STRING "  PERIODO " CAR-PERIODO(WS-CAR-SUB) " "
             CAR-CONCEPTO(WS-CAR-SUB) " DEL "
             CAR-FECHA(WS-CAR-SUB) " "
             WS-MONTO-EDITADO "  (" CAR-DIAS(WS-CAR-SUB)
             " DIAS)"
             DELIMITED BY SIZE INTO WS-LINEA
          MOVE WS-LINEA TO AVISOS-LINEA
          WRITE AVISOS-LINEA
       END-IF
    END-PERFORM
    ADD WS-TOTAL-ESTUDIANTE TO WS-TOTAL-CARTA
    MOVE WS-TOTAL-ESTUDIANTE TO WS-MONTO-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING "  VENCIDO DEL ESTUDIANTE: " WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO AVISOS-LINEA
    WRITE AVISOS-LINEA.

EscribirCierreCarta.
    MOVE SPACES TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE WS-TOTAL-CARTA TO WS-MONTO-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING "TOTAL VENCIDO DEL HOGAR: " WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    EVALUATE WS-NIVEL-CARTA
       WHEN 1
          MOVE "LE ROGAMOS REGULARIZAR EL SALDO A LA BREVEDAD."
             TO AVISOS-LINEA
       WHEN 2
          MOVE "ES NUESTRO SEGUNDO AVISO: REGULARICE EL SALDO O "
             TO AVISOS-LINEA
          WRITE AVISOS-LINEA
          MOVE "ACERQUESE A LA TESORERIA PARA ACORDAR UN PLAN DE PAGO."
             TO AVISOS-LINEA
       WHEN OTHER
          MOVE "DE NO REGULARIZARSE, LOS ESTUDIANTES QUEDARAN "
             TO AVISOS-LINEA
          WRITE AVISOS-LINEA
          MOVE "RETENIDOS Y NO PODRAN MATRICULARSE EN NUEVOS CURSOS."
             TO AVISOS-LINEA
    END-EVALUATE
    WRITE AVISOS-LINEA.

EmitirSinGuardian.
    PERFORM VARYING WS-DEU-SUB FROM 1 BY 1
       UNTIL WS-DEU-SUB > WS-TOTAL-DEUDORES
       IF DEU-IMPRESO(WS-DEU-SUB) = 'N'
          IF WS-SIN-GUARDIAN = 0
             MOVE SPACES TO AVISOS-LINEA
             WRITE AVISOS-LINEA
             MOVE "*** DEUDORES SIN GUARDIAN A QUIEN AVISAR ***"
                TO AVISOS-LINEA
             WRITE AVISOS-LINEA
          END-IF
          ADD 1 TO WS-SIN-GUARDIAN
          PERFORM EscribirCuerpoDeuda
          MOVE 'S' TO DEU-IMPRESO(WS-DEU-SUB)
       END-IF
    END-PERFORM.

*> El historico se pisa entero: solo quedan los hogares que siguen
*> con deuda vencida, con su ultimo aviso.
GrabarHistoria.
    OPEN OUTPUT HISTORIA-FILE
    PERFORM VARYING WS-HST-SUB FROM 1 BY 1
       UNTIL WS-HST-SUB > WS-TOTAL-HISTORIA
       IF HST-VIGENTE(WS-HST-SUB) = 'S'
          MOVE HST-CLAVE(WS-HST-SUB) TO HIS-Clave
          MOVE HST-NIVEL(WS-HST-SUB) TO HIS-Nivel
          MOVE HST-FECHA(WS-HST-SUB) TO HIS-Fecha
          WRITE HISTORIA-REGISTRO
       END-IF
    END-PERFORM
    CLOSE HISTORIA-FILE.
