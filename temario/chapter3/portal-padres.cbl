IDENTIFICATION DIVISION.
PROGRAM-ID. PORTALPADRES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Los padres llamaban para preguntar lo que el sistema ya sabe y
*> el portal web de la escuela necesita que se lo mandemos. Este
*> programa corre cada noche y rehace entero PORTAL-PADRES.CSV, un
*> extracto separado por comas agrupado por guardian: recorre
*> guardianes.dat, y por cada CONTACTO-ID de la lista de cada
*> estudiante deja
*>   G,contacto,apellido,nombre,email       (datos.dat)
*>   E,contacto,estudiante,nombre,nivel,presentes,faltas,saldo,
*>     cuota,vence,monto
*>   C,contacto,estudiante,curso,nota,periodo   (uno por curso)
*> con los cursos vigentes de MATRICULA.DAT, la ultima nota de cada
*> uno en CALIFICACIONES.DAT, las presencias y faltas de
*> ASISTENCIA.DAT desde el inicio del termino (PORTAL.CTL, YYYYMMDD;
*> sin control, el 1 de enero del anio de proceso), el saldo de
*> cuenta de FACTURACION.DAT (cargos menos pagos de todo el
*> historico, como CONSULTAESTUDIANTE) y la proxima cuota a vencer
*> de CUOTAS.DAT. Abre con H,PORTALPADRES,fecha y cierra con
*> T,cantidad de registros G/E/C para que el portal verifique que
*> recibio el archivo completo. No viajan los estudiantes que no
*> estan activos en el maestro ni los pares guardian/estudiante
*> cuyo guardian pidio no figurar en el portal (su CONTACTO-ID en
*> PORTAL-BAJAS.DAT). Tampoco viaja el guardian que en
*> CONSENTIMIENTOS.DAT hizo opt-out del portal o de las
*> comunicaciones escolares, y el de opt-out de email viaja con el
*> email en blanco. Las rutas de datos.dat, guardianes.dat y
*> consentimientos.dat se toman del entorno como en
*> LLAMADASAUSENTES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
SELECT CONSENTIMIENTOS ASSIGN DYNAMIC WS-CONSENTIMIENTOS-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS CON-CONTACTO-ID
   FILE STATUS IS WS-ESTADO-CONSENTIMIENTOS.
SELECT MATRICULA-FILE ASSIGN TO "MATRICULA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MATRICULA.
SELECT CALIFICACIONES-FILE ASSIGN TO "CALIFICACIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CALIF.
SELECT ASISTENCIA-FILE ASSIGN TO "ASISTENCIA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ASISTENCIA.
SELECT FACTURACION-FILE ASSIGN TO "FACTURACION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FACTURACION.
SELECT CUOTAS-FILE ASSIGN TO "CUOTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CUOTAS.
SELECT BAJAS-FILE ASSIGN TO "PORTAL-BAJAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-BAJAS.
SELECT PORTAL-CTL ASSIGN TO "PORTAL.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT PORTAL-FILE ASSIGN TO "PORTAL-PADRES.CSV"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PORTAL.
SELECT PORTAL-WORK ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
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
                        CAMPO-MOD BY FECHA-MODIFICACION.

FD GUARDIAN.
COPY GUARDIAN REPLACING GRUPO BY GUARDIAN-FILE
                        CAMPO-ID BY GUARDIAN-EST-ID
                        CAMPO-TOTAL BY GUARDIAN-TOTAL
                        CAMPO-GUARDIANES BY GUARDIAN-LISTA
                        CAMPO-GUARDIAN-ID BY GUARDIAN-CONTACTO-ID.

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

FD MATRICULA-FILE.
01 MATRICULA-REGISTRO.
   05 MAT-EstudianteId PIC 9(8).
   05 MAT-Curso PIC X(8).
   05 MAT-Periodo PIC 9(6).

FD CALIFICACIONES-FILE.
01 CALIFICACIONES-REGISTRO.
   05 CAL-EstudianteId PIC 9(8).
   05 CAL-Curso PIC X(8).
   05 CAL-Nota PIC 9(3).
   05 CAL-Periodo PIC 9(6).

FD ASISTENCIA-FILE.
01 ASISTENCIA-REGISTRO.
   05 ASI-Fecha PIC 9(8).
   05 ASI-EstudianteId PIC 9(8).
   05 ASI-Marca PIC A(1).

FD FACTURACION-FILE.
01 FACTURACION-REGISTRO.
   05 FAC-EstudianteId PIC 9(8).
   05 FAC-Periodo PIC 9(6).
   05 FAC-Tipo PIC A(1).
   05 FAC-Monto PIC 9(5)V99.
   05 FAC-Concepto PIC X(20).
   05 FAC-Fecha PIC 9(8).

FD CUOTAS-FILE.
01 CUOTAS-REGISTRO.
   05 CUO-EstudianteId PIC 9(8).
   05 CUO-Periodo PIC 9(6).
   05 CUO-Numero PIC 9(2).
   05 CUO-FechaVence PIC 9(8).
   05 CUO-Monto PIC 9(5)V99.

FD BAJAS-FILE.
01 BAJAS-REGISTRO.
   05 PBA-ContactoId PIC 9(5).

FD PORTAL-CTL.
01 PORTAL-CTL-REGISTRO.
   05 CTL-InicioTermino PIC 9(8).

FD PORTAL-FILE.
01 PORTAL-LINEA PIC X(150).

SD PORTAL-WORK.
01 PORTAL-SORT-REGISTRO.
   05 PW-ContactoId PIC 9(5).
   05 PW-EstudianteId PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-GUARDIAN PIC X(2).
01 WS-ESTADO-MATRICULA PIC X(2).
01 WS-ESTADO-CALIF PIC X(2).
01 WS-ESTADO-ASISTENCIA PIC X(2).
01 WS-ESTADO-FACTURACION PIC X(2).
01 WS-ESTADO-CUOTAS PIC X(2).
01 WS-ESTADO-BAJAS PIC X(2).
01 WS-ESTADO-CONSENTIMIENTOS PIC X(2).
01 WS-CONSENTIMIENTOS-ABIERTO PIC A(1) VALUE 'N'.
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-PORTAL PIC X(2).
01 WS-EOF-GUARDIAN PIC A(1) VALUE 'N'.
01 WS-EOF-MATRICULA PIC A(1) VALUE 'N'.
01 WS-EOF-CALIF PIC A(1) VALUE 'N'.
01 WS-EOF-ASISTENCIA PIC A(1) VALUE 'N'.
01 WS-EOF-FACTURACION PIC A(1) VALUE 'N'.
01 WS-EOF-CUOTAS PIC A(1) VALUE 'N'.
01 WS-EOF-BAJAS PIC A(1) VALUE 'N'.
01 WS-EOF-SORT PIC A(1) VALUE 'N'.
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-GUARDIANES-PATH PIC X(50) VALUE "guardianes.dat".
01 WS-CONSENTIMIENTOS-PATH PIC X(50) VALUE "consentimientos.dat".

01 WS-FECHA-HOY PIC 9(8).
01 WS-INICIO-TERMINO PIC 9(8).
01 WS-ANIO-PROCESO PIC 9(4).
01 WS-GUARDIAN-SUB PIC 9(2).
01 WS-CONTACTO-ANTERIOR PIC 9(5) VALUE 0.
01 WS-ES-BAJA PIC A(1).
01 WS-SIN-CONSENTIMIENTO PIC A(1).

*> CONTACTO-ID que pidieron no figurar en el portal.
01 WS-TABLA-BAJAS.
   05 BAJ-CONTACTO-ID PIC 9(5) OCCURS 200 TIMES.
01 WS-TOTAL-BAJAS PIC 9(3) VALUE 0.
01 WS-BAJ-SUB PIC 9(3).

01 WS-TABLA-MATRICULA.
   05 WS-MATRICULA-FILA OCCURS 2000 TIMES.
      10 TMA-ID PIC 9(8).
      10 TMA-CURSO PIC X(8).
01 WS-TOTAL-MATRICULA PIC 9(4) VALUE 0.
01 WS-MAT-SUB PIC 9(4).

*> La ultima nota de cada estudiante y curso: la de periodo mas
*> reciente en CALIFICACIONES.DAT.
01 WS-TABLA-NOTAS.
   05 WS-NOTA-FILA OCCURS 2000 TIMES.
      10 TNO-ID PIC 9(8).
      10 TNO-CURSO PIC X(8).
      10 TNO-NOTA PIC 9(3).
      10 TNO-PERIODO PIC 9(6).
01 WS-TOTAL-NOTAS PIC 9(4) VALUE 0.
01 WS-NOT-SUB PIC 9(4).

*> Por estudiante: presencias y faltas del termino, saldo de
*> cuenta y proxima cuota a vencer.
01 WS-TABLA-CUENTAS.
   05 WS-CUENTA-FILA OCCURS 500 TIMES.
      10 TCT-ID PIC 9(8).
      10 TCT-PRESENTES PIC 9(4).
      10 TCT-FALTAS PIC 9(4).
      10 TCT-SALDO PIC S9(7)V99.
      10 TCT-CUOTA-NUMERO PIC 9(2).
      10 TCT-CUOTA-VENCE PIC 9(8).
      10 TCT-CUOTA-MONTO PIC 9(5)V99.
01 WS-TOTAL-CUENTAS PIC 9(3) VALUE 0.
01 WS-CTA-SUB PIC 9(3).
01 WS-CTA-ID PIC 9(8).

01 WS-LINEA PIC X(150).
01 WS-MONTO-CSV PIC -(7)9.99.
01 WS-CUOTA-CSV PIC Z(5)9.99 BLANK WHEN ZERO.
01 WS-NOTA-CSV PIC X(3).
01 WS-PERIODO-CSV PIC X(6).
01 WS-VENCE-CSV PIC X(8).
01 WS-NUMERO-CSV PIC X(2).
01 WS-PRESENTES PIC 9(4).
01 WS-FALTAS PIC 9(4).

01 WS-REGISTROS PIC 9(6) VALUE 0.
01 WS-GUARDIANES-EXTRAIDOS PIC 9(5) VALUE 0.
01 WS-INACTIVOS PIC 9(5) VALUE 0.
01 WS-EXCLUIDOS-BAJA PIC 9(5) VALUE 0.
01 WS-EXCLUIDOS-CONSENTIMIENTO PIC 9(5) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "PORTALPADRES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM InicializarConfiguracion
    PERFORM LeerControl
    OPEN INPUT GUARDIAN
    IF WS-ESTADO-GUARDIAN NOT = "00"
       DISPLAY "NO SE PUDO ABRIR " WS-GUARDIANES-PATH
          ", NO HAY EXTRACTO PARA EL PORTAL"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES NOT = "00"
       DISPLAY "NO HAY ESTUDIANTES.DAT, NO HAY EXTRACTO PARA EL "
          "PORTAL"
       CLOSE GUARDIAN
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN INPUT CONTACTO
    IF WS-ESTADO-CONTACTO NOT = "00"
       DISPLAY "ATENCION: NO SE PUDO ABRIR " WS-DATOS-PATH
          ", LOS GUARDIANES VIAJAN SIN NOMBRE NI EMAIL"
       MOVE 4 TO RETURN-CODE
    END-IF
    OPEN INPUT CONSENTIMIENTOS
    IF WS-ESTADO-CONSENTIMIENTOS = "00"
       MOVE 'S' TO WS-CONSENTIMIENTOS-ABIERTO
    END-IF
    PERFORM CargarBajas
    PERFORM CargarMatricula
    PERFORM CargarNotas
    PERFORM CargarAsistencia
    PERFORM CargarSaldos
    PERFORM CargarCuotas
    SORT PORTAL-WORK ON ASCENDING KEY PW-ContactoId PW-EstudianteId
       INPUT PROCEDURE IS SeleccionarGuardianes
       OUTPUT PROCEDURE IS EscribirExtracto
    IF WS-ESTADO-CONTACTO = "00"
       CLOSE CONTACTO
    END-IF
    IF WS-CONSENTIMIENTOS-ABIERTO = 'S'
       CLOSE CONSENTIMIENTOS
    END-IF
    CLOSE ESTUDIANTES-FILE
    CLOSE GUARDIAN
    DISPLAY "PORTAL-PADRES.CSV: " WS-GUARDIANES-EXTRAIDOS
       " GUARDIANES, " WS-REGISTROS " REGISTROS"
    DISPLAY "EXCLUIDOS: " WS-INACTIVOS " ESTUDIANTES NO ACTIVOS, "
       WS-EXCLUIDOS-BAJA " PARES CON GUARDIAN EN PORTAL-BAJAS.DAT, "
       WS-EXCLUIDOS-CONSENTIMIENTO " PARES SIN CONSENTIMIENTO".
FinInicio.
DISPLAY "JOB PORTALPADRES COMPLETE, RC=" RETURN-CODE.
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
    ACCEPT WS-GUARDIANES-PATH FROM ENVIRONMENT "GUARDIANES_DAT_PATH"
    IF WS-GUARDIANES-PATH = SPACES
       MOVE "guardianes.dat" TO WS-GUARDIANES-PATH
    END-IF
    ACCEPT WS-CONSENTIMIENTOS-PATH
       FROM ENVIRONMENT "CONSENTIMIENTOS_DAT_PATH"
    IF WS-CONSENTIMIENTOS-PATH = SPACES
       MOVE "consentimientos.dat" TO WS-CONSENTIMIENTOS-PATH
    END-IF.

LeerControl.
    COMPUTE WS-ANIO-PROCESO = WS-FECHA-HOY / 10000
    COMPUTE WS-INICIO-TERMINO = WS-ANIO-PROCESO * 10000 + 101
    OPEN INPUT PORTAL-CTL
    IF WS-ESTADO-CTL = "00"
       READ PORTAL-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-InicioTermino NUMERIC AND CTL-InicioTermino > 0
                MOVE CTL-InicioTermino TO WS-INICIO-TERMINO
             END-IF
       END-READ
       CLOSE PORTAL-CTL
    END-IF.

CargarBajas.
    OPEN INPUT BAJAS-FILE
    IF WS-ESTADO-BAJAS = "00"
       PERFORM UNTIL WS-EOF-BAJAS = 'Y'
          READ BAJAS-FILE
             AT END MOVE 'Y' TO WS-EOF-BAJAS
             NOT AT END
                IF WS-TOTAL-BAJAS < 200
                   ADD 1 TO WS-TOTAL-BAJAS
                   MOVE PBA-ContactoId
                      TO BAJ-CONTACTO-ID(WS-TOTAL-BAJAS)
                END-IF
          END-READ
       END-PERFORM
       CLOSE BAJAS-FILE
    END-IF.

CargarMatricula.
    OPEN INPUT MATRICULA-FILE
    IF WS-ESTADO-MATRICULA = "00"
       PERFORM UNTIL WS-EOF-MATRICULA = 'Y'
          READ MATRICULA-FILE
             AT END MOVE 'Y' TO WS-EOF-MATRICULA
             NOT AT END
                IF WS-TOTAL-MATRICULA < 2000
                   ADD 1 TO WS-TOTAL-MATRICULA
                   MOVE MAT-EstudianteId
                      TO TMA-ID(WS-TOTAL-MATRICULA)
                   MOVE MAT-Curso TO TMA-CURSO(WS-TOTAL-MATRICULA)
                ELSE
                   DISPLAY "ATENCION: MAS DE 2000 INSCRIPCIONES, SE "
                      "IGNORA " MAT-EstudianteId " " MAT-Curso
                END-IF
          END-READ
       END-PERFORM
       CLOSE MATRICULA-FILE
    END-IF.

CargarNotas.
    OPEN INPUT CALIFICACIONES-FILE
    IF WS-ESTADO-CALIF = "00"
       PERFORM UNTIL WS-EOF-CALIF = 'Y'
          READ CALIFICACIONES-FILE
             AT END MOVE 'Y' TO WS-EOF-CALIF
             NOT AT END PERFORM GuardarUltimaNota
          END-READ
       END-PERFORM
       CLOSE CALIFICACIONES-FILE
    END-IF.

GuardarUltimaNota.
    PERFORM VARYING WS-NOT-SUB FROM 1 BY 1
       UNTIL WS-NOT-SUB > WS-TOTAL-NOTAS
       IF TNO-ID(WS-NOT-SUB) = CAL-EstudianteId
          AND TNO-CURSO(WS-NOT-SUB) = CAL-Curso
          IF CAL-Periodo >= TNO-PERIODO(WS-NOT-SUB)
             MOVE CAL-Nota TO TNO-NOTA(WS-NOT-SUB)
             MOVE CAL-Periodo TO TNO-PERIODO(WS-NOT-SUB)
          END-IF
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-NOTAS < 2000
       ADD 1 TO WS-TOTAL-NOTAS
       MOVE CAL-EstudianteId TO TNO-ID(WS-TOTAL-NOTAS)
       MOVE CAL-Curso TO TNO-CURSO(WS-TOTAL-NOTAS)
       MOVE CAL-Nota TO TNO-NOTA(WS-TOTAL-NOTAS)
       MOVE CAL-Periodo TO TNO-PERIODO(WS-TOTAL-NOTAS)
    END-IF.

CargarAsistencia.
    OPEN INPUT ASISTENCIA-FILE
    IF WS-ESTADO-ASISTENCIA = "00"
       PERFORM UNTIL WS-EOF-ASISTENCIA = 'Y'
          READ ASISTENCIA-FILE
             AT END MOVE 'Y' TO WS-EOF-ASISTENCIA
             NOT AT END
                IF ASI-Fecha >= WS-INICIO-TERMINO
                   AND ASI-Fecha <= WS-FECHA-HOY
                   MOVE ASI-EstudianteId TO WS-CTA-ID
                   PERFORM UbicarCuenta
                   IF WS-CTA-SUB > 0
                      IF ASI-Marca = 'A'
                         ADD 1 TO TCT-FALTAS(WS-CTA-SUB)
                      ELSE
                         ADD 1 TO TCT-PRESENTES(WS-CTA-SUB)
                      END-IF
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE ASISTENCIA-FILE
    END-IF.

CargarSaldos.
    OPEN INPUT FACTURACION-FILE
    IF WS-ESTADO-FACTURACION = "00"
       PERFORM UNTIL WS-EOF-FACTURACION = 'Y'
          READ FACTURACION-FILE
             AT END MOVE 'Y' TO WS-EOF-FACTURACION
             NOT AT END
                MOVE FAC-EstudianteId TO WS-CTA-ID
                PERFORM UbicarCuenta
                IF WS-CTA-SUB > 0
                   IF FAC-Tipo = 'C' OR FAC-Tipo = 'R'
                      ADD FAC-Monto TO TCT-SALDO(WS-CTA-SUB)
                   ELSE
                      SUBTRACT FAC-Monto FROM TCT-SALDO(WS-CTA-SUB)
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE FACTURACION-FILE
    END-IF.

*> La proxima cuota es la de vencimiento mas cercano de hoy en
*> adelante, de cualquier periodo del plan.
CargarCuotas.
    OPEN INPUT CUOTAS-FILE
    IF WS-ESTADO-CUOTAS = "00"
       PERFORM UNTIL WS-EOF-CUOTAS = 'Y'
          READ CUOTAS-FILE
             AT END MOVE 'Y' TO WS-EOF-CUOTAS
             NOT AT END
                IF CUO-FechaVence >= WS-FECHA-HOY
                   MOVE CUO-EstudianteId TO WS-CTA-ID
                   PERFORM UbicarCuenta
                   IF WS-CTA-SUB > 0
                      IF TCT-CUOTA-VENCE(WS-CTA-SUB) = 0
                         OR CUO-FechaVence
                            < TCT-CUOTA-VENCE(WS-CTA-SUB)
                         MOVE CUO-Numero
                            TO TCT-CUOTA-NUMERO(WS-CTA-SUB)
                         MOVE CUO-FechaVence
                            TO TCT-CUOTA-VENCE(WS-CTA-SUB)
                         MOVE CUO-Monto
                            TO TCT-CUOTA-MONTO(WS-CTA-SUB)
                      END-IF
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE CUOTAS-FILE
    END-IF.

*> Deja en WS-CTA-SUB la fila de WS-CTA-ID, dandola de alta si es
*> nueva; cero si la tabla ya esta llena.
UbicarCuenta.
    PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
       UNTIL WS-CTA-SUB > WS-TOTAL-CUENTAS
       IF TCT-ID(WS-CTA-SUB) = WS-CTA-ID
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-CUENTAS < 500
       ADD 1 TO WS-TOTAL-CUENTAS
       MOVE WS-TOTAL-CUENTAS TO WS-CTA-SUB
       MOVE WS-CTA-ID TO TCT-ID(WS-CTA-SUB)
       MOVE 0 TO TCT-PRESENTES(WS-CTA-SUB)
       MOVE 0 TO TCT-FALTAS(WS-CTA-SUB)
       MOVE 0 TO TCT-SALDO(WS-CTA-SUB)
       MOVE 0 TO TCT-CUOTA-NUMERO(WS-CTA-SUB)
       MOVE 0 TO TCT-CUOTA-VENCE(WS-CTA-SUB)
       MOVE 0 TO TCT-CUOTA-MONTO(WS-CTA-SUB)
    ELSE
       MOVE 0 TO WS-CTA-SUB
    END-IF.

*> Un par guardian/estudiante por cada CONTACTO-ID del cruce,
*> salvo estudiantes no activos, guardianes dados de baja y
*> guardianes sin consentimiento para el portal.
SeleccionarGuardianes.
    MOVE LOW-VALUES TO GUARDIAN-EST-ID
    START GUARDIAN KEY IS NOT LESS THAN GUARDIAN-EST-ID
       INVALID KEY MOVE 'Y' TO WS-EOF-GUARDIAN
    END-START
    PERFORM UNTIL WS-EOF-GUARDIAN = 'Y'
       READ GUARDIAN NEXT
          AT END MOVE 'Y' TO WS-EOF-GUARDIAN
          NOT AT END PERFORM SeleccionarEstudiante
       END-READ
    END-PERFORM.

SeleccionarEstudiante.
    MOVE GUARDIAN-EST-ID TO FD-EstudianteId
    READ ESTUDIANTES-FILE
       INVALID KEY
          ADD 1 TO WS-INACTIVOS
          EXIT PARAGRAPH
    END-READ
    IF FD-Estado NOT = 'A' AND FD-Estado NOT = SPACE
       ADD 1 TO WS-INACTIVOS
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-GUARDIAN-SUB FROM 1 BY 1
       UNTIL WS-GUARDIAN-SUB > GUARDIAN-TOTAL
       PERFORM VerificarBaja
       PERFORM VerificarConsentimiento
       EVALUATE TRUE
          WHEN WS-ES-BAJA = 'S'
             ADD 1 TO WS-EXCLUIDOS-BAJA
          WHEN WS-SIN-CONSENTIMIENTO = 'S'
             ADD 1 TO WS-EXCLUIDOS-CONSENTIMIENTO
          WHEN OTHER
             MOVE GUARDIAN-CONTACTO-ID(WS-GUARDIAN-SUB)
                TO PW-ContactoId
             MOVE GUARDIAN-EST-ID TO PW-EstudianteId
             RELEASE PORTAL-SORT-REGISTRO
       END-EVALUATE
    END-PERFORM.

VerificarBaja.
    MOVE 'N' TO WS-ES-BAJA
    PERFORM VARYING WS-BAJ-SUB FROM 1 BY 1
       UNTIL WS-BAJ-SUB > WS-TOTAL-BAJAS
       IF BAJ-CONTACTO-ID(WS-BAJ-SUB)
          = GUARDIAN-CONTACTO-ID(WS-GUARDIAN-SUB)
          MOVE 'S' TO WS-ES-BAJA
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> Opt-out del portal o de las comunicaciones escolares en
*> CONSENTIMIENTOS.DAT; sin registro el guardian viaja.
VerificarConsentimiento.
    MOVE 'N' TO WS-SIN-CONSENTIMIENTO
    IF WS-CONSENTIMIENTOS-ABIERTO = 'N'
       EXIT PARAGRAPH
    END-IF
    MOVE GUARDIAN-CONTACTO-ID(WS-GUARDIAN-SUB) TO CON-CONTACTO-ID
    READ CONSENTIMIENTOS
       INVALID KEY CONTINUE
       NOT INVALID KEY
          IF CON-PORTAL = 'N' OR CON-ESCOLAR = 'N'
             MOVE 'S' TO WS-SIN-CONSENTIMIENTO
          END-IF
    END-READ.

EscribirExtracto.
    OPEN OUTPUT PORTAL-FILE
    MOVE SPACES TO WS-LINEA
    STRING "H,PORTALPADRES," WS-FECHA-HOY "," WS-INICIO-TERMINO
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO PORTAL-LINEA
    WRITE PORTAL-LINEA
    PERFORM UNTIL WS-EOF-SORT = 'Y'
       RETURN PORTAL-WORK
          AT END MOVE 'Y' TO WS-EOF-SORT
          NOT AT END
             IF PW-ContactoId NOT = WS-CONTACTO-ANTERIOR
                PERFORM EscribirGuardian
                MOVE PW-ContactoId TO WS-CONTACTO-ANTERIOR
             END-IF
             PERFORM EscribirEstudiante
       END-RETURN
    END-PERFORM
    MOVE SPACES TO WS-LINEA
    STRING "T," WS-REGISTROS DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO PORTAL-LINEA
    WRITE PORTAL-LINEA
    CLOSE PORTAL-FILE.

EscribirGuardian.
    ADD 1 TO WS-GUARDIANES-EXTRAIDOS
    MOVE SPACES TO APELLIDO NOMBRE EMAIL
    IF WS-ESTADO-CONTACTO = "00"
       MOVE PW-ContactoId TO CONTACTO-ID
       READ CONTACTO
          INVALID KEY
             MOVE SPACES TO APELLIDO NOMBRE EMAIL
       END-READ
    END-IF
    IF WS-CONSENTIMIENTOS-ABIERTO = 'S'
       MOVE PW-ContactoId TO CON-CONTACTO-ID
       READ CONSENTIMIENTOS
          INVALID KEY CONTINUE
          NOT INVALID KEY
             IF CON-EMAIL = 'N'
                MOVE SPACES TO EMAIL
             END-IF
       END-READ
    END-IF
    MOVE SPACES TO WS-LINEA
    STRING "G," PW-ContactoId
       "," FUNCTION TRIM(APELLIDO) DELIMITED BY SIZE
       "," FUNCTION TRIM(NOMBRE) DELIMITED BY SIZE
       "," FUNCTION TRIM(EMAIL) DELIMITED BY SIZE
       INTO WS-LINEA
    END-STRING
    PERFORM GrabarRegistro.

EscribirEstudiante.
    MOVE PW-EstudianteId TO FD-EstudianteId
    READ ESTUDIANTES-FILE
       INVALID KEY MOVE SPACES TO FD-Nombre
    END-READ
    MOVE PW-EstudianteId TO WS-CTA-ID
    PERFORM UbicarCuenta
    MOVE SPACES TO WS-NUMERO-CSV WS-VENCE-CSV
    MOVE 0 TO WS-MONTO-CSV WS-CUOTA-CSV WS-PRESENTES WS-FALTAS
    IF WS-CTA-SUB > 0
       MOVE TCT-PRESENTES(WS-CTA-SUB) TO WS-PRESENTES
       MOVE TCT-FALTAS(WS-CTA-SUB) TO WS-FALTAS
       MOVE TCT-SALDO(WS-CTA-SUB) TO WS-MONTO-CSV
       IF TCT-CUOTA-VENCE(WS-CTA-SUB) > 0
          MOVE TCT-CUOTA-NUMERO(WS-CTA-SUB) TO WS-NUMERO-CSV
          MOVE TCT-CUOTA-VENCE(WS-CTA-SUB) TO WS-VENCE-CSV
          MOVE TCT-CUOTA-MONTO(WS-CTA-SUB) TO WS-CUOTA-CSV
       END-IF
    END-IF
    MOVE SPACES TO WS-LINEA
    STRING "E," PW-ContactoId "," PW-EstudianteId
       "," FUNCTION TRIM(FD-Nombre) DELIMITED BY SIZE
       "," FD-Nivel
       "," WS-PRESENTES "," WS-FALTAS
       "," FUNCTION TRIM(WS-MONTO-CSV) DELIMITED BY SIZE
       "," FUNCTION TRIM(WS-NUMERO-CSV) DELIMITED BY SIZE
       "," FUNCTION TRIM(WS-VENCE-CSV) DELIMITED BY SIZE
       "," FUNCTION TRIM(WS-CUOTA-CSV) DELIMITED BY SIZE
       INTO WS-LINEA
    END-STRING
    PERFORM GrabarRegistro
    PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
       UNTIL WS-MAT-SUB > WS-TOTAL-MATRICULA
       IF TMA-ID(WS-MAT-SUB) = PW-EstudianteId
          PERFORM EscribirCurso
       END-IF
    END-PERFORM.

EscribirCurso.
    MOVE SPACES TO WS-NOTA-CSV WS-PERIODO-CSV
    PERFORM VARYING WS-NOT-SUB FROM 1 BY 1
       UNTIL WS-NOT-SUB > WS-TOTAL-NOTAS
       IF TNO-ID(WS-NOT-SUB) = PW-EstudianteId
          AND TNO-CURSO(WS-NOT-SUB) = TMA-CURSO(WS-MAT-SUB)
          MOVE TNO-NOTA(WS-NOT-SUB) TO WS-NOTA-CSV
          MOVE TNO-PERIODO(WS-NOT-SUB) TO WS-PERIODO-CSV
          EXIT PERFORM
       END-IF
    END-PERFORM
    MOVE SPACES TO WS-LINEA
    STRING "C," PW-ContactoId "," PW-EstudianteId
       "," FUNCTION TRIM(TMA-CURSO(WS-MAT-SUB)) DELIMITED BY SIZE
       "," FUNCTION TRIM(WS-NOTA-CSV) DELIMITED BY SIZE
       "," FUNCTION TRIM(WS-PERIODO-CSV) DELIMITED BY SIZE
       INTO WS-LINEA
    END-STRING
    PERFORM GrabarRegistro.

GrabarRegistro.
    MOVE WS-LINEA TO PORTAL-LINEA
    WRITE PORTAL-LINEA
    ADD 1 TO WS-REGISTROS.
