IDENTIFICATION DIVISION.
PROGRAM-ID. ADMISIONES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Un chico recien existia cuando alguien lo tipeaba en
*> ESTUDIANTES-NUEVOS.DAT para el alta masiva de estructura.cbl, y
*> de los que se postularon, se entrevistaron o no entraron no
*> quedaba rastro. Este programa mantiene ADMISIONES.DAT, el legajo
*> de cada postulante con su propio ciclo de vida:
*>   S solicitado, D documentacion pendiente, E entrevistado,
*>   A aceptado, R rechazado/desistio, I inscripto.
*> El feed ADMISIONES-MOVS.DAT (bloques H/D/T via VALIDARFEED) trae
*> una fila por novedad: accion N da de alta un postulante nuevo
*> (numerado por SECUENCIAID, en estado S, con el curso al que
*> aspira validado contra CURSOS.DAT, el nivel con el que entra y
*> los datos de su guardian), y accion E lo pasa al estado pedido.
*> Desde S, D o E se puede ir a D, E, A o R; A, R e I no se
*> cambian a mano. Aceptar un postulante hace de una vez lo que
*> antes se tipeaba dos veces:
*>   - le asigna el EstudianteId (SECUENCIAID mas digito
*>     verificador, la misma cuenta que estructura.cbl) y escribe
*>     su fila en ESTUDIANTES-NUEVOS.DAT con ese Id y el nivel de
*>     ingreso, para que el alta masiva lo inscriba tal cual (un
*>     legajo de antes del nivel entra con cero, como siempre);
*>   - si el guardian no es todavia un contacto (sin CONTACTO-ID en
*>     la novedad), le toma el proximo CONTACTO-ID libre de datos.dat
*>     y lo deja en NUEVOS-CONTACTOS.DAT, que es la unica via de
*>     alta de contactos (ARCHIVO1 ALTA, con su validacion);
*>   - liga al guardian con el EstudianteId en guardianes.dat.
*> Al final de cada corrida, el aceptado cuyo EstudianteId ya esta
*> en ESTUDIANTES.DAT pasa solo a I. Como escribe guardianes.dat,
*> queda gateado por el mismo rol ADMIN que GUARDIANES. Mismo
*> esquema de cargar-aplicar-regrabar con .TMP que PROVEEDORES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ADMISIONES-FILE ASSIGN TO "ADMISIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ADMISIONES.
SELECT ADMISIONES-TEMP ASSIGN TO "ADMISIONES.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ADMISIONES-TEMP.
SELECT MOVS-FILE ASSIGN TO "ADMISIONES-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.
SELECT CURSOS-FILE ASSIGN TO "CURSOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CURSOS.
SELECT ESTUDIANTES-NUEVOS ASSIGN TO "ESTUDIANTES-NUEVOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-EST-NUEVOS.
SELECT NUEVOS-CONTACTOS ASSIGN TO "NUEVOS-CONTACTOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-NUEVOS.
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
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT USUARIOS-ROLES ASSIGN TO "USUARIOS-ROLES.DAT"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS ROL-NOMBRE
   FILE STATUS IS WS-ESTADO-ROLES.

DATA DIVISION.
FILE SECTION.
FD ADMISIONES-FILE.
01 ADMISIONES-REGISTRO.
   05 ADM-Id PIC 9(7).
   05 ADM-Estado PIC A(1).
   05 ADM-FechaSolicitud PIC 9(8).
   05 ADM-FechaEstado PIC 9(8).
   05 ADM-Iniciales PIC A(4).
   05 ADM-Nombre PIC A(33).
   05 ADM-Genero PIC A(1).
   05 ADM-Edad PIC 9(2).
   05 ADM-Curso PIC X(8).
   05 ADM-EstudianteId PIC 9(8).
   05 ADM-GuardianId PIC 9(5).
   05 ADM-GuaApellido PIC A(25).
   05 ADM-GuaNombre PIC A(25).
   05 ADM-GuaEmail PIC X(25).
   05 ADM-GuaTelefono PIC X(12).
   05 ADM-GuaCalle PIC X(30).
   05 ADM-GuaCiudad PIC X(20).
   05 ADM-GuaCP PIC X(10).
   05 ADM-Nivel PIC 9(2).

FD ADMISIONES-TEMP.
01 ADMISIONES-TEMP-REGISTRO PIC X(234).

FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-Accion PIC X(1).
   05 MOV-AdmId PIC 9(7).
   05 MOV-Estado PIC A(1).
   05 MOV-Iniciales PIC A(4).
   05 MOV-Nombre PIC A(33).
   05 MOV-Genero PIC A(1).
   05 MOV-Edad PIC 9(2).
   05 MOV-Curso PIC X(8).
   05 MOV-GuardianId PIC 9(5).
   05 MOV-GuaApellido PIC A(25).
   05 MOV-GuaNombre PIC A(25).
   05 MOV-GuaEmail PIC X(25).
   05 MOV-GuaTelefono PIC X(12).
   05 MOV-GuaCalle PIC X(30).
   05 MOV-GuaCiudad PIC X(20).
   05 MOV-GuaCP PIC X(10).
   05 MOV-Nivel PIC 9(2).

FD CURSOS-FILE.
01 CURSOS-REGISTRO.
   05 CUR-Curso PIC X(8).
   05 CUR-Titulo PIC X(30).
   05 CUR-Creditos PIC 9(2).
   05 CUR-Cupo PIC 9(3).

FD ESTUDIANTES-NUEVOS.
01 ESTUDIANTES-NUEVOS-REGISTRO.
   05 EN-Iniciales PIC A(4).
   05 EN-Nombre PIC A(33).
   05 EN-Genero PIC A(1).
   05 EN-Edad PIC 9(2).
   05 EN-EstudianteId PIC 9(8).
   05 EN-Nivel PIC 9(2).

FD NUEVOS-CONTACTOS.
COPY CONTACTO REPLACING GRUPO BY NUEVO-CONTACTO
                        CAMPO-ID BY NC-CONTACTO-ID
                        CAMPO-EMAIL BY NC-EMAIL
                        CAMPO-TEL BY NC-TELEFONO
                        CAMPO-APE BY NC-APELLIDO
                        CAMPO-NOM BY NC-NOMBRE
                        CAMPO-ALTA BY NC-FECHA-ALTA
                        CAMPO-MOD BY NC-FECHA-MODIFICACION
                        CAMPO-DIRECCION BY NC-DIRECCION
                        CAMPO-CALLE BY NC-CALLE
                        CAMPO-CIUDAD BY NC-CIUDAD
                        CAMPO-CP BY NC-CP.

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

FD USUARIOS-ROLES.
01 USUARIOS-ROLES-REGISTRO.
   05 ROL-NOMBRE PIC A(15).
   05 ROL-VALOR PIC A(10).
   05 ROL-FECHA-FIN PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ADMISIONES PIC X(2).
01 WS-ESTADO-ADMISIONES-TEMP PIC X(2).
01 WS-ESTADO-MOVS PIC X(2).
01 WS-ESTADO-CURSOS PIC X(2).
01 WS-ESTADO-EST-NUEVOS PIC X(2).
01 WS-ESTADO-NUEVOS PIC X(2).
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-GUARDIAN PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTADO-ROLES PIC X(2).
01 WS-EOF-ADMISIONES PIC A(1) VALUE 'N'.
01 WS-EOF-MOVS PIC A(1) VALUE 'N'.
01 WS-EOF-CURSOS PIC A(1) VALUE 'N'.
01 WS-EOF-NUEVOS PIC A(1) VALUE 'N'.
01 WS-EOF-CONTACTO PIC A(1) VALUE 'N'.
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-GUARDIANES-PATH PIC X(50) VALUE "guardianes.dat".
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.
01 WS-COMANDO-MV PIC X(80).
01 WS-FECHA-HOY PIC 9(8).

01 WS-USUARIO-OS PIC X(20).
01 WS-FECHA-HOY-ROL PIC 9(8).
01 WS-ROL-USUARIO PIC A(10).
01 WS-MANTENIMIENTO-AUTORIZADO PIC A(1).

*> El legajo completo en memoria, con la misma forma que la fila
*> de ADMISIONES.DAT para cargarla y grabarla de un solo MOVE.
01 WS-TABLA-ADMISIONES.
   05 WS-ADMISION-FILA OCCURS 300 TIMES.
      10 TAD-ID PIC 9(7).
      10 TAD-ESTADO PIC A(1).
         88 TAD-EN-TRAMITE VALUES 'S' 'D' 'E'.
      10 TAD-FECHA-SOLICITUD PIC 9(8).
      10 TAD-FECHA-ESTADO PIC 9(8).
      10 TAD-INICIALES PIC A(4).
      10 TAD-NOMBRE PIC A(33).
      10 TAD-GENERO PIC A(1).
         88 TAD-GENERO-VALIDO VALUES 'M' 'F' 'X'.
      10 TAD-EDAD PIC 9(2).
      10 TAD-CURSO PIC X(8).
      10 TAD-ESTUDIANTE-ID PIC 9(8).
      10 TAD-GUARDIAN-ID PIC 9(5).
      10 TAD-GUA-APELLIDO PIC A(25).
      10 TAD-GUA-NOMBRE PIC A(25).
      10 TAD-GUA-EMAIL PIC X(25).
      10 TAD-GUA-TELEFONO PIC X(12).
      10 TAD-GUA-CALLE PIC X(30).
      10 TAD-GUA-CIUDAD PIC X(20).
      10 TAD-GUA-CP PIC X(10).
      10 TAD-NIVEL PIC 9(2).
01 WS-TOTAL-ADMISIONES PIC 9(3) VALUE 0.
01 WS-ADM-SUB PIC 9(3).
01 WS-ADM-HALLADO PIC A(1).

01 WS-TABLA-CURSOS.
   05 WS-CURSO-CONOCIDO OCCURS 100 TIMES PIC X(8).
01 WS-TOTAL-CURSOS PIC 9(3) VALUE 0.
01 WS-CUR-SUB PIC 9(3).
01 WS-CUR-HALLADO PIC A(1).

01 WS-ESTADO-NUEVO PIC A(1).
   88 WS-ESTADO-PEDIDO-VALIDO VALUES 'D' 'E' 'A' 'R'.
01 WS-NUMERO-NUEVO PIC 9(7).
*> El proximo CONTACTO-ID libre se calcula una sola vez por
*> corrida, mirando datos.dat y lo que ya espera en
*> NUEVOS-CONTACTOS.DAT.
01 WS-PROXIMO-CONTACTO PIC 9(5) VALUE 0.
01 WS-GUARDIAN-SUB PIC 9(2).
01 WS-GUARDIAN-HALLADO PIC A(1).

*> El digito verificador del EstudianteId, misma cuenta modulo 11
*> que CalcularDigitoVerificador en estructura.cbl.
01 WS-EID-BASE PIC 9(7).
01 WS-EID-CHECK PIC 9(1).
01 WS-EID-TEXTO PIC X(7).
01 WS-EID-DIGITO PIC 9(1).
01 WS-EID-PESO PIC 9(1).
01 WS-EID-POS PIC 9(1).
01 WS-EID-SUMA PIC 9(4).

01 WS-ALTAS PIC 9(5) VALUE 0.
01 WS-CAMBIOS PIC 9(5) VALUE 0.
01 WS-ACEPTADOS PIC 9(5) VALUE 0.
01 WS-INSCRIPTOS PIC 9(5) VALUE 0.
*> El control de encabezado/trailer y doble posteo del feed,
*> compartido via VALIDARFEED.
01 WS-NOMBRE-FEED PIC X(30) VALUE "ADMISIONES-MOVS.DAT".
01 WS-FEED-RESULTADO PIC X(1).
*> El cuadre de la corrida para BALANCE-DIARIO.DAT.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS PIC 9(6) VALUE 0.
01 WS-RECHAZOS PIC 9(6) VALUE 0.
*> El RC de la corrida, a salvo del CALL a REGISTRARBALANCE.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "ADMISIONES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM VerificarAutorizacionMantenimiento
    IF WS-MANTENIMIENTO-AUTORIZADO NOT = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM VerificarTempPendiente
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarCursos
    PERFORM CargarAdmisiones
    PERFORM AplicarMovimientos
    PERFORM MarcarInscriptos
    PERFORM GrabarAdmisiones
    DISPLAY "POSTULANTES NUEVOS: " WS-ALTAS "  CAMBIOS DE ESTADO: "
       WS-CAMBIOS "  ACEPTADOS: " WS-ACEPTADOS "  INSCRIPTOS: "
       WS-INSCRIPTOS "  RECHAZOS: " WS-RECHAZOS
    IF WS-RECHAZOS > 0 AND RETURN-CODE = 0
       MOVE 4 TO RETURN-CODE
    END-IF
    MOVE RETURN-CODE TO WS-RC-CORRIDA
    CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL WS-LEIDOS
       WS-POSTEADOS WS-RECHAZOS
    MOVE WS-RC-CORRIDA TO RETURN-CODE.
FinInicio.
DISPLAY "JOB ADMISIONES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Mismo chequeo de rol ADMIN en USUARIOS-ROLES.DAT que
*> VerificarAutorizacionMantenimiento en GUARDIANES.
VerificarAutorizacionMantenimiento.
   MOVE 'N' TO WS-MANTENIMIENTO-AUTORIZADO
   ACCEPT WS-USUARIO-OS FROM USER NAME
   MOVE SPACES TO WS-ROL-USUARIO
   ACCEPT WS-FECHA-HOY-ROL FROM DATE YYYYMMDD
   OPEN INPUT USUARIOS-ROLES
   IF WS-ESTADO-ROLES = "00"
      MOVE WS-USUARIO-OS TO ROL-NOMBRE
      READ USUARIOS-ROLES
         INVALID KEY CONTINUE
         NOT INVALID KEY
            IF ROL-FECHA-FIN IS NUMERIC AND ROL-FECHA-FIN > 0
               AND ROL-FECHA-FIN <= WS-FECHA-HOY-ROL
               CONTINUE
            ELSE
               MOVE ROL-VALOR TO WS-ROL-USUARIO
            END-IF
      END-READ
      CLOSE USUARIOS-ROLES
   END-IF
   IF WS-ROL-USUARIO = "ADMIN"
      MOVE 'S' TO WS-MANTENIMIENTO-AUTORIZADO
   ELSE
      DISPLAY "ACCESO DENEGADO: " WS-USUARIO-OS
         " NO ESTA REGISTRADO COMO ADMIN EN USUARIOS-ROLES.DAT"
   END-IF.

*> Un .TMP que quedo de una corrida anterior es el sintoma de una
*> regrabacion que murio a mitad de camino: se frena, mismo
*> criterio que PROVEEDORES.
VerificarTempPendiente.
    OPEN INPUT ADMISIONES-TEMP
    IF WS-ESTADO-ADMISIONES-TEMP = "00"
       CLOSE ADMISIONES-TEMP
       DISPLAY "HAY UN ADMISIONES.DAT.TMP DE UNA CORRIDA "
          "ANTERIOR FALLADA, RESOLVER ANTES DE CORRER"
       MOVE 'S' TO WS-TEMP-PENDIENTE
    END-IF.

CargarCursos.
    OPEN INPUT CURSOS-FILE
    IF WS-ESTADO-CURSOS = "00"
       PERFORM UNTIL WS-EOF-CURSOS = 'Y'
          READ CURSOS-FILE
             AT END MOVE 'Y' TO WS-EOF-CURSOS
             NOT AT END
                IF WS-TOTAL-CURSOS < 100
                   ADD 1 TO WS-TOTAL-CURSOS
                   MOVE CUR-Curso TO WS-CURSO-CONOCIDO(WS-TOTAL-CURSOS)
                END-IF
          END-READ
       END-PERFORM
       CLOSE CURSOS-FILE
    ELSE
       DISPLAY "ATENCION: NO HAY CURSOS.DAT, TODO POSTULANTE NUEVO "
          "SE RECHAZA POR CURSO DESCONOCIDO"
    END-IF.

CargarAdmisiones.
    OPEN INPUT ADMISIONES-FILE
    IF WS-ESTADO-ADMISIONES = "00"
       PERFORM UNTIL WS-EOF-ADMISIONES = 'Y'
          READ ADMISIONES-FILE
             AT END MOVE 'Y' TO WS-EOF-ADMISIONES
             NOT AT END
                IF WS-TOTAL-ADMISIONES < 300
                   ADD 1 TO WS-TOTAL-ADMISIONES
                   MOVE ADMISIONES-REGISTRO
                      TO WS-ADMISION-FILA(WS-TOTAL-ADMISIONES)
                ELSE
                   DISPLAY "ATENCION: MAS DE 300 POSTULANTES, NO SE "
                      "CARGA EL " ADM-Id
                END-IF
          END-READ
       END-PERFORM
       CLOSE ADMISIONES-FILE
    END-IF.

AplicarMovimientos.
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
       DISPLAY "NO HAY ADMISIONES-MOVS.DAT, NADA QUE APLICAR"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-MOVS = 'Y'
       READ MOVS-FILE
          AT END MOVE 'Y' TO WS-EOF-MOVS
          NOT AT END
             IF MOV-Indicador = 'D'
                PERFORM AplicarUnMovimiento
             END-IF
       END-READ
    END-PERFORM
    CLOSE MOVS-FILE
    CALL "VALIDARFEED" USING "ASENTAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO.

AplicarUnMovimiento.
    ADD 1 TO WS-LEIDOS
    EVALUATE MOV-Accion
       WHEN 'N'
          PERFORM AltaPostulante
       WHEN 'E'
          PERFORM CambiarEstado
       WHEN OTHER
          ADD 1 TO WS-RECHAZOS
          DISPLAY "RECHAZADO: ACCION " MOV-Accion
             " NO RECONOCIDA PARA EL POSTULANTE " MOV-AdmId
    END-EVALUATE.

AltaPostulante.
    IF MOV-Nombre = SPACES
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: POSTULANTE SIN NOMBRE"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-CUR-HALLADO
    PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
       UNTIL WS-CUR-SUB > WS-TOTAL-CURSOS
       IF WS-CURSO-CONOCIDO(WS-CUR-SUB) = MOV-Curso
          MOVE 'S' TO WS-CUR-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-CUR-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: POSTULANTE " MOV-Nombre " AL CURSO "
          MOV-Curso " QUE NO ESTA EN CURSOS.DAT"
       EXIT PARAGRAPH
    END-IF
    IF WS-TOTAL-ADMISIONES >= 300
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: TABLA DE POSTULANTES LLENA (300), "
          "NO ENTRA " MOV-Nombre
       EXIT PARAGRAPH
    END-IF
    CALL "SECUENCIAID" USING WS-NUMERO-NUEVO
    ADD 1 TO WS-TOTAL-ADMISIONES
    MOVE WS-TOTAL-ADMISIONES TO WS-ADM-SUB
    MOVE WS-NUMERO-NUEVO TO TAD-ID(WS-ADM-SUB)
    MOVE 'S' TO TAD-ESTADO(WS-ADM-SUB)
    MOVE WS-FECHA-HOY TO TAD-FECHA-SOLICITUD(WS-ADM-SUB)
    MOVE WS-FECHA-HOY TO TAD-FECHA-ESTADO(WS-ADM-SUB)
    MOVE MOV-Iniciales TO TAD-INICIALES(WS-ADM-SUB)
    MOVE MOV-Nombre TO TAD-NOMBRE(WS-ADM-SUB)
    MOVE MOV-Genero TO TAD-GENERO(WS-ADM-SUB)
    IF MOV-Edad IS NUMERIC
       MOVE MOV-Edad TO TAD-EDAD(WS-ADM-SUB)
    ELSE
       MOVE 0 TO TAD-EDAD(WS-ADM-SUB)
    END-IF
    MOVE MOV-Curso TO TAD-CURSO(WS-ADM-SUB)
    IF MOV-Nivel IS NUMERIC
       MOVE MOV-Nivel TO TAD-NIVEL(WS-ADM-SUB)
    ELSE
       MOVE 0 TO TAD-NIVEL(WS-ADM-SUB)
    END-IF
    MOVE 0 TO TAD-ESTUDIANTE-ID(WS-ADM-SUB)
    IF MOV-GuardianId IS NUMERIC
       MOVE MOV-GuardianId TO TAD-GUARDIAN-ID(WS-ADM-SUB)
    ELSE
       MOVE 0 TO TAD-GUARDIAN-ID(WS-ADM-SUB)
    END-IF
    MOVE MOV-GuaApellido TO TAD-GUA-APELLIDO(WS-ADM-SUB)
    MOVE MOV-GuaNombre TO TAD-GUA-NOMBRE(WS-ADM-SUB)
    MOVE MOV-GuaEmail TO TAD-GUA-EMAIL(WS-ADM-SUB)
    MOVE MOV-GuaTelefono TO TAD-GUA-TELEFONO(WS-ADM-SUB)
    MOVE MOV-GuaCalle TO TAD-GUA-CALLE(WS-ADM-SUB)
    MOVE MOV-GuaCiudad TO TAD-GUA-CIUDAD(WS-ADM-SUB)
    MOVE MOV-GuaCP TO TAD-GUA-CP(WS-ADM-SUB)
    ADD 1 TO WS-ALTAS
    ADD 1 TO WS-POSTEADOS
    DISPLAY "POSTULANTE " WS-NUMERO-NUEVO ": " MOV-Nombre
       " AL CURSO " MOV-Curso.

CambiarEstado.
    MOVE 'N' TO WS-ADM-HALLADO
    PERFORM VARYING WS-ADM-SUB FROM 1 BY 1
       UNTIL WS-ADM-SUB > WS-TOTAL-ADMISIONES
       IF TAD-ID(WS-ADM-SUB) = MOV-AdmId
          MOVE 'S' TO WS-ADM-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-ADM-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: POSTULANTE " MOV-AdmId
          " NO ESTA EN ADMISIONES.DAT"
       EXIT PARAGRAPH
    END-IF
    MOVE MOV-Estado TO WS-ESTADO-NUEVO
    IF NOT WS-ESTADO-PEDIDO-VALIDO
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: ESTADO " MOV-Estado " INVALIDO PARA EL "
          "POSTULANTE " MOV-AdmId
       EXIT PARAGRAPH
    END-IF
    IF NOT TAD-EN-TRAMITE(WS-ADM-SUB)
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: POSTULANTE " MOV-AdmId " YA ESTA EN "
          "ESTADO " TAD-ESTADO(WS-ADM-SUB) ", NO SE CAMBIA"
       EXIT PARAGRAPH
    END-IF
    IF WS-ESTADO-NUEVO = 'A'
       PERFORM AceptarPostulante
       IF TAD-ESTADO(WS-ADM-SUB) NOT = 'A'
          EXIT PARAGRAPH
       END-IF
    ELSE
       MOVE WS-ESTADO-NUEVO TO TAD-ESTADO(WS-ADM-SUB)
    END-IF
    MOVE WS-FECHA-HOY TO TAD-FECHA-ESTADO(WS-ADM-SUB)
    ADD 1 TO WS-CAMBIOS
    ADD 1 TO WS-POSTEADOS.

*> La aceptacion es el unico punto donde el postulante sale de
*> admisiones: Id de estudiante, fila para el alta masiva, contacto
*> del guardian y cruce en guardianes.dat.
AceptarPostulante.
    IF NOT TAD-GENERO-VALIDO(WS-ADM-SUB)
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: POSTULANTE " MOV-AdmId " CON GENERO "
          TAD-GENERO(WS-ADM-SUB) " INVALIDO, NO SE ACEPTA"
       EXIT PARAGRAPH
    END-IF
    IF TAD-GUARDIAN-ID(WS-ADM-SUB) = 0
       AND TAD-GUA-APELLIDO(WS-ADM-SUB) = SPACES
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: POSTULANTE " MOV-AdmId " SIN GUARDIAN, "
          "NO SE ACEPTA"
       EXIT PARAGRAPH
    END-IF
    CALL "SECUENCIAID" USING WS-EID-BASE
    PERFORM CalcularDigitoVerificador
    COMPUTE TAD-ESTUDIANTE-ID(WS-ADM-SUB) =
       WS-EID-BASE * 10 + WS-EID-CHECK
    PERFORM EscribirEstudianteNuevo
    IF TAD-GUARDIAN-ID(WS-ADM-SUB) = 0
       PERFORM EscribirContactoGuardian
    END-IF
    PERFORM LigarGuardian
    MOVE 'A' TO TAD-ESTADO(WS-ADM-SUB)
    ADD 1 TO WS-ACEPTADOS
    DISPLAY "ACEPTADO: " TAD-NOMBRE(WS-ADM-SUB) " ESTUDIANTEID "
       TAD-ESTUDIANTE-ID(WS-ADM-SUB) " GUARDIAN CONTACTO-ID "
       TAD-GUARDIAN-ID(WS-ADM-SUB).

CalcularDigitoVerificador.
    MOVE WS-EID-BASE TO WS-EID-TEXTO
    MOVE 0 TO WS-EID-SUMA
    MOVE 2 TO WS-EID-PESO
    PERFORM VARYING WS-EID-POS FROM 7 BY -1 UNTIL WS-EID-POS < 1
       MOVE WS-EID-TEXTO(WS-EID-POS:1) TO WS-EID-DIGITO
       COMPUTE WS-EID-SUMA = WS-EID-SUMA + WS-EID-DIGITO * WS-EID-PESO
       ADD 1 TO WS-EID-PESO
       IF WS-EID-PESO > 7
          MOVE 2 TO WS-EID-PESO
       END-IF
    END-PERFORM
    COMPUTE WS-EID-CHECK = FUNCTION MOD(WS-EID-SUMA, 11)
    IF WS-EID-CHECK = 10
       MOVE 0 TO WS-EID-CHECK
    END-IF.

EscribirEstudianteNuevo.
    OPEN EXTEND ESTUDIANTES-NUEVOS
    IF WS-ESTADO-EST-NUEVOS NOT = "00"
       OPEN OUTPUT ESTUDIANTES-NUEVOS
       CLOSE ESTUDIANTES-NUEVOS
       OPEN EXTEND ESTUDIANTES-NUEVOS
    END-IF
    MOVE TAD-INICIALES(WS-ADM-SUB) TO EN-Iniciales
    MOVE TAD-NOMBRE(WS-ADM-SUB) TO EN-Nombre
    MOVE TAD-GENERO(WS-ADM-SUB) TO EN-Genero
    MOVE TAD-EDAD(WS-ADM-SUB) TO EN-Edad
    MOVE TAD-ESTUDIANTE-ID(WS-ADM-SUB) TO EN-EstudianteId
    IF TAD-NIVEL(WS-ADM-SUB) IS NUMERIC
       MOVE TAD-NIVEL(WS-ADM-SUB) TO EN-Nivel
    ELSE
       MOVE 0 TO EN-Nivel
    END-IF
    WRITE ESTUDIANTES-NUEVOS-REGISTRO
    CLOSE ESTUDIANTES-NUEVOS.

EscribirContactoGuardian.
    IF WS-PROXIMO-CONTACTO = 0
       PERFORM CalcularProximoContacto
    END-IF
    MOVE WS-PROXIMO-CONTACTO TO TAD-GUARDIAN-ID(WS-ADM-SUB)
    ADD 1 TO WS-PROXIMO-CONTACTO
    OPEN EXTEND NUEVOS-CONTACTOS
    IF WS-ESTADO-NUEVOS NOT = "00"
       OPEN OUTPUT NUEVOS-CONTACTOS
       CLOSE NUEVOS-CONTACTOS
       OPEN EXTEND NUEVOS-CONTACTOS
    END-IF
    MOVE TAD-GUARDIAN-ID(WS-ADM-SUB) TO NC-CONTACTO-ID
    MOVE TAD-GUA-EMAIL(WS-ADM-SUB) TO NC-EMAIL
    MOVE TAD-GUA-TELEFONO(WS-ADM-SUB) TO NC-TELEFONO
    MOVE TAD-GUA-APELLIDO(WS-ADM-SUB) TO NC-APELLIDO
    MOVE TAD-GUA-NOMBRE(WS-ADM-SUB) TO NC-NOMBRE
    MOVE WS-FECHA-HOY TO NC-FECHA-ALTA
    MOVE WS-FECHA-HOY TO NC-FECHA-MODIFICACION
    MOVE TAD-GUA-CALLE(WS-ADM-SUB) TO NC-CALLE
    MOVE TAD-GUA-CIUDAD(WS-ADM-SUB) TO NC-CIUDAD
    MOVE TAD-GUA-CP(WS-ADM-SUB) TO NC-CP
    WRITE NUEVO-CONTACTO
    CLOSE NUEVOS-CONTACTOS.

*> El mayor CONTACTO-ID entre datos.dat y las altas que todavia
*> esperan en NUEVOS-CONTACTOS.DAT, mas uno.
CalcularProximoContacto.
    MOVE 0 TO WS-PROXIMO-CONTACTO
    OPEN INPUT CONTACTO
    IF WS-ESTADO-CONTACTO = "00"
       MOVE LOW-VALUES TO CONTACTO-ID
       START CONTACTO KEY IS NOT LESS THAN CONTACTO-ID
          INVALID KEY MOVE 'Y' TO WS-EOF-CONTACTO
       END-START
       PERFORM UNTIL WS-EOF-CONTACTO = 'Y'
          READ CONTACTO NEXT
             AT END MOVE 'Y' TO WS-EOF-CONTACTO
             NOT AT END
                IF CONTACTO-ID > WS-PROXIMO-CONTACTO
                   MOVE CONTACTO-ID TO WS-PROXIMO-CONTACTO
                END-IF
          END-READ
       END-PERFORM
       CLOSE CONTACTO
    END-IF
    OPEN INPUT NUEVOS-CONTACTOS
    IF WS-ESTADO-NUEVOS = "00"
       PERFORM UNTIL WS-EOF-NUEVOS = 'Y'
          READ NUEVOS-CONTACTOS
             AT END MOVE 'Y' TO WS-EOF-NUEVOS
             NOT AT END
                IF NC-CONTACTO-ID IS NUMERIC
                   AND NC-CONTACTO-ID > WS-PROXIMO-CONTACTO
                   MOVE NC-CONTACTO-ID TO WS-PROXIMO-CONTACTO
                END-IF
          END-READ
       END-PERFORM
       CLOSE NUEVOS-CONTACTOS
    END-IF
    ADD 1 TO WS-PROXIMO-CONTACTO.

*> Mismo cruce que GUARDIANES CREAR + AGREGAR, en un solo paso.
LigarGuardian.
    OPEN I-O GUARDIAN
    IF WS-ESTADO-GUARDIAN NOT = "00"
       OPEN OUTPUT GUARDIAN
       CLOSE GUARDIAN
       OPEN I-O GUARDIAN
    END-IF
    MOVE TAD-ESTUDIANTE-ID(WS-ADM-SUB) TO GUARDIAN-EST-ID
    READ GUARDIAN
       INVALID KEY
          MOVE TAD-ESTUDIANTE-ID(WS-ADM-SUB) TO GUARDIAN-EST-ID
          MOVE 1 TO GUARDIAN-TOTAL
          MOVE TAD-GUARDIAN-ID(WS-ADM-SUB)
             TO GUARDIAN-CONTACTO-ID(1)
          WRITE GUARDIAN-FILE
       NOT INVALID KEY
          MOVE 'N' TO WS-GUARDIAN-HALLADO
          PERFORM VARYING WS-GUARDIAN-SUB FROM 1 BY 1
             UNTIL WS-GUARDIAN-SUB > GUARDIAN-TOTAL
             IF GUARDIAN-CONTACTO-ID(WS-GUARDIAN-SUB)
                = TAD-GUARDIAN-ID(WS-ADM-SUB)
                MOVE 'S' TO WS-GUARDIAN-HALLADO
             END-IF
          END-PERFORM
          IF WS-GUARDIAN-HALLADO = 'N' AND GUARDIAN-TOTAL < 5
             ADD 1 TO GUARDIAN-TOTAL
             MOVE TAD-GUARDIAN-ID(WS-ADM-SUB)
                TO GUARDIAN-CONTACTO-ID(GUARDIAN-TOTAL)
             REWRITE GUARDIAN-FILE
          END-IF
          IF WS-GUARDIAN-HALLADO = 'N' AND GUARDIAN-TOTAL >= 5
             DISPLAY "ATENCION: ESTUDIANTEID "
                TAD-ESTUDIANTE-ID(WS-ADM-SUB) " YA TIENE LOS 5 "
                "GUARDIANES PERMITIDOS, NO SE LIGA EL CONTACTO-ID "
                TAD-GUARDIAN-ID(WS-ADM-SUB)
          END-IF
    END-READ
    CLOSE GUARDIAN.

*> El aceptado cuyo EstudianteId ya dio de alta estructura.cbl en
*> ESTUDIANTES.DAT queda inscripto y sale del embudo.
MarcarInscriptos.
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-ADM-SUB FROM 1 BY 1
       UNTIL WS-ADM-SUB > WS-TOTAL-ADMISIONES
       IF TAD-ESTADO(WS-ADM-SUB) = 'A'
          AND TAD-ESTUDIANTE-ID(WS-ADM-SUB) > 0
          MOVE TAD-ESTUDIANTE-ID(WS-ADM-SUB) TO FD-EstudianteId
          READ ESTUDIANTES-FILE
             INVALID KEY CONTINUE
             NOT INVALID KEY
                MOVE 'I' TO TAD-ESTADO(WS-ADM-SUB)
                MOVE WS-FECHA-HOY TO TAD-FECHA-ESTADO(WS-ADM-SUB)
                ADD 1 TO WS-INSCRIPTOS
          END-READ
       END-IF
    END-PERFORM
    CLOSE ESTUDIANTES-FILE.

GrabarAdmisiones.
    OPEN OUTPUT ADMISIONES-TEMP
    PERFORM VARYING WS-ADM-SUB FROM 1 BY 1
       UNTIL WS-ADM-SUB > WS-TOTAL-ADMISIONES
       MOVE WS-ADMISION-FILA(WS-ADM-SUB) TO ADMISIONES-TEMP-REGISTRO
       WRITE ADMISIONES-TEMP-REGISTRO
    END-PERFORM
    CLOSE ADMISIONES-TEMP
    *> El legajo real recien se pisa con la version nueva completa,
    *> mismo recurso que PROVEEDORES.DAT.TMP.
    MOVE SPACES TO WS-COMANDO-MV
    STRING "mv ADMISIONES.DAT.TMP ADMISIONES.DAT"
       DELIMITED BY SIZE INTO WS-COMANDO-MV
    CALL "SYSTEM" USING WS-COMANDO-MV.
