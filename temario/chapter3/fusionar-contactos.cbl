IDENTIFICATION DIVISION.
PROGRAM-ID. FUSIONARCONTACTOS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> ARCHIVO1 avisa los EMAIL duplicados, pero cuando dos CONTACTO-ID
*> son de verdad la misma persona no habia como juntarlos: quedaban
*> los dos en datos.dat y hogares.dat y guardianes.dat apuntaban a
*> uno o a otro. Este programa fusiona un par por corrida, tomado de
*> FUSION.CTL (CONTACTO-ID que sobrevive y CONTACTO-ID que se
*> retira), con el mismo chequeo de rol ADMIN en USUARIOS-ROLES.DAT
*> que HOGARES y el mismo candado DATOS.DAT.LOCK que los modos de
*> mantenimiento de ARCHIVO1, respaldando antes datos.dat,
*> hogares.dat, guardianes.dat, consentimientos.dat e
*> inentregables.dat.
*> Supervivencia campo por campo: manda el registro con la
*> FECHA-MODIFICACION mas reciente (a igual fecha, el que sobrevive),
*> pero un valor en blanco nunca pisa uno cargado, asi que un dato
*> que solo tenia el otro registro no se pierde. La FECHA-ALTA que
*> queda es la mas antigua de las dos. Cada campo que cambia en el
*> sobreviviente queda en CAMBIOS-CONTACTO.LOG como un cambio de
*> ARCHIVO1, y la fusion misma queda con CC-CAMPO FUSION a nombre
*> de los dos CONTACTO-ID para poder seguirla desde cualquiera.
*> El retirado se archiva en CONTACTOS-ARCHIVADOS.DAT como un
*> RETIRAR y se borra del maestro. Toda referencia al retirado pasa
*> al sobreviviente: en hogares.dat y guardianes.dat se reemplaza
*> (o se quita si el sobreviviente ya estaba en esa lista); en
*> CONSENTIMIENTOS.DAT cada permiso se queda con la decision mas
*> reciente de las dos; en EXCEPCIONES-ESTADO.DAT una excepcion
*> abierta del retirado sigue abierta en el sobreviviente, y las
*> lineas de EXCEPCIONES-CONTACTO.DAT se regraban con el
*> CONTACTO-ID nuevo via .TMP y mv como en BorrarPIIEnExcepciones.
*> Las marcas de correo devuelto de inentregables.dat siguen al
*> dato: si el EMAIL o la direccion que queda vino del retirado,
*> queda la marca del retirado; si los dos tenian el mismo dato,
*> basta que uno lo tenga devuelto.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT CONTACTO ASSIGN DYNAMIC WS-DATOS-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS CONTACTO-ID
   FILE STATUS IS WS-ESTADO-CONTACTO.
SELECT HOGAR ASSIGN DYNAMIC WS-HOGARES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS HOGAR-ID
   FILE STATUS IS WS-ESTADO-HOGAR.
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
SELECT INENTREGABLES ASSIGN DYNAMIC WS-INENTREGABLES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS INE-CONTACTO-ID
   FILE STATUS IS WS-ESTADO-INENTREGABLES.
SELECT SEGUIMIENTO-EXCEPCIONES ASSIGN TO "EXCEPCIONES-ESTADO.DAT"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS SEG-CONTACTO-ID
   FILE STATUS IS WS-ESTADO-SEGUIMIENTO.
SELECT EXCEPCIONES ASSIGN TO "EXCEPCIONES-CONTACTO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-EXCEPCIONES.
SELECT EXCEPCIONES-TEMP ASSIGN TO "EXCEPCIONES-CONTACTO.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-EXC-TEMP.
SELECT CONTACTOS-ARCHIVADOS ASSIGN TO "CONTACTOS-ARCHIVADOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ARCHIVADOS.
SELECT CAMBIOS-CONTACTO ASSIGN TO "CAMBIOS-CONTACTO.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAMBIOS.
SELECT FUSION-CTL ASSIGN TO "FUSION.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT DATOS-LOCK ASSIGN TO "DATOS.DAT.LOCK"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LOCK.
SELECT USUARIOS-ROLES ASSIGN TO "USUARIOS-ROLES.DAT"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS ROL-NOMBRE
   FILE STATUS IS WS-ESTADO-ROLES.

DATA DIVISION.
FILE SECTION.
FD CONTACTO.
COPY CONTACTO REPLACING GRUPO BY CONTACTO-FILE
                        CAMPO-ID BY CONTACTO-ID
                        CAMPO-EMAIL BY EMAIL
                        CAMPO-TEL BY TELEFONO
                        CAMPO-APE BY APELLIDO
                        CAMPO-NOM BY NOMBRE
                        CAMPO-ALTA BY FECHA-ALTA
                        CAMPO-MOD BY FECHA-MODIFICACION
                        CAMPO-CALLE BY CALLE
                        CAMPO-CIUDAD BY CIUDAD
                        CAMPO-CP BY CODIGO-POSTAL.

FD HOGAR.
COPY HOGAR REPLACING GRUPO BY HOGAR-FILE
                     CAMPO-ID BY HOGAR-ID
                     CAMPO-TOTAL BY HOGAR-TOTAL
                     CAMPO-MIEMBROS BY HOGAR-MIEMBROS
                     CAMPO-MIEMBRO-ID BY HOGAR-MIEMBRO-ID.

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
*> Los seis permisos vistos como tabla, en el orden del copybook.
01 CONSENTIMIENTO-ITEMS.
   05 FILLER PIC 9(5).
   05 CON-ITEM OCCURS 6 TIMES.
      10 CON-ITEM-VALOR PIC X(1).
      10 CON-ITEM-FECHA PIC 9(8).

FD INENTREGABLES.
COPY INENTREGABLE REPLACING GRUPO BY INENTREGABLE-REGISTRO
                        CAMPO-ID BY INE-CONTACTO-ID
                        CAMPO-POSTAL BY INE-POSTAL
                        CAMPO-POSTAL-FECHA BY INE-POSTAL-FECHA
                        CAMPO-POSTAL-MOTIVO BY INE-POSTAL-MOTIVO
                        CAMPO-EMAIL BY INE-EMAIL
                        CAMPO-EMAIL-FECHA BY INE-EMAIL-FECHA
                        CAMPO-EMAIL-MOTIVO BY INE-EMAIL-MOTIVO.

FD SEGUIMIENTO-EXCEPCIONES.
01 SEGUIMIENTO-REGISTRO.
   05 SEG-CONTACTO-ID PIC 9(5).
   05 SEG-ESTADO PIC A(1).
      88 SEG-ABIERTA VALUE 'A'.
      88 SEG-RESUELTA VALUE 'R'.
   05 SEG-FECHA-DETECCION PIC 9(8).
   05 SEG-FECHA-RESOLUCION PIC 9(8).

FD EXCEPCIONES.
01 EXCEPCION-LINEA PIC X(160).

FD EXCEPCIONES-TEMP.
01 EXCEPCION-TEMP-LINEA PIC X(160).

FD CONTACTOS-ARCHIVADOS.
01 CONTACTO-ARCHIVADO.
   05 ARCH-CONTACTO-ID PIC 9(5).
   05 ARCH-EMAIL PIC X(25).
   05 ARCH-TELEFONO PIC X(12).
   05 ARCH-APELLIDO PIC A(25).
   05 ARCH-NOMBRE PIC A(25).
   05 ARCH-FECHA PIC 9(8).

FD CAMBIOS-CONTACTO.
01 CAMBIO-CONTACTO-REGISTRO.
   05 CC-CONTACTO-ID PIC 9(5).
   05 CC-CAMPO PIC X(10).
   05 CC-VALOR-ANTERIOR PIC X(25).
   05 CC-VALOR-NUEVO PIC X(25).
   05 CC-FECHA PIC 9(8).

FD FUSION-CTL.
01 FUSION-CTL-REGISTRO.
   05 FCTL-SOBREVIVIENTE PIC 9(5).
   05 FCTL-RETIRADO PIC 9(5).

FD DATOS-LOCK.
01 LOCK-LINEA PIC X(80).

FD USUARIOS-ROLES.
01 USUARIOS-ROLES-REGISTRO.
   05 ROL-NOMBRE PIC A(15).
   05 ROL-VALOR PIC A(10).
   05 ROL-FECHA-FIN PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-HOGAR PIC X(2).
01 WS-ESTADO-GUARDIAN PIC X(2).
01 WS-ESTADO-CONSENTIMIENTOS PIC X(2).
01 WS-ESTADO-SEGUIMIENTO PIC X(2).
01 WS-ESTADO-INENTREGABLES PIC X(2).
01 WS-ESTADO-EXCEPCIONES PIC X(2).
01 WS-ESTADO-EXC-TEMP PIC X(2).
01 WS-ESTADO-ARCHIVADOS PIC X(2).
01 WS-ESTADO-CAMBIOS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-LOCK PIC X(2).
01 WS-ESTADO-ROLES PIC X(2).
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-HOGARES-PATH PIC X(50) VALUE "hogares.dat".
01 WS-GUARDIANES-PATH PIC X(50) VALUE "guardianes.dat".
01 WS-CONSENTIMIENTOS-PATH PIC X(50) VALUE "consentimientos.dat".
01 WS-INENTREGABLES-PATH PIC X(50) VALUE "inentregables.dat".
01 WS-EOF-HOGAR PIC A(1) VALUE 'N'.
01 WS-EOF-GUARDIAN PIC A(1) VALUE 'N'.
01 WS-EOF-EXCEPCIONES PIC A(1) VALUE 'N'.
01 WS-CTL-PRESENTE PIC A(1) VALUE 'N'.
01 WS-LOCK-ACTIVO PIC A(1) VALUE 'N'.
01 WS-FUSION-VALIDA PIC A(1) VALUE 'N'.
01 WS-RETIRADO-MAS-NUEVO PIC A(1) VALUE 'N'.
01 WS-EMAIL-DEL-RETIRADO PIC A(1) VALUE 'N'.
01 WS-POSTAL-DEL-RETIRADO PIC A(1) VALUE 'N'.
01 WS-ENCONTRADO PIC A(1).

01 WS-USUARIO-OS PIC X(20).
01 WS-FECHA-HOY-ROL PIC 9(8).
01 WS-ROL-USUARIO PIC A(10).
01 WS-MANTENIMIENTO-AUTORIZADO PIC A(1).

01 WS-FECHA-HOY PIC 9(8).
01 WS-SOBREVIVIENTE PIC 9(5).
01 WS-RETIRADO PIC 9(5).
01 WS-RETIRADO-TX PIC X(5).
01 WS-SOBREVIVIENTE-TX PIC X(5).
01 WS-RESPALDO-PATH PIC X(50).
01 WS-COMANDO PIC X(200).

*> El registro que se retira, leido antes de tocar nada.
COPY CONTACTO REPLACING GRUPO BY WS-RETIRADO-CONTACTO
                        CAMPO-ID BY RET-CONTACTO-ID
                        CAMPO-EMAIL BY RET-EMAIL
                        CAMPO-TEL BY RET-TELEFONO
                        CAMPO-APE BY RET-APELLIDO
                        CAMPO-NOM BY RET-NOMBRE
                        CAMPO-ALTA BY RET-FECHA-ALTA
                        CAMPO-MOD BY RET-FECHA-MODIFICACION
                        CAMPO-CALLE BY RET-CALLE
                        CAMPO-CIUDAD BY RET-CIUDAD
                        CAMPO-CP BY RET-CODIGO-POSTAL.

*> Un campo a la vez por ElegirValor: el nombre para el log y el
*> valor de cada lado.
01 WS-CAMPO-NOMBRE PIC X(10).
01 WS-VALOR-SOBREVIVE PIC X(30).
01 WS-VALOR-RETIRADO PIC X(30).
01 WS-VALOR-ANTERIOR PIC X(30).

*> Consentimiento y seguimiento del retirado, guardados antes de
*> borrarlos.
01 WS-CONS-RETIRADO.
   05 FILLER PIC 9(5).
   05 CRT-ITEM OCCURS 6 TIMES.
      10 CRT-ITEM-VALOR PIC X(1).
      10 CRT-ITEM-FECHA PIC 9(8).
COPY INENTREGABLE REPLACING GRUPO BY WS-INE-RETIRADO
                        CAMPO-ID BY IRT-CONTACTO-ID
                        CAMPO-POSTAL BY IRT-POSTAL
                        CAMPO-POSTAL-FECHA BY IRT-POSTAL-FECHA
                        CAMPO-POSTAL-MOTIVO BY IRT-POSTAL-MOTIVO
                        CAMPO-EMAIL BY IRT-EMAIL
                        CAMPO-EMAIL-FECHA BY IRT-EMAIL-FECHA
                        CAMPO-EMAIL-MOTIVO BY IRT-EMAIL-MOTIVO.
01 WS-SEG-RETIRADO.
   05 FILLER PIC 9(5).
   05 SRT-ESTADO PIC A(1).
   05 SRT-FECHA-DETECCION PIC 9(8).
   05 SRT-FECHA-RESOLUCION PIC 9(8).

01 WS-ITEM-SUB PIC 9(1).
01 WS-MIEMBRO-SUB PIC 9(2).
01 WS-POS-RETIRADO PIC 9(2).
01 WS-POS-SOBREVIVIENTE PIC 9(2).

01 WS-CAMPOS-CAMBIADOS PIC 9(2) VALUE 0.
01 WS-HOGARES-CAMBIADOS PIC 9(5) VALUE 0.
01 WS-GUARDIANES-CAMBIADOS PIC 9(5) VALUE 0.
01 WS-EXCEPCIONES-CAMBIADAS PIC 9(5) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "FUSIONARCONTACTOS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM InicializarConfiguracion
    PERFORM VerificarAutorizacionMantenimiento
    IF WS-MANTENIMIENTO-AUTORIZADO NOT = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM LeerControlFusion
    IF WS-CTL-PRESENTE NOT = 'S'
       DISPLAY "NO HAY FUSION.CTL CON EL PAR A FUSIONAR"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM VerificarLockDatos
    IF WS-LOCK-ACTIVO NOT = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN I-O CONTACTO
    IF WS-ESTADO-CONTACTO NOT = "00"
       DISPLAY "NO SE PUDO ABRIR " WS-DATOS-PATH ", ESTADO="
          WS-ESTADO-CONTACTO
       MOVE 8 TO RETURN-CODE
    ELSE
       PERFORM ValidarPar
       IF WS-FUSION-VALIDA = 'S'
          PERFORM RespaldarArchivos
          OPEN EXTEND CAMBIOS-CONTACTO
          IF WS-ESTADO-CAMBIOS NOT = "00"
             OPEN OUTPUT CAMBIOS-CONTACTO
             CLOSE CAMBIOS-CONTACTO
             OPEN EXTEND CAMBIOS-CONTACTO
          END-IF
          PERFORM CombinarCampos
          PERFORM ArchivarRetirado
          PERFORM RepuntarHogares
          PERFORM RepuntarGuardianes
          PERFORM FusionarConsentimiento
          PERFORM FusionarInentregable
          PERFORM FusionarSeguimiento
          PERFORM RepuntarExcepciones
          PERFORM RegistrarFusion
          CLOSE CAMBIOS-CONTACTO
          DISPLAY "CONTACTO-ID " WS-RETIRADO " FUSIONADO EN "
             WS-SOBREVIVIENTE ": " WS-CAMPOS-CAMBIADOS
             " CAMPOS TOMADOS DEL RETIRADO"
          DISPLAY "REFERENCIAS MOVIDAS: " WS-HOGARES-CAMBIADOS
             " HOGARES, " WS-GUARDIANES-CAMBIADOS " ESTUDIANTES, "
             WS-EXCEPCIONES-CAMBIADAS " LINEAS DE EXCEPCION"
       ELSE
          MOVE 8 TO RETURN-CODE
       END-IF
       CLOSE CONTACTO
    END-IF
    PERFORM LiberarLockDatos.
FinInicio.
DISPLAY "JOB FUSIONARCONTACTOS COMPLETE, RC=" RETURN-CODE.
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

*> Mismo chequeo de rol ADMIN en USUARIOS-ROLES.DAT que HOGARES y
*> los modos de mantenimiento de ARCHIVO1.
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
             *> Un rol con fecha de fin cumplida esta revocado.
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

LeerControlFusion.
    OPEN INPUT FUSION-CTL
    IF WS-ESTADO-CTL = "00"
       READ FUSION-CTL
          AT END CONTINUE
          NOT AT END
             MOVE 'S' TO WS-CTL-PRESENTE
             MOVE FCTL-SOBREVIVIENTE TO WS-SOBREVIVIENTE
             MOVE FCTL-RETIRADO TO WS-RETIRADO
             MOVE WS-SOBREVIVIENTE TO WS-SOBREVIVIENTE-TX
             MOVE WS-RETIRADO TO WS-RETIRADO-TX
       END-READ
       CLOSE FUSION-CTL
    END-IF.

*> El mismo DATOS.DAT.LOCK de ARCHIVO1: una fusion no puede correr
*> a la par de un ACTUALIZAR o un RETIRAR sobre datos.dat.
VerificarLockDatos.
    MOVE 'N' TO WS-LOCK-ACTIVO
    OPEN INPUT DATOS-LOCK
    IF WS-ESTADO-LOCK = "00"
       CLOSE DATOS-LOCK
       DISPLAY "DATOS.DAT.LOCK YA EXISTE, HAY OTRA CORRIDA DE "
          "MANTENIMIENTO EN CURSO"
    ELSE
       OPEN OUTPUT DATOS-LOCK
       MOVE WS-PROGRAMA-ACTUAL TO LOCK-LINEA
       WRITE LOCK-LINEA
       CLOSE DATOS-LOCK
       MOVE 'S' TO WS-LOCK-ACTIVO
    END-IF.

LiberarLockDatos.
    IF WS-LOCK-ACTIVO = 'S'
       MOVE SPACES TO WS-COMANDO
       STRING "rm -f DATOS.DAT.LOCK" DELIMITED BY SIZE INTO WS-COMANDO
       CALL "SYSTEM" USING WS-COMANDO
    END-IF.

*> Los dos CONTACTO-ID tienen que ser distintos y existir en
*> datos.dat; el retirado queda copiado en WS-RETIRADO-CONTACTO y el
*> sobreviviente en el area del registro, listo para el REWRITE.
ValidarPar.
    MOVE 'N' TO WS-FUSION-VALIDA
    IF WS-SOBREVIVIENTE = WS-RETIRADO
       DISPLAY "FUSION.CTL TRAE EL MISMO CONTACTO-ID " WS-RETIRADO
          " DE LOS DOS LADOS"
       EXIT PARAGRAPH
    END-IF
    MOVE WS-RETIRADO TO CONTACTO-ID
    READ CONTACTO
       INVALID KEY
          DISPLAY "CONTACTO-ID A RETIRAR " WS-RETIRADO
             " NO EXISTE EN datos.dat"
          EXIT PARAGRAPH
    END-READ
    MOVE CONTACTO-FILE TO WS-RETIRADO-CONTACTO
    MOVE WS-SOBREVIVIENTE TO CONTACTO-ID
    READ CONTACTO
       INVALID KEY
          DISPLAY "CONTACTO-ID SOBREVIVIENTE " WS-SOBREVIVIENTE
             " NO EXISTE EN datos.dat"
          EXIT PARAGRAPH
    END-READ
    MOVE 'S' TO WS-FUSION-VALIDA.

*> Respaldo fechado de cada archivo que la fusion reescribe, el
*> mismo cp de RespaldarDatos en ARCHIVO1.
RespaldarArchivos.
    MOVE WS-DATOS-PATH TO WS-RESPALDO-PATH
    PERFORM RespaldarArchivo
    MOVE WS-HOGARES-PATH TO WS-RESPALDO-PATH
    PERFORM RespaldarArchivo
    MOVE WS-GUARDIANES-PATH TO WS-RESPALDO-PATH
    PERFORM RespaldarArchivo
    MOVE WS-CONSENTIMIENTOS-PATH TO WS-RESPALDO-PATH
    PERFORM RespaldarArchivo
    MOVE WS-INENTREGABLES-PATH TO WS-RESPALDO-PATH
    PERFORM RespaldarArchivo.

RespaldarArchivo.
    MOVE SPACES TO WS-COMANDO
    STRING "[ -f " FUNCTION TRIM(WS-RESPALDO-PATH) " ] && cp "
       FUNCTION TRIM(WS-RESPALDO-PATH)
       " " FUNCTION TRIM(WS-RESPALDO-PATH) ".BAK-" WS-FECHA-HOY
       DELIMITED BY SIZE INTO WS-COMANDO
    CALL "SYSTEM" USING WS-COMANDO.

*> Supervivencia campo por campo sobre el registro del
*> sobreviviente, que despues se regraba en el lugar.
CombinarCampos.
    IF RET-FECHA-MODIFICACION > FECHA-MODIFICACION
       MOVE 'S' TO WS-RETIRADO-MAS-NUEVO
    END-IF
    MOVE "EMAIL" TO WS-CAMPO-NOMBRE
    MOVE EMAIL TO WS-VALOR-SOBREVIVE
    MOVE RET-EMAIL TO WS-VALOR-RETIRADO
    PERFORM ElegirValor
    MOVE WS-VALOR-SOBREVIVE TO EMAIL
    MOVE "TELEFONO" TO WS-CAMPO-NOMBRE
    MOVE TELEFONO TO WS-VALOR-SOBREVIVE
    MOVE RET-TELEFONO TO WS-VALOR-RETIRADO
    PERFORM ElegirValor
    MOVE WS-VALOR-SOBREVIVE TO TELEFONO
    MOVE "APELLIDO" TO WS-CAMPO-NOMBRE
    MOVE APELLIDO TO WS-VALOR-SOBREVIVE
    MOVE RET-APELLIDO TO WS-VALOR-RETIRADO
    PERFORM ElegirValor
    MOVE WS-VALOR-SOBREVIVE TO APELLIDO
    MOVE "NOMBRE" TO WS-CAMPO-NOMBRE
    MOVE NOMBRE TO WS-VALOR-SOBREVIVE
    MOVE RET-NOMBRE TO WS-VALOR-RETIRADO
    PERFORM ElegirValor
    MOVE WS-VALOR-SOBREVIVE TO NOMBRE
    MOVE "CALLE" TO WS-CAMPO-NOMBRE
    MOVE CALLE TO WS-VALOR-SOBREVIVE
    MOVE RET-CALLE TO WS-VALOR-RETIRADO
    PERFORM ElegirValor
    MOVE WS-VALOR-SOBREVIVE TO CALLE
    MOVE "CIUDAD" TO WS-CAMPO-NOMBRE
    MOVE CIUDAD TO WS-VALOR-SOBREVIVE
    MOVE RET-CIUDAD TO WS-VALOR-RETIRADO
    PERFORM ElegirValor
    MOVE WS-VALOR-SOBREVIVE TO CIUDAD
    MOVE "CP" TO WS-CAMPO-NOMBRE
    MOVE CODIGO-POSTAL TO WS-VALOR-SOBREVIVE
    MOVE RET-CODIGO-POSTAL TO WS-VALOR-RETIRADO
    PERFORM ElegirValor
    MOVE WS-VALOR-SOBREVIVE TO CODIGO-POSTAL
    IF RET-FECHA-ALTA < FECHA-ALTA
       MOVE RET-FECHA-ALTA TO FECHA-ALTA
    END-IF
    MOVE WS-FECHA-HOY TO FECHA-MODIFICACION
    REWRITE CONTACTO-FILE
       INVALID KEY
          DISPLAY "ERROR AL REGRABAR EL SOBREVIVIENTE "
             WS-SOBREVIVIENTE
          MOVE 8 TO RETURN-CODE
    END-REWRITE.

*> Gana el valor del registro mas nuevo, salvo que venga en blanco;
*> el del retirado tambien entra si el sobreviviente no tenia nada.
ElegirValor.
    MOVE WS-VALOR-SOBREVIVE TO WS-VALOR-ANTERIOR
    IF WS-VALOR-RETIRADO NOT = SPACES
       AND WS-VALOR-RETIRADO NOT = WS-VALOR-SOBREVIVE
       IF WS-RETIRADO-MAS-NUEVO = 'S' OR WS-VALOR-SOBREVIVE = SPACES
          MOVE WS-VALOR-RETIRADO TO WS-VALOR-SOBREVIVE
          ADD 1 TO WS-CAMPOS-CAMBIADOS
          EVALUATE WS-CAMPO-NOMBRE
             WHEN "EMAIL"
                MOVE 'S' TO WS-EMAIL-DEL-RETIRADO
             WHEN "CALLE"
             WHEN "CIUDAD"
             WHEN "CP"
                MOVE 'S' TO WS-POSTAL-DEL-RETIRADO
          END-EVALUATE
          MOVE WS-SOBREVIVIENTE TO CC-CONTACTO-ID
          MOVE WS-CAMPO-NOMBRE TO CC-CAMPO
          MOVE WS-VALOR-ANTERIOR TO CC-VALOR-ANTERIOR
          MOVE WS-VALOR-SOBREVIVE TO CC-VALOR-NUEVO
          MOVE WS-FECHA-HOY TO CC-FECHA
          WRITE CAMBIO-CONTACTO-REGISTRO
       END-IF
    END-IF.

*> El retirado va a CONTACTOS-ARCHIVADOS.DAT igual que en
*> ArchivarContacto de ARCHIVO1 y sale del maestro.
ArchivarRetirado.
    OPEN EXTEND CONTACTOS-ARCHIVADOS
    IF WS-ESTADO-ARCHIVADOS NOT = "00"
       OPEN OUTPUT CONTACTOS-ARCHIVADOS
       CLOSE CONTACTOS-ARCHIVADOS
       OPEN EXTEND CONTACTOS-ARCHIVADOS
    END-IF
    MOVE RET-CONTACTO-ID TO ARCH-CONTACTO-ID
    MOVE RET-EMAIL TO ARCH-EMAIL
    MOVE RET-TELEFONO TO ARCH-TELEFONO
    MOVE RET-APELLIDO TO ARCH-APELLIDO
    MOVE RET-NOMBRE TO ARCH-NOMBRE
    MOVE WS-FECHA-HOY TO ARCH-FECHA
    WRITE CONTACTO-ARCHIVADO
    CLOSE CONTACTOS-ARCHIVADOS
    MOVE WS-RETIRADO TO CONTACTO-ID
    DELETE CONTACTO
       INVALID KEY
          DISPLAY "ERROR AL BORRAR EL RETIRADO " WS-RETIRADO
          MOVE 8 TO RETURN-CODE
    END-DELETE.

RepuntarHogares.
    OPEN I-O HOGAR
    IF WS-ESTADO-HOGAR NOT = "00"
       DISPLAY "NO HAY " WS-HOGARES-PATH " PARA REPUNTAR"
       EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUES TO HOGAR-ID
    START HOGAR KEY IS NOT LESS THAN HOGAR-ID
       INVALID KEY MOVE 'Y' TO WS-EOF-HOGAR
    END-START
    PERFORM UNTIL WS-EOF-HOGAR = 'Y'
       READ HOGAR NEXT
          AT END MOVE 'Y' TO WS-EOF-HOGAR
          NOT AT END PERFORM RepuntarHogar
       END-READ
    END-PERFORM
    CLOSE HOGAR.

*> El retirado se reemplaza por el sobreviviente; si el
*> sobreviviente ya era miembro, el retirado se quita corriendo el
*> resto de la tabla como QuitarMiembro en HOGARES.
RepuntarHogar.
    MOVE 0 TO WS-POS-RETIRADO WS-POS-SOBREVIVIENTE
    PERFORM VARYING WS-MIEMBRO-SUB FROM 1 BY 1
       UNTIL WS-MIEMBRO-SUB > HOGAR-TOTAL
       IF HOGAR-MIEMBRO-ID(WS-MIEMBRO-SUB) = WS-RETIRADO
          AND WS-POS-RETIRADO = 0
          MOVE WS-MIEMBRO-SUB TO WS-POS-RETIRADO
       END-IF
       IF HOGAR-MIEMBRO-ID(WS-MIEMBRO-SUB) = WS-SOBREVIVIENTE
          MOVE WS-MIEMBRO-SUB TO WS-POS-SOBREVIVIENTE
       END-IF
    END-PERFORM
    IF WS-POS-RETIRADO = 0
       EXIT PARAGRAPH
    END-IF
    IF WS-POS-SOBREVIVIENTE = 0
       MOVE WS-SOBREVIVIENTE TO HOGAR-MIEMBRO-ID(WS-POS-RETIRADO)
    ELSE
       PERFORM VARYING WS-MIEMBRO-SUB FROM WS-POS-RETIRADO BY 1
          UNTIL WS-MIEMBRO-SUB >= HOGAR-TOTAL
          MOVE HOGAR-MIEMBRO-ID(WS-MIEMBRO-SUB + 1)
             TO HOGAR-MIEMBRO-ID(WS-MIEMBRO-SUB)
       END-PERFORM
       SUBTRACT 1 FROM HOGAR-TOTAL
    END-IF
    REWRITE HOGAR-FILE
       INVALID KEY
          DISPLAY "ERROR AL REGRABAR EL HOGAR " HOGAR-ID
          MOVE 8 TO RETURN-CODE
       NOT INVALID KEY
          ADD 1 TO WS-HOGARES-CAMBIADOS
    END-REWRITE.

RepuntarGuardianes.
    OPEN I-O GUARDIAN
    IF WS-ESTADO-GUARDIAN NOT = "00"
       DISPLAY "NO HAY " WS-GUARDIANES-PATH " PARA REPUNTAR"
       EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUES TO GUARDIAN-EST-ID
    START GUARDIAN KEY IS NOT LESS THAN GUARDIAN-EST-ID
       INVALID KEY MOVE 'Y' TO WS-EOF-GUARDIAN
    END-START
    PERFORM UNTIL WS-EOF-GUARDIAN = 'Y'
       READ GUARDIAN NEXT
          AT END MOVE 'Y' TO WS-EOF-GUARDIAN
          NOT AT END PERFORM RepuntarGuardian
       END-READ
    END-PERFORM
    CLOSE GUARDIAN.

*> Mismo criterio que RepuntarHogar sobre la lista de guardianes
*> de cada estudiante.
RepuntarGuardian.
    MOVE 0 TO WS-POS-RETIRADO WS-POS-SOBREVIVIENTE
    PERFORM VARYING WS-MIEMBRO-SUB FROM 1 BY 1
       UNTIL WS-MIEMBRO-SUB > GUARDIAN-TOTAL
       IF GUARDIAN-CONTACTO-ID(WS-MIEMBRO-SUB) = WS-RETIRADO
          AND WS-POS-RETIRADO = 0
          MOVE WS-MIEMBRO-SUB TO WS-POS-RETIRADO
       END-IF
       IF GUARDIAN-CONTACTO-ID(WS-MIEMBRO-SUB) = WS-SOBREVIVIENTE
          MOVE WS-MIEMBRO-SUB TO WS-POS-SOBREVIVIENTE
       END-IF
    END-PERFORM
    IF WS-POS-RETIRADO = 0
       EXIT PARAGRAPH
    END-IF
    IF WS-POS-SOBREVIVIENTE = 0
       MOVE WS-SOBREVIVIENTE
          TO GUARDIAN-CONTACTO-ID(WS-POS-RETIRADO)
    ELSE
       PERFORM VARYING WS-MIEMBRO-SUB FROM WS-POS-RETIRADO BY 1
          UNTIL WS-MIEMBRO-SUB >= GUARDIAN-TOTAL
          MOVE GUARDIAN-CONTACTO-ID(WS-MIEMBRO-SUB + 1)
             TO GUARDIAN-CONTACTO-ID(WS-MIEMBRO-SUB)
       END-PERFORM
       SUBTRACT 1 FROM GUARDIAN-TOTAL
    END-IF
    REWRITE GUARDIAN-FILE
       INVALID KEY
          DISPLAY "ERROR AL REGRABAR GUARDIANES DE " GUARDIAN-EST-ID
          MOVE 8 TO RETURN-CODE
       NOT INVALID KEY
          ADD 1 TO WS-GUARDIANES-CAMBIADOS
    END-REWRITE.

*> El consentimiento del retirado se suma al del sobreviviente
*> permiso por permiso: queda la decision registrada mas reciente.
*> Si el sobreviviente no tenia registro, hereda el del retirado.
FusionarConsentimiento.
    OPEN I-O CONSENTIMIENTOS
    IF WS-ESTADO-CONSENTIMIENTOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-ENCONTRADO
    MOVE WS-RETIRADO TO CON-CONTACTO-ID
    READ CONSENTIMIENTOS
       INVALID KEY CONTINUE
       NOT INVALID KEY
          MOVE 'S' TO WS-ENCONTRADO
          MOVE CONSENTIMIENTO-REGISTRO TO WS-CONS-RETIRADO
          DELETE CONSENTIMIENTOS
             INVALID KEY
                DISPLAY "ERROR AL BORRAR CONSENTIMIENTO DE "
                   WS-RETIRADO
          END-DELETE
    END-READ
    IF WS-ENCONTRADO = 'S'
       MOVE WS-SOBREVIVIENTE TO CON-CONTACTO-ID
       READ CONSENTIMIENTOS
          INVALID KEY
             MOVE WS-CONS-RETIRADO TO CONSENTIMIENTO-REGISTRO
             MOVE WS-SOBREVIVIENTE TO CON-CONTACTO-ID
             WRITE CONSENTIMIENTO-REGISTRO
                INVALID KEY
                   DISPLAY "ERROR AL GRABAR CONSENTIMIENTO DE "
                      WS-SOBREVIVIENTE
             END-WRITE
          NOT INVALID KEY
             PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                UNTIL WS-ITEM-SUB > 6
                PERFORM ElegirPermiso
             END-PERFORM
             REWRITE CONSENTIMIENTO-REGISTRO
                INVALID KEY
                   DISPLAY "ERROR AL GRABAR CONSENTIMIENTO DE "
                      WS-SOBREVIVIENTE
             END-REWRITE
       END-READ
    END-IF
    CLOSE CONSENTIMIENTOS.

ElegirPermiso.
    IF CRT-ITEM-VALOR(WS-ITEM-SUB) = 'S'
       OR CRT-ITEM-VALOR(WS-ITEM-SUB) = 'N'
       IF (CON-ITEM-VALOR(WS-ITEM-SUB) NOT = 'S'
          AND CON-ITEM-VALOR(WS-ITEM-SUB) NOT = 'N')
          OR CRT-ITEM-FECHA(WS-ITEM-SUB) > CON-ITEM-FECHA(WS-ITEM-SUB)
          MOVE CRT-ITEM-VALOR(WS-ITEM-SUB)
             TO CON-ITEM-VALOR(WS-ITEM-SUB)
          MOVE CRT-ITEM-FECHA(WS-ITEM-SUB)
             TO CON-ITEM-FECHA(WS-ITEM-SUB)
       END-IF
    END-IF.

*> La marca de cada canal sigue al dato que quedo en el
*> sobreviviente (EMAIL, o CALLE/CIUDAD/CP para la postal): si vino
*> del retirado queda la marca del retirado; si los dos tenian el
*> mismo dato queda devuelto si cualquiera lo estaba; si no, queda
*> la del sobreviviente. El registro del retirado se borra y un
*> sobreviviente que queda sin marcas no conserva registro.
FusionarInentregable.
    OPEN I-O INENTREGABLES
    IF WS-ESTADO-INENTREGABLES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-INE-RETIRADO
    MOVE 0 TO IRT-POSTAL-FECHA IRT-EMAIL-FECHA
    MOVE WS-RETIRADO TO INE-CONTACTO-ID
    READ INENTREGABLES
       INVALID KEY CONTINUE
       NOT INVALID KEY
          MOVE INENTREGABLE-REGISTRO TO WS-INE-RETIRADO
          DELETE INENTREGABLES
             INVALID KEY
                DISPLAY "ERROR AL BORRAR MARCA DE DEVOLUCION DE "
                   WS-RETIRADO
          END-DELETE
    END-READ
    MOVE 'S' TO WS-ENCONTRADO
    MOVE WS-SOBREVIVIENTE TO INE-CONTACTO-ID
    READ INENTREGABLES
       INVALID KEY
          MOVE 'N' TO WS-ENCONTRADO
          MOVE SPACES TO INENTREGABLE-REGISTRO
          MOVE WS-SOBREVIVIENTE TO INE-CONTACTO-ID
          MOVE 0 TO INE-POSTAL-FECHA INE-EMAIL-FECHA
    END-READ
    EVALUATE TRUE
       WHEN WS-EMAIL-DEL-RETIRADO = 'S'
          MOVE IRT-EMAIL TO INE-EMAIL
          MOVE IRT-EMAIL-FECHA TO INE-EMAIL-FECHA
          MOVE IRT-EMAIL-MOTIVO TO INE-EMAIL-MOTIVO
       WHEN EMAIL = RET-EMAIL AND IRT-EMAIL = 'S'
          AND INE-EMAIL NOT = 'S'
          MOVE IRT-EMAIL TO INE-EMAIL
          MOVE IRT-EMAIL-FECHA TO INE-EMAIL-FECHA
          MOVE IRT-EMAIL-MOTIVO TO INE-EMAIL-MOTIVO
    END-EVALUATE
    EVALUATE TRUE
       WHEN WS-POSTAL-DEL-RETIRADO = 'S'
          MOVE IRT-POSTAL TO INE-POSTAL
          MOVE IRT-POSTAL-FECHA TO INE-POSTAL-FECHA
          MOVE IRT-POSTAL-MOTIVO TO INE-POSTAL-MOTIVO
       WHEN CALLE = RET-CALLE AND CIUDAD = RET-CIUDAD
          AND CODIGO-POSTAL = RET-CODIGO-POSTAL
          AND IRT-POSTAL = 'S' AND INE-POSTAL NOT = 'S'
          MOVE IRT-POSTAL TO INE-POSTAL
          MOVE IRT-POSTAL-FECHA TO INE-POSTAL-FECHA
          MOVE IRT-POSTAL-MOTIVO TO INE-POSTAL-MOTIVO
    END-EVALUATE
    EVALUATE TRUE
       WHEN INE-POSTAL = 'S' OR INE-EMAIL = 'S'
          IF WS-ENCONTRADO = 'S'
             REWRITE INENTREGABLE-REGISTRO
                INVALID KEY
                   DISPLAY "ERROR AL GRABAR MARCA DE DEVOLUCION DE "
                      WS-SOBREVIVIENTE
             END-REWRITE
          ELSE
             WRITE INENTREGABLE-REGISTRO
                INVALID KEY
                   DISPLAY "ERROR AL GRABAR MARCA DE DEVOLUCION DE "
                      WS-SOBREVIVIENTE
             END-WRITE
          END-IF
       WHEN WS-ENCONTRADO = 'S'
          DELETE INENTREGABLES
             INVALID KEY
                DISPLAY "ERROR AL BORRAR MARCA DE DEVOLUCION DE "
                   WS-SOBREVIVIENTE
          END-DELETE
    END-EVALUATE
    CLOSE INENTREGABLES.

*> Una excepcion abierta del retirado no puede desaparecer con la
*> fusion: pasa al sobreviviente, o lo reabre si la suya ya estaba
*> resuelta.
FusionarSeguimiento.
    OPEN I-O SEGUIMIENTO-EXCEPCIONES
    IF WS-ESTADO-SEGUIMIENTO NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-ENCONTRADO
    MOVE WS-RETIRADO TO SEG-CONTACTO-ID
    READ SEGUIMIENTO-EXCEPCIONES
       INVALID KEY CONTINUE
       NOT INVALID KEY
          MOVE 'S' TO WS-ENCONTRADO
          MOVE SEGUIMIENTO-REGISTRO TO WS-SEG-RETIRADO
          DELETE SEGUIMIENTO-EXCEPCIONES
             INVALID KEY
                DISPLAY "ERROR AL BORRAR EXCEPCION DE " WS-RETIRADO
          END-DELETE
    END-READ
    IF WS-ENCONTRADO = 'S'
       MOVE WS-SOBREVIVIENTE TO SEG-CONTACTO-ID
       READ SEGUIMIENTO-EXCEPCIONES
          INVALID KEY
             MOVE WS-SEG-RETIRADO TO SEGUIMIENTO-REGISTRO
             MOVE WS-SOBREVIVIENTE TO SEG-CONTACTO-ID
             WRITE SEGUIMIENTO-REGISTRO
                INVALID KEY
                   DISPLAY "ERROR AL ASENTAR EXCEPCION DE "
                      WS-SOBREVIVIENTE
             END-WRITE
          NOT INVALID KEY
             IF SRT-ESTADO = 'A' AND NOT SEG-ABIERTA
                MOVE 'A' TO SEG-ESTADO
                MOVE SRT-FECHA-DETECCION TO SEG-FECHA-DETECCION
                MOVE 0 TO SEG-FECHA-RESOLUCION
                REWRITE SEGUIMIENTO-REGISTRO
                   INVALID KEY
                      DISPLAY "ERROR AL REABRIR EXCEPCION DE "
                         WS-SOBREVIVIENTE
                END-REWRITE
             END-IF
       END-READ
    END-IF
    CLOSE SEGUIMIENTO-EXCEPCIONES.

*> EXCEPCIONES-CONTACTO.DAT es plano: se copia entero a .TMP con el
*> CONTACTO-ID del retirado cambiado por el del sobreviviente y se
*> reemplaza con mv, como BorrarPIIEnExcepciones en ARCHIVO1.
RepuntarExcepciones.
    OPEN INPUT EXCEPCIONES
    IF WS-ESTADO-EXCEPCIONES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT EXCEPCIONES-TEMP
    PERFORM UNTIL WS-EOF-EXCEPCIONES = 'Y'
       READ EXCEPCIONES
          AT END MOVE 'Y' TO WS-EOF-EXCEPCIONES
          NOT AT END
             MOVE EXCEPCION-LINEA TO EXCEPCION-TEMP-LINEA
             IF EXCEPCION-LINEA(1:12) = "CONTACTO-ID="
                AND EXCEPCION-LINEA(13:5) = WS-RETIRADO-TX
                MOVE WS-SOBREVIVIENTE-TX TO EXCEPCION-TEMP-LINEA(13:5)
                ADD 1 TO WS-EXCEPCIONES-CAMBIADAS
             END-IF
             WRITE EXCEPCION-TEMP-LINEA
       END-READ
    END-PERFORM
    CLOSE EXCEPCIONES
    CLOSE EXCEPCIONES-TEMP
    MOVE SPACES TO WS-COMANDO
    STRING "mv EXCEPCIONES-CONTACTO.DAT.TMP EXCEPCIONES-CONTACTO.DAT"
       DELIMITED BY SIZE INTO WS-COMANDO
    CALL "SYSTEM" USING WS-COMANDO.

*> La fusion queda en CAMBIOS-CONTACTO.LOG a nombre de los dos
*> CONTACTO-ID, para que un EXPORTARDSR de cualquiera la encuentre.
RegistrarFusion.
    MOVE "FUSION" TO CC-CAMPO
    MOVE SPACES TO CC-VALOR-ANTERIOR CC-VALOR-NUEVO
    STRING "CONTACTO-ID " WS-RETIRADO-TX
       DELIMITED BY SIZE INTO CC-VALOR-ANTERIOR
    STRING "FUSIONADO EN " WS-SOBREVIVIENTE-TX
       DELIMITED BY SIZE INTO CC-VALOR-NUEVO
    MOVE WS-FECHA-HOY TO CC-FECHA
    MOVE WS-RETIRADO TO CC-CONTACTO-ID
    WRITE CAMBIO-CONTACTO-REGISTRO
    MOVE WS-SOBREVIVIENTE TO CC-CONTACTO-ID
    WRITE CAMBIO-CONTACTO-REGISTRO.
