      ACCESS MODE IS DYNAMIC
      RECORD KEY IS SEG-CONTACTO-ID
      FILE STATUS IS WS-ESTADO-SEGUIMIENTO.
      SELECT CONSENTIMIENTOS ASSIGN DYNAMIC WS-CONSENTIMIENTOS-PATH
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS CON-CONTACTO-ID
      FILE STATUS IS WS-ESTADO-CONSENTIMIENTOS.
      SELECT CONSENTIMIENTOS-TX ASSIGN TO 'CONSENTIMIENTOS-TX.DAT'
      ORGANIZATION IS LINE SEQUENTIAL
      FILE STATUS IS WS-ESTADO-CONS-TX.
      SELECT INENTREGABLES ASSIGN DYNAMIC WS-INENTREGABLES-PATH
      ORGANIZATION IS INDEXED
      ACCESS MODE IS DYNAMIC
      RECORD KEY IS INE-CONTACTO-ID
      FILE STATUS IS WS-ESTADO-INENTREGABLES.

DATA DIVISION.
   FILE SECTION.
      05 SEG-FECHA-DETECCION PIC 9(8).
      05 SEG-FECHA-RESOLUCION PIC 9(8).

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

   FD CONSENTIMIENTOS-TX.
   01 CONSENTIMIENTO-TX-REGISTRO.
      05 CTX-CONTACTO-ID PIC 9(5).
      05 CTX-PERMISO PIC X(10).
      05 CTX-VALOR PIC X(1).
      05 CTX-FECHA PIC 9(8).

   FD INENTREGABLES.
   COPY INENTREGABLE REPLACING GRUPO BY INENTREGABLE-REGISTRO
                           CAMPO-ID BY INE-CONTACTO-ID
                           CAMPO-POSTAL BY INE-POSTAL
                           CAMPO-POSTAL-FECHA BY INE-POSTAL-FECHA
                           CAMPO-POSTAL-MOTIVO BY INE-POSTAL-MOTIVO
                           CAMPO-EMAIL BY INE-EMAIL
                           CAMPO-EMAIL-FECHA BY INE-EMAIL-FECHA
                           CAMPO-EMAIL-MOTIVO BY INE-EMAIL-MOTIVO.

   WORKING-STORAGE SECTION.
   01 WS-MODO PIC X(13) VALUE SPACES.
   01 WS-ESTADO-CONTACTO PIC X(2).
   01 WS-VALOR-ANTERIOR PIC X(25).
   01 WS-CAMPO-CAMBIADO PIC X(10).
   01 WS-EMAIL-TX-VALIDO PIC A(1).
*> Validacion de CP/CIUDAD contra CODIGOS-POSTALES.DAT via
*> VALIDARCODIGOPOSTAL, para ALTA y ACTUALIZAR.
   01 WS-CP-CONSULTA PIC X(10).
   01 WS-CIUDAD-CONSULTA PIC X(20).
   01 WS-CP-RESULTADO PIC X(1).
   01 WS-CP-ESTANDAR PIC X(10).
   01 WS-CIUDAD-ESTANDAR PIC X(20).
   01 WS-PROVINCIA-ESTANDAR PIC X(20).
   01 WS-DIRECCION-VALIDA PIC A(1).
   01 WS-MOTIVO-DIRECCION PIC X(60).
   01 WS-CIUDAD-ARRASTRADA PIC A(1).
   01 WS-CIUDAD-ANTERIOR PIC X(20).
   01 WS-TOTAL-DIR-RECHAZADAS PIC 9(5) VALUE 0.
   01 WS-ESTADO-NUEVOS PIC X(2).
   01 WS-EOF-NUEVOS PIC A(1) VALUE 'N'.
   01 WS-TOTAL-ALTAS PIC 9(5) VALUE 0.
   01 WS-TOTAL-SIGUEN-ABIERTAS PIC 9(5) VALUE 0.
   01 WS-TOTAL-NORMALIZADOS PIC 9(5) VALUE 0.
   01 WS-TOTAL-DUP-EMAILS PIC 9(5) VALUE 0.
   01 WS-CONSENTIMIENTOS-PATH PIC X(50) VALUE "consentimientos.dat".
   01 WS-ESTADO-CONSENTIMIENTOS PIC X(2).
   01 WS-ESTADO-CONS-TX PIC X(2).
   01 WS-EOF-CONS-TX PIC A(1) VALUE 'N'.
   01 WS-CONSENTIMIENTOS-ABIERTO PIC A(1) VALUE 'N'.
   01 WS-CONS-NUEVO PIC A(1).
   01 WS-CONS-FECHA PIC 9(8).
   01 WS-CONS-ANTERIOR PIC X(1).
   01 WS-TOTAL-CONS-APLICADOS PIC 9(5) VALUE 0.
   01 WS-TOTAL-CONS-RECHAZADOS PIC 9(5) VALUE 0.
   01 WS-TOTAL-SIN-CONSENTIMIENTO PIC 9(5) VALUE 0.
*> Lo que el consentimiento del contacto en curso deja hacer: los
*> canales y la finalidad escolar salen salvo opt-out ('N'); el
*> marketing solo con opt-in ('S').
   01 WS-PERMITE-EMAIL PIC A(1).
   01 WS-PERMITE-SMS PIC A(1).
   01 WS-PERMITE-POSTAL PIC A(1).
   01 WS-PERMITE-ESCOLAR PIC A(1).
*> Marcas de correo devuelto de inentregables.dat (las deja
*> DEVOLUCIONESCORREO).
   01 WS-INENTREGABLES-PATH PIC X(50) VALUE "inentregables.dat".
   01 WS-ESTADO-INENTREGABLES PIC X(2).
   01 WS-INENTREGABLES-ABIERTO PIC A(1) VALUE 'N'.
   01 WS-POSTAL-DEVUELTO PIC A(1).
   01 WS-TOTAL-DEVUELTAS PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
   CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL.
         ELSE
            MOVE 8 TO RETURN-CODE
         END-IF
      WHEN "CONSENTIR"
         PERFORM VerificarAutorizacionMantenimiento
         IF WS-MANTENIMIENTO-AUTORIZADO = 'S'
            PERFORM RegistrarConsentimientos
         ELSE
            MOVE 8 TO RETURN-CODE
         END-IF
      WHEN OTHER
         PERFORM ListarContactos
         PERFORM ReportarEmailsDuplicados
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

*> Antes de dejar correr ACTUALIZAR o RETIRAR, resuelve el rol del
            TX-CONTACTO-ID
      NOT INVALID KEY
         MOVE 'N' TO WS-CAMBIO-APLICADO
         MOVE 'N' TO WS-CIUDAD-ARRASTRADA
         EVALUATE TX-CAMPO
            WHEN "EMAIL"
               PERFORM ValidarEmailTransaccion
               MOVE "CALLE" TO WS-CAMPO-CAMBIADO
               MOVE 'S' TO WS-CAMBIO-APLICADO
            WHEN "CIUDAD"
               MOVE CODIGO-POSTAL TO WS-CP-CONSULTA
               MOVE TX-VALOR TO WS-CIUDAD-CONSULTA
               PERFORM ValidarDireccion
               IF WS-DIRECCION-VALIDA = 'S'
                  MOVE CIUDAD TO WS-VALOR-ANTERIOR
                  MOVE WS-CIUDAD-CONSULTA TO CIUDAD
                  MOVE "CIUDAD" TO WS-CAMPO-CAMBIADO
                  MOVE 'S' TO WS-CAMBIO-APLICADO
               ELSE
                  PERFORM RegistrarExcepcionDireccionTransaccion
               END-IF
            WHEN "CP"
               MOVE TX-VALOR(1:10) TO WS-CP-CONSULTA
               MOVE CIUDAD TO WS-CIUDAD-CONSULTA
               PERFORM ValidarDireccion
               *> Una mudanza cambia el CP y la ciudad a la vez: un CP
               *> valido de otra ciudad se acepta y la CIUDAD pasa a
               *> ser la de la tabla.
               IF WS-CP-RESULTADO = 'M'
                  MOVE WS-CP-ESTANDAR TO WS-CP-CONSULTA
                  MOVE WS-CIUDAD-ESTANDAR TO WS-CIUDAD-CONSULTA
                  MOVE 'S' TO WS-DIRECCION-VALIDA
               END-IF
               IF WS-DIRECCION-VALIDA = 'S'
                  MOVE CODIGO-POSTAL TO WS-VALOR-ANTERIOR
                  MOVE WS-CP-CONSULTA TO CODIGO-POSTAL
                  MOVE "CP" TO WS-CAMPO-CAMBIADO
                  MOVE 'S' TO WS-CAMBIO-APLICADO
                  IF WS-CIUDAD-CONSULTA NOT = CIUDAD
                     MOVE CIUDAD TO WS-CIUDAD-ANTERIOR
                     MOVE WS-CIUDAD-CONSULTA TO CIUDAD
                     MOVE 'S' TO WS-CIUDAD-ARRASTRADA
                  END-IF
               ELSE
                  PERFORM RegistrarExcepcionDireccionTransaccion
               END-IF
            WHEN OTHER DISPLAY "CAMPO DESCONOCIDO: " TX-CAMPO
         END-EVALUATE
         IF WS-CAMBIO-APLICADO = 'S'
               INVALID KEY DISPLAY "ERROR AL ACTUALIZAR: " TX-CONTACTO-ID
            END-REWRITE
            PERFORM RegistrarCambioContacto
            IF WS-CIUDAD-ARRASTRADA = 'S'
               MOVE "CIUDAD" TO WS-CAMPO-CAMBIADO
               MOVE WS-CIUDAD-ANTERIOR TO WS-VALOR-ANTERIOR
               PERFORM RegistrarCambioContacto
            END-IF
            PERFORM LevantarMarcaDevolucion
         END-IF
   END-READ.

*> Valida WS-CP-CONSULTA/WS-CIUDAD-CONSULTA contra la tabla de
*> CODIGOS-POSTALES.DAT. Si el par es valido deja en los mismos
*> campos la grafia oficial a grabar; si no, el motivo del rechazo
*> en WS-MOTIVO-DIRECCION. Una direccion vacia o la falta de tabla
*> no son rechazo.
ValidarDireccion.
   CALL "VALIDARCODIGOPOSTAL" USING WS-CP-CONSULTA WS-CIUDAD-CONSULTA
      WS-CP-RESULTADO WS-CP-ESTANDAR WS-CIUDAD-ESTANDAR
      WS-PROVINCIA-ESTANDAR
   MOVE 'S' TO WS-DIRECCION-VALIDA
   MOVE SPACES TO WS-MOTIVO-DIRECCION
   EVALUATE WS-CP-RESULTADO
      WHEN 'E'
         MOVE WS-CP-ESTANDAR TO WS-CP-CONSULTA
         MOVE WS-CIUDAD-ESTANDAR TO WS-CIUDAD-CONSULTA
      WHEN 'M'
         MOVE 'N' TO WS-DIRECCION-VALIDA
         STRING "CIUDAD NO CORRESPONDE AL CP, ES "
            WS-CIUDAD-ESTANDAR DELIMITED BY SIZE
            INTO WS-MOTIVO-DIRECCION
      WHEN 'C'
         MOVE 'N' TO WS-DIRECCION-VALIDA
         IF WS-CP-ESTANDAR = SPACES
            MOVE "CP DESCONOCIDO" TO WS-MOTIVO-DIRECCION
         ELSE
            STRING "CP DESCONOCIDO, SUGERIDO " WS-CP-ESTANDAR
               DELIMITED BY SIZE INTO WS-MOTIVO-DIRECCION
         END-IF
   END-EVALUATE.

*> Mismo EXCEPCIONES-CONTACTO.DAT y formato de linea que
*> RegistrarExcepcionEmailTransaccion, para un CP o una CIUDAD que
*> la tabla de codigos postales rechaza.
RegistrarExcepcionDireccionTransaccion.
   DISPLAY TX-CAMPO " RECHAZADO PARA " TX-CONTACTO-ID ": "
      WS-MOTIVO-DIRECCION
   MOVE SPACES TO EXCEPCION-LINEA
   STRING "CONTACTO-ID=" TX-CONTACTO-ID
      " TRANSACCION " FUNCTION TRIM(TX-CAMPO)
      " RECHAZADA, VALOR=[" TX-VALOR "] " WS-MOTIVO-DIRECCION
      DELIMITED BY SIZE INTO EXCEPCION-LINEA
   OPEN EXTEND EXCEPCIONES
   IF WS-ESTADO-EXCEPCIONES NOT = "00"
      OPEN OUTPUT EXCEPCIONES
      CLOSE EXCEPCIONES
      OPEN EXTEND EXCEPCIONES
   END-IF
   WRITE EXCEPCION-LINEA
   CLOSE EXCEPCIONES.

*> Verifica que TX-VALOR tenga forma de correo (un "@" y al menos
*> un "." despues de este), mismo criterio que ValidarContacto ya
*> aplica a EMAIL cuando ListarContactos carga datos.dat, antes de
   WRITE CAMBIO-CONTACTO-REGISTRO
   CLOSE CAMBIOS-CONTACTO.

*> Un EMAIL nuevo levanta la marca de email rebotado y un cambio de
*> CALLE, CIUDAD o CP la de carta devuelta que DEVOLUCIONESCORREO
*> haya dejado en inentregables.dat: el dato devuelto ya no es el
*> que esta cargado. Un registro que queda sin ninguna marca se
*> borra. Sin inentregables.dat no hay nada que levantar.
LevantarMarcaDevolucion.
   IF WS-CAMPO-CAMBIADO NOT = "EMAIL"
      AND WS-CAMPO-CAMBIADO NOT = "CALLE"
      AND WS-CAMPO-CAMBIADO NOT = "CIUDAD"
      AND WS-CAMPO-CAMBIADO NOT = "CP"
      EXIT PARAGRAPH
   END-IF
   OPEN I-O INENTREGABLES
   IF WS-ESTADO-INENTREGABLES NOT = "00"
      EXIT PARAGRAPH
   END-IF
   MOVE CONTACTO-ID TO INE-CONTACTO-ID
   READ INENTREGABLES
      INVALID KEY CONTINUE
      NOT INVALID KEY
         IF WS-CAMPO-CAMBIADO = "EMAIL"
            IF INE-EMAIL = 'S'
               MOVE SPACE TO INE-EMAIL
               MOVE 0 TO INE-EMAIL-FECHA
               MOVE SPACES TO INE-EMAIL-MOTIVO
               DISPLAY "MARCA DE EMAIL DEVUELTO LEVANTADA: "
                  CONTACTO-ID
            END-IF
         ELSE
            IF INE-POSTAL = 'S'
               MOVE SPACE TO INE-POSTAL
               MOVE 0 TO INE-POSTAL-FECHA
               MOVE SPACES TO INE-POSTAL-MOTIVO
               DISPLAY "MARCA DE CORREO DEVUELTO LEVANTADA: "
                  CONTACTO-ID
            END-IF
         END-IF
         IF INE-POSTAL NOT = 'S' AND INE-EMAIL NOT = 'S'
            DELETE INENTREGABLES
               INVALID KEY DISPLAY "ERROR AL LEVANTAR MARCA: "
                  CONTACTO-ID
            END-DELETE
         ELSE
            REWRITE INENTREGABLE-REGISTRO
               INVALID KEY DISPLAY "ERROR AL LEVANTAR MARCA: "
                  CONTACTO-ID
            END-REWRITE
         END-IF
   END-READ
   CLOSE INENTREGABLES.

*> Modo alta: lee NUEVOS-CONTACTOS.DAT (mismo layout de CONTACTO-FILE,
*> via COPY CONTACTO) y da de alta cada registro en datos.dat por su
*> CONTACTO-ID, corriendolo antes por la misma ValidarContacto que ya
            CLOSE CONTACTO
            CLOSE NUEVOS-CONTACTOS
            DISPLAY "TOTAL CONTACTOS DADOS DE ALTA: " WS-TOTAL-ALTAS
            DISPLAY "RECHAZADOS POR DIRECCION: "
               WS-TOTAL-DIR-RECHAZADAS
         END-IF
         PERFORM LiberarLockDatos
      END-IF
   IF WS-CONTACTO-VALIDO = 'N'
      PERFORM RegistrarExcepcionValidacion
   ELSE
      MOVE NC-CP TO WS-CP-CONSULTA
      MOVE NC-CIUDAD TO WS-CIUDAD-CONSULTA
      PERFORM ValidarDireccion
      IF WS-DIRECCION-VALIDA = 'N'
         PERFORM RechazarAltaPorDireccion
      ELSE
         MOVE NC-CONTACTO-ID TO CONTACTO-ID
         MOVE NC-EMAIL TO EMAIL
         MOVE NC-TELEFONO TO TELEFONO
         MOVE NC-APELLIDO TO APELLIDO
         MOVE NC-NOMBRE TO NOMBRE
         MOVE NC-CALLE TO CALLE
         MOVE WS-CIUDAD-CONSULTA TO CIUDAD
         MOVE WS-CP-CONSULTA TO CODIGO-POSTAL
         ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
         MOVE WS-FECHA-HOY TO FECHA-ALTA
         MOVE WS-FECHA-HOY TO FECHA-MODIFICACION
         WRITE CONTACTO-FILE
            INVALID KEY
               DISPLAY "CONTACTO-ID YA EXISTE, NO SE DA DE ALTA: "
                  NC-CONTACTO-ID
            NOT INVALID KEY
               ADD 1 TO WS-TOTAL-ALTAS
         END-WRITE
      END-IF
   END-IF.

*> Un CP desconocido o una ciudad que no es la del CP frenan el
*> alta con una linea en EXCEPCIONES-CONTACTO.DAT, que durante el
*> ALTA ya esta abierto.
RechazarAltaPorDireccion.
   ADD 1 TO WS-TOTAL-DIR-RECHAZADAS
   DISPLAY "DIRECCION RECHAZADA, NO SE DA DE ALTA: "
      NC-CONTACTO-ID " " WS-MOTIVO-DIRECCION
   MOVE SPACES TO EXCEPCION-LINEA
   STRING "CONTACTO-ID=" NC-CONTACTO-ID
      " ALTA RECHAZADA, CP=[" NC-CP "] CIUDAD=[" NC-CIUDAD "] "
      WS-MOTIVO-DIRECCION DELIMITED BY SIZE INTO EXCEPCION-LINEA
   WRITE EXCEPCION-LINEA.

*> Rutina compartida de normalizacion de TELEFONO: quita puntuacion
*> tipica (guiones, parentesis, espacios) al estilo del INSPECT
*> REPLACING de CONTIENE sobre la ruta de directorio, compacta los
*> y NOMBRE de cada contacto como un registro separado por comas
*> en CONTACTOS.CSV, para que otros equipos puedan cargar el
*> directorio en una planilla en vez de leer la salida fija de
*> ARCHIVO1. Respeta CONSENTIMIENTOS.DAT: el contacto que retiro el
*> permiso de comunicaciones escolares no viaja, y el EMAIL o el
*> TELEFONO de quien hizo opt-out de ese canal salen en blanco.
ExportarCSV.
   OPEN INPUT CONTACTO
   IF WS-ESTADO-CONTACTO NOT = "00"
      DISPLAY "NO SE PUDO ABRIR datos.dat, ESTADO=" WS-ESTADO-CONTACTO
      MOVE 8 TO RETURN-CODE
   ELSE
      PERFORM AbrirConsentimientosLectura
      OPEN OUTPUT CSV-EXPORT
      MOVE LOW-VALUES TO CONTACTO-ID
      START CONTACTO KEY IS NOT LESS THAN CONTACTO-ID
      END-PERFORM
      CLOSE CSV-EXPORT
      CLOSE CONTACTO
      PERFORM CerrarConsentimientosLectura
      DISPLAY "TOTAL CONTACTOS EXPORTADOS: " WS-TOTAL-EXPORTADOS
      DISPLAY "OMITIDOS POR CONSENTIMIENTO: "
         WS-TOTAL-SIN-CONSENTIMIENTO
   END-IF.

*> Arma una linea CSV con los campos de WS-CONTACTO separados por
*> comas, recortando los espacios de relleno de cada campo
*> alfanumerico.
EscribirLineaCSV.
   PERFORM LeerConsentimiento
   IF WS-PERMITE-ESCOLAR = 'N'
      ADD 1 TO WS-TOTAL-SIN-CONSENTIMIENTO
      EXIT PARAGRAPH
   END-IF
   IF WS-PERMITE-EMAIL = 'N'
      MOVE SPACES TO WS-EMAIL
   END-IF
   IF WS-PERMITE-SMS = 'N'
      MOVE SPACES TO WS-TELEFONO
   END-IF
   MOVE SPACES TO CSV-LINEA
   STRING WS-CONTACTO-ID DELIMITED BY SIZE
      "," FUNCTION TRIM(WS-EMAIL) DELIMITED BY SIZE
*> CODIGO-POSTAL para que el reparto postal pueda despacharlas en
*> una sola pasada por zona, el mismo uso de SORT con INPUT/OUTPUT
*> PROCEDURE que ListarContactos ya hace para ordenar por
*> APELLIDO/NOMBRE. No se arma etiqueta para quien hizo opt-out del
*> correo postal o de las comunicaciones escolares en
*> CONSENTIMIENTOS.DAT, ni para quien tiene la direccion marcada
*> como devuelta en inentregables.dat.
ExportarEtiquetas.
   OPEN INPUT CONTACTO
   IF WS-ESTADO-CONTACTO NOT = "00"
         INPUT PROCEDURE IS CargarParaEtiquetas
         OUTPUT PROCEDURE IS EscribirEtiquetas
      DISPLAY "TOTAL ETIQUETAS GENERADAS: " WS-TOTAL-ETIQUETAS
      DISPLAY "OMITIDAS POR CONSENTIMIENTO: "
         WS-TOTAL-SIN-CONSENTIMIENTO
      DISPLAY "OMITIDAS POR DIRECCION DEVUELTA: " WS-TOTAL-DEVUELTAS
   END-IF.

*> Recorre datos.dat en orden de clave y manda cada contacto al
*> que cualquier otro valor bajo de la clave.
CargarParaEtiquetas.
   OPEN INPUT CONTACTO
   PERFORM AbrirConsentimientosLectura
   PERFORM AbrirInentregablesLectura
   MOVE LOW-VALUES TO CONTACTO-ID
   START CONTACTO KEY IS NOT LESS THAN CONTACTO-ID
      INVALID KEY MOVE 'Y' TO WS-EOF
      READ CONTACTO NEXT INTO WS-CONTACTO
         AT END MOVE 'Y' TO WS-EOF
         NOT AT END
            PERFORM LeerConsentimiento
            PERFORM LeerInentregable
            EVALUATE TRUE
               WHEN WS-PERMITE-POSTAL = 'N'
                  OR WS-PERMITE-ESCOLAR = 'N'
                  ADD 1 TO WS-TOTAL-SIN-CONSENTIMIENTO
               WHEN WS-POSTAL-DEVUELTO = 'S'
                  ADD 1 TO WS-TOTAL-DEVUELTAS
               WHEN OTHER
                  MOVE WS-CP TO ER-CP
                  MOVE WS-CONTACTO-ID TO ER-CONTACTO-ID
                  MOVE WS-APELLIDO TO ER-APELLIDO
                  MOVE WS-NOMBRE TO ER-NOMBRE
                  MOVE WS-CALLE TO ER-CALLE
                  MOVE WS-CIUDAD TO ER-CIUDAD
                  RELEASE ETIQUETA-SORT-RECORD
            END-EVALUATE
      END-READ
   END-PERFORM.
   CLOSE CONTACTO.
   PERFORM CerrarConsentimientosLectura.
   PERFORM CerrarInentregablesLectura.

*> Escribe un bloque de etiqueta por cada registro ya ordenado por
*> CODIGO-POSTAL, separando una etiqueta de la siguiente con una
   ELSE
      DISPLAY "NO HAY CAMBIOS-CONTACTO.LOG PARA REVISAR"
   END-IF.

*> Modo CONSENTIR: aplica CONSENTIMIENTOS-TX.DAT (CONTACTO-ID,
*> permiso, 'S' opt-in o 'N' opt-out y la fecha en que el contacto
*> lo dio, cero para hoy) sobre CONSENTIMIENTOS.DAT, indexado por
*> CONTACTO-ID como EXCEPCIONES-ESTADO.DAT. Los permisos son por
*> canal (EMAIL, SMS, POSTAL, PORTAL) y por finalidad (ESCOLAR,
*> MARKETING). El contacto tiene que existir en datos.dat. Cada
*> cambio aplicado queda en CAMBIOS-CONTACTO.LOG con el valor de
*> antes y el de despues, igual que un cambio de EMAIL, para poder
*> mostrar en una auditoria quien consintio que y cuando.
RegistrarConsentimientos.
   ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
   OPEN INPUT CONSENTIMIENTOS-TX
   IF WS-ESTADO-CONS-TX NOT = "00"
      DISPLAY "NO HAY CONSENTIMIENTOS-TX.DAT PARA PROCESAR"
   ELSE
      OPEN INPUT CONTACTO
      IF WS-ESTADO-CONTACTO NOT = "00"
         DISPLAY "NO SE PUDO ABRIR datos.dat, ESTADO="
            WS-ESTADO-CONTACTO
         MOVE 8 TO RETURN-CODE
      ELSE
         OPEN I-O CONSENTIMIENTOS
         IF WS-ESTADO-CONSENTIMIENTOS NOT = "00"
            OPEN OUTPUT CONSENTIMIENTOS
            CLOSE CONSENTIMIENTOS
            OPEN I-O CONSENTIMIENTOS
         END-IF
         PERFORM UNTIL WS-EOF-CONS-TX = 'Y'
            READ CONSENTIMIENTOS-TX
               AT END MOVE 'Y' TO WS-EOF-CONS-TX
               NOT AT END PERFORM AplicarConsentimiento
            END-READ
         END-PERFORM
         CLOSE CONSENTIMIENTOS
         CLOSE CONTACTO
         DISPLAY "CONSENTIMIENTOS APLICADOS: " WS-TOTAL-CONS-APLICADOS
            "  RECHAZADOS: " WS-TOTAL-CONS-RECHAZADOS
         IF WS-TOTAL-CONS-RECHAZADOS > 0
            MOVE 4 TO RETURN-CODE
         END-IF
      END-IF
      CLOSE CONSENTIMIENTOS-TX
   END-IF.

AplicarConsentimiento.
   IF CTX-VALOR NOT = 'S' AND CTX-VALOR NOT = 'N'
      DISPLAY "CONSENTIMIENTO RECHAZADO: CONTACTO-ID=" CTX-CONTACTO-ID
         " VALOR [" CTX-VALOR "] NO ES S NI N"
      ADD 1 TO WS-TOTAL-CONS-RECHAZADOS
      EXIT PARAGRAPH
   END-IF
   MOVE CTX-CONTACTO-ID TO CONTACTO-ID
   READ CONTACTO
      INVALID KEY
         DISPLAY "CONSENTIMIENTO RECHAZADO: CONTACTO-ID="
            CTX-CONTACTO-ID " NO EXISTE EN datos.dat"
         ADD 1 TO WS-TOTAL-CONS-RECHAZADOS
         EXIT PARAGRAPH
   END-READ
   IF CTX-FECHA IS NUMERIC AND CTX-FECHA > 0
      MOVE CTX-FECHA TO WS-CONS-FECHA
   ELSE
      MOVE WS-FECHA-HOY TO WS-CONS-FECHA
   END-IF
   MOVE 'N' TO WS-CONS-NUEVO
   MOVE CTX-CONTACTO-ID TO CON-CONTACTO-ID
   READ CONSENTIMIENTOS
      INVALID KEY
         MOVE 'S' TO WS-CONS-NUEVO
         MOVE SPACES TO CONSENTIMIENTO-REGISTRO
         MOVE CTX-CONTACTO-ID TO CON-CONTACTO-ID
         MOVE 0 TO CON-EMAIL-FECHA CON-SMS-FECHA CON-POSTAL-FECHA
            CON-PORTAL-FECHA CON-ESCOLAR-FECHA CON-MARKETING-FECHA
   END-READ
   EVALUATE CTX-PERMISO
      WHEN "EMAIL"
         MOVE CON-EMAIL TO WS-CONS-ANTERIOR
         MOVE CTX-VALOR TO CON-EMAIL
         MOVE WS-CONS-FECHA TO CON-EMAIL-FECHA
      WHEN "SMS"
         MOVE CON-SMS TO WS-CONS-ANTERIOR
         MOVE CTX-VALOR TO CON-SMS
         MOVE WS-CONS-FECHA TO CON-SMS-FECHA
      WHEN "POSTAL"
         MOVE CON-POSTAL TO WS-CONS-ANTERIOR
         MOVE CTX-VALOR TO CON-POSTAL
         MOVE WS-CONS-FECHA TO CON-POSTAL-FECHA
      WHEN "PORTAL"
         MOVE CON-PORTAL TO WS-CONS-ANTERIOR
         MOVE CTX-VALOR TO CON-PORTAL
         MOVE WS-CONS-FECHA TO CON-PORTAL-FECHA
      WHEN "ESCOLAR"
         MOVE CON-ESCOLAR TO WS-CONS-ANTERIOR
         MOVE CTX-VALOR TO CON-ESCOLAR
         MOVE WS-CONS-FECHA TO CON-ESCOLAR-FECHA
      WHEN "MARKETING"
         MOVE CON-MARKETING TO WS-CONS-ANTERIOR
         MOVE CTX-VALOR TO CON-MARKETING
         MOVE WS-CONS-FECHA TO CON-MARKETING-FECHA
      WHEN OTHER
         DISPLAY "CONSENTIMIENTO RECHAZADO: CONTACTO-ID="
            CTX-CONTACTO-ID " PERMISO " CTX-PERMISO " DESCONOCIDO"
         ADD 1 TO WS-TOTAL-CONS-RECHAZADOS
         EXIT PARAGRAPH
   END-EVALUATE
   IF WS-CONS-NUEVO = 'S'
      WRITE CONSENTIMIENTO-REGISTRO
         INVALID KEY
            DISPLAY "ERROR AL GRABAR CONSENTIMIENTO DE "
               CTX-CONTACTO-ID
            ADD 1 TO WS-TOTAL-CONS-RECHAZADOS
            EXIT PARAGRAPH
      END-WRITE
   ELSE
      REWRITE CONSENTIMIENTO-REGISTRO
         INVALID KEY
            DISPLAY "ERROR AL GRABAR CONSENTIMIENTO DE "
               CTX-CONTACTO-ID
            ADD 1 TO WS-TOTAL-CONS-RECHAZADOS
            EXIT PARAGRAPH
      END-REWRITE
   END-IF
   ADD 1 TO WS-TOTAL-CONS-APLICADOS
   PERFORM RegistrarCambioConsentimiento.

*> Mismo CAMBIOS-CONTACTO.LOG que RegistrarCambioContacto; el valor
*> lleva el prefijo CONSENTIMIENTO para no confundirlo con un
*> cambio del dato (un CC-CAMPO EMAIL con valor "CONSENTIMIENTO N"
*> es un opt-out, no un email nuevo).
RegistrarCambioConsentimiento.
   MOVE CTX-CONTACTO-ID TO CC-CONTACTO-ID
   MOVE CTX-PERMISO TO CC-CAMPO
   MOVE SPACES TO CC-VALOR-ANTERIOR CC-VALOR-NUEVO
   STRING "CONSENTIMIENTO " WS-CONS-ANTERIOR
      DELIMITED BY SIZE INTO CC-VALOR-ANTERIOR
   STRING "CONSENTIMIENTO " CTX-VALOR
      DELIMITED BY SIZE INTO CC-VALOR-NUEVO
   MOVE WS-CONS-FECHA TO CC-FECHA
   OPEN EXTEND CAMBIOS-CONTACTO
   IF WS-ESTADO-CAMBIOS NOT = "00"
      OPEN OUTPUT CAMBIOS-CONTACTO
      CLOSE CAMBIOS-CONTACTO
      OPEN EXTEND CAMBIOS-CONTACTO
   END-IF
   WRITE CAMBIO-CONTACTO-REGISTRO
   CLOSE CAMBIOS-CONTACTO.

*> CONSENTIMIENTOS.DAT es opcional para los extractos: si todavia no
*> existe, todo contacto sale con los permisos por defecto.
AbrirConsentimientosLectura.
   MOVE 0 TO WS-TOTAL-SIN-CONSENTIMIENTO
   MOVE 'N' TO WS-CONSENTIMIENTOS-ABIERTO
   OPEN INPUT CONSENTIMIENTOS
   IF WS-ESTADO-CONSENTIMIENTOS = "00"
      MOVE 'S' TO WS-CONSENTIMIENTOS-ABIERTO
   END-IF.

CerrarConsentimientosLectura.
   IF WS-CONSENTIMIENTOS-ABIERTO = 'S'
      CLOSE CONSENTIMIENTOS
      MOVE 'N' TO WS-CONSENTIMIENTOS-ABIERTO
   END-IF.

*> Deja en WS-PERMITE-* lo que el consentimiento de WS-CONTACTO-ID
*> permite; sin registro valen los permisos por defecto.
LeerConsentimiento.
   MOVE 'S' TO WS-PERMITE-EMAIL WS-PERMITE-SMS WS-PERMITE-POSTAL
      WS-PERMITE-ESCOLAR
   IF WS-CONSENTIMIENTOS-ABIERTO = 'N'
      EXIT PARAGRAPH
   END-IF
   MOVE WS-CONTACTO-ID TO CON-CONTACTO-ID
   READ CONSENTIMIENTOS
      INVALID KEY CONTINUE
      NOT INVALID KEY
         IF CON-EMAIL = 'N'
            MOVE 'N' TO WS-PERMITE-EMAIL
         END-IF
         IF CON-SMS = 'N'
            MOVE 'N' TO WS-PERMITE-SMS
         END-IF
         IF CON-POSTAL = 'N'
            MOVE 'N' TO WS-PERMITE-POSTAL
         END-IF
         IF CON-ESCOLAR = 'N'
            MOVE 'N' TO WS-PERMITE-ESCOLAR
         END-IF
   END-READ.

*> inentregables.dat es opcional como CONSENTIMIENTOS.DAT: si no
*> existe, ninguna direccion esta marcada como devuelta.
AbrirInentregablesLectura.
   MOVE 0 TO WS-TOTAL-DEVUELTAS
   MOVE 'N' TO WS-INENTREGABLES-ABIERTO
   OPEN INPUT INENTREGABLES
   IF WS-ESTADO-INENTREGABLES = "00"
      MOVE 'S' TO WS-INENTREGABLES-ABIERTO
   END-IF.

CerrarInentregablesLectura.
   IF WS-INENTREGABLES-ABIERTO = 'S'
      CLOSE INENTREGABLES
      MOVE 'N' TO WS-INENTREGABLES-ABIERTO
   END-IF.

*> Deja en WS-POSTAL-DEVUELTO si la direccion postal de
*> WS-CONTACTO-ID tiene una carta devuelta sin corregir.
LeerInentregable.
   MOVE 'N' TO WS-POSTAL-DEVUELTO
   IF WS-INENTREGABLES-ABIERTO = 'N'
      EXIT PARAGRAPH
   END-IF
   MOVE WS-CONTACTO-ID TO INE-CONTACTO-ID
   READ INENTREGABLES
      INVALID KEY CONTINUE
      NOT INVALID KEY
         IF INE-POSTAL = 'S'
            MOVE 'S' TO WS-POSTAL-DEVUELTO
         END-IF
   END-READ.
