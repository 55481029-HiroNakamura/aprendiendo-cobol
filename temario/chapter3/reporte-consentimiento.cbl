IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTECONSENTIMIENTO.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Para una auditoria de comunicaciones hay que poder mostrar, por
*> contacto, que permitio y desde cuando. Este reporte recorre
*> datos.dat en orden de clave (mismo START/READ NEXT de
*> REPORTEVERIFICACION) y por cada contacto busca su registro en
*> CONSENTIMIENTOS.DAT, el que carga ARCHIVO1 en modo
*> CONSENTIR. Lista una linea por contacto con cada permiso
*> (EMAIL, SMS, POSTAL, PORTAL, ESCOLAR, MARKETING) como S opt-in,
*> N opt-out o - sin registrar, con la fecha en que se dio o se
*> retiro. Al pie totaliza por permiso cuantos contactos estan en
*> cada situacion, recordando que sin registro los canales y las
*> comunicaciones escolares salen y el marketing no. Por ultimo
*> lista los consentimientos cuyo CONTACTO-ID ya no existe en
*> datos.dat (contactos borrados o fusionados), que son los que hay
*> que depurar; si hay alguno el RC es 4. La salida queda archivada
*> con ARCHIVARREPORTE, igual que REPORTE-DIRECTORIO.TXT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
SELECT REPORTE-FILE ASSIGN TO "REPORTE-CONSENTIMIENTO.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REPORTE.

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
                        CAMPO-MOD BY FECHA-MODIFICACION.

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

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(132).

WORKING-STORAGE SECTION.
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-CONSENTIMIENTOS PIC X(2).
01 WS-CONSENTIMIENTOS-ABIERTO PIC A(1) VALUE 'N'.
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-EOF-CONTACTO PIC A(1) VALUE 'N'.
01 WS-EOF-CONSENTIMIENTOS PIC A(1) VALUE 'N'.
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-CONSENTIMIENTOS-PATH PIC X(50) VALUE "consentimientos.dat".
01 WS-TIENE-REGISTRO PIC A(1).
01 WS-FECHA-HOY PIC 9(8).
01 WS-NOMBRE-REPORTE PIC X(30).
01 WS-ITEM-SUB PIC 9(1).

01 WS-NOMBRES-ITEMS.
   05 FILLER PIC X(9) VALUE "EMAIL".
   05 FILLER PIC X(9) VALUE "SMS".
   05 FILLER PIC X(9) VALUE "POSTAL".
   05 FILLER PIC X(9) VALUE "PORTAL".
   05 FILLER PIC X(9) VALUE "ESCOLAR".
   05 FILLER PIC X(9) VALUE "MARKETING".
01 WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-ITEMS.
   05 WS-NOMBRE-ITEM PIC X(9) OCCURS 6 TIMES.

*> Por permiso: contactos con opt-in, con opt-out y sin registrar.
01 WS-TABLA-TOTALES.
   05 WS-TOTAL-ITEM OCCURS 6 TIMES.
      10 TOT-OPT-IN PIC 9(5).
      10 TOT-OPT-OUT PIC 9(5).
      10 TOT-SIN-REGISTRO PIC 9(5).

01 WS-LINEA-CONTACTO.
   05 LC-CONTACTO-ID PIC 9(5).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LC-APELLIDO PIC X(20).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LC-NOMBRE PIC X(15).
   05 LC-ITEM OCCURS 6 TIMES.
      10 FILLER PIC X(2).
      10 LC-ITEM-VALOR PIC X(1).
      10 FILLER PIC X(1).
      10 LC-ITEM-FECHA PIC X(8).

01 WS-LINEA-TOTAL.
   05 FILLER PIC X(2) VALUE SPACES.
   05 LT-NOMBRE PIC X(9).
   05 FILLER PIC X(9) VALUE " OPT-IN: ".
   05 LT-OPT-IN PIC ZZZZ9.
   05 FILLER PIC X(11) VALUE "  OPT-OUT: ".
   05 LT-OPT-OUT PIC ZZZZ9.
   05 FILLER PIC X(16) VALUE "  SIN REGISTRO: ".
   05 LT-SIN-REGISTRO PIC ZZZZ9.
   05 FILLER PIC X(3) VALUE SPACES.
   05 LT-EFECTIVO PIC X(40).

01 WS-TOTAL-CONTACTOS PIC 9(5) VALUE 0.
01 WS-TOTAL-CON-REGISTRO PIC 9(5) VALUE 0.
01 WS-TOTAL-HUERFANOS PIC 9(5) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTECONSENTIMIENTO".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM InicializarConfiguracion
    OPEN INPUT CONTACTO
    IF WS-ESTADO-CONTACTO NOT = "00"
       DISPLAY "NO SE PUDO ABRIR " WS-DATOS-PATH ", ESTADO="
          WS-ESTADO-CONTACTO
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN INPUT CONSENTIMIENTOS
    IF WS-ESTADO-CONSENTIMIENTOS = "00"
       MOVE 'S' TO WS-CONSENTIMIENTOS-ABIERTO
    ELSE
       DISPLAY "ATENCION: NO HAY " WS-CONSENTIMIENTOS-PATH
          ", TODOS LOS CONTACTOS FIGURAN SIN REGISTRAR"
    END-IF
    INITIALIZE WS-TABLA-TOTALES
    OPEN OUTPUT REPORTE-FILE
    MOVE SPACES TO REPORTE-LINEA
    STRING "REPORTE DE CONSENTIMIENTO DE COMUNICACIONES AL "
       WS-FECHA-HOY DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "ID    APELLIDO             NOMBRE          "
       " EMAIL       SMS         POSTAL      "
       "PORTAL      ESCOLAR     MARKETING"
       DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    PERFORM ListarContactos
    PERFORM EscribirTotales
    IF WS-CONSENTIMIENTOS-ABIERTO = 'S'
       PERFORM ListarHuerfanos
       CLOSE CONSENTIMIENTOS
    END-IF
    CLOSE REPORTE-FILE
    CLOSE CONTACTO
    DISPLAY "CONTACTOS: " WS-TOTAL-CONTACTOS "  CON CONSENTIMIENTO "
       "REGISTRADO: " WS-TOTAL-CON-REGISTRO
       "  CONSENTIMIENTOS SIN CONTACTO: " WS-TOTAL-HUERFANOS
    *> La salida queda archivada con fecha: es la constancia de que
    *> permisos regian el dia de la auditoria.
    MOVE "REPORTE-CONSENTIMIENTO.TXT" TO WS-NOMBRE-REPORTE
    CALL "ARCHIVARREPORTE" USING WS-NOMBRE-REPORTE
    IF WS-TOTAL-HUERFANOS > 0
       MOVE 4 TO RETURN-CODE
    ELSE
       MOVE 0 TO RETURN-CODE
    END-IF.
FinInicio.
DISPLAY "JOB REPORTECONSENTIMIENTO COMPLETE, RC=" RETURN-CODE.
STOP RUN.

InicializarConfiguracion.
    ACCEPT WS-DATOS-PATH FROM ENVIRONMENT "DATOS_DAT_PATH"
    IF WS-DATOS-PATH = SPACES
       MOVE "datos.dat" TO WS-DATOS-PATH
    END-IF
    ACCEPT WS-CONSENTIMIENTOS-PATH
       FROM ENVIRONMENT "CONSENTIMIENTOS_DAT_PATH"
    IF WS-CONSENTIMIENTOS-PATH = SPACES
       MOVE "consentimientos.dat" TO WS-CONSENTIMIENTOS-PATH
    END-IF.

ListarContactos.
    MOVE LOW-VALUES TO CONTACTO-ID
    START CONTACTO KEY IS NOT LESS THAN CONTACTO-ID
       INVALID KEY MOVE 'Y' TO WS-EOF-CONTACTO
    END-START
    PERFORM UNTIL WS-EOF-CONTACTO = 'Y'
       READ CONTACTO NEXT
          AT END MOVE 'Y' TO WS-EOF-CONTACTO
          NOT AT END PERFORM EscribirContacto
       END-READ
    END-PERFORM.

EscribirContacto.
    ADD 1 TO WS-TOTAL-CONTACTOS
    MOVE 'N' TO WS-TIENE-REGISTRO
    IF WS-CONSENTIMIENTOS-ABIERTO = 'S'
       MOVE CONTACTO-ID TO CON-CONTACTO-ID
       READ CONSENTIMIENTOS
          INVALID KEY CONTINUE
          NOT INVALID KEY
             MOVE 'S' TO WS-TIENE-REGISTRO
             ADD 1 TO WS-TOTAL-CON-REGISTRO
       END-READ
    END-IF
    MOVE SPACES TO WS-LINEA-CONTACTO
    MOVE CONTACTO-ID TO LC-CONTACTO-ID
    MOVE APELLIDO TO LC-APELLIDO
    MOVE NOMBRE TO LC-NOMBRE
    PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1 UNTIL WS-ITEM-SUB > 6
       PERFORM EvaluarItem
    END-PERFORM
    MOVE WS-LINEA-CONTACTO TO REPORTE-LINEA
    WRITE REPORTE-LINEA.

*> Un permiso del contacto en curso, en la linea y en los totales.
EvaluarItem.
    IF WS-TIENE-REGISTRO = 'N'
       OR (CON-ITEM-VALOR(WS-ITEM-SUB) NOT = 'S'
       AND CON-ITEM-VALOR(WS-ITEM-SUB) NOT = 'N')
       MOVE '-' TO LC-ITEM-VALOR(WS-ITEM-SUB)
       MOVE SPACES TO LC-ITEM-FECHA(WS-ITEM-SUB)
       ADD 1 TO TOT-SIN-REGISTRO(WS-ITEM-SUB)
       EXIT PARAGRAPH
    END-IF
    MOVE CON-ITEM-VALOR(WS-ITEM-SUB) TO LC-ITEM-VALOR(WS-ITEM-SUB)
    MOVE CON-ITEM-FECHA(WS-ITEM-SUB) TO LC-ITEM-FECHA(WS-ITEM-SUB)
    IF CON-ITEM-VALOR(WS-ITEM-SUB) = 'S'
       ADD 1 TO TOT-OPT-IN(WS-ITEM-SUB)
    ELSE
       ADD 1 TO TOT-OPT-OUT(WS-ITEM-SUB)
    END-IF.

EscribirTotales.
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "TOTALES POR PERMISO SOBRE " WS-TOTAL-CONTACTOS
       " CONTACTOS" DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1 UNTIL WS-ITEM-SUB > 6
       MOVE WS-NOMBRE-ITEM(WS-ITEM-SUB) TO LT-NOMBRE
       MOVE TOT-OPT-IN(WS-ITEM-SUB) TO LT-OPT-IN
       MOVE TOT-OPT-OUT(WS-ITEM-SUB) TO LT-OPT-OUT
       MOVE TOT-SIN-REGISTRO(WS-ITEM-SUB) TO LT-SIN-REGISTRO
       IF WS-ITEM-SUB = 6
          MOVE "(SIN REGISTRO NO RECIBE)" TO LT-EFECTIVO
       ELSE
          MOVE "(SIN REGISTRO RECIBE)" TO LT-EFECTIVO
       END-IF
       MOVE WS-LINEA-TOTAL TO REPORTE-LINEA
       WRITE REPORTE-LINEA
    END-PERFORM.

*> Consentimientos de contactos que ya no estan en datos.dat.
ListarHuerfanos.
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE "CONSENTIMIENTOS SIN CONTACTO EN DATOS.DAT" TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE LOW-VALUES TO CON-CONTACTO-ID
    START CONSENTIMIENTOS KEY IS NOT LESS THAN CON-CONTACTO-ID
       INVALID KEY MOVE 'Y' TO WS-EOF-CONSENTIMIENTOS
    END-START
    PERFORM UNTIL WS-EOF-CONSENTIMIENTOS = 'Y'
       READ CONSENTIMIENTOS NEXT
          AT END MOVE 'Y' TO WS-EOF-CONSENTIMIENTOS
          NOT AT END
             MOVE CON-CONTACTO-ID TO CONTACTO-ID
             READ CONTACTO
                INVALID KEY PERFORM EscribirHuerfano
             END-READ
       END-READ
    END-PERFORM
    IF WS-TOTAL-HUERFANOS = 0
       MOVE "  NINGUNO" TO REPORTE-LINEA
       WRITE REPORTE-LINEA
    END-IF.

EscribirHuerfano.
    ADD 1 TO WS-TOTAL-HUERFANOS
    MOVE SPACES TO REPORTE-LINEA
    STRING "  CONTACTO-ID=" CON-CONTACTO-ID
       " EMAIL=" CON-EMAIL " SMS=" CON-SMS " POSTAL=" CON-POSTAL
       " PORTAL=" CON-PORTAL " ESCOLAR=" CON-ESCOLAR
       " MARKETING=" CON-MARKETING
       DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA.
