IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTEINENTREGABLES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> La lista semanal de "pedir direccion nueva" para secretaria.
*> Recorre inentregables.dat en orden de clave (las marcas que deja
*> DEVOLUCIONESCORREO) y por cada direccion postal o EMAIL todavia
*> marcado como no entregable escribe una linea con el contacto, el
*> dato devuelto tal como esta hoy en datos.dat, el telefono para
*> llamarlo, la fecha y el motivo de la devolucion y los dias que
*> lleva sin corregirse; las que volvieron en los ultimos 7 dias
*> salen con NUEVA para que se vean las de la semana. Una marca
*> cuyo CONTACTO-ID ya no esta en datos.dat (contacto retirado) se
*> muestra por consola y se cuenta al pie para depurarla. Al pie
*> van tambien los totales por canal. Si queda alguna direccion por
*> pedir el RC es 4, como en los reportes que dejan trabajo
*> pendiente. La salida es DIRECCIONES-PENDIENTES.TXT, archivada
*> con ARCHIVARREPORTE igual que REPORTE-CONSENTIMIENTO.TXT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT CONTACTO ASSIGN DYNAMIC WS-DATOS-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS CONTACTO-ID
   FILE STATUS IS WS-ESTADO-CONTACTO.
SELECT INENTREGABLES ASSIGN DYNAMIC WS-INENTREGABLES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS INE-CONTACTO-ID
   FILE STATUS IS WS-ESTADO-INENTREGABLES.
SELECT REPORTE-FILE ASSIGN TO "DIRECCIONES-PENDIENTES.TXT"
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
                        CAMPO-MOD BY FECHA-MODIFICACION
                        CAMPO-CALLE BY CALLE
                        CAMPO-CIUDAD BY CIUDAD
                        CAMPO-CP BY CODIGO-POSTAL.

FD INENTREGABLES.
COPY INENTREGABLE REPLACING GRUPO BY INENTREGABLE-REGISTRO
                        CAMPO-ID BY INE-CONTACTO-ID
                        CAMPO-POSTAL BY INE-POSTAL
                        CAMPO-POSTAL-FECHA BY INE-POSTAL-FECHA
                        CAMPO-POSTAL-MOTIVO BY INE-POSTAL-MOTIVO
                        CAMPO-EMAIL BY INE-EMAIL
                        CAMPO-EMAIL-FECHA BY INE-EMAIL-FECHA
                        CAMPO-EMAIL-MOTIVO BY INE-EMAIL-MOTIVO.

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(132).

WORKING-STORAGE SECTION.
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-INENTREGABLES PIC X(2).
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-EOF-INENTREGABLES PIC A(1) VALUE 'N'.
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-INENTREGABLES-PATH PIC X(50) VALUE "inentregables.dat".
01 WS-CONTACTO-EXISTE PIC A(1).
01 WS-FECHA-HOY PIC 9(8).
01 WS-HOY-INTEGER PIC 9(7).
01 WS-NOMBRE-REPORTE PIC X(30).

*> Un canal devuelto a la vez, armado por EscribirPostal o
*> EscribirEmail y escrito por EscribirPendiente.
01 WS-CANAL PIC X(6).
01 WS-DATO-DEVUELTO PIC X(45).
01 WS-FECHA-DEVOLUCION PIC 9(8).
01 WS-MOTIVO PIC X(20).
01 WS-DIAS PIC 9(5).

01 WS-LINEA-PENDIENTE.
   05 LP-CONTACTO-ID PIC 9(5).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LP-APELLIDO PIC X(15).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LP-NOMBRE PIC X(12).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LP-CANAL PIC X(6).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LP-DATO PIC X(37).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LP-TELEFONO PIC X(12).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LP-FECHA PIC 9(8).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LP-DIAS PIC ZZZZ9.
   05 FILLER PIC X(1) VALUE SPACE.
   05 LP-NUEVA PIC X(6).
   05 LP-MOTIVO PIC X(18).

01 WS-TOTAL-POSTALES PIC 9(5) VALUE 0.
01 WS-TOTAL-EMAILS PIC 9(5) VALUE 0.
01 WS-TOTAL-NUEVAS PIC 9(5) VALUE 0.
01 WS-TOTAL-HUERFANAS PIC 9(5) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTEINENTREGABLES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM InicializarConfiguracion
    COMPUTE WS-HOY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
    OPEN INPUT CONTACTO
    IF WS-ESTADO-CONTACTO NOT = "00"
       DISPLAY "NO SE PUDO ABRIR " WS-DATOS-PATH ", ESTADO="
          WS-ESTADO-CONTACTO
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN OUTPUT REPORTE-FILE
    MOVE SPACES TO REPORTE-LINEA
    STRING "DIRECCIONES DEVUELTAS - PEDIR DIRECCION NUEVA AL "
       WS-FECHA-HOY DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "ID    APELLIDO        NOMBRE       CANAL  "
       "DATO DEVUELTO                         "
       "TELEFONO     DEVUELTO  DIAS       MOTIVO"
       DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    OPEN INPUT INENTREGABLES
    IF WS-ESTADO-INENTREGABLES = "00"
       PERFORM ListarMarcas
       CLOSE INENTREGABLES
    END-IF
    PERFORM EscribirTotales
    CLOSE REPORTE-FILE
    CLOSE CONTACTO
    DISPLAY "DIRECCIONES A PEDIR: " WS-TOTAL-POSTALES " POSTALES, "
       WS-TOTAL-EMAILS " EMAILS (" WS-TOTAL-NUEVAS " DE ESTA SEMANA)"
       "  MARCAS SIN CONTACTO: " WS-TOTAL-HUERFANAS
    MOVE "DIRECCIONES-PENDIENTES.TXT" TO WS-NOMBRE-REPORTE
    CALL "ARCHIVARREPORTE" USING WS-NOMBRE-REPORTE
    IF WS-TOTAL-POSTALES > 0 OR WS-TOTAL-EMAILS > 0
       OR WS-TOTAL-HUERFANAS > 0
       MOVE 4 TO RETURN-CODE
    ELSE
       MOVE 0 TO RETURN-CODE
    END-IF.
FinInicio.
DISPLAY "JOB REPORTEINENTREGABLES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

InicializarConfiguracion.
    ACCEPT WS-DATOS-PATH FROM ENVIRONMENT "DATOS_DAT_PATH"
    IF WS-DATOS-PATH = SPACES
       MOVE "datos.dat" TO WS-DATOS-PATH
    END-IF
    ACCEPT WS-INENTREGABLES-PATH
       FROM ENVIRONMENT "INENTREGABLES_DAT_PATH"
    IF WS-INENTREGABLES-PATH = SPACES
       MOVE "inentregables.dat" TO WS-INENTREGABLES-PATH
    END-IF.

ListarMarcas.
    MOVE LOW-VALUES TO INE-CONTACTO-ID
    START INENTREGABLES KEY IS NOT LESS THAN INE-CONTACTO-ID
       INVALID KEY MOVE 'Y' TO WS-EOF-INENTREGABLES
    END-START
    PERFORM UNTIL WS-EOF-INENTREGABLES = 'Y'
       READ INENTREGABLES NEXT
          AT END MOVE 'Y' TO WS-EOF-INENTREGABLES
          NOT AT END PERFORM EscribirMarca
       END-READ
    END-PERFORM.

*> Un registro de inentregables.dat puede dar una linea por canal;
*> uno sin ninguna marca (ya corregido) no sale.
EscribirMarca.
    IF INE-POSTAL NOT = 'S' AND INE-EMAIL NOT = 'S'
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO WS-CONTACTO-EXISTE
    MOVE INE-CONTACTO-ID TO CONTACTO-ID
    READ CONTACTO
       INVALID KEY MOVE 'N' TO WS-CONTACTO-EXISTE
    END-READ
    IF WS-CONTACTO-EXISTE = 'N'
       ADD 1 TO WS-TOTAL-HUERFANAS
       DISPLAY "MARCA SIN CONTACTO EN datos.dat: CONTACTO-ID "
          INE-CONTACTO-ID " POSTAL=" INE-POSTAL " EMAIL=" INE-EMAIL
       EXIT PARAGRAPH
    END-IF
    IF INE-POSTAL = 'S'
       PERFORM EscribirPostal
    END-IF
    IF INE-EMAIL = 'S'
       PERFORM EscribirEmail
    END-IF.

EscribirPostal.
    ADD 1 TO WS-TOTAL-POSTALES
    MOVE "POSTAL" TO WS-CANAL
    MOVE SPACES TO WS-DATO-DEVUELTO
    STRING FUNCTION TRIM(CALLE) ", " FUNCTION TRIM(CIUDAD) " "
       FUNCTION TRIM(CODIGO-POSTAL)
       DELIMITED BY SIZE INTO WS-DATO-DEVUELTO
    MOVE INE-POSTAL-FECHA TO WS-FECHA-DEVOLUCION
    MOVE INE-POSTAL-MOTIVO TO WS-MOTIVO
    PERFORM EscribirPendiente.

EscribirEmail.
    ADD 1 TO WS-TOTAL-EMAILS
    MOVE "EMAIL" TO WS-CANAL
    MOVE EMAIL TO WS-DATO-DEVUELTO
    MOVE INE-EMAIL-FECHA TO WS-FECHA-DEVOLUCION
    MOVE INE-EMAIL-MOTIVO TO WS-MOTIVO
    PERFORM EscribirPendiente.

EscribirPendiente.
    MOVE SPACES TO WS-LINEA-PENDIENTE
    MOVE CONTACTO-ID TO LP-CONTACTO-ID
    MOVE APELLIDO TO LP-APELLIDO
    MOVE NOMBRE TO LP-NOMBRE
    MOVE WS-CANAL TO LP-CANAL
    MOVE WS-DATO-DEVUELTO TO LP-DATO
    MOVE TELEFONO TO LP-TELEFONO
    MOVE WS-FECHA-DEVOLUCION TO LP-FECHA
    MOVE 0 TO WS-DIAS
    IF WS-FECHA-DEVOLUCION > 0
       AND WS-FECHA-DEVOLUCION <= WS-FECHA-HOY
       COMPUTE WS-DIAS = WS-HOY-INTEGER
          - FUNCTION INTEGER-OF-DATE(WS-FECHA-DEVOLUCION)
    END-IF
    MOVE WS-DIAS TO LP-DIAS
    IF WS-DIAS < 7
       MOVE "NUEVA" TO LP-NUEVA
       ADD 1 TO WS-TOTAL-NUEVAS
    END-IF
    MOVE WS-MOTIVO TO LP-MOTIVO
    MOVE WS-LINEA-PENDIENTE TO REPORTE-LINEA
    WRITE REPORTE-LINEA.

EscribirTotales.
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "POSTALES A PEDIR: " WS-TOTAL-POSTALES
       "  EMAILS A PEDIR: " WS-TOTAL-EMAILS
       "  DEVUELTAS EN LOS ULTIMOS 7 DIAS: " WS-TOTAL-NUEVAS
       DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    IF WS-TOTAL-HUERFANAS > 0
       MOVE SPACES TO REPORTE-LINEA
       STRING "MARCAS DE CONTACTOS QUE YA NO ESTAN EN DATOS.DAT: "
          WS-TOTAL-HUERFANAS " (VER CONSOLA)"
          DELIMITED BY SIZE INTO REPORTE-LINEA
       WRITE REPORTE-LINEA
    END-IF.
