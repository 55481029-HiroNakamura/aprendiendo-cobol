IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTECODIGOSPOSTALES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Limpieza de las direcciones que se cargaron antes de que ARCHIVO1
*> validara CIUDAD y CODIGO-POSTAL contra CODIGOS-POSTALES.DAT.
*> Recorre datos.dat en orden de clave, pasa cada par CP/CIUDAD por
*> VALIDARCODIGOPOSTAL y por cada contacto que no coincide con la
*> tabla escribe una linea con la direccion tal como esta, el
*> problema y la grafia oficial sugerida (CP, ciudad y provincia):
*>   GRAFIA    el par existe pero escrito distinto, o falta la
*>             ciudad y el CP la determina;
*>   CP/CIUDAD el CP existe pero la ciudad no es la suya, se sugiere
*>             la ciudad del CP;
*>   CP        el CP no esta en la tabla, se sugiere el primer CP de
*>             la ciudad si la ciudad si esta.
*> Los contactos sin direccion no salen pero se cuentan al pie. La
*> correccion se carga despues por ACTUALIZAR (transacciones CP y
*> CIUDAD). Si queda alguna direccion por corregir el RC es 4, y si
*> no hay tabla no se puede revisar nada y el RC es 8. La salida es
*> DIRECCIONES-A-CORREGIR.TXT, archivada con ARCHIVARREPORTE igual
*> que DIRECCIONES-PENDIENTES.TXT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT CONTACTO ASSIGN DYNAMIC WS-DATOS-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS CONTACTO-ID
   FILE STATUS IS WS-ESTADO-CONTACTO.
SELECT REPORTE-FILE ASSIGN TO "DIRECCIONES-A-CORREGIR.TXT"
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

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(132).

WORKING-STORAGE SECTION.
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-EOF-CONTACTO PIC A(1) VALUE 'N'.
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-FECHA-HOY PIC 9(8).
01 WS-NOMBRE-REPORTE PIC X(30).
01 WS-SIN-TABLA PIC A(1) VALUE 'N'.

*> Parametros de VALIDARCODIGOPOSTAL.
01 WS-CP-CONSULTA PIC X(10).
01 WS-CIUDAD-CONSULTA PIC X(20).
01 WS-CP-RESULTADO PIC X(1).
01 WS-CP-ESTANDAR PIC X(10).
01 WS-CIUDAD-ESTANDAR PIC X(20).
01 WS-PROVINCIA-ESTANDAR PIC X(20).

01 WS-LINEA-CORREGIR.
   05 LC-CONTACTO-ID PIC 9(5).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LC-APELLIDO PIC X(15).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LC-NOMBRE PIC X(12).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LC-CP PIC X(10).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LC-CIUDAD PIC X(20).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LC-PROBLEMA PIC X(10).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LC-CP-SUGERIDO PIC X(10).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LC-CIUDAD-SUGERIDA PIC X(20).
   05 FILLER PIC X(1) VALUE SPACE.
   05 LC-PROVINCIA PIC X(20).

01 WS-TOTAL-LEIDOS PIC 9(5) VALUE 0.
01 WS-TOTAL-CORRECTOS PIC 9(5) VALUE 0.
01 WS-TOTAL-SIN-DIRECCION PIC 9(5) VALUE 0.
01 WS-TOTAL-GRAFIA PIC 9(5) VALUE 0.
01 WS-TOTAL-CIUDAD-DISTINTA PIC 9(5) VALUE 0.
01 WS-TOTAL-CP-DESCONOCIDO PIC 9(5) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTECODIGOSPOSTALES".

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
    OPEN OUTPUT REPORTE-FILE
    MOVE SPACES TO REPORTE-LINEA
    STRING "DIRECCIONES QUE NO COINCIDEN CON CODIGOS-POSTALES.DAT AL "
       WS-FECHA-HOY DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "ID    APELLIDO        NOMBRE       CP         "
       "CIUDAD               PROBLEMA   CP SUGER.  "
       "CIUDAD SUGERIDA      PROVINCIA"
       DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    PERFORM RevisarContactos
    PERFORM EscribirTotales
    CLOSE REPORTE-FILE
    CLOSE CONTACTO
    DISPLAY "CONTACTOS LEIDOS: " WS-TOTAL-LEIDOS
       "  CORRECTOS: " WS-TOTAL-CORRECTOS
       "  SIN DIRECCION: " WS-TOTAL-SIN-DIRECCION
    DISPLAY "A CORREGIR: GRAFIA " WS-TOTAL-GRAFIA
       "  CIUDAD DISTINTA " WS-TOTAL-CIUDAD-DISTINTA
       "  CP DESCONOCIDO " WS-TOTAL-CP-DESCONOCIDO
    MOVE "DIRECCIONES-A-CORREGIR.TXT" TO WS-NOMBRE-REPORTE
    CALL "ARCHIVARREPORTE" USING WS-NOMBRE-REPORTE
    EVALUATE TRUE
       WHEN WS-SIN-TABLA = 'S'
          DISPLAY "NO HAY CODIGOS-POSTALES.DAT, NO SE REVISO NADA"
          MOVE 8 TO RETURN-CODE
       WHEN WS-TOTAL-GRAFIA > 0 OR WS-TOTAL-CIUDAD-DISTINTA > 0
          OR WS-TOTAL-CP-DESCONOCIDO > 0
          MOVE 4 TO RETURN-CODE
       WHEN OTHER
          MOVE 0 TO RETURN-CODE
    END-EVALUATE.
FinInicio.
DISPLAY "JOB REPORTECODIGOSPOSTALES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

InicializarConfiguracion.
    ACCEPT WS-DATOS-PATH FROM ENVIRONMENT "DATOS_DAT_PATH"
    IF WS-DATOS-PATH = SPACES
       MOVE "datos.dat" TO WS-DATOS-PATH
    END-IF.

RevisarContactos.
    MOVE LOW-VALUES TO CONTACTO-ID
    START CONTACTO KEY IS NOT LESS THAN CONTACTO-ID
       INVALID KEY MOVE 'Y' TO WS-EOF-CONTACTO
    END-START
    PERFORM UNTIL WS-EOF-CONTACTO = 'Y' OR WS-SIN-TABLA = 'S'
       READ CONTACTO NEXT
          AT END MOVE 'Y' TO WS-EOF-CONTACTO
          NOT AT END PERFORM RevisarContacto
       END-READ
    END-PERFORM.

RevisarContacto.
    ADD 1 TO WS-TOTAL-LEIDOS
    MOVE CODIGO-POSTAL TO WS-CP-CONSULTA
    MOVE CIUDAD TO WS-CIUDAD-CONSULTA
    CALL "VALIDARCODIGOPOSTAL" USING WS-CP-CONSULTA
       WS-CIUDAD-CONSULTA WS-CP-RESULTADO WS-CP-ESTANDAR
       WS-CIUDAD-ESTANDAR WS-PROVINCIA-ESTANDAR
    MOVE SPACES TO WS-LINEA-CORREGIR
    EVALUATE WS-CP-RESULTADO
       WHEN 'S'
          ADD 1 TO WS-TOTAL-CORRECTOS
       WHEN 'B'
          ADD 1 TO WS-TOTAL-SIN-DIRECCION
       WHEN 'V'
          MOVE 'S' TO WS-SIN-TABLA
       WHEN 'E'
          ADD 1 TO WS-TOTAL-GRAFIA
          MOVE "GRAFIA" TO LC-PROBLEMA
          PERFORM EscribirCorreccion
       WHEN 'M'
          ADD 1 TO WS-TOTAL-CIUDAD-DISTINTA
          MOVE "CP/CIUDAD" TO LC-PROBLEMA
          PERFORM EscribirCorreccion
       WHEN OTHER
          ADD 1 TO WS-TOTAL-CP-DESCONOCIDO
          MOVE "CP" TO LC-PROBLEMA
          PERFORM EscribirCorreccion
    END-EVALUATE.

EscribirCorreccion.
    MOVE CONTACTO-ID TO LC-CONTACTO-ID
    MOVE APELLIDO TO LC-APELLIDO
    MOVE NOMBRE TO LC-NOMBRE
    MOVE CODIGO-POSTAL TO LC-CP
    MOVE CIUDAD TO LC-CIUDAD
    MOVE WS-CP-ESTANDAR TO LC-CP-SUGERIDO
    MOVE WS-CIUDAD-ESTANDAR TO LC-CIUDAD-SUGERIDA
    MOVE WS-PROVINCIA-ESTANDAR TO LC-PROVINCIA
    IF WS-CP-ESTANDAR = SPACES AND WS-CIUDAD-ESTANDAR = SPACES
       MOVE "SIN SUGERENCIA" TO LC-CIUDAD-SUGERIDA
    END-IF
    MOVE WS-LINEA-CORREGIR TO REPORTE-LINEA
    WRITE REPORTE-LINEA.

EscribirTotales.
    MOVE SPACES TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "CONTACTOS: " WS-TOTAL-LEIDOS
       "  CORRECTOS: " WS-TOTAL-CORRECTOS
       "  SIN DIRECCION: " WS-TOTAL-SIN-DIRECCION
       DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA
    STRING "A CORREGIR - GRAFIA: " WS-TOTAL-GRAFIA
       "  CIUDAD DISTINTA: " WS-TOTAL-CIUDAD-DISTINTA
       "  CP DESCONOCIDO: " WS-TOTAL-CP-DESCONOCIDO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    WRITE REPORTE-LINEA
    IF WS-SIN-TABLA = 'S'
       MOVE SPACES TO REPORTE-LINEA
       MOVE "NO HAY CODIGOS-POSTALES.DAT, NO SE REVISO NADA"
          TO REPORTE-LINEA
       WRITE REPORTE-LINEA
    END-IF.
