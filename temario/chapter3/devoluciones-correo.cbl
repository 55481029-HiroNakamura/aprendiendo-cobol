IDENTIFICATION DIVISION.
PROGRAM-ID. DEVOLUCIONESCORREO.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Las cartas que vuelven a la oficina de correo y los emails que
*> el proveedor reporta como rebotados no quedaban en ningun lado:
*> las etiquetas y los avisos seguian saliendo a la misma direccion
*> muerta. Este programa toma DEVOLUCIONES-CORREO.DAT (no
*> DEVOLUCIONES.DAT, que es el registro de devoluciones de venta de
*> VENTAS), el feed que arman la oficina de correo (cartas
*> devueltas) y el reporte de rebotes del proveedor de email, con
*> un bloque H (id del feed y fecha), un D por devolucion
*> (CONTACTO-ID, canal 'P' postal o 'E' email, motivo y fecha de
*> la devolucion, cero para hoy) y un T con el conteo, controlado
*> con VALIDARFEED como cualquier feed. Cada
*> devolucion marca como no entregable la direccion postal o el
*> EMAIL del contacto en inentregables.dat, indexado por
*> CONTACTO-ID (layout INENTREGABLE.CPY), con la fecha y el motivo;
*> una devolucion repetida solo actualiza la fecha y el motivo. La
*> marca queda en CAMBIOS-CONTACTO.LOG con CC-CAMPO POSTAL o EMAIL
*> y valor DEVUELTO, para que un EXPORTARDSR la muestre. Un
*> CONTACTO-ID que no esta en datos.dat, un canal desconocido o un
*> contacto sin el dato devuelto se rechaza (RC=4). Las etiquetas
*> de ARCHIVO1 y DESPACHARAVISOS dejan afuera lo marcado,
*> REPORTEINENTREGABLES lo lista cada semana para que secretaria
*> pida la direccion nueva, y la marca se levanta sola cuando
*> ARCHIVO1 ACTUALIZAR cambia ese dato.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT DEVOLUCIONES-FILE ASSIGN TO "DEVOLUCIONES-CORREO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DEVOLUCIONES.
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
SELECT CAMBIOS-CONTACTO ASSIGN TO "CAMBIOS-CONTACTO.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAMBIOS.

DATA DIVISION.
FILE SECTION.
FD DEVOLUCIONES-FILE.
01 DEVOLUCIONES-DETALLE.
   05 DEV-Indicador PIC X(1).
   05 DEV-ContactoId PIC 9(5).
   05 DEV-Canal PIC X(1).
   05 DEV-Motivo PIC X(20).
   05 DEV-Fecha PIC 9(8).

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

FD CAMBIOS-CONTACTO.
01 CAMBIO-CONTACTO-REGISTRO.
   05 CC-CONTACTO-ID PIC 9(5).
   05 CC-CAMPO PIC X(10).
   05 CC-VALOR-ANTERIOR PIC X(25).
   05 CC-VALOR-NUEVO PIC X(25).
   05 CC-FECHA PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-DEVOLUCIONES PIC X(2).
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-INENTREGABLES PIC X(2).
01 WS-ESTADO-CAMBIOS PIC X(2).
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-INENTREGABLES-PATH PIC X(50) VALUE "inentregables.dat".
01 WS-EOF-DEVOLUCIONES PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).

01 WS-MARCA-NUEVA PIC A(1).
01 WS-MARCA-ANTERIOR PIC X(1).
01 WS-FECHA-DEVOLUCION PIC 9(8).

01 WS-NOMBRE-FEED PIC X(30) VALUE "DEVOLUCIONES-CORREO.DAT".
01 WS-FEED-RESULTADO PIC X(1).
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS PIC 9(6) VALUE 0.
01 WS-RECHAZOS PIC 9(6) VALUE 0.
01 WS-POSTALES PIC 9(6) VALUE 0.
01 WS-EMAILS PIC 9(6) VALUE 0.
01 WS-YA-MARCADOS PIC 9(6) VALUE 0.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "DEVOLUCIONESCORREO".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM InicializarConfiguracion
    CALL "VALIDARFEED" USING "VALIDAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO
    IF WS-FEED-RESULTADO = 'N'
       DISPLAY "FEED " WS-NOMBRE-FEED " RECHAZADO POR "
          "ENCABEZADO/TRAILER O DOBLE POSTEO, NO SE PROCESA NADA"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    IF WS-FEED-RESULTADO = 'V'
       DISPLAY "NO HAY DEVOLUCIONES-CORREO.DAT PARA PROCESAR"
       GO TO FinInicio
    END-IF
    OPEN INPUT CONTACTO
    IF WS-ESTADO-CONTACTO NOT = "00"
       DISPLAY "NO SE PUDO ABRIR " WS-DATOS-PATH ", ESTADO="
          WS-ESTADO-CONTACTO
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN I-O INENTREGABLES
    IF WS-ESTADO-INENTREGABLES NOT = "00"
       OPEN OUTPUT INENTREGABLES
       CLOSE INENTREGABLES
       OPEN I-O INENTREGABLES
    END-IF
    OPEN EXTEND CAMBIOS-CONTACTO
    IF WS-ESTADO-CAMBIOS NOT = "00"
       OPEN OUTPUT CAMBIOS-CONTACTO
       CLOSE CAMBIOS-CONTACTO
       OPEN EXTEND CAMBIOS-CONTACTO
    END-IF
    OPEN INPUT DEVOLUCIONES-FILE
    PERFORM UNTIL WS-EOF-DEVOLUCIONES = 'Y'
       READ DEVOLUCIONES-FILE
          AT END MOVE 'Y' TO WS-EOF-DEVOLUCIONES
          NOT AT END
             IF DEV-Indicador = 'D'
                ADD 1 TO WS-LEIDOS
                PERFORM AsentarDevolucion
             END-IF
       END-READ
    END-PERFORM
    CLOSE DEVOLUCIONES-FILE
    CLOSE CAMBIOS-CONTACTO
    CLOSE INENTREGABLES
    CLOSE CONTACTO
    CALL "VALIDARFEED" USING "ASENTAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO
    IF WS-RECHAZOS > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "DEVOLUCIONES LEIDAS: " WS-LEIDOS "  POSTALES: "
       WS-POSTALES "  EMAILS: " WS-EMAILS "  YA MARCADAS: "
       WS-YA-MARCADOS "  RECHAZOS: " WS-RECHAZOS.
FinInicio.
MOVE RETURN-CODE TO WS-RC-CORRIDA.
CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL WS-LEIDOS
   WS-POSTEADOS WS-RECHAZOS.
MOVE WS-RC-CORRIDA TO RETURN-CODE.
DISPLAY "JOB DEVOLUCIONESCORREO COMPLETE, RC=" RETURN-CODE.
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

*> Una devolucion valida marca el canal en el registro del
*> contacto, que se crea la primera vez que algo le vuelve.
AsentarDevolucion.
    IF DEV-Canal NOT = 'P' AND DEV-Canal NOT = 'E'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: CANAL " DEV-Canal " DESCONOCIDO PARA "
          "CONTACTO-ID " DEV-ContactoId
       EXIT PARAGRAPH
    END-IF
    MOVE DEV-ContactoId TO CONTACTO-ID
    READ CONTACTO
       INVALID KEY
          ADD 1 TO WS-RECHAZOS
          DISPLAY "RECHAZADO: CONTACTO-ID " DEV-ContactoId
             " NO EXISTE EN datos.dat"
          EXIT PARAGRAPH
    END-READ
    IF (DEV-Canal = 'E' AND EMAIL = SPACES)
       OR (DEV-Canal = 'P' AND CALLE = SPACES)
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: CONTACTO-ID " DEV-ContactoId
          " NO TIENE CARGADO EL DATO DEVUELTO (CANAL " DEV-Canal ")"
       EXIT PARAGRAPH
    END-IF
    MOVE DEV-Fecha TO WS-FECHA-DEVOLUCION
    IF WS-FECHA-DEVOLUCION = 0
       MOVE WS-FECHA-HOY TO WS-FECHA-DEVOLUCION
    END-IF
    MOVE 'N' TO WS-MARCA-NUEVA
    MOVE DEV-ContactoId TO INE-CONTACTO-ID
    READ INENTREGABLES
       INVALID KEY
          MOVE 'S' TO WS-MARCA-NUEVA
          MOVE SPACES TO INENTREGABLE-REGISTRO
          MOVE DEV-ContactoId TO INE-CONTACTO-ID
          MOVE 0 TO INE-POSTAL-FECHA INE-EMAIL-FECHA
    END-READ
    IF DEV-Canal = 'P'
       MOVE INE-POSTAL TO WS-MARCA-ANTERIOR
       MOVE 'S' TO INE-POSTAL
       MOVE WS-FECHA-DEVOLUCION TO INE-POSTAL-FECHA
       MOVE DEV-Motivo TO INE-POSTAL-MOTIVO
    ELSE
       MOVE INE-EMAIL TO WS-MARCA-ANTERIOR
       MOVE 'S' TO INE-EMAIL
       MOVE WS-FECHA-DEVOLUCION TO INE-EMAIL-FECHA
       MOVE DEV-Motivo TO INE-EMAIL-MOTIVO
    END-IF
    IF WS-MARCA-NUEVA = 'S'
       WRITE INENTREGABLE-REGISTRO
          INVALID KEY
             ADD 1 TO WS-RECHAZOS
             DISPLAY "ERROR AL GRABAR LA MARCA DE CONTACTO-ID "
                DEV-ContactoId
             EXIT PARAGRAPH
       END-WRITE
    ELSE
       REWRITE INENTREGABLE-REGISTRO
          INVALID KEY
             ADD 1 TO WS-RECHAZOS
             DISPLAY "ERROR AL GRABAR LA MARCA DE CONTACTO-ID "
                DEV-ContactoId
             EXIT PARAGRAPH
       END-REWRITE
    END-IF
    ADD 1 TO WS-POSTEADOS
    IF DEV-Canal = 'P'
       ADD 1 TO WS-POSTALES
    ELSE
       ADD 1 TO WS-EMAILS
    END-IF
    IF WS-MARCA-ANTERIOR = 'S'
       ADD 1 TO WS-YA-MARCADOS
    END-IF
    PERFORM RegistrarCambioMarca.

*> Mismo CAMBIOS-CONTACTO.LOG que ARCHIVO1: CC-CAMPO POSTAL o EMAIL
*> con valor DEVUELTO y el motivo, que no se confunde con un
*> cambio del dato.
RegistrarCambioMarca.
    MOVE DEV-ContactoId TO CC-CONTACTO-ID
    IF DEV-Canal = 'P'
       MOVE "POSTAL" TO CC-CAMPO
    ELSE
       MOVE "EMAIL" TO CC-CAMPO
    END-IF
    MOVE SPACES TO CC-VALOR-ANTERIOR CC-VALOR-NUEVO
    IF WS-MARCA-ANTERIOR = 'S'
       MOVE "DEVUELTO" TO CC-VALOR-ANTERIOR
    ELSE
       MOVE "ENTREGABLE" TO CC-VALOR-ANTERIOR
    END-IF
    STRING "DEVUELTO " DEV-Motivo
       DELIMITED BY SIZE INTO CC-VALOR-NUEVO
    MOVE WS-FECHA-DEVOLUCION TO CC-FECHA
    WRITE CAMBIO-CONTACTO-REGISTRO.
