IDENTIFICATION DIVISION.
PROGRAM-ID. BIBLIOTECA.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> La biblioteca llevaba los prestamos en fichas y un libro perdido
*> nunca se cobraba. Esta corrida diaria tiene tres pasos:
*>   - postea el feed BIBLIOTECA-MOVS.DAT (bloques H/D/T validados
*>     por VALIDARFEED como los demas feeds) contra el catalogo
*>     LIBROS.DAT: un P presta el ejemplar al EstudianteId, con
*>     vencimiento a los dias de prestamo de BIBLIOTECA.CTL (14 si
*>     no hay control), y un D registra la devolucion. Se rechaza el
*>     prestamo de un ejemplar que no esta en el catalogo o que ya
*>     esta prestado, a un estudiante inexistente o no activo, y la
*>     devolucion de algo que ese estudiante no tiene prestado.
*>     Los prestamos abiertos viven en PRESTAMOS.DAT, que se pisa
*>     entero; los que se cierran pasan a PRESTAMOS-HIST.DAT.
*>   - lista en BIBLIOTECA-VENCIDOS.TXT los prestamos vencidos de
*>     cada estudiante y arma en BIBLIOTECA-AVISOS.TXT una carta
*>     al primer guardian de guardianes.dat, con la direccion de
*>     datos.dat como en AVISOSMORA, pidiendo la devolucion.
*>   - a los dias de atraso de multa del control (7 por defecto)
*>     cobra una unica multa MULTABIB, y a los dias de perdida (60
*>     por defecto) da el ejemplar por perdido, cierra el prestamo
*>     y cobra LIBROPER: el monto del arancel si tiene uno, o si
*>     no (monto abierto) el costo de reposicion del catalogo. Los
*>     cargos van como C en un bloque H/D/T anexado a
*>     FACTURACION-MOVS.DAT para que FACTURACION los postee; un
*>     concepto que falta en ARANCELES.DAT o un estudiante de baja
*>     o graduado quedan sin cargo y dejan RC=4.
*> GRADUADOS lee PRESTAMOS.DAT y no gradua a quien tenga ejemplares
*> vencidos sin devolver.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT LIBROS-FILE ASSIGN TO "LIBROS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LIBROS.
SELECT BIBLIO-MOVS-FILE ASSIGN TO "BIBLIOTECA-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-BIBLIO-MOVS.
SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PRESTAMOS.
SELECT HISTORIA-FILE ASSIGN TO "PRESTAMOS-HIST.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HISTORIA.
SELECT BIBLIOTECA-CTL ASSIGN TO "BIBLIOTECA.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT ARANCELES-FILE ASSIGN TO "ARANCELES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ARANCELES.
SELECT MOVS-FILE ASSIGN TO "FACTURACION-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.
SELECT VENCIDOS-FILE ASSIGN TO "BIBLIOTECA-VENCIDOS.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENCIDOS.
SELECT AVISOS-FILE ASSIGN TO "BIBLIOTECA-AVISOS.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-AVISOS.
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
SELECT VENCIDOS-WORK ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
*> LIB-Codigo identifica el ejemplar, no el titulo: dos copias del
*> mismo libro son dos codigos.
FD LIBROS-FILE.
01 LIBROS-REGISTRO.
   05 LIB-Codigo PIC X(10).
   05 LIB-Titulo PIC X(30).
   05 LIB-Costo PIC 9(5)V99.

FD BIBLIO-MOVS-FILE.
01 BIBLIO-MOVS-REGISTRO.
   05 BMV-Indicador PIC X(1).
   05 BMV-EstudianteId PIC 9(8).
   05 BMV-Tipo PIC X(1).
   05 BMV-Libro PIC X(10).
   05 BMV-Fecha PIC 9(8).

*> PRE-Estado 'A' abierto, 'D' devuelto, 'P' perdido y cobrado;
*> PRE-Multa 'S' cuando ya se cobro la multa por atraso.
FD PRESTAMOS-FILE.
01 PRESTAMOS-REGISTRO.
   05 PRE-EstudianteId PIC 9(8).
   05 PRE-Libro PIC X(10).
   05 PRE-FechaPrestamo PIC 9(8).
   05 PRE-FechaVence PIC 9(8).
   05 PRE-FechaCierre PIC 9(8).
   05 PRE-Estado PIC X(1).
   05 PRE-Multa PIC X(1).

FD HISTORIA-FILE.
01 HISTORIA-REGISTRO PIC X(44).

FD BIBLIOTECA-CTL.
01 BIBLIOTECA-CTL-REGISTRO.
   05 CTL-DiasPrestamo PIC 9(3).
   05 CTL-DiasMulta PIC 9(3).
   05 CTL-DiasPerdido PIC 9(3).

FD ARANCELES-FILE.
01 ARANCELES-REGISTRO.
   05 ARA-Codigo PIC X(8).
   05 ARA-Descripcion PIC X(20).
   05 ARA-Monto PIC 9(5)V99.

FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-EstudianteId PIC 9(8).
   05 MOV-Periodo PIC 9(6).
   05 MOV-Tipo PIC A(1).
   05 MOV-Monto PIC 9(5)V99.
   05 MOV-Concepto PIC X(20).
01 MOVS-ENCABEZADO.
   05 ENC-Indicador PIC X(1).
   05 ENC-FeedId PIC X(10).
   05 ENC-Fecha PIC 9(8).
01 MOVS-TRAILER.
   05 TRL-Indicador PIC X(1).
   05 TRL-Conteo PIC 9(6).

FD VENCIDOS-FILE.
01 VENCIDOS-LINEA PIC X(100).

FD AVISOS-FILE.
01 AVISOS-LINEA PIC X(80).

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

SD VENCIDOS-WORK.
01 VENCIDOS-SORT-REGISTRO.
   05 VW-EstudianteId PIC 9(8).
   05 VW-FechaVence PIC 9(8).
   05 VW-Sub PIC 9(4).

WORKING-STORAGE SECTION.
01 WS-ESTADO-LIBROS PIC X(2).
01 WS-ESTADO-BIBLIO-MOVS PIC X(2).
01 WS-ESTADO-PRESTAMOS PIC X(2).
01 WS-ESTADO-HISTORIA PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-ARANCELES PIC X(2).
01 WS-ESTADO-MOVS PIC X(2).
01 WS-ESTADO-VENCIDOS PIC X(2).
01 WS-ESTADO-AVISOS PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-GUARDIAN PIC X(2).
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-GUARDIANES-PATH PIC X(50) VALUE "guardianes.dat".
01 WS-EOF-LIBROS PIC A(1) VALUE 'N'.
01 WS-EOF-BIBLIO-MOVS PIC A(1) VALUE 'N'.
01 WS-EOF-PRESTAMOS PIC A(1) VALUE 'N'.
01 WS-EOF-ARANCELES PIC A(1) VALUE 'N'.
01 WS-EOF-SORT PIC A(1) VALUE 'N'.
01 WS-MAESTRO-OK PIC A(1) VALUE 'N'.
01 WS-GUARDIAN-ABIERTO PIC A(1) VALUE 'N'.
01 WS-CONTACTO-ABIERTO PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-HOY-INTEGER PIC S9(9) COMP.
01 WS-PERIODO PIC 9(6).
01 WS-DIAS-PRESTAMO PIC 9(3) VALUE 14.
01 WS-DIAS-MULTA PIC 9(3) VALUE 7.
01 WS-DIAS-PERDIDO PIC 9(3) VALUE 60.
01 WS-DIAS-ATRASO PIC S9(9) COMP.
01 WS-DIAS-EDITADOS PIC ZZZ9.

01 WS-TABLA-LIBROS.
   05 WS-LIBRO-FILA OCCURS 2000 TIMES.
      10 LBR-CODIGO PIC X(10).
      10 LBR-TITULO PIC X(30).
      10 LBR-COSTO PIC 9(5)V99.
01 WS-TOTAL-LIBROS PIC 9(4) VALUE 0.
01 WS-LBR-SUB PIC 9(4).
01 WS-LBR-HALLADO PIC 9(4).

*> Los prestamos abiertos al arrancar mas los que presta el feed;
*> los que se cierran en la corrida quedan en la tabla con su
*> estado nuevo hasta que GrabarPrestamos los pasa al historico.
01 WS-TABLA-PRESTAMOS.
   05 WS-PRESTAMO-FILA OCCURS 1000 TIMES.
      10 PRS-ID PIC 9(8).
      10 PRS-LIBRO PIC X(10).
      10 PRS-FECHA PIC 9(8).
      10 PRS-VENCE PIC 9(8).
      10 PRS-CIERRE PIC 9(8).
      10 PRS-ESTADO PIC X(1).
      10 PRS-MULTA PIC X(1).
01 WS-TOTAL-PRESTAMOS PIC 9(4) VALUE 0.
01 WS-PRS-SUB PIC 9(4).
01 WS-PRS-HALLADO PIC 9(4).

01 WS-TABLA-ARANCELES.
   05 WS-ARANCEL-FILA OCCURS 100 TIMES.
      10 ARN-CODIGO PIC X(8).
      10 ARN-MONTO PIC 9(5)V99.
01 WS-TOTAL-ARANCELES PIC 9(3) VALUE 0.
01 WS-ARN-SUB PIC 9(3).
01 WS-ARN-HALLADO PIC A(1).
01 WS-CONCEPTO-BUSCADO PIC X(8).
01 WS-CONCEPTO-MULTA PIC X(8) VALUE "MULTABIB".
01 WS-CONCEPTO-PERDIDO PIC X(8) VALUE "LIBROPER".

*> El control de encabezado/trailer y doble posteo del feed,
*> compartido via VALIDARFEED.
01 WS-NOMBRE-FEED PIC X(30) VALUE "BIBLIOTECA-MOVS.DAT".
01 WS-FEED-RESULTADO PIC X(1).
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS PIC 9(6) VALUE 0.
01 WS-RECHAZOS PIC 9(6) VALUE 0.

*> El estudiante en curso del listado de vencidos.
01 WS-ESTUDIANTE-ANTERIOR PIC 9(8) VALUE 0.
01 WS-EST-NOMBRE PIC X(33).
01 WS-EST-ESTADO PIC X(1).
01 WS-GUARDIAN-UBICADO PIC A(1).
01 WS-GUARDIAN-ID PIC 9(5).
01 WS-ACCION PIC X(24).
01 WS-MONTO-CARGO PIC 9(5)V99.

01 WS-FEED-SECUENCIA PIC 9(7).
01 WS-FEED-ABIERTO PIC A(1) VALUE 'N'.
01 WS-MOVS-GENERADOS PIC 9(4) VALUE 0.
01 WS-MONTO-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-VENCIDOS PIC 9(4) VALUE 0.
01 WS-ESTUDIANTES-VENCIDOS PIC 9(4) VALUE 0.
01 WS-CARTAS PIC 9(4) VALUE 0.
01 WS-MULTAS PIC 9(4) VALUE 0.
01 WS-PERDIDOS PIC 9(4) VALUE 0.
01 WS-SIN-CARGO PIC 9(4) VALUE 0.
01 WS-MONTO-EDITADO PIC $$$,$$$,$$9.99.
01 WS-LINEA PIC X(100).
*> El RC de la corrida, a salvo del CALL a REGISTRARBALANCE.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "BIBLIOTECA".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    COMPUTE WS-PERIODO = WS-FECHA-HOY / 100
    COMPUTE WS-HOY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
    PERFORM InicializarConfiguracion
    PERFORM LeerControl
    PERFORM CargarCatalogo
    IF WS-TOTAL-LIBROS = 0
       DISPLAY "NO HAY LIBROS.DAT CON EL CATALOGO DE LA BIBLIOTECA"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES = "00"
       MOVE 'S' TO WS-MAESTRO-OK
    ELSE
       DISPLAY "NO HAY ESTUDIANTES.DAT PARA VALIDAR PRESTAMOS"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarAranceles
    PERFORM CargarPrestamos
    PERFORM PostearMovimientos
    IF RETURN-CODE = 8
       CLOSE ESTUDIANTES-FILE
       GO TO FinInicio
    END-IF
    OPEN INPUT GUARDIAN
    IF WS-ESTADO-GUARDIAN = "00"
       MOVE 'S' TO WS-GUARDIAN-ABIERTO
    END-IF
    OPEN INPUT CONTACTO
    IF WS-ESTADO-CONTACTO = "00"
       MOVE 'S' TO WS-CONTACTO-ABIERTO
    END-IF
    SORT VENCIDOS-WORK
       ON ASCENDING KEY VW-EstudianteId VW-FechaVence
       INPUT PROCEDURE IS SeleccionarVencidos
       OUTPUT PROCEDURE IS ProcesarVencidos
    IF WS-FEED-ABIERTO = 'S'
       PERFORM EscribirTrailerFeed
    END-IF
    PERFORM GrabarPrestamos
    IF WS-CONTACTO-ABIERTO = 'S'
       CLOSE CONTACTO
    END-IF
    IF WS-GUARDIAN-ABIERTO = 'S'
       CLOSE GUARDIAN
    END-IF
    CLOSE ESTUDIANTES-FILE
    IF WS-RECHAZOS > 0 OR WS-SIN-CARGO > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "MOVIMIENTOS DE BIBLIOTECA: " WS-POSTEADOS
       "  RECHAZOS: " WS-RECHAZOS
    DISPLAY "PRESTAMOS VENCIDOS: " WS-VENCIDOS " DE "
       WS-ESTUDIANTES-VENCIDOS " ESTUDIANTES  CARTAS: " WS-CARTAS
    MOVE WS-MONTO-TOTAL TO WS-MONTO-EDITADO
    DISPLAY "MULTAS: " WS-MULTAS "  PERDIDOS: " WS-PERDIDOS
       "  POR " WS-MONTO-EDITADO "  SIN CARGO: " WS-SIN-CARGO.
FinInicio.
IF WS-MAESTRO-OK = 'S'
   MOVE RETURN-CODE TO WS-RC-CORRIDA
   PERFORM RegistrarBalanceDiario
   MOVE WS-RC-CORRIDA TO RETURN-CODE
END-IF.
DISPLAY "JOB BIBLIOTECA COMPLETE, RC=" RETURN-CODE.
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
    END-IF.

LeerControl.
    OPEN INPUT BIBLIOTECA-CTL
    IF WS-ESTADO-CTL = "00"
       READ BIBLIOTECA-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-DiasPrestamo IS NUMERIC AND CTL-DiasPrestamo > 0
                MOVE CTL-DiasPrestamo TO WS-DIAS-PRESTAMO
             END-IF
             IF CTL-DiasMulta IS NUMERIC AND CTL-DiasMulta > 0
                MOVE CTL-DiasMulta TO WS-DIAS-MULTA
             END-IF
             IF CTL-DiasPerdido IS NUMERIC AND CTL-DiasPerdido > 0
                MOVE CTL-DiasPerdido TO WS-DIAS-PERDIDO
             END-IF
       END-READ
       CLOSE BIBLIOTECA-CTL
    END-IF.

CargarCatalogo.
    OPEN INPUT LIBROS-FILE
    IF WS-ESTADO-LIBROS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-LIBROS = 'Y'
       READ LIBROS-FILE
          AT END MOVE 'Y' TO WS-EOF-LIBROS
          NOT AT END
             IF WS-TOTAL-LIBROS < 2000
                ADD 1 TO WS-TOTAL-LIBROS
                MOVE LIB-Codigo TO LBR-CODIGO(WS-TOTAL-LIBROS)
                MOVE LIB-Titulo TO LBR-TITULO(WS-TOTAL-LIBROS)
                MOVE LIB-Costo TO LBR-COSTO(WS-TOTAL-LIBROS)
             ELSE
                DISPLAY "ATENCION: MAS DE 2000 EJEMPLARES, SE "
                   "IGNORA " LIB-Codigo
             END-IF
       END-READ
    END-PERFORM
    CLOSE LIBROS-FILE.

CargarAranceles.
    OPEN INPUT ARANCELES-FILE
    IF WS-ESTADO-ARANCELES = "00"
       PERFORM UNTIL WS-EOF-ARANCELES = 'Y'
          READ ARANCELES-FILE
             AT END MOVE 'Y' TO WS-EOF-ARANCELES
             NOT AT END
                IF WS-TOTAL-ARANCELES < 100
                   ADD 1 TO WS-TOTAL-ARANCELES
                   MOVE ARA-Codigo
                      TO ARN-CODIGO(WS-TOTAL-ARANCELES)
                   MOVE ARA-Monto TO ARN-MONTO(WS-TOTAL-ARANCELES)
                END-IF
          END-READ
       END-PERFORM
       CLOSE ARANCELES-FILE
    END-IF.

CargarPrestamos.
    OPEN INPUT PRESTAMOS-FILE
    IF WS-ESTADO-PRESTAMOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PRESTAMOS = 'Y'
       READ PRESTAMOS-FILE
          AT END MOVE 'Y' TO WS-EOF-PRESTAMOS
          NOT AT END
             IF WS-TOTAL-PRESTAMOS < 1000
                ADD 1 TO WS-TOTAL-PRESTAMOS
                MOVE PRE-EstudianteId TO PRS-ID(WS-TOTAL-PRESTAMOS)
                MOVE PRE-Libro TO PRS-LIBRO(WS-TOTAL-PRESTAMOS)
                MOVE PRE-FechaPrestamo
                   TO PRS-FECHA(WS-TOTAL-PRESTAMOS)
                MOVE PRE-FechaVence TO PRS-VENCE(WS-TOTAL-PRESTAMOS)
                MOVE PRE-FechaCierre
                   TO PRS-CIERRE(WS-TOTAL-PRESTAMOS)
                MOVE PRE-Estado TO PRS-ESTADO(WS-TOTAL-PRESTAMOS)
                MOVE PRE-Multa TO PRS-MULTA(WS-TOTAL-PRESTAMOS)
             ELSE
                DISPLAY "ATENCION: MAS DE 1000 PRESTAMOS ABIERTOS, "
                   "SE IGNORA " PRE-Libro " DE " PRE-EstudianteId
             END-IF
       END-READ
    END-PERFORM
    CLOSE PRESTAMOS-FILE.

PostearMovimientos.
    CALL "VALIDARFEED" USING "VALIDAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO
    IF WS-FEED-RESULTADO = 'N'
       DISPLAY "FEED " WS-NOMBRE-FEED " RECHAZADO POR "
          "ENCABEZADO/TRAILER O DOBLE POSTEO, NO SE POSTEA NADA"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT BIBLIO-MOVS-FILE
    IF WS-ESTADO-BIBLIO-MOVS NOT = "00"
       DISPLAY "NO HAY BIBLIOTECA-MOVS.DAT, SOLO SE CONTROLAN "
          "VENCIMIENTOS"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-BIBLIO-MOVS = 'Y'
       READ BIBLIO-MOVS-FILE
          AT END MOVE 'Y' TO WS-EOF-BIBLIO-MOVS
          NOT AT END
             IF BMV-Indicador = 'D'
                ADD 1 TO WS-LEIDOS
                EVALUATE BMV-Tipo
                   WHEN 'P' PERFORM PostearPrestamo
                   WHEN 'D' PERFORM PostearDevolucion
                   WHEN OTHER
                      ADD 1 TO WS-RECHAZOS
                      DISPLAY "RECHAZADO: TIPO " BMV-Tipo
                         " INVALIDO PARA " BMV-EstudianteId
                         " - SE ESPERA P O D"
                END-EVALUATE
             END-IF
       END-READ
    END-PERFORM
    CLOSE BIBLIO-MOVS-FILE
    CALL "VALIDARFEED" USING "ASENTAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO.

PostearPrestamo.
    MOVE 0 TO WS-LBR-HALLADO
    PERFORM VARYING WS-LBR-SUB FROM 1 BY 1
       UNTIL WS-LBR-SUB > WS-TOTAL-LIBROS
       IF LBR-CODIGO(WS-LBR-SUB) = BMV-Libro
          MOVE WS-LBR-SUB TO WS-LBR-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-LBR-HALLADO = 0
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: EJEMPLAR " BMV-Libro
          " NO ESTA EN LIBROS.DAT"
       EXIT PARAGRAPH
    END-IF
    MOVE BMV-EstudianteId TO FD-EstudianteId
    READ ESTUDIANTES-FILE
       INVALID KEY
          ADD 1 TO WS-RECHAZOS
          DISPLAY "RECHAZADO: ESTUDIANTE " BMV-EstudianteId
             " NO EXISTE EN EL MAESTRO"
          EXIT PARAGRAPH
    END-READ
    IF FD-Estado NOT = 'A' AND FD-Estado NOT = SPACE
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: " BMV-EstudianteId
          " NO ESTA ACTIVO (ESTADO " FD-Estado "), NO SE PRESTA"
       EXIT PARAGRAPH
    END-IF
    PERFORM BuscarPrestamoAbierto
    IF WS-PRS-HALLADO > 0
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: EJEMPLAR " BMV-Libro
          " YA ESTA PRESTADO A " PRS-ID(WS-PRS-HALLADO)
       EXIT PARAGRAPH
    END-IF
    IF WS-TOTAL-PRESTAMOS NOT < 1000
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: TABLA DE PRESTAMOS LLENA (1000), NO "
          "SE PRESTA " BMV-Libro " A " BMV-EstudianteId
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TOTAL-PRESTAMOS
    MOVE BMV-EstudianteId TO PRS-ID(WS-TOTAL-PRESTAMOS)
    MOVE BMV-Libro TO PRS-LIBRO(WS-TOTAL-PRESTAMOS)
    MOVE BMV-Fecha TO PRS-FECHA(WS-TOTAL-PRESTAMOS)
    COMPUTE PRS-VENCE(WS-TOTAL-PRESTAMOS) = FUNCTION DATE-OF-INTEGER
       (FUNCTION INTEGER-OF-DATE(BMV-Fecha) + WS-DIAS-PRESTAMO)
    MOVE 0 TO PRS-CIERRE(WS-TOTAL-PRESTAMOS)
    MOVE 'A' TO PRS-ESTADO(WS-TOTAL-PRESTAMOS)
    MOVE 'N' TO PRS-MULTA(WS-TOTAL-PRESTAMOS)
    ADD 1 TO WS-POSTEADOS.

PostearDevolucion.
    PERFORM BuscarPrestamoAbierto
    IF WS-PRS-HALLADO = 0
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: EJEMPLAR " BMV-Libro
          " NO FIGURA PRESTADO, NO SE REGISTRA LA DEVOLUCION"
       EXIT PARAGRAPH
    END-IF
    IF PRS-ID(WS-PRS-HALLADO) NOT = BMV-EstudianteId
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: EJEMPLAR " BMV-Libro
          " ESTA PRESTADO A " PRS-ID(WS-PRS-HALLADO)
          ", NO A " BMV-EstudianteId
       EXIT PARAGRAPH
    END-IF
    MOVE 'D' TO PRS-ESTADO(WS-PRS-HALLADO)
    MOVE BMV-Fecha TO PRS-CIERRE(WS-PRS-HALLADO)
    ADD 1 TO WS-POSTEADOS.

BuscarPrestamoAbierto.
    MOVE 0 TO WS-PRS-HALLADO
    PERFORM VARYING WS-PRS-SUB FROM 1 BY 1
       UNTIL WS-PRS-SUB > WS-TOTAL-PRESTAMOS
       IF PRS-LIBRO(WS-PRS-SUB) = BMV-Libro
          AND PRS-ESTADO(WS-PRS-SUB) = 'A'
          MOVE WS-PRS-SUB TO WS-PRS-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

SeleccionarVencidos.
    PERFORM VARYING WS-PRS-SUB FROM 1 BY 1
       UNTIL WS-PRS-SUB > WS-TOTAL-PRESTAMOS
       IF PRS-ESTADO(WS-PRS-SUB) = 'A'
          AND PRS-VENCE(WS-PRS-SUB) < WS-FECHA-HOY
          MOVE PRS-ID(WS-PRS-SUB) TO VW-EstudianteId
          MOVE PRS-VENCE(WS-PRS-SUB) TO VW-FechaVence
          MOVE WS-PRS-SUB TO VW-Sub
          RELEASE VENCIDOS-SORT-REGISTRO
       END-IF
    END-PERFORM.

*> Un bloque del listado y una carta por estudiante, con cada
*> ejemplar vencido y lo que la corrida hizo con el.
ProcesarVencidos.
    OPEN OUTPUT VENCIDOS-FILE
    OPEN OUTPUT AVISOS-FILE
    MOVE SPACES TO WS-LINEA
    STRING "PRESTAMOS VENCIDOS DE BIBLIOTECA AL " WS-FECHA-HOY
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarVencido
    MOVE SPACES TO WS-LINEA
    STRING "MULTA A LOS " WS-DIAS-MULTA " DIAS DE ATRASO, PERDIDO "
       "A LOS " WS-DIAS-PERDIDO
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarVencido
    PERFORM UNTIL WS-EOF-SORT = 'Y'
       RETURN VENCIDOS-WORK
          AT END MOVE 'Y' TO WS-EOF-SORT
          NOT AT END
             IF VW-EstudianteId NOT = WS-ESTUDIANTE-ANTERIOR
                PERFORM CerrarCarta
                PERFORM AbrirEstudiante
             END-IF
             PERFORM ProcesarUnVencido
       END-RETURN
    END-PERFORM
    PERFORM CerrarCarta
    MOVE SPACES TO WS-LINEA
    PERFORM GrabarVencido
    MOVE SPACES TO WS-LINEA
    STRING "EJEMPLARES VENCIDOS: " WS-VENCIDOS
       "  ESTUDIANTES: " WS-ESTUDIANTES-VENCIDOS
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarVencido
    CLOSE AVISOS-FILE
    CLOSE VENCIDOS-FILE.

AbrirEstudiante.
    MOVE VW-EstudianteId TO WS-ESTUDIANTE-ANTERIOR
    ADD 1 TO WS-ESTUDIANTES-VENCIDOS
    MOVE SPACES TO WS-EST-NOMBRE
    MOVE SPACE TO WS-EST-ESTADO
    MOVE VW-EstudianteId TO FD-EstudianteId
    READ ESTUDIANTES-FILE
       INVALID KEY MOVE "(NO ESTA EN EL MAESTRO)" TO WS-EST-NOMBRE
       NOT INVALID KEY
          MOVE FD-Nombre TO WS-EST-NOMBRE
          MOVE FD-Estado TO WS-EST-ESTADO
    END-READ
    MOVE SPACES TO WS-LINEA
    PERFORM GrabarVencido
    MOVE SPACES TO WS-LINEA
    STRING "ESTUDIANTE " VW-EstudianteId " "
       FUNCTION TRIM(WS-EST-NOMBRE)
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarVencido
    PERFORM BuscarGuardianCarta
    IF WS-GUARDIAN-UBICADO = 'S'
       PERFORM EscribirEncabezadoCarta
    ELSE
       MOVE "  SIN GUARDIAN A QUIEN AVISAR" TO WS-LINEA
       PERFORM GrabarVencido
    END-IF.

*> El primer guardian de la lista que esta en datos.dat.
BuscarGuardianCarta.
    MOVE 'N' TO WS-GUARDIAN-UBICADO
    IF WS-GUARDIAN-ABIERTO = 'N' OR WS-CONTACTO-ABIERTO = 'N'
       EXIT PARAGRAPH
    END-IF
    MOVE VW-EstudianteId TO GUARDIAN-EST-ID
    READ GUARDIAN
       INVALID KEY EXIT PARAGRAPH
    END-READ
    IF GUARDIAN-TOTAL = 0
       EXIT PARAGRAPH
    END-IF
    MOVE GUARDIAN-CONTACTO-ID(1) TO WS-GUARDIAN-ID
    MOVE WS-GUARDIAN-ID TO CONTACTO-ID
    READ CONTACTO
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 'S' TO WS-GUARDIAN-UBICADO
    END-READ.

*> Bloque postal con la direccion del guardian, mismo formato que
*> las cartas de AVISOSMORA.
EscribirEncabezadoCarta.
    ADD 1 TO WS-CARTAS
    MOVE SPACES TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE "========================================"
       TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE SPACES TO WS-LINEA
    STRING FUNCTION TRIM(NOMBRE) " " FUNCTION TRIM(APELLIDO)
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
    MOVE SPACES TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE "RECORDATORIO DE LA BIBLIOTECA" TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "FECHA: " WS-FECHA-HOY "   ESTUDIANTE: " VW-EstudianteId
       " " FUNCTION TRIM(WS-EST-NOMBRE)
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE SPACES TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE "LOS SIGUIENTES EJEMPLARES PRESTADOS ESTAN VENCIDOS:"
       TO AVISOS-LINEA
    WRITE AVISOS-LINEA.

CerrarCarta.
    IF WS-ESTUDIANTE-ANTERIOR = 0 OR WS-GUARDIAN-UBICADO = 'N'
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE "LE ROGAMOS DEVOLVERLOS A LA BREVEDAD. PASADOS LOS"
       TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE SPACES TO WS-LINEA
    STRING WS-DIAS-PERDIDO " DIAS DE ATRASO SE COBRA LA REPOSICION "
       "EN LA CUENTA DEL ESTUDIANTE."
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO AVISOS-LINEA
    WRITE AVISOS-LINEA.

*> Pasados los dias de perdida el ejemplar se cobra y se cierra;
*> pasados los de multa se cobra una sola multa por prestamo.
ProcesarUnVencido.
    MOVE VW-Sub TO WS-PRS-SUB
    ADD 1 TO WS-VENCIDOS
    COMPUTE WS-DIAS-ATRASO = WS-HOY-INTEGER
       - FUNCTION INTEGER-OF-DATE(PRS-VENCE(WS-PRS-SUB))
    MOVE 0 TO WS-LBR-HALLADO
    PERFORM VARYING WS-LBR-SUB FROM 1 BY 1
       UNTIL WS-LBR-SUB > WS-TOTAL-LIBROS
       IF LBR-CODIGO(WS-LBR-SUB) = PRS-LIBRO(WS-PRS-SUB)
          MOVE WS-LBR-SUB TO WS-LBR-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    MOVE SPACES TO WS-ACCION
    EVALUATE TRUE
       WHEN WS-DIAS-ATRASO >= WS-DIAS-PERDIDO
          PERFORM CobrarPerdido
       WHEN WS-DIAS-ATRASO >= WS-DIAS-MULTA
          AND PRS-MULTA(WS-PRS-SUB) NOT = 'S'
          PERFORM CobrarMulta
       WHEN PRS-MULTA(WS-PRS-SUB) = 'S'
          MOVE "MULTA YA COBRADA" TO WS-ACCION
    END-EVALUATE
    MOVE WS-DIAS-ATRASO TO WS-DIAS-EDITADOS
    MOVE SPACES TO WS-LINEA
    MOVE PRS-LIBRO(WS-PRS-SUB) TO WS-LINEA(3:10)
    IF WS-LBR-HALLADO > 0
       MOVE LBR-TITULO(WS-LBR-HALLADO) TO WS-LINEA(14:30)
    END-IF
    MOVE "VENCE" TO WS-LINEA(45:5)
    MOVE PRS-VENCE(WS-PRS-SUB) TO WS-LINEA(51:8)
    MOVE WS-DIAS-EDITADOS TO WS-LINEA(60:4)
    MOVE "DIAS" TO WS-LINEA(65:4)
    MOVE WS-ACCION TO WS-LINEA(70:24)
    PERFORM GrabarVencido
    IF WS-GUARDIAN-UBICADO = 'S'
       MOVE WS-LINEA(1:68) TO AVISOS-LINEA
       WRITE AVISOS-LINEA
    END-IF.

CobrarMulta.
    MOVE WS-CONCEPTO-MULTA TO WS-CONCEPTO-BUSCADO
    PERFORM BuscarArancel
    IF WS-ARN-HALLADO = 'N' OR ARN-MONTO(WS-ARN-SUB) = 0
       ADD 1 TO WS-SIN-CARGO
       MOVE "SIN MULTA: FALTA ARANCEL" TO WS-ACCION
       EXIT PARAGRAPH
    END-IF
    IF WS-EST-ESTADO = 'B' OR WS-EST-ESTADO = 'G'
       ADD 1 TO WS-SIN-CARGO
       MOVE "SIN MULTA: NO ACTIVO" TO WS-ACCION
       EXIT PARAGRAPH
    END-IF
    MOVE ARN-MONTO(WS-ARN-SUB) TO WS-MONTO-CARGO
    PERFORM EscribirCargo
    MOVE 'S' TO PRS-MULTA(WS-PRS-SUB)
    ADD 1 TO WS-MULTAS
    MOVE "MULTA COBRADA" TO WS-ACCION.

*> LIBROPER con monto en el arancel cobra ese monto fijo; con
*> monto cero (abierto) cobra el costo de reposicion del catalogo.
CobrarPerdido.
    MOVE WS-CONCEPTO-PERDIDO TO WS-CONCEPTO-BUSCADO
    PERFORM BuscarArancel
    IF WS-ARN-HALLADO = 'N'
       ADD 1 TO WS-SIN-CARGO
       MOVE "PERDIDO: FALTA ARANCEL" TO WS-ACCION
       EXIT PARAGRAPH
    END-IF
    IF WS-EST-ESTADO = 'B' OR WS-EST-ESTADO = 'G'
       ADD 1 TO WS-SIN-CARGO
       MOVE "PERDIDO: NO ACTIVO" TO WS-ACCION
       EXIT PARAGRAPH
    END-IF
    MOVE ARN-MONTO(WS-ARN-SUB) TO WS-MONTO-CARGO
    IF WS-MONTO-CARGO = 0 AND WS-LBR-HALLADO > 0
       MOVE LBR-COSTO(WS-LBR-HALLADO) TO WS-MONTO-CARGO
    END-IF
    IF WS-MONTO-CARGO = 0
       ADD 1 TO WS-SIN-CARGO
       MOVE "PERDIDO: SIN COSTO" TO WS-ACCION
       EXIT PARAGRAPH
    END-IF
    PERFORM EscribirCargo
    MOVE 'P' TO PRS-ESTADO(WS-PRS-SUB)
    MOVE WS-FECHA-HOY TO PRS-CIERRE(WS-PRS-SUB)
    ADD 1 TO WS-PERDIDOS
    MOVE "PERDIDO: COBRADO" TO WS-ACCION.

BuscarArancel.
    MOVE 'N' TO WS-ARN-HALLADO
    PERFORM VARYING WS-ARN-SUB FROM 1 BY 1
       UNTIL WS-ARN-SUB > WS-TOTAL-ARANCELES
       IF ARN-CODIGO(WS-ARN-SUB) = WS-CONCEPTO-BUSCADO
          MOVE 'S' TO WS-ARN-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> El bloque H/D/T se abre con el primer cargo; el encabezado
*> comparte el registro con el detalle, por eso el cargo se arma
*> despues de escribirlo.
EscribirCargo.
    IF WS-FEED-ABIERTO = 'N'
       PERFORM EscribirEncabezadoFeed
    END-IF
    MOVE 'D' TO MOV-Indicador
    MOVE PRS-ID(WS-PRS-SUB) TO MOV-EstudianteId
    MOVE WS-PERIODO TO MOV-Periodo
    MOVE 'C' TO MOV-Tipo
    MOVE WS-MONTO-CARGO TO MOV-Monto
    MOVE WS-CONCEPTO-BUSCADO TO MOV-Concepto
    WRITE MOVS-REGISTRO
    ADD 1 TO WS-MOVS-GENERADOS
    ADD WS-MONTO-CARGO TO WS-MONTO-TOTAL.

EscribirEncabezadoFeed.
    OPEN EXTEND MOVS-FILE
    IF WS-ESTADO-MOVS NOT = "00"
       OPEN OUTPUT MOVS-FILE
       CLOSE MOVS-FILE
       OPEN EXTEND MOVS-FILE
    END-IF
    MOVE 'S' TO WS-FEED-ABIERTO
    CALL "SECUENCIAID" USING WS-FEED-SECUENCIA
    MOVE 'H' TO ENC-Indicador
    MOVE SPACES TO ENC-FeedId
    MOVE "BI" TO ENC-FeedId(1:2)
    MOVE WS-FEED-SECUENCIA TO ENC-FeedId(3:7)
    MOVE WS-FECHA-HOY TO ENC-Fecha
    WRITE MOVS-ENCABEZADO.

EscribirTrailerFeed.
    MOVE 'T' TO TRL-Indicador
    MOVE WS-MOVS-GENERADOS TO TRL-Conteo
    WRITE MOVS-TRAILER
    CLOSE MOVS-FILE.

*> PRESTAMOS.DAT se pisa con los abiertos; los devueltos y los
*> perdidos de la corrida se anexan a PRESTAMOS-HIST.DAT.
GrabarPrestamos.
    OPEN OUTPUT PRESTAMOS-FILE
    OPEN EXTEND HISTORIA-FILE
    IF WS-ESTADO-HISTORIA NOT = "00"
       OPEN OUTPUT HISTORIA-FILE
       CLOSE HISTORIA-FILE
       OPEN EXTEND HISTORIA-FILE
    END-IF
    PERFORM VARYING WS-PRS-SUB FROM 1 BY 1
       UNTIL WS-PRS-SUB > WS-TOTAL-PRESTAMOS
       MOVE PRS-ID(WS-PRS-SUB) TO PRE-EstudianteId
       MOVE PRS-LIBRO(WS-PRS-SUB) TO PRE-Libro
       MOVE PRS-FECHA(WS-PRS-SUB) TO PRE-FechaPrestamo
       MOVE PRS-VENCE(WS-PRS-SUB) TO PRE-FechaVence
       MOVE PRS-CIERRE(WS-PRS-SUB) TO PRE-FechaCierre
       MOVE PRS-ESTADO(WS-PRS-SUB) TO PRE-Estado
       MOVE PRS-MULTA(WS-PRS-SUB) TO PRE-Multa
       IF PRS-ESTADO(WS-PRS-SUB) = 'A'
          WRITE PRESTAMOS-REGISTRO
       ELSE
          MOVE PRESTAMOS-REGISTRO TO HISTORIA-REGISTRO
          WRITE HISTORIA-REGISTRO
       END-IF
    END-PERFORM
    CLOSE HISTORIA-FILE
    CLOSE PRESTAMOS-FILE.

*> El registro de cuadre del feed para BALANCE-DIARIO.DAT, igual
*> que los demas programas que postean un feed.
RegistrarBalanceDiario.
    CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL
       WS-LEIDOS WS-POSTEADOS WS-RECHAZOS.

GrabarVencido.
    MOVE WS-LINEA TO VENCIDOS-LINEA
    WRITE VENCIDOS-LINEA.
