IDENTIFICATION DIVISION.
PROGRAM-ID. REPARTIRREPORTES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.
SECURITY. NO ES CONFIDENCIAL.

*> ARCHIVARREPORTE guarda las generaciones de cada reporte, pero
*> alguien las seguia imprimiendo y llevando en mano a cada jefe de
*> area, y cada docente recibia REPORTEMATRICULA entero cuando solo
*> le sirven sus cursos. Este programa reparte la generacion
*> archivada (<reporte>.<YYYYMMDD>) segun DISTRIBUCION-REPORTES.DAT:
*> cada fila dice que reporte le llega a que destinatario, por que
*> canal ('E' email o 'S' SMS por la puerta comun SOLICITARAVISO,
*> 'I' la cola de impresion COLA-IMPRESION.DAT) y, si se indica un
*> tipo de clave, que parte del reporte le corresponde.
*> El corte por clave lo define SECCIONES-REPORTES.CTL: para cada
*> reporte y tipo de clave, la marca con que empieza el renglon
*> titulo de cada seccion y la columna y largo de la clave en ese
*> renglon. Lo anterior a la primera seccion (el encabezado) va en
*> todas las piezas; un renglon que empieza con "----" cierra las
*> secciones, y los totales generales que le siguen no van en las
*> piezas cortadas porque no son de nadie en particular. Si el
*> control no trae el corte, rigen los de siempre: en
*> REPORTE-MATRICULA.TXT, CURSO (columnas 7-14) y DOCENTE
*> (DOC-DocenteId, columnas 24-28). Un corte por Marca de un
*> reporte de productos es una fila mas en el control, sin tocar
*> este programa. La clave se escribe en la fila de distribucion
*> tal como sale impresa (por ejemplo 00012 para un DocenteId).
*> Cada pieza se escribe en REPARTO/ y cada entrega (o el motivo
*> por el que no la hubo) se anota en REPARTO-REPORTES.LOG con la
*> generacion, el destinatario, el canal y la clave; una pieza ya
*> ENTREGADA no se vuelve a mandar si el reparto se corre de nuevo
*> el mismo dia.
*> Modos por COMMAND-LINE:
*>   REPARTIR [YYYYMMDD]  reparte la generacion de esa fecha (si
*>                        no se indica, la de hoy en el reloj, que
*>                        es como ARCHIVARREPORTE nombra la
*>                        generacion aunque haya fecha de proceso
*>                        fijada)
*>   CONSULTA <destinatario> [reporte]
*>                        lista del log que se le entrego a quien,
*>                        para contestar si el jefe de finanzas
*>                        recibio el reporte de antiguedad de ayer.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT DISTRIBUCION-FILE ASSIGN TO "DISTRIBUCION-REPORTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DISTRIBUCION.
SELECT SECCIONES-CTL ASSIGN TO "SECCIONES-REPORTES.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SECCIONES.
SELECT GENERACION-FILE ASSIGN DYNAMIC WS-GENERACION-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-GENERACION.
SELECT PIEZA-FILE ASSIGN DYNAMIC WS-PIEZA-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PIEZA.
SELECT COLA-FILE ASSIGN TO "COLA-IMPRESION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-COLA.
SELECT REPARTO-LOG ASSIGN TO "REPARTO-REPORTES.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LOG.

DATA DIVISION.
FILE SECTION.
FD DISTRIBUCION-FILE.
01 DISTRIBUCION-REGISTRO.
   05 DIS-Reporte PIC X(30).
   05 DIS-Destinatario PIC X(20).
   05 DIS-Canal PIC X(1).
   05 DIS-ContactoId PIC 9(5).
   05 DIS-Cola PIC X(10).
   05 DIS-TipoClave PIC X(10).
   05 DIS-Clave PIC X(20).

FD SECCIONES-CTL.
01 SECCIONES-REGISTRO.
   05 SEC-Reporte PIC X(30).
   05 SEC-TipoClave PIC X(10).
   05 SEC-Marca PIC X(12).
   05 SEC-Columna PIC 9(3).
   05 SEC-Largo PIC 9(2).

FD GENERACION-FILE.
01 GENERACION-LINEA PIC X(132).

FD PIEZA-FILE.
01 PIEZA-LINEA PIC X(132).

FD COLA-FILE.
01 COLA-REGISTRO.
   05 COL-Fecha PIC 9(8).
   05 COL-Hora PIC 9(6).
   05 COL-Cola PIC X(10).
   05 COL-Archivo PIC X(60).
   05 COL-Destinatario PIC X(20).
   05 COL-Reporte PIC X(30).

FD REPARTO-LOG.
01 REPARTO-REGISTRO.
   05 REP-Fecha PIC 9(8).
   05 REP-Hora PIC 9(6).
   05 REP-Reporte PIC X(30).
   05 REP-Generacion PIC 9(8).
   05 REP-Destinatario PIC X(20).
   05 REP-Canal PIC X(1).
   05 REP-TipoClave PIC X(10).
   05 REP-Clave PIC X(20).
   05 REP-Lineas PIC 9(6).
   05 REP-Pieza PIC X(60).
   05 REP-Resultado PIC X(12).

WORKING-STORAGE SECTION.
01 WS-ESTADO-DISTRIBUCION PIC X(2).
01 WS-ESTADO-SECCIONES PIC X(2).
01 WS-ESTADO-GENERACION PIC X(2).
01 WS-ESTADO-PIEZA PIC X(2).
01 WS-ESTADO-COLA PIC X(2).
01 WS-ESTADO-LOG PIC X(2).
01 WS-EOF-DISTRIBUCION PIC A(1) VALUE 'N'.
01 WS-EOF-SECCIONES PIC A(1) VALUE 'N'.
01 WS-EOF-GENERACION PIC A(1) VALUE 'N'.
01 WS-EOF-LOG PIC A(1) VALUE 'N'.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPARTIRREPORTES".
01 WS-FECHA-HOY PIC 9(8).
01 WS-HORA-AHORA PIC 9(8).
01 WS-COMANDO PIC X(120).

01 WS-PARAMETROS PIC X(80).
01 WS-MODO PIC X(10).
01 WS-PARAM-1 PIC X(30).
01 WS-PARAM-2 PIC X(30).
01 WS-FECHA-GENERACION PIC 9(8).

01 WS-GENERACION-PATH PIC X(60).
01 WS-PIEZA-PATH PIC X(60).

*> Las filas de DISTRIBUCION-REPORTES.DAT en memoria.
01 WS-TABLA-DISTRIBUCION.
   05 WS-DISTRIBUCION-FILA OCCURS 100 TIMES.
      10 TDI-REPORTE PIC X(30).
      10 TDI-DESTINATARIO PIC X(20).
      10 TDI-CANAL PIC X(1).
      10 TDI-CONTACTO-ID PIC 9(5).
      10 TDI-COLA PIC X(10).
      10 TDI-TIPO-CLAVE PIC X(10).
      10 TDI-CLAVE PIC X(20).
01 WS-TOTAL-DISTRIBUCION PIC 9(3) VALUE 0.
01 WS-DIS-SUB PIC 9(3).
01 WS-DIS-SUB-EDITADO PIC 9(3).

*> Los cortes por seccion: los de SECCIONES-REPORTES.CTL primero y
*> detras los de siempre, asi una fila del control le gana a la
*> fija del mismo reporte y tipo de clave.
01 WS-TABLA-SECCIONES.
   05 WS-SECCION-FILA OCCURS 30 TIMES.
      10 TSE-REPORTE PIC X(30).
      10 TSE-TIPO-CLAVE PIC X(10).
      10 TSE-MARCA PIC X(12).
      10 TSE-COLUMNA PIC 9(3).
      10 TSE-LARGO PIC 9(2).
01 WS-TOTAL-SECCIONES PIC 9(2) VALUE 0.
01 WS-SEC-SUB PIC 9(2).
01 WS-SEC-ELEGIDA PIC 9(2).

01 WS-SECCIONES-FIJAS.
   05 FILLER PIC X(57) VALUE
      "REPORTE-MATRICULA.TXT         CURSO     CURSO       00708".
   05 FILLER PIC X(57) VALUE
      "REPORTE-MATRICULA.TXT         DOCENTE   CURSO       02405".
01 WS-SECCIONES-FIJAS-TABLA REDEFINES WS-SECCIONES-FIJAS.
   05 FIJ-SECCION OCCURS 2 TIMES.
      10 FIJ-REPORTE PIC X(30).
      10 FIJ-TIPO-CLAVE PIC X(10).
      10 FIJ-MARCA PIC X(12).
      10 FIJ-COLUMNA PIC 9(3).
      10 FIJ-LARGO PIC 9(2).
01 WS-FIJ-SUB PIC 9(1).

*> Lo ya entregado de la generacion que se reparte, sacado del log,
*> para no mandar dos veces la misma pieza.
01 WS-TABLA-ENTREGADOS.
   05 WS-ENTREGADO-FILA OCCURS 300 TIMES.
      10 ENT-REPORTE PIC X(30).
      10 ENT-DESTINATARIO PIC X(20).
      10 ENT-TIPO-CLAVE PIC X(10).
      10 ENT-CLAVE PIC X(20).
01 WS-TOTAL-ENTREGADOS PIC 9(3) VALUE 0.
01 WS-ENT-SUB PIC 9(3).
01 WS-YA-ENTREGADO PIC A(1).

*> Estado del corte de una generacion: 'E' encabezado antes de la
*> primera seccion, 'S' dentro de una seccion, 'T' totales finales.
01 WS-TRAMO PIC A(1).
01 WS-SECCION-VA PIC A(1).
01 WS-LARGO-MARCA PIC 9(2).
01 WS-CLAVE-RENGLON PIC X(20).
01 WS-LINEAS-PIEZA PIC 9(6).
01 WS-LINEAS-SECCION PIC 9(6).
01 WS-RESULTADO PIC X(12).
01 WS-PARAMETROS-AVISO PIC X(60).
01 WS-CANAL-AVISO PIC X(1).
01 WS-PLANTILLA-AVISO PIC X(8) VALUE "REPORTE".
01 WS-FINALIDAD-AVISO PIC X(1) VALUE "E".

01 WS-TOTAL-ENTREGAS PIC 9(4) VALUE 0.
01 WS-TOTAL-SIN-ENTREGA PIC 9(4) VALUE 0.
01 WS-TOTAL-CONSULTA PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    MOVE SPACES TO WS-PARAMETROS WS-MODO WS-PARAM-1 WS-PARAM-2
    ACCEPT WS-PARAMETROS FROM COMMAND-LINE
    UNSTRING WS-PARAMETROS DELIMITED BY ALL SPACE
       INTO WS-MODO WS-PARAM-1 WS-PARAM-2
    END-UNSTRING
    IF WS-MODO = SPACES
       MOVE "REPARTIR" TO WS-MODO
    END-IF
    EVALUATE WS-MODO
       WHEN "REPARTIR"
          PERFORM Repartir
       WHEN "CONSULTA"
          PERFORM Consultar
       WHEN OTHER
          DISPLAY "MODO NO RECONOCIDO: " WS-MODO
          MOVE 8 TO RETURN-CODE
    END-EVALUATE.
DISPLAY "JOB REPARTIRREPORTES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

Repartir.
    ACCEPT WS-FECHA-GENERACION FROM DATE YYYYMMDD
    IF WS-PARAM-1 NOT = SPACES
       IF WS-PARAM-1(1:8) IS NUMERIC AND WS-PARAM-1(9:) = SPACES
          MOVE WS-PARAM-1(1:8) TO WS-FECHA-GENERACION
       ELSE
          DISPLAY "FECHA DE GENERACION INVALIDA: " WS-PARAM-1
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
       END-IF
    END-IF
    PERFORM CargarDistribucion
    IF WS-TOTAL-DISTRIBUCION = 0
       DISPLAY "NO HAY DISTRIBUCION-REPORTES.DAT, NADA PARA REPARTIR"
       MOVE 4 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM CargarSecciones
    PERFORM CargarEntregados
    MOVE SPACES TO WS-COMANDO
    STRING "mkdir -p REPARTO" DELIMITED BY SIZE INTO WS-COMANDO
    CALL "SYSTEM" USING WS-COMANDO
    MOVE 0 TO RETURN-CODE
    DISPLAY "*** REPARTO DE REPORTES DEL " WS-FECHA-GENERACION " ***"
    PERFORM VARYING WS-DIS-SUB FROM 1 BY 1
       UNTIL WS-DIS-SUB > WS-TOTAL-DISTRIBUCION
       PERFORM RepartirUnaFila
    END-PERFORM
    DISPLAY "PIEZAS ENTREGADAS: " WS-TOTAL-ENTREGAS
       "  SIN ENTREGA: " WS-TOTAL-SIN-ENTREGA.

CargarDistribucion.
    OPEN INPUT DISTRIBUCION-FILE
    IF WS-ESTADO-DISTRIBUCION = "00"
       PERFORM UNTIL WS-EOF-DISTRIBUCION = 'Y'
          READ DISTRIBUCION-FILE
             AT END MOVE 'Y' TO WS-EOF-DISTRIBUCION
             NOT AT END
                IF DIS-Reporte NOT = SPACES
                   AND WS-TOTAL-DISTRIBUCION < 100
                   ADD 1 TO WS-TOTAL-DISTRIBUCION
                   MOVE DISTRIBUCION-REGISTRO
                      TO WS-DISTRIBUCION-FILA(WS-TOTAL-DISTRIBUCION)
                END-IF
          END-READ
       END-PERFORM
       CLOSE DISTRIBUCION-FILE
    END-IF.

CargarSecciones.
    OPEN INPUT SECCIONES-CTL
    IF WS-ESTADO-SECCIONES = "00"
       PERFORM UNTIL WS-EOF-SECCIONES = 'Y'
          READ SECCIONES-CTL
             AT END MOVE 'Y' TO WS-EOF-SECCIONES
             NOT AT END
                IF SEC-Reporte NOT = SPACES
                   AND SEC-Marca NOT = SPACES
                   AND SEC-Columna IS NUMERIC AND SEC-Columna > 0
                   AND SEC-Largo IS NUMERIC AND SEC-Largo > 0
                   AND WS-TOTAL-SECCIONES < 28
                   ADD 1 TO WS-TOTAL-SECCIONES
                   MOVE SECCIONES-REGISTRO
                      TO WS-SECCION-FILA(WS-TOTAL-SECCIONES)
                END-IF
          END-READ
       END-PERFORM
       CLOSE SECCIONES-CTL
    END-IF
    PERFORM VARYING WS-FIJ-SUB FROM 1 BY 1 UNTIL WS-FIJ-SUB > 2
       ADD 1 TO WS-TOTAL-SECCIONES
       MOVE FIJ-SECCION(WS-FIJ-SUB)
          TO WS-SECCION-FILA(WS-TOTAL-SECCIONES)
    END-PERFORM.

*> Del log solo interesa lo ENTREGADO de la generacion que se va a
*> repartir; lo demas (SIN DATOS, SIN REPORTE...) se reintenta.
CargarEntregados.
    MOVE 'N' TO WS-EOF-LOG
    OPEN INPUT REPARTO-LOG
    IF WS-ESTADO-LOG = "00"
       PERFORM UNTIL WS-EOF-LOG = 'Y'
          READ REPARTO-LOG
             AT END MOVE 'Y' TO WS-EOF-LOG
             NOT AT END
                IF REP-Generacion = WS-FECHA-GENERACION
                   AND REP-Resultado = "ENTREGADO"
                   AND WS-TOTAL-ENTREGADOS < 300
                   ADD 1 TO WS-TOTAL-ENTREGADOS
                   MOVE REP-Reporte
                      TO ENT-REPORTE(WS-TOTAL-ENTREGADOS)
                   MOVE REP-Destinatario
                      TO ENT-DESTINATARIO(WS-TOTAL-ENTREGADOS)
                   MOVE REP-TipoClave
                      TO ENT-TIPO-CLAVE(WS-TOTAL-ENTREGADOS)
                   MOVE REP-Clave TO ENT-CLAVE(WS-TOTAL-ENTREGADOS)
                END-IF
          END-READ
       END-PERFORM
       CLOSE REPARTO-LOG
    END-IF.

*> Una fila de distribucion: ubica la generacion, corta la pieza
*> del destinatario, la entrega por su canal y anota el resultado.
RepartirUnaFila.
    MOVE 0 TO WS-LINEAS-SECCION
    MOVE SPACES TO WS-PIEZA-PATH WS-RESULTADO
    PERFORM VerificarYaEntregado
    IF WS-YA-ENTREGADO = 'S'
       DISPLAY "  YA ENTREGADO: " FUNCTION TRIM(TDI-REPORTE(WS-DIS-SUB))
          " A " TDI-DESTINATARIO(WS-DIS-SUB)
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-SEC-ELEGIDA
    IF TDI-TIPO-CLAVE(WS-DIS-SUB) NOT = SPACES
       PERFORM BuscarSeccion
       IF WS-SEC-ELEGIDA = 0
          MOVE "SIN SECCION" TO WS-RESULTADO
          PERFORM AnotarReparto
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE SPACES TO WS-GENERACION-PATH
    STRING FUNCTION TRIM(TDI-REPORTE(WS-DIS-SUB)) "."
       WS-FECHA-GENERACION DELIMITED BY SIZE INTO WS-GENERACION-PATH
    OPEN INPUT GENERACION-FILE
    IF WS-ESTADO-GENERACION NOT = "00"
       MOVE "SIN REPORTE" TO WS-RESULTADO
       PERFORM AnotarReparto
       EXIT PARAGRAPH
    END-IF
    MOVE WS-DIS-SUB TO WS-DIS-SUB-EDITADO
    STRING "REPARTO/" FUNCTION TRIM(TDI-REPORTE(WS-DIS-SUB)) "."
       WS-FECHA-GENERACION "." WS-DIS-SUB-EDITADO
       DELIMITED BY SIZE INTO WS-PIEZA-PATH
    OPEN OUTPUT PIEZA-FILE
    PERFORM CortarPieza
    CLOSE PIEZA-FILE
    CLOSE GENERACION-FILE
    IF WS-LINEAS-SECCION = 0
       MOVE "SIN DATOS" TO WS-RESULTADO
       MOVE SPACES TO WS-COMANDO
       STRING "rm -f " WS-PIEZA-PATH DELIMITED BY SIZE
          INTO WS-COMANDO
       CALL "SYSTEM" USING WS-COMANDO
       MOVE SPACES TO WS-PIEZA-PATH
    ELSE
       PERFORM EntregarPieza
    END-IF
    PERFORM AnotarReparto.

VerificarYaEntregado.
    MOVE 'N' TO WS-YA-ENTREGADO
    PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
       UNTIL WS-ENT-SUB > WS-TOTAL-ENTREGADOS
       IF ENT-REPORTE(WS-ENT-SUB) = TDI-REPORTE(WS-DIS-SUB)
          AND ENT-DESTINATARIO(WS-ENT-SUB)
              = TDI-DESTINATARIO(WS-DIS-SUB)
          AND ENT-TIPO-CLAVE(WS-ENT-SUB) = TDI-TIPO-CLAVE(WS-DIS-SUB)
          AND ENT-CLAVE(WS-ENT-SUB) = TDI-CLAVE(WS-DIS-SUB)
          MOVE 'S' TO WS-YA-ENTREGADO
          MOVE WS-TOTAL-ENTREGADOS TO WS-ENT-SUB
       END-IF
    END-PERFORM.

BuscarSeccion.
    PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
       UNTIL WS-SEC-SUB > WS-TOTAL-SECCIONES
       IF TSE-REPORTE(WS-SEC-SUB) = TDI-REPORTE(WS-DIS-SUB)
          AND TSE-TIPO-CLAVE(WS-SEC-SUB) = TDI-TIPO-CLAVE(WS-DIS-SUB)
          MOVE WS-SEC-SUB TO WS-SEC-ELEGIDA
          MOVE WS-TOTAL-SECCIONES TO WS-SEC-SUB
       END-IF
    END-PERFORM.

*> Copia la generacion a la pieza: entera si la fila no tiene tipo
*> de clave; si lo tiene, el encabezado y solo las secciones cuya
*> clave coincide. WS-LINEAS-SECCION cuenta lo que es de verdad del
*> destinatario, para no mandar una pieza que es puro encabezado.
CortarPieza.
    MOVE 'N' TO WS-EOF-GENERACION
    MOVE 0 TO WS-LINEAS-PIEZA
    MOVE 'E' TO WS-TRAMO
    MOVE 'N' TO WS-SECCION-VA
    IF WS-SEC-ELEGIDA > 0
       MOVE FUNCTION LENGTH(FUNCTION TRIM(TSE-MARCA(WS-SEC-ELEGIDA)))
          TO WS-LARGO-MARCA
    END-IF
    MOVE SPACES TO PIEZA-LINEA
    STRING "REPARTO DE " FUNCTION TRIM(TDI-REPORTE(WS-DIS-SUB))
       " DEL " WS-FECHA-GENERACION " PARA "
       FUNCTION TRIM(TDI-DESTINATARIO(WS-DIS-SUB)) " "
       FUNCTION TRIM(TDI-TIPO-CLAVE(WS-DIS-SUB)) " "
       FUNCTION TRIM(TDI-CLAVE(WS-DIS-SUB))
       DELIMITED BY SIZE INTO PIEZA-LINEA
    WRITE PIEZA-LINEA
    PERFORM UNTIL WS-EOF-GENERACION = 'Y'
       READ GENERACION-FILE
          AT END MOVE 'Y' TO WS-EOF-GENERACION
          NOT AT END
             IF WS-SEC-ELEGIDA = 0
                MOVE GENERACION-LINEA TO PIEZA-LINEA
                WRITE PIEZA-LINEA
                ADD 1 TO WS-LINEAS-PIEZA
                ADD 1 TO WS-LINEAS-SECCION
             ELSE
                PERFORM CortarRenglon
             END-IF
       END-READ
    END-PERFORM.

CortarRenglon.
    IF GENERACION-LINEA(1:4) = "----"
       MOVE 'T' TO WS-TRAMO
    END-IF
    IF WS-TRAMO NOT = 'T'
       AND GENERACION-LINEA(1:WS-LARGO-MARCA)
           = TSE-MARCA(WS-SEC-ELEGIDA)(1:WS-LARGO-MARCA)
       MOVE 'S' TO WS-TRAMO
       MOVE SPACES TO WS-CLAVE-RENGLON
       MOVE GENERACION-LINEA(TSE-COLUMNA(WS-SEC-ELEGIDA):
          TSE-LARGO(WS-SEC-ELEGIDA)) TO WS-CLAVE-RENGLON
       IF WS-CLAVE-RENGLON = TDI-CLAVE(WS-DIS-SUB)
          MOVE 'S' TO WS-SECCION-VA
       ELSE
          MOVE 'N' TO WS-SECCION-VA
       END-IF
    END-IF
    EVALUATE WS-TRAMO
       WHEN 'E'
          MOVE GENERACION-LINEA TO PIEZA-LINEA
          WRITE PIEZA-LINEA
          ADD 1 TO WS-LINEAS-PIEZA
       WHEN 'S'
          IF WS-SECCION-VA = 'S'
             MOVE GENERACION-LINEA TO PIEZA-LINEA
             WRITE PIEZA-LINEA
             ADD 1 TO WS-LINEAS-PIEZA
             ADD 1 TO WS-LINEAS-SECCION
          END-IF
    END-EVALUATE.

*> 'I' deja la pieza en la cola de impresion; 'E' y 'S' la piden
*> por SOLICITARAVISO con la plantilla REPORTE y la ruta de la
*> pieza como parametro, y DESPACHARAVISOS la resuelve contra
*> datos.dat como cualquier otro aviso.
EntregarPieza.
    EVALUATE TDI-CANAL(WS-DIS-SUB)
       WHEN "I"
          PERFORM EncolarImpresion
          MOVE "ENTREGADO" TO WS-RESULTADO
       WHEN "E"
       WHEN "S"
          IF TDI-CONTACTO-ID(WS-DIS-SUB) IS NOT NUMERIC
             OR TDI-CONTACTO-ID(WS-DIS-SUB) = 0
             MOVE "SIN CONTACTO" TO WS-RESULTADO
          ELSE
             MOVE SPACES TO WS-PARAMETROS-AVISO
             STRING "ARCHIVO=" WS-PIEZA-PATH
                DELIMITED BY SPACE INTO WS-PARAMETROS-AVISO
             MOVE TDI-CANAL(WS-DIS-SUB) TO WS-CANAL-AVISO
             CALL "SOLICITARAVISO" USING WS-PROGRAMA-ACTUAL
                TDI-CONTACTO-ID(WS-DIS-SUB) WS-CANAL-AVISO
                WS-PLANTILLA-AVISO WS-PARAMETROS-AVISO
                WS-FINALIDAD-AVISO
             MOVE "ENTREGADO" TO WS-RESULTADO
          END-IF
       WHEN OTHER
          MOVE "CANAL MAL" TO WS-RESULTADO
    END-EVALUATE.

EncolarImpresion.
    OPEN EXTEND COLA-FILE
    IF WS-ESTADO-COLA NOT = "00"
       OPEN OUTPUT COLA-FILE
       CLOSE COLA-FILE
       OPEN EXTEND COLA-FILE
    END-IF
    ACCEPT WS-HORA-AHORA FROM TIME
    MOVE WS-FECHA-HOY TO COL-Fecha
    MOVE WS-HORA-AHORA(1:6) TO COL-Hora
    MOVE TDI-COLA(WS-DIS-SUB) TO COL-Cola
    IF COL-Cola = SPACES
       MOVE "GENERAL" TO COL-Cola
    END-IF
    MOVE WS-PIEZA-PATH TO COL-Archivo
    MOVE TDI-DESTINATARIO(WS-DIS-SUB) TO COL-Destinatario
    MOVE TDI-REPORTE(WS-DIS-SUB) TO COL-Reporte
    WRITE COLA-REGISTRO
    CLOSE COLA-FILE.

*> Un renglon de REPARTO-REPORTES.LOG por fila de distribucion
*> procesada, entregada o no; lo que no se entrego deja RC 4 para
*> que el operador lo mire.
AnotarReparto.
    OPEN EXTEND REPARTO-LOG
    IF WS-ESTADO-LOG NOT = "00"
       OPEN OUTPUT REPARTO-LOG
       CLOSE REPARTO-LOG
       OPEN EXTEND REPARTO-LOG
    END-IF
    ACCEPT WS-HORA-AHORA FROM TIME
    MOVE WS-FECHA-HOY TO REP-Fecha
    MOVE WS-HORA-AHORA(1:6) TO REP-Hora
    MOVE TDI-REPORTE(WS-DIS-SUB) TO REP-Reporte
    MOVE WS-FECHA-GENERACION TO REP-Generacion
    MOVE TDI-DESTINATARIO(WS-DIS-SUB) TO REP-Destinatario
    MOVE TDI-CANAL(WS-DIS-SUB) TO REP-Canal
    MOVE TDI-TIPO-CLAVE(WS-DIS-SUB) TO REP-TipoClave
    MOVE TDI-CLAVE(WS-DIS-SUB) TO REP-Clave
    MOVE WS-LINEAS-SECCION TO REP-Lineas
    MOVE WS-PIEZA-PATH TO REP-Pieza
    MOVE WS-RESULTADO TO REP-Resultado
    WRITE REPARTO-REGISTRO
    CLOSE REPARTO-LOG
    DISPLAY "  " FUNCTION TRIM(TDI-REPORTE(WS-DIS-SUB)) " A "
       TDI-DESTINATARIO(WS-DIS-SUB) " " TDI-CANAL(WS-DIS-SUB) " "
       TDI-CLAVE(WS-DIS-SUB) " " WS-RESULTADO
    IF WS-RESULTADO = "ENTREGADO"
       ADD 1 TO WS-TOTAL-ENTREGAS
    ELSE
       ADD 1 TO WS-TOTAL-SIN-ENTREGA
       MOVE 4 TO RETURN-CODE
    END-IF.

*> Lista del log lo repartido a un destinatario (y, si se indica,
*> solo de un reporte), con la generacion y el resultado.
Consultar.
    IF WS-PARAM-1 = SPACES
       DISPLAY "CONSULTA REQUIERE EL DESTINATARIO"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT REPARTO-LOG
    IF WS-ESTADO-LOG NOT = "00"
       DISPLAY "NO HAY REPARTO-REPORTES.LOG"
       MOVE 4 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    DISPLAY "*** REPARTOS A " FUNCTION TRIM(WS-PARAM-1) " ***"
    PERFORM UNTIL WS-EOF-LOG = 'Y'
       READ REPARTO-LOG
          AT END MOVE 'Y' TO WS-EOF-LOG
          NOT AT END
             IF REP-Destinatario = WS-PARAM-1
                AND (WS-PARAM-2 = SPACES
                     OR REP-Reporte = WS-PARAM-2)
                ADD 1 TO WS-TOTAL-CONSULTA
                DISPLAY REP-Fecha " " REP-Hora " "
                   FUNCTION TRIM(REP-Reporte) " GENERACION "
                   REP-Generacion " CANAL " REP-Canal " "
                   FUNCTION TRIM(REP-TipoClave) " "
                   FUNCTION TRIM(REP-Clave) " " REP-Resultado
                   " RENGLONES " REP-Lineas
             END-IF
       END-READ
    END-PERFORM
    CLOSE REPARTO-LOG
    IF WS-TOTAL-CONSULTA = 0
       DISPLAY "SIN REPARTOS REGISTRADOS"
    END-IF.
