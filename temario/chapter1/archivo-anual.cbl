IDENTIFICATION DIVISION.
PROGRAM-ID. ARCHIVOANUAL.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> ASISTENCIA.DAT y VENTAS.DAT solo crecen: una marca por
*> estudiante y dia de clase, una fila por renglon vendido, y cada
*> corrida de REPORTEASISTENCIA, BOLETINES, CONSULTAESTUDIANTE,
*> VENTAS o ESTADOCUENTACLIENTES recorre todos los anios para usar
*> el ultimo. Este job de fin de anio, en la linea de CIERREPERIODO,
*> saca del archivo vigente un anio lectivo (ASISTENCIA) o un
*> ejercicio (VENTAS) ya cerrado, los dos de enero a diciembre como
*> PROMOCIONANUAL toma el anio lectivo, y lo deja en un archivo por
*> anio (ASISTENCIA-AAAA.DAT, VENTAS-AAAA.DAT, mismo layout que el
*> vigente) anotado en el catalogo ARCHIVO-HISTORICO.DAT (layout
*> ARCHIVOHIST.CPY). Ademas deja los totales del anio:
*>   - ASISTENCIA-RESUMEN.DAT: presentes y faltas por estudiante,
*>     que CONSULTAESTUDIANTE suma a las faltas acumuladas;
*>   - VENTAS-RESUMEN.DAT: por Marca y moneda (fila M) las unidades
*>     e importe sin IVA vendidos y devueltos, y por cliente (fila
*>     C) lo vendido y devuelto a cuenta con IVA, que VENTAS y
*>     ESTADOCUENTACLIENTES suman al saldo de cuenta corriente.
*> El anio tiene que estar cerrado: ASISTENCIA, anterior al de la
*> fecha de proceso; VENTAS, anterior al anio pasado, porque
*> CONTEOCICLICO clasifica por los ultimos 365 dias y
*> PRONOSTICOREPOSICION y REPORTESINMOVIMIENTO miran hacia atras
*> desde hoy.
*> Antes de recortar el vigente se concilia: filas leidas = movidas
*> + conservadas, el vigente nuevo releido tiene las conservadas,
*> el resumen suma las movidas y el archivo del anio releido crecio
*> exactamente en las movidas. Cualquier diferencia deja el vigente
*> como estaba, RC=8 y una alerta ALTA via REGISTRARALERTA. Las
*> filas del anio van primero a un .TMP propio y recien se anexan
*> al archivo del anio cuando lo demas cuadro; un .TMP que quedo de
*> una corrida caida frena la siguiente, como en CIERREPERIODO.
*> Volver a archivar un anio (filas asentadas despues con fecha
*> atrasada) anexa al mismo archivo y suma otra linea al catalogo y
*> otro resumen.
*> El modo INTERANUAL arma VENTAS-INTERANUAL.TXT (archivado por
*> ARCHIVARREPORTE): unidades e importe neto de cada Marca y moneda
*> anio por anio, de VENTAS-RESUMEN.DAT para lo archivado y de
*> VENTAS.DAT para lo vigente, con la variacion contra el anio
*> anterior.
*> COMMAND-LINE: ASISTENCIA aaaa | VENTAS aaaa | INTERANUAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ASISTENCIA-FILE ASSIGN TO "ASISTENCIA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ASISTENCIA.
SELECT VENTAS-FILE ASSIGN TO "VENTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS.
SELECT VIGENTE-TEMP ASSIGN DYNAMIC WS-VIGENTE-TEMP-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VIGENTE-TEMP.
SELECT HISTORICO-TEMP ASSIGN DYNAMIC WS-HISTORICO-TEMP-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HISTORICO-TEMP.
SELECT CONTEO-FILE ASSIGN DYNAMIC WS-CONTEO-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CONTEO.
SELECT CATALOGO-FILE ASSIGN TO "ARCHIVO-HISTORICO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CATALOGO.
SELECT RESUMEN-ASISTENCIA ASSIGN TO "ASISTENCIA-RESUMEN.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RES-ASISTENCIA.
SELECT RESUMEN-VENTAS ASSIGN TO "VENTAS-RESUMEN.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RES-VENTAS.
SELECT REPORTE-FILE ASSIGN TO "VENTAS-INTERANUAL.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REPORTE.
SELECT SORT-WORK ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD ASISTENCIA-FILE.
01 ASISTENCIA-REGISTRO.
   05 ASI-Fecha PIC 9(8).
   05 ASI-EstudianteId PIC 9(8).
   05 ASI-Marca PIC A(1).

FD VENTAS-FILE.
01 VENTAS-REGISTRO.
   05 VEN-Fecha PIC 9(8).
   05 VEN-Codigo PIC X(8).
   05 VEN-Cantidad PIC 9(4).
   05 VEN-PrecioUnitario PIC 9(4)V99.
   05 VEN-Moneda PIC X(3).
   05 VEN-ClienteId PIC 9(7).
   05 VEN-PrecioLista PIC 9(4)V99.
   05 VEN-Tipo PIC A(1).
   05 VEN-TasaIva PIC 9(2)V99.
   05 VEN-Iva PIC 9(7)V99.
   05 VEN-Factura PIC 9(7).
   05 VEN-FormaPago PIC X(1).
   05 VEN-CostoVenta PIC 9(7)V99.
   05 VEN-OrigenPrecio PIC X(1).
   05 VEN-Vendedor PIC X(4).

FD VIGENTE-TEMP.
01 VIGENTE-TEMP-REGISTRO PIC X(78).

FD HISTORICO-TEMP.
01 HISTORICO-TEMP-REGISTRO PIC X(78).

FD CONTEO-FILE.
01 CONTEO-REGISTRO PIC X(78).

FD CATALOGO-FILE.
COPY ARCHIVOHIST REPLACING GRUPO BY CATALOGO-REGISTRO
                           CAMPO-ARCHIVO BY CAT-Archivo
                           CAMPO-ANIO BY CAT-Anio
                           CAMPO-HISTORICO BY CAT-Historico
                           CAMPO-FILAS BY CAT-Filas
                           CAMPO-DESDE BY CAT-Desde
                           CAMPO-HASTA BY CAT-Hasta
                           CAMPO-FECHA BY CAT-Fecha.

FD RESUMEN-ASISTENCIA.
01 RESUMEN-ASISTENCIA-REGISTRO.
   05 RAS-Anio PIC 9(4).
   05 RAS-EstudianteId PIC 9(8).
   05 RAS-Presentes PIC 9(5).
   05 RAS-Ausentes PIC 9(5).

FD RESUMEN-VENTAS.
01 RESUMEN-VENTAS-REGISTRO.
   05 RVE-Anio PIC 9(4).
   05 RVE-Tipo PIC A(1).
   05 RVE-Clave PIC X(20).
   05 RVE-Moneda PIC X(3).
   05 RVE-Filas PIC 9(7).
   05 RVE-Vendidas PIC 9(7).
   05 RVE-Devueltas PIC 9(7).
   05 RVE-Importe PIC 9(9)V99.
   05 RVE-ImporteDevuelto PIC 9(9)V99.

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(100).

SD SORT-WORK.
01 SORT-RECORD.
   05 SR-Marca PIC X(20).
   05 SR-Moneda PIC X(3).
   05 SR-Anio PIC 9(4).
   05 SR-Vendidas PIC 9(7).
   05 SR-Devueltas PIC 9(7).
   05 SR-Importe PIC 9(9)V99.
   05 SR-ImporteDevuelto PIC 9(9)V99.

WORKING-STORAGE SECTION.
01 WS-ESTADO-ASISTENCIA PIC X(2).
01 WS-ESTADO-VENTAS PIC X(2).
01 WS-ESTADO-VIGENTE-TEMP PIC X(2).
01 WS-ESTADO-HISTORICO-TEMP PIC X(2).
01 WS-ESTADO-CONTEO PIC X(2).
01 WS-ESTADO-CATALOGO PIC X(2).
01 WS-ESTADO-RES-ASISTENCIA PIC X(2).
01 WS-ESTADO-RES-VENTAS PIC X(2).
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-EOF PIC A(1) VALUE 'N'.
01 WS-EOF-SORT PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-PARAMETROS PIC X(80).
01 WS-MODO PIC X(12).
01 WS-ANIO-TEXTO PIC X(10).
01 WS-ANIO PIC 9(4) VALUE 0.
01 WS-ANIO-TOPE PIC 9(4).

*> Los nombres de cada pasada: el vigente, su .TMP, el archivo del
*> anio y el .TMP de las filas que van a ese archivo.
01 WS-VIGENTE-PATH PIC X(30).
01 WS-VIGENTE-TEMP-PATH PIC X(34).
01 WS-HISTORICO-PATH PIC X(30).
01 WS-HISTORICO-TEMP-PATH PIC X(34).
01 WS-CONTEO-PATH PIC X(34).
01 WS-COMANDO PIC X(120).
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.

*> Conciliacion de la pasada.
01 WS-LEIDAS PIC 9(7) VALUE 0.
01 WS-MOVIDAS PIC 9(7) VALUE 0.
01 WS-CONSERVADAS PIC 9(7) VALUE 0.
01 WS-HISTORICO-PREVIAS PIC 9(7) VALUE 0.
01 WS-FILAS-CONTADAS PIC 9(7) VALUE 0.
01 WS-FILAS-RESUMEN PIC 9(7) VALUE 0.
01 WS-FECHA-FILA PIC 9(8).
01 WS-FECHA-DESDE PIC 9(8) VALUE 0.
01 WS-FECHA-HASTA PIC 9(8) VALUE 0.
01 WS-CUADRA PIC A(1) VALUE 'S'.
01 WS-RESUMEN-DESBORDADO PIC A(1) VALUE 'N'.

*> Totales del anio por estudiante.
01 WS-TABLA-RES-ASISTENCIA.
   05 WS-RES-ASISTENCIA-FILA OCCURS 1000 TIMES.
      10 TRA-ID PIC 9(8).
      10 TRA-PRESENTES PIC 9(5).
      10 TRA-AUSENTES PIC 9(5).
01 WS-TOTAL-TRA PIC 9(4) VALUE 0.
01 WS-TRA-SUB PIC 9(4).
01 WS-TRA-HALLADO PIC A(1).

*> Totales del anio por Marca y moneda (M) y por cliente a cuenta
*> (C).
01 WS-TABLA-RES-VENTAS.
   05 WS-RES-VENTAS-FILA OCCURS 600 TIMES.
      10 TRV-TIPO PIC A(1).
      10 TRV-CLAVE PIC X(20).
      10 TRV-MONEDA PIC X(3).
      10 TRV-FILAS PIC 9(7).
      10 TRV-VENDIDAS PIC 9(7).
      10 TRV-DEVUELTAS PIC 9(7).
      10 TRV-IMPORTE PIC 9(9)V99.
      10 TRV-IMPORTE-DEVUELTO PIC 9(9)V99.
01 WS-TOTAL-TRV PIC 9(4) VALUE 0.
01 WS-TRV-SUB PIC 9(4).
01 WS-TRV-HALLADO PIC A(1).
01 WS-TRV-TIPO PIC A(1).
01 WS-TRV-CLAVE PIC X(20).
01 WS-IMPORTE-FILA PIC 9(9)V99.
01 WS-CLIENTE-CLAVE PIC 9(7).

*> INTERANUAL: corte por Marca y moneda, una linea por anio.
01 WS-MARCA-ANTERIOR PIC X(20) VALUE SPACES.
01 WS-MONEDA-ANTERIOR PIC X(3) VALUE SPACES.
01 WS-ANIO-ANTERIOR PIC 9(4) VALUE 0.
01 WS-PRIMERA-VEZ PIC A(1) VALUE 'S'.
01 WS-UNIDADES-ANIO PIC S9(8) VALUE 0.
01 WS-IMPORTE-ANIO PIC S9(10)V99 VALUE 0.
01 WS-IMPORTE-PREVIO PIC S9(10)V99 VALUE 0.
01 WS-HAY-PREVIO PIC A(1) VALUE 'N'.
01 WS-VARIACION PIC S9(5)V9.
01 WS-UNIDADES-EDITADO PIC --,---,--9.
01 WS-IMPORTE-EDITADO PIC ---,---,--9.99.
01 WS-VARIACION-EDITADO PIC ----9.9.
01 WS-LINEAS-INTERANUAL PIC 9(5) VALUE 0.
01 WS-NOMBRE-REPORTE PIC X(30) VALUE "VENTAS-INTERANUAL.TXT".

COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).

01 WS-SEVERIDAD PIC X(5) VALUE "ALTA".
01 WS-MENSAJE-ALERTA PIC X(80).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "ARCHIVOANUAL".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    PERFORM LeerParametros
    IF RETURN-CODE = 0
       IF WS-MODO = "INTERANUAL"
          PERFORM ReporteInteranual
       ELSE
          PERFORM ArchivarAnio
       END-IF
    END-IF.
DISPLAY "JOB ARCHIVOANUAL COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> El anio se valida contra la fecha de proceso: ASISTENCIA
*> archiva hasta el anio pasado, VENTAS hasta el anterior a ese.
LeerParametros.
    ACCEPT WS-PARAMETROS FROM COMMAND-LINE
    UNSTRING WS-PARAMETROS DELIMITED BY ALL SPACE
       INTO WS-MODO WS-ANIO-TEXTO
    END-UNSTRING
    MOVE WS-FECHA-HOY(1:4) TO WS-ANIO-TOPE
    EVALUATE WS-MODO
       WHEN "ASISTENCIA"
          SUBTRACT 1 FROM WS-ANIO-TOPE
          MOVE "ASISTENCIA.DAT" TO WS-VIGENTE-PATH
       WHEN "VENTAS"
          SUBTRACT 2 FROM WS-ANIO-TOPE
          MOVE "VENTAS.DAT" TO WS-VIGENTE-PATH
       WHEN "INTERANUAL"
          EXIT PARAGRAPH
       WHEN OTHER
          DISPLAY "MODO NO RECONOCIDO: " WS-MODO
             " (ASISTENCIA aaaa, VENTAS aaaa O INTERANUAL)"
          MOVE 8 TO RETURN-CODE
          EXIT PARAGRAPH
    END-EVALUATE
    IF WS-ANIO-TEXTO = SPACES
       OR FUNCTION TEST-NUMVAL(WS-ANIO-TEXTO) NOT = 0
       DISPLAY "FALTA EL ANIO A ARCHIVAR O ES INVALIDO: "
          WS-ANIO-TEXTO
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-ANIO = FUNCTION NUMVAL(WS-ANIO-TEXTO)
    IF WS-ANIO < 1900 OR WS-ANIO > WS-ANIO-TOPE
       DISPLAY "EL ANIO " WS-ANIO " DE "
          FUNCTION TRIM(WS-VIGENTE-PATH)
          " NO ESTA CERRADO, SE ARCHIVA HASTA " WS-ANIO-TOPE
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO WS-VIGENTE-TEMP-PATH
    STRING WS-VIGENTE-PATH DELIMITED BY SPACE
       ".TMP" DELIMITED BY SIZE
       INTO WS-VIGENTE-TEMP-PATH
    MOVE SPACES TO WS-HISTORICO-PATH
    STRING WS-MODO DELIMITED BY SPACE
       "-" WS-ANIO ".DAT" DELIMITED BY SIZE
       INTO WS-HISTORICO-PATH
    MOVE SPACES TO WS-HISTORICO-TEMP-PATH
    STRING WS-HISTORICO-PATH DELIMITED BY SPACE
       ".TMP" DELIMITED BY SIZE
       INTO WS-HISTORICO-TEMP-PATH.

*> Una pasada por el vigente separa el anio, se concilia, y recien
*> entonces se anexa al archivo del anio y se recorta el vigente.
ArchivarAnio.
    PERFORM VerificarTempPendiente
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE WS-HISTORICO-PATH TO WS-CONTEO-PATH
    PERFORM ContarFilas
    MOVE WS-FILAS-CONTADAS TO WS-HISTORICO-PREVIAS
    OPEN OUTPUT VIGENTE-TEMP
    OPEN OUTPUT HISTORICO-TEMP
    IF WS-MODO = "ASISTENCIA"
       PERFORM SepararAsistencia
    ELSE
       PERFORM SepararVentas
    END-IF
    CLOSE VIGENTE-TEMP
    CLOSE HISTORICO-TEMP
    IF RETURN-CODE NOT = 0
       PERFORM DescartarTemporales
       EXIT PARAGRAPH
    END-IF
    IF WS-MOVIDAS = 0
       DISPLAY "NO HAY FILAS DE " WS-ANIO " EN "
          FUNCTION TRIM(WS-VIGENTE-PATH) ", NADA QUE ARCHIVAR"
       PERFORM DescartarTemporales
       MOVE 4 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM ConciliarSeparacion
    IF WS-CUADRA = 'N'
       PERFORM DescartarTemporales
       PERFORM AlertarDescuadre
       EXIT PARAGRAPH
    END-IF
    PERFORM AnexarHistorico
    IF WS-CUADRA = 'N'
       MOVE SPACES TO WS-COMANDO
       STRING "rm -f " WS-VIGENTE-TEMP-PATH
          DELIMITED BY SIZE INTO WS-COMANDO
       CALL "SYSTEM" USING WS-COMANDO
       DISPLAY "REVISAR " FUNCTION TRIM(WS-HISTORICO-PATH)
          " ANTES DE REPETIR: "
          "PUEDE TENER YA LAS FILAS DE ESTA PASADA"
       PERFORM AlertarDescuadre
       EXIT PARAGRAPH
    END-IF
    *> El vigente recien se pisa con el recortado ya conciliado,
    *> mismo recurso que RegrabarMatricula en CIERREPERIODO.
    MOVE SPACES TO WS-COMANDO
    STRING "mv " DELIMITED BY SIZE
       WS-VIGENTE-TEMP-PATH DELIMITED BY SPACE
       " " DELIMITED BY SIZE
       WS-VIGENTE-PATH DELIMITED BY SPACE
       INTO WS-COMANDO
    CALL "SYSTEM" USING WS-COMANDO
    IF WS-MODO = "ASISTENCIA"
       PERFORM GrabarResumenAsistencia
    ELSE
       PERFORM GrabarResumenVentas
    END-IF
    PERFORM RegistrarCatalogo
    DISPLAY FUNCTION TRIM(WS-VIGENTE-PATH) " " WS-ANIO
       " ARCHIVADO EN " FUNCTION TRIM(WS-HISTORICO-PATH) ": "
       WS-MOVIDAS " FILAS MOVIDAS, "
       WS-CONSERVADAS " QUEDAN EN EL VIGENTE".

*> Un .TMP de una corrida anterior es una pasada que murio a mitad
*> de camino: se frena antes de pisar esos restos, como en
*> CIERREPERIODO.
VerificarTempPendiente.
    MOVE WS-VIGENTE-TEMP-PATH TO WS-CONTEO-PATH
    PERFORM VerificarUnTemp
    MOVE WS-HISTORICO-TEMP-PATH TO WS-CONTEO-PATH
    PERFORM VerificarUnTemp.

VerificarUnTemp.
    OPEN INPUT CONTEO-FILE
    IF WS-ESTADO-CONTEO = "00"
       CLOSE CONTEO-FILE
       DISPLAY "HAY UN " FUNCTION TRIM(WS-CONTEO-PATH)
          " DE UNA CORRIDA ANTERIOR FALLADA, RESOLVER ANTES DE "
          "CORRER"
       MOVE 'S' TO WS-TEMP-PENDIENTE
    END-IF.

*> Cuenta las filas del archivo de WS-CONTEO-PATH; si no existe,
*> cero.
ContarFilas.
    MOVE 0 TO WS-FILAS-CONTADAS
    MOVE 'N' TO WS-EOF
    OPEN INPUT CONTEO-FILE
    IF WS-ESTADO-CONTEO NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ CONTEO-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END ADD 1 TO WS-FILAS-CONTADAS
       END-READ
    END-PERFORM
    CLOSE CONTEO-FILE.

SepararAsistencia.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ASISTENCIA-FILE
    IF WS-ESTADO-ASISTENCIA NOT = "00"
       DISPLAY "NO HAY ASISTENCIA.DAT PARA ARCHIVAR"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ ASISTENCIA-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             ADD 1 TO WS-LEIDAS
             IF ASI-Fecha(1:4) = WS-ANIO
                MOVE ASISTENCIA-REGISTRO TO HISTORICO-TEMP-REGISTRO
                WRITE HISTORICO-TEMP-REGISTRO
                MOVE ASI-Fecha TO WS-FECHA-FILA
                PERFORM AnotarMovida
                PERFORM AcumularAsistencia
             ELSE
                MOVE ASISTENCIA-REGISTRO TO VIGENTE-TEMP-REGISTRO
                WRITE VIGENTE-TEMP-REGISTRO
                ADD 1 TO WS-CONSERVADAS
             END-IF
       END-READ
    END-PERFORM
    CLOSE ASISTENCIA-FILE.

*> El rango del catalogo va de la menor a la mayor fecha movida,
*> el vigente no tiene por que venir en orden.
AnotarMovida.
    ADD 1 TO WS-MOVIDAS
    IF WS-FECHA-DESDE = 0 OR WS-FECHA-FILA < WS-FECHA-DESDE
       MOVE WS-FECHA-FILA TO WS-FECHA-DESDE
    END-IF
    IF WS-FECHA-FILA > WS-FECHA-HASTA
       MOVE WS-FECHA-FILA TO WS-FECHA-HASTA
    END-IF.

AcumularAsistencia.
    MOVE 'N' TO WS-TRA-HALLADO
    PERFORM VARYING WS-TRA-SUB FROM 1 BY 1
       UNTIL WS-TRA-SUB > WS-TOTAL-TRA
       IF TRA-ID(WS-TRA-SUB) = ASI-EstudianteId
          MOVE 'S' TO WS-TRA-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-TRA-HALLADO = 'N'
       IF WS-TOTAL-TRA < 1000
          ADD 1 TO WS-TOTAL-TRA
          MOVE WS-TOTAL-TRA TO WS-TRA-SUB
          MOVE ASI-EstudianteId TO TRA-ID(WS-TRA-SUB)
          MOVE 0 TO TRA-PRESENTES(WS-TRA-SUB)
          MOVE 0 TO TRA-AUSENTES(WS-TRA-SUB)
       ELSE
          IF WS-RESUMEN-DESBORDADO = 'N'
             DISPLAY "ATENCION: MAS DE 1000 ESTUDIANTES EN EL ANIO, "
                "EL RESUMEN NO ALCANZA"
          END-IF
          MOVE 'S' TO WS-RESUMEN-DESBORDADO
          EXIT PARAGRAPH
       END-IF
    END-IF
    IF ASI-Marca = 'A'
       ADD 1 TO TRA-AUSENTES(WS-TRA-SUB)
    ELSE
       ADD 1 TO TRA-PRESENTES(WS-TRA-SUB)
    END-IF.

SepararVentas.
    MOVE 'N' TO WS-EOF
    OPEN INPUT VENTAS-FILE
    IF WS-ESTADO-VENTAS NOT = "00"
       DISPLAY "NO HAY VENTAS.DAT PARA ARCHIVAR"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ VENTAS-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             ADD 1 TO WS-LEIDAS
             IF VEN-Fecha(1:4) = WS-ANIO
                MOVE VENTAS-REGISTRO TO HISTORICO-TEMP-REGISTRO
                WRITE HISTORICO-TEMP-REGISTRO
                MOVE VEN-Fecha TO WS-FECHA-FILA
                PERFORM AnotarMovida
                PERFORM AcumularVenta
             ELSE
                MOVE VENTAS-REGISTRO TO VIGENTE-TEMP-REGISTRO
                WRITE VIGENTE-TEMP-REGISTRO
                ADD 1 TO WS-CONSERVADAS
             END-IF
       END-READ
    END-PERFORM
    CLOSE VENTAS-FILE.

*> Toda fila suma a su Marca y moneda sin IVA, como REPORTEVENTAS;
*> la vendida a cuenta suma ademas al cliente con IVA, como
*> SumarVentaACuenta en VENTAS.
AcumularVenta.
    MOVE VEN-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE 'M' TO WS-TRV-TIPO
    MOVE WS-ART-MARCA TO WS-TRV-CLAVE
    IF WS-TRV-CLAVE = SPACES
       MOVE VEN-Codigo TO WS-TRV-CLAVE
    END-IF
    COMPUTE WS-IMPORTE-FILA = VEN-Cantidad * VEN-PrecioUnitario
    PERFORM SumarFilaResumen
    IF VEN-FormaPago = 'C'
       MOVE 'C' TO WS-TRV-TIPO
       MOVE VEN-ClienteId TO WS-CLIENTE-CLAVE
       MOVE WS-CLIENTE-CLAVE TO WS-TRV-CLAVE
       IF VEN-Iva IS NUMERIC
          ADD VEN-Iva TO WS-IMPORTE-FILA
       END-IF
       PERFORM SumarFilaResumen
    END-IF.

SumarFilaResumen.
    MOVE 'N' TO WS-TRV-HALLADO
    PERFORM VARYING WS-TRV-SUB FROM 1 BY 1
       UNTIL WS-TRV-SUB > WS-TOTAL-TRV
       IF TRV-TIPO(WS-TRV-SUB) = WS-TRV-TIPO
          AND TRV-CLAVE(WS-TRV-SUB) = WS-TRV-CLAVE
          AND TRV-MONEDA(WS-TRV-SUB) = VEN-Moneda
          MOVE 'S' TO WS-TRV-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-TRV-HALLADO = 'N'
       IF WS-TOTAL-TRV < 600
          ADD 1 TO WS-TOTAL-TRV
          MOVE WS-TOTAL-TRV TO WS-TRV-SUB
          MOVE WS-TRV-TIPO TO TRV-TIPO(WS-TRV-SUB)
          MOVE WS-TRV-CLAVE TO TRV-CLAVE(WS-TRV-SUB)
          MOVE VEN-Moneda TO TRV-MONEDA(WS-TRV-SUB)
          MOVE 0 TO TRV-FILAS(WS-TRV-SUB)
          MOVE 0 TO TRV-VENDIDAS(WS-TRV-SUB)
          MOVE 0 TO TRV-DEVUELTAS(WS-TRV-SUB)
          MOVE 0 TO TRV-IMPORTE(WS-TRV-SUB)
          MOVE 0 TO TRV-IMPORTE-DEVUELTO(WS-TRV-SUB)
       ELSE
          IF WS-RESUMEN-DESBORDADO = 'N'
             DISPLAY "ATENCION: MAS DE 600 MARCAS Y CLIENTES EN EL "
                "ANIO, EL RESUMEN NO ALCANZA"
          END-IF
          MOVE 'S' TO WS-RESUMEN-DESBORDADO
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD 1 TO TRV-FILAS(WS-TRV-SUB)
    IF VEN-Tipo = 'D'
       ADD VEN-Cantidad TO TRV-DEVUELTAS(WS-TRV-SUB)
       ADD WS-IMPORTE-FILA TO TRV-IMPORTE-DEVUELTO(WS-TRV-SUB)
    ELSE
       ADD VEN-Cantidad TO TRV-VENDIDAS(WS-TRV-SUB)
       ADD WS-IMPORTE-FILA TO TRV-IMPORTE(WS-TRV-SUB)
    END-IF.

*> Las tres cuentas que tienen que cerrar antes de tocar nada: lo
*> leido contra lo separado, cada .TMP releido contra lo que se
*> escribio en el, y el resumen contra lo movido.
ConciliarSeparacion.
    MOVE 'S' TO WS-CUADRA
    IF WS-LEIDAS NOT = WS-MOVIDAS + WS-CONSERVADAS
       DISPLAY "DESCUADRE: LEIDAS " WS-LEIDAS " MOVIDAS "
          WS-MOVIDAS " CONSERVADAS " WS-CONSERVADAS
       MOVE 'N' TO WS-CUADRA
    END-IF
    MOVE WS-HISTORICO-TEMP-PATH TO WS-CONTEO-PATH
    PERFORM ContarFilas
    IF WS-FILAS-CONTADAS NOT = WS-MOVIDAS
       DISPLAY "DESCUADRE: " FUNCTION TRIM(WS-HISTORICO-TEMP-PATH)
          " TIENE " WS-FILAS-CONTADAS " FILAS, SE MOVIERON "
          WS-MOVIDAS
       MOVE 'N' TO WS-CUADRA
    END-IF
    MOVE WS-VIGENTE-TEMP-PATH TO WS-CONTEO-PATH
    PERFORM ContarFilas
    IF WS-FILAS-CONTADAS NOT = WS-CONSERVADAS
       DISPLAY "DESCUADRE: " FUNCTION TRIM(WS-VIGENTE-TEMP-PATH)
          " TIENE " WS-FILAS-CONTADAS " FILAS, SE CONSERVARON "
          WS-CONSERVADAS
       MOVE 'N' TO WS-CUADRA
    END-IF
    MOVE 0 TO WS-FILAS-RESUMEN
    IF WS-MODO = "ASISTENCIA"
       PERFORM VARYING WS-TRA-SUB FROM 1 BY 1
          UNTIL WS-TRA-SUB > WS-TOTAL-TRA
          ADD TRA-PRESENTES(WS-TRA-SUB) TRA-AUSENTES(WS-TRA-SUB)
             TO WS-FILAS-RESUMEN
       END-PERFORM
    ELSE
       PERFORM VARYING WS-TRV-SUB FROM 1 BY 1
          UNTIL WS-TRV-SUB > WS-TOTAL-TRV
          IF TRV-TIPO(WS-TRV-SUB) = 'M'
             ADD TRV-FILAS(WS-TRV-SUB) TO WS-FILAS-RESUMEN
          END-IF
       END-PERFORM
    END-IF
    IF WS-RESUMEN-DESBORDADO = 'S'
       OR WS-FILAS-RESUMEN NOT = WS-MOVIDAS
       DISPLAY "DESCUADRE: EL RESUMEN SUMA " WS-FILAS-RESUMEN
          " FILAS, SE MOVIERON " WS-MOVIDAS
       MOVE 'N' TO WS-CUADRA
    END-IF.

*> Las filas del anio se anexan al archivo del anio y se vuelve a
*> contar: tiene que haber crecido exactamente en las movidas.
AnexarHistorico.
    MOVE SPACES TO WS-COMANDO
    STRING "cat " DELIMITED BY SIZE
       WS-HISTORICO-TEMP-PATH DELIMITED BY SPACE
       " >> " DELIMITED BY SIZE
       WS-HISTORICO-PATH DELIMITED BY SPACE
       " && rm " DELIMITED BY SIZE
       WS-HISTORICO-TEMP-PATH DELIMITED BY SPACE
       INTO WS-COMANDO
    CALL "SYSTEM" USING WS-COMANDO
    MOVE WS-HISTORICO-PATH TO WS-CONTEO-PATH
    PERFORM ContarFilas
    IF WS-FILAS-CONTADAS NOT = WS-HISTORICO-PREVIAS + WS-MOVIDAS
       DISPLAY "DESCUADRE: " FUNCTION TRIM(WS-HISTORICO-PATH)
          " TIENE " WS-FILAS-CONTADAS " FILAS, DEBIA TENER "
          WS-HISTORICO-PREVIAS " + " WS-MOVIDAS
       MOVE 'N' TO WS-CUADRA
    END-IF.

DescartarTemporales.
    MOVE SPACES TO WS-COMANDO
    STRING "rm -f " DELIMITED BY SIZE
       WS-VIGENTE-TEMP-PATH DELIMITED BY SPACE
       " " DELIMITED BY SIZE
       WS-HISTORICO-TEMP-PATH DELIMITED BY SPACE
       INTO WS-COMANDO
    CALL "SYSTEM" USING WS-COMANDO.

AlertarDescuadre.
    DISPLAY FUNCTION TRIM(WS-VIGENTE-PATH) " QUEDA SIN RECORTAR"
    MOVE SPACES TO WS-MENSAJE-ALERTA
    STRING "ARCHIVO " WS-ANIO " DE " DELIMITED BY SIZE
       WS-VIGENTE-PATH DELIMITED BY SPACE
       " NO CUADRA, VIGENTE SIN RECORTAR" DELIMITED BY SIZE
       INTO WS-MENSAJE-ALERTA
    CALL "REGISTRARALERTA" USING WS-SEVERIDAD
       WS-PROGRAMA-ACTUAL WS-MENSAJE-ALERTA
    MOVE 8 TO RETURN-CODE.

GrabarResumenAsistencia.
    OPEN EXTEND RESUMEN-ASISTENCIA
    IF WS-ESTADO-RES-ASISTENCIA NOT = "00"
       OPEN OUTPUT RESUMEN-ASISTENCIA
       CLOSE RESUMEN-ASISTENCIA
       OPEN EXTEND RESUMEN-ASISTENCIA
    END-IF
    PERFORM VARYING WS-TRA-SUB FROM 1 BY 1
       UNTIL WS-TRA-SUB > WS-TOTAL-TRA
       MOVE WS-ANIO TO RAS-Anio
       MOVE TRA-ID(WS-TRA-SUB) TO RAS-EstudianteId
       MOVE TRA-PRESENTES(WS-TRA-SUB) TO RAS-Presentes
       MOVE TRA-AUSENTES(WS-TRA-SUB) TO RAS-Ausentes
       WRITE RESUMEN-ASISTENCIA-REGISTRO
    END-PERFORM
    CLOSE RESUMEN-ASISTENCIA.

GrabarResumenVentas.
    OPEN EXTEND RESUMEN-VENTAS
    IF WS-ESTADO-RES-VENTAS NOT = "00"
       OPEN OUTPUT RESUMEN-VENTAS
       CLOSE RESUMEN-VENTAS
       OPEN EXTEND RESUMEN-VENTAS
    END-IF
    PERFORM VARYING WS-TRV-SUB FROM 1 BY 1
       UNTIL WS-TRV-SUB > WS-TOTAL-TRV
       MOVE WS-ANIO TO RVE-Anio
       MOVE TRV-TIPO(WS-TRV-SUB) TO RVE-Tipo
       MOVE TRV-CLAVE(WS-TRV-SUB) TO RVE-Clave
       MOVE TRV-MONEDA(WS-TRV-SUB) TO RVE-Moneda
       MOVE TRV-FILAS(WS-TRV-SUB) TO RVE-Filas
       MOVE TRV-VENDIDAS(WS-TRV-SUB) TO RVE-Vendidas
       MOVE TRV-DEVUELTAS(WS-TRV-SUB) TO RVE-Devueltas
       MOVE TRV-IMPORTE(WS-TRV-SUB) TO RVE-Importe
       MOVE TRV-IMPORTE-DEVUELTO(WS-TRV-SUB) TO RVE-ImporteDevuelto
       WRITE RESUMEN-VENTAS-REGISTRO
    END-PERFORM
    CLOSE RESUMEN-VENTAS.

RegistrarCatalogo.
    OPEN EXTEND CATALOGO-FILE
    IF WS-ESTADO-CATALOGO NOT = "00"
       OPEN OUTPUT CATALOGO-FILE
       CLOSE CATALOGO-FILE
       OPEN EXTEND CATALOGO-FILE
    END-IF
    MOVE WS-VIGENTE-PATH TO CAT-Archivo
    MOVE WS-ANIO TO CAT-Anio
    MOVE WS-HISTORICO-PATH TO CAT-Historico
    MOVE WS-MOVIDAS TO CAT-Filas
    MOVE WS-FECHA-DESDE TO CAT-Desde
    MOVE WS-FECHA-HASTA TO CAT-Hasta
    MOVE WS-FECHA-HOY TO CAT-Fecha
    WRITE CATALOGO-REGISTRO
    CLOSE CATALOGO-FILE.

*> INTERANUAL: lo archivado entra por su fila M de resumen y lo
*> vigente fila por fila; el SORT junta los dos por Marca, moneda
*> y anio.
ReporteInteranual.
    OPEN OUTPUT REPORTE-FILE
    MOVE SPACES TO REPORTE-LINEA
    STRING "*** VENTAS POR MARCA, ANIO CONTRA ANIO, AL "
       WS-FECHA-HOY " ***"
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    PERFORM EmitirRenglon
    STRING "MARCA                MON  ANIO   UNIDADES"
       "   IMPORTE NETO VARIACION"
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    SORT SORT-WORK
       ON ASCENDING KEY SR-Marca SR-Moneda SR-Anio
       INPUT PROCEDURE IS SoltarInteranual
       OUTPUT PROCEDURE IS EmitirInteranual
    IF WS-PRIMERA-VEZ = 'N'
       PERFORM CerrarAnioInteranual
    END-IF
    IF WS-LINEAS-INTERANUAL = 0
       MOVE "  (SIN VENTAS ARCHIVADAS NI VIGENTES)" TO REPORTE-LINEA
       PERFORM EmitirRenglon
    END-IF
    CLOSE REPORTE-FILE
    CALL "ARCHIVARREPORTE" USING WS-NOMBRE-REPORTE.

SoltarInteranual.
    MOVE 'N' TO WS-EOF
    OPEN INPUT RESUMEN-VENTAS
    IF WS-ESTADO-RES-VENTAS = "00"
       PERFORM UNTIL WS-EOF = 'Y'
          READ RESUMEN-VENTAS
             AT END MOVE 'Y' TO WS-EOF
             NOT AT END
                IF RVE-Tipo = 'M'
                   MOVE RVE-Clave TO SR-Marca
                   MOVE RVE-Moneda TO SR-Moneda
                   MOVE RVE-Anio TO SR-Anio
                   MOVE RVE-Vendidas TO SR-Vendidas
                   MOVE RVE-Devueltas TO SR-Devueltas
                   MOVE RVE-Importe TO SR-Importe
                   MOVE RVE-ImporteDevuelto TO SR-ImporteDevuelto
                   RELEASE SORT-RECORD
                END-IF
          END-READ
       END-PERFORM
       CLOSE RESUMEN-VENTAS
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT VENTAS-FILE
    IF WS-ESTADO-VENTAS = "00"
       PERFORM UNTIL WS-EOF = 'Y'
          READ VENTAS-FILE
             AT END MOVE 'Y' TO WS-EOF
             NOT AT END PERFORM SoltarVentaVigente
          END-READ
       END-PERFORM
       CLOSE VENTAS-FILE
    END-IF.

SoltarVentaVigente.
    MOVE VEN-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE WS-ART-MARCA TO SR-Marca
    IF SR-Marca = SPACES
       MOVE VEN-Codigo TO SR-Marca
    END-IF
    MOVE VEN-Moneda TO SR-Moneda
    MOVE VEN-Fecha(1:4) TO SR-Anio
    MOVE 0 TO SR-Vendidas SR-Devueltas SR-Importe SR-ImporteDevuelto
    IF VEN-Tipo = 'D'
       MOVE VEN-Cantidad TO SR-Devueltas
       COMPUTE SR-ImporteDevuelto = VEN-Cantidad * VEN-PrecioUnitario
    ELSE
       MOVE VEN-Cantidad TO SR-Vendidas
       COMPUTE SR-Importe = VEN-Cantidad * VEN-PrecioUnitario
    END-IF
    RELEASE SORT-RECORD.

EmitirInteranual.
    PERFORM UNTIL WS-EOF-SORT = 'Y'
       RETURN SORT-WORK
          AT END MOVE 'Y' TO WS-EOF-SORT
          NOT AT END
             IF WS-PRIMERA-VEZ = 'S'
                MOVE 'N' TO WS-PRIMERA-VEZ
                MOVE SR-Marca TO WS-MARCA-ANTERIOR
                MOVE SR-Moneda TO WS-MONEDA-ANTERIOR
                MOVE SR-Anio TO WS-ANIO-ANTERIOR
             END-IF
             IF SR-Marca NOT = WS-MARCA-ANTERIOR
                OR SR-Moneda NOT = WS-MONEDA-ANTERIOR
                OR SR-Anio NOT = WS-ANIO-ANTERIOR
                PERFORM CerrarAnioInteranual
                IF SR-Marca NOT = WS-MARCA-ANTERIOR
                   OR SR-Moneda NOT = WS-MONEDA-ANTERIOR
                   MOVE 'N' TO WS-HAY-PREVIO
                END-IF
                MOVE SR-Marca TO WS-MARCA-ANTERIOR
                MOVE SR-Moneda TO WS-MONEDA-ANTERIOR
                MOVE SR-Anio TO WS-ANIO-ANTERIOR
             END-IF
             COMPUTE WS-UNIDADES-ANIO = WS-UNIDADES-ANIO
                + SR-Vendidas - SR-Devueltas
             COMPUTE WS-IMPORTE-ANIO = WS-IMPORTE-ANIO
                + SR-Importe - SR-ImporteDevuelto
       END-RETURN
    END-PERFORM.

*> La variacion es contra el anio anterior de la misma Marca y
*> moneda; sin anio anterior, o con uno en cero, queda en blanco.
CerrarAnioInteranual.
    MOVE WS-UNIDADES-ANIO TO WS-UNIDADES-EDITADO
    MOVE WS-IMPORTE-ANIO TO WS-IMPORTE-EDITADO
    STRING WS-MARCA-ANTERIOR " " WS-MONEDA-ANTERIOR "  "
       WS-ANIO-ANTERIOR " " WS-UNIDADES-EDITADO " "
       WS-IMPORTE-EDITADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    IF WS-HAY-PREVIO = 'S' AND WS-IMPORTE-PREVIO NOT = 0
       COMPUTE WS-VARIACION ROUNDED =
          (WS-IMPORTE-ANIO - WS-IMPORTE-PREVIO) * 100
          / WS-IMPORTE-PREVIO
          ON SIZE ERROR MOVE 9999.9 TO WS-VARIACION
       END-COMPUTE
       MOVE WS-VARIACION TO WS-VARIACION-EDITADO
       MOVE WS-VARIACION-EDITADO TO REPORTE-LINEA(60:7)
       MOVE "%" TO REPORTE-LINEA(67:1)
    END-IF
    PERFORM EmitirRenglon
    ADD 1 TO WS-LINEAS-INTERANUAL
    MOVE 'S' TO WS-HAY-PREVIO
    MOVE WS-IMPORTE-ANIO TO WS-IMPORTE-PREVIO
    MOVE 0 TO WS-UNIDADES-ANIO
    MOVE 0 TO WS-IMPORTE-ANIO.

EmitirRenglon.
    DISPLAY FUNCTION TRIM(REPORTE-LINEA TRAILING)
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA.
