IDENTIFICATION DIVISION.
PROGRAM-ID. CONTEOCICLICO.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> CONTEOFISICO cuenta todo junto y eso es cerrar la tienda un dia.
*> Este programa reparte el conteo en el ano segun lo que pesa cada
*> producto, con tres modos por COMMAND-LINE como CONTEOFISICO:
*>   CLASIFICAR ordena los codigos de INVENTARIO.DAT por su venta
*>            de los ultimos 365 dias en VENTAS.DAT (cantidad por
*>            precio, pasada a USD con la tasa de TASAS-CAMBIO.DAT
*>            vigente a la fecha de la venta, mismo criterio que
*>            BuscarTasaVigente en REPORTEPRODUCTOS; las
*>            devoluciones 'D' restan) y los separa en clases A, B
*>            y C por el porcentaje acumulado del total: hasta el
*>            corte A de ABC.CTL (80 por defecto) son A, hasta el
*>            corte B (95) son B, el resto y lo que no vendio son C.
*>            La clase queda en CLASES-ABC.DAT. Despues arma
*>            CALENDARIO-CONTEO.DAT para las proximas 52 semanas:
*>            cada fila de stock (codigo y ubicacion) de clase A se
*>            cuenta una vez cada 21 dias habiles (un mes), la B
*>            cada 65 (un trimestre) y la C cada 260 (un ano). Los
*>            dias habiles son de lunes a viernes y se numeran
*>            desde una fecha fija, asi el turno de cada fila dentro
*>            de su ciclo no se corre al volver a clasificar, y las
*>            filas de cada clase se reparten parejas en el ciclo.
*>   HOJA     imprime en HOJA-CICLICA.TXT la planilla del dia de
*>            proceso con lo que toca segun el calendario, con el
*>            mismo renglon que las HOJAS de CONTEOFISICO. Lo contado
*>            se carga en CONTEO-FISICO.DAT y se postea con
*>            CONTEOFISICO APLICAR, que informa la variacion, ajusta
*>            el stock y deja el conteo en CONTEOS-REALIZADOS.DAT.
*>   COBERTURA lista las filas de stock atrasadas: las que tenian
*>            un conteo programado hasta hoy y no se contaron desde
*>            esa fecha, o cuyo ultimo conteo es mas viejo que el
*>            ciclo de su clase.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT INVENTARIO-FILE ASSIGN TO "INVENTARIO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-INVENTARIO.
SELECT VENTAS-FILE ASSIGN TO "VENTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS.
SELECT TASAS-CAMBIO ASSIGN TO "TASAS-CAMBIO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-TASAS.
SELECT ABC-CTL ASSIGN TO "ABC.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT CLASES-FILE ASSIGN TO "CLASES-ABC.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CLASES.
SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO-CONTEO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CALENDARIO.
SELECT CONTEOS-FILE ASSIGN TO "CONTEOS-REALIZADOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CONTEOS.
SELECT HOJA-FILE ASSIGN TO "HOJA-CICLICA.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HOJA.
SELECT SORT-WORK ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD INVENTARIO-FILE.
01 INVENTARIO-REGISTRO.
   05 INV-Codigo PIC X(8).
   05 INV-Cantidad PIC 9(5).
   05 INV-PuntoReposicion PIC 9(5).
   05 INV-Ubicacion PIC X(3).

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

FD TASAS-CAMBIO.
01 TASAS-CAMBIO-REGISTRO.
   05 TC-MONEDA PIC X(3).
   05 TC-TASA-A-USD PIC 9(3)V9999.
   05 TC-FechaVigencia PIC 9(8).

FD ABC-CTL.
01 CTL-ABC.
   05 CTL-CorteA PIC 9(3).
   05 CTL-CorteB PIC 9(3).

*> La clase de cada codigo con su venta anual en USD y el
*> porcentaje acumulado en que quedo al ordenarlos.
FD CLASES-FILE.
01 CLASES-REGISTRO.
   05 CLA-Codigo PIC X(8).
   05 CLA-Clase PIC X(1).
   05 CLA-ValorAnual PIC 9(9)V99.
   05 CLA-Acumulado PIC 9(3)V9.
   05 CLA-Fecha PIC 9(8).

FD CALENDARIO-FILE.
01 CALENDARIO-REGISTRO.
   05 CAL-Fecha PIC 9(8).
   05 CAL-Codigo PIC X(8).
   05 CAL-Ubicacion PIC X(3).
   05 CAL-Clase PIC X(1).

*> Lo que CONTEOFISICO APLICAR deja por cada fila contada.
FD CONTEOS-FILE.
01 CONTEOS-REGISTRO.
   05 CTO-Fecha PIC 9(8).
   05 CTO-Codigo PIC X(8).
   05 CTO-Ubicacion PIC X(3).
   05 CTO-CantidadSistema PIC 9(5).
   05 CTO-CantidadContada PIC 9(5).

FD HOJA-FILE.
01 HOJA-LINEA PIC X(80).

SD SORT-WORK.
01 SORT-RECORD.
   05 SR-Valor PIC 9(9)V99.
   05 SR-Codigo PIC X(8).

WORKING-STORAGE SECTION.
01 WS-MODO PIC X(12) VALUE SPACES.
01 WS-ESTADO-INVENTARIO PIC X(2).
01 WS-ESTADO-VENTAS PIC X(2).
01 WS-ESTADO-TASAS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-CLASES PIC X(2).
01 WS-ESTADO-CALENDARIO PIC X(2).
01 WS-ESTADO-CONTEOS PIC X(2).
01 WS-ESTADO-HOJA PIC X(2).
01 WS-EOF-INVENTARIO PIC A(1) VALUE 'N'.
01 WS-EOF-VENTAS PIC A(1) VALUE 'N'.
01 WS-EOF-TASAS PIC A(1) VALUE 'N'.
01 WS-EOF-CLASES PIC A(1) VALUE 'N'.
01 WS-EOF-CALENDARIO PIC A(1) VALUE 'N'.
01 WS-EOF-CONTEOS PIC A(1) VALUE 'N'.
01 WS-EOF-SORT PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).
01 WS-LINEA PIC X(80).

*> Cortes de ABC.CTL en porcentaje acumulado del total vendido.
01 WS-CORTE-A PIC 9(3) VALUE 80.
01 WS-CORTE-B PIC 9(3) VALUE 95.

*> Largo de cada ciclo en dias habiles: un mes, un trimestre y un
*> ano de lunes a viernes.
01 WS-CICLO-A PIC 9(3) VALUE 21.
01 WS-CICLO-B PIC 9(3) VALUE 65.
01 WS-CICLO-C PIC 9(3) VALUE 260.
*> Los mismos ciclos en dias corridos, para juzgar el atraso del
*> ultimo conteo.
01 WS-DIAS-CICLO-A PIC 9(3) VALUE 31.
01 WS-DIAS-CICLO-B PIC 9(3) VALUE 92.
01 WS-DIAS-CICLO-C PIC 9(3) VALUE 366.

01 WS-DIA-HOY PIC 9(7).
01 WS-DIA-INICIO PIC 9(7).
01 WS-DIA-VENTA PIC 9(7).
01 WS-DIA PIC 9(7).
01 WS-DIA-SUB PIC 9(3).
01 WS-DIA-SEMANA PIC 9(1).
01 WS-SEMANAS-DESDE-ORIGEN PIC 9(7).
01 WS-DIA-HABIL PIC 9(7).
01 WS-FECHA-CALENDARIO PIC 9(8).
01 WS-CICLO PIC 9(3).
01 WS-TURNO PIC 9(3).

*> Las filas de INVENTARIO.DAT, con la clase de su codigo y su
*> turno dentro del ciclo de la clase.
01 WS-TABLA-STOCK.
   05 WS-STOCK-FILA OCCURS 100 TIMES.
      10 STK-CODIGO PIC X(8).
      10 STK-UBICACION PIC X(3).
      10 STK-CANTIDAD PIC 9(5).
      10 STK-CLASE PIC X(1).
      10 STK-TURNO PIC 9(3).
      10 STK-PROGRAMADO PIC 9(8).
      10 STK-ULTIMO-CONTEO PIC 9(8).
01 WS-TOTAL-STOCK PIC 9(3) VALUE 0.
01 WS-STK-SUB PIC 9(3).
01 WS-STK-HALLADO PIC A(1).
01 WS-UBICACION PIC X(3).

*> La venta anual por codigo, en USD.
01 WS-TABLA-VALORES.
   05 WS-VALOR-FILA OCCURS 100 TIMES.
      10 VAL-CODIGO PIC X(8).
      10 VAL-MONTO PIC S9(9)V99.
      10 VAL-CLASE PIC X(1).
01 WS-TOTAL-VALORES PIC 9(3) VALUE 0.
01 WS-VAL-SUB PIC 9(3).
01 WS-VAL-HALLADO PIC A(1).

01 WS-TOTAL-VENDIDO PIC 9(11)V99 VALUE 0.
01 WS-ACUMULADO PIC 9(11)V99 VALUE 0.
01 WS-PORCENTAJE-PREVIO PIC 9(3)V9.
01 WS-PORCENTAJE PIC 9(3)V9.
01 WS-CLASE PIC X(1).
01 WS-MONTO-USD PIC S9(9)V99.
01 WS-CLASE-A PIC 9(3) VALUE 0.
01 WS-CLASE-B PIC 9(3) VALUE 0.
01 WS-CLASE-C PIC 9(3) VALUE 0.
01 WS-FILAS-CLASE PIC 9(3).
01 WS-POSICION PIC 9(3).
01 WS-PROGRAMADOS PIC 9(5) VALUE 0.
01 WS-PROGRAMADOS-DIA PIC 9(3).
01 WS-MAXIMO-DIA PIC 9(3) VALUE 0.
01 WS-EN-HOJA PIC 9(3) VALUE 0.
01 WS-ATRASADAS PIC 9(3) VALUE 0.
01 WS-SIN-PLAN PIC 9(3) VALUE 0.
01 WS-DIAS-ATRASO PIC 9(5).
01 WS-DIAS-CICLO PIC 9(3).
01 WS-SIN-TASA PIC 9(5) VALUE 0.
01 WS-VALOR-EDITADO PIC $$$,$$$,$$9.99.
01 WS-PORCENTAJE-EDITADO PIC ZZ9.9.

*> El historial de tasas completo en memoria, como en
*> REPORTEPRODUCTOS.
01 WS-TABLA-TASAS.
   05 WS-TASA-ENTRADA OCCURS 50 TIMES.
      10 TASA-MONEDA PIC X(3) VALUE SPACES.
      10 TASA-VALOR PIC 9(3)V9999 VALUE 0.
      10 TASA-VIGENCIA PIC 9(8) VALUE 0.
01 WS-TASA-TOTAL PIC 9(2) VALUE 0.
01 WS-TASA-SUB PIC 9(2).
01 WS-TASA-HALLADA PIC A(1).
01 WS-TASA-ELEGIDA PIC 9(3)V9999.
01 WS-TASA-FECHA-ELEGIDA PIC 9(8).
01 WS-TASA-RETROCESOS PIC 9(4) VALUE 0.
01 WS-MONEDA-BUSCADA PIC X(3).
01 WS-FECHA-REGISTRO PIC 9(8).

*> La Marca y el modelo de cada renglon de la planilla.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "CONTEOCICLICO".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    ACCEPT WS-MODO FROM COMMAND-LINE
    COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
    PERFORM CargarStock
    IF WS-TOTAL-STOCK = 0
       DISPLAY "NO HAY INVENTARIO.DAT PARA CONTAR"
       MOVE 8 TO RETURN-CODE
    ELSE
       EVALUATE WS-MODO
          WHEN "CLASIFICAR"
             PERFORM ClasificarStock
          WHEN "HOJA"
             PERFORM ImprimirHojaDelDia
          WHEN "COBERTURA"
             PERFORM ReportarCobertura
          WHEN OTHER
             DISPLAY "MODO NO RECONOCIDO: " WS-MODO
                " - SE ESPERA CLASIFICAR, HOJA O COBERTURA"
             MOVE 8 TO RETURN-CODE
       END-EVALUATE
    END-IF.
DISPLAY "JOB CONTEOCICLICO COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Las filas de stock, y un renglon de venta en cero por codigo.
CargarStock.
    OPEN INPUT INVENTARIO-FILE
    IF WS-ESTADO-INVENTARIO = "00"
       PERFORM UNTIL WS-EOF-INVENTARIO = 'Y'
          READ INVENTARIO-FILE
             AT END MOVE 'Y' TO WS-EOF-INVENTARIO
             NOT AT END
                IF WS-TOTAL-STOCK < 100
                   PERFORM CargarFilaStock
                ELSE
                   DISPLAY "ATENCION: TABLA DE STOCK LLENA (100), "
                      "NO ENTRA " INV-Codigo
                END-IF
          END-READ
       END-PERFORM
       CLOSE INVENTARIO-FILE
    END-IF.

CargarFilaStock.
    ADD 1 TO WS-TOTAL-STOCK
    MOVE WS-TOTAL-STOCK TO WS-STK-SUB
    MOVE INV-Codigo TO STK-CODIGO(WS-STK-SUB)
    IF INV-Ubicacion = SPACES
       MOVE "TDA" TO STK-UBICACION(WS-STK-SUB)
    ELSE
       MOVE INV-Ubicacion TO STK-UBICACION(WS-STK-SUB)
    END-IF
    MOVE INV-Cantidad TO STK-CANTIDAD(WS-STK-SUB)
    MOVE 'C' TO STK-CLASE(WS-STK-SUB)
    MOVE 0 TO STK-TURNO(WS-STK-SUB)
    MOVE 0 TO STK-PROGRAMADO(WS-STK-SUB)
    MOVE 0 TO STK-ULTIMO-CONTEO(WS-STK-SUB)
    MOVE INV-Codigo TO VEN-Codigo
    PERFORM BuscarValorCodigo
    IF WS-VAL-HALLADO = 'N'
       ADD 1 TO WS-TOTAL-VALORES
       MOVE INV-Codigo TO VAL-CODIGO(WS-TOTAL-VALORES)
       MOVE 0 TO VAL-MONTO(WS-TOTAL-VALORES)
       MOVE 'C' TO VAL-CLASE(WS-TOTAL-VALORES)
    END-IF.

*> Deja WS-VAL-SUB en el renglon de venta de VEN-Codigo.
BuscarValorCodigo.
    MOVE 'N' TO WS-VAL-HALLADO
    PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
       UNTIL WS-VAL-SUB > WS-TOTAL-VALORES
       IF VAL-CODIGO(WS-VAL-SUB) = VEN-Codigo
          MOVE 'S' TO WS-VAL-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

ClasificarStock.
    PERFORM LeerControlAbc
    PERFORM CargarTasasCambio
    PERFORM AcumularVentaAnual
    OPEN OUTPUT CLASES-FILE
    SORT SORT-WORK ON DESCENDING KEY SR-Valor
       INPUT PROCEDURE IS SoltarValores
       OUTPUT PROCEDURE IS AsignarClases
    CLOSE CLASES-FILE
    PERFORM GenerarCalendario
    IF WS-SIN-TASA > 0
       MOVE 4 TO RETURN-CODE
       DISPLAY "ATENCION: " WS-SIN-TASA " VENTA(S) SIN TASA EN "
          "TASAS-CAMBIO.DAT, SUMADAS SIN CONVERTIR"
    END-IF
    IF WS-TASA-RETROCESOS > 0
       DISPLAY "ATENCION: " WS-TASA-RETROCESOS " VENTA(S) MAS "
          "VIEJAS QUE TODA TASA DE SU MONEDA, CONVERTIDAS CON LA "
          "TASA MAS ANTIGUA DISPONIBLE"
    END-IF
    DISPLAY "CLASE A: " WS-CLASE-A "  CLASE B: " WS-CLASE-B
       "  CLASE C: " WS-CLASE-C " CODIGOS, EN CLASES-ABC.DAT"
    DISPLAY "CONTEOS PROGRAMADOS: " WS-PROGRAMADOS
       "  MAXIMO EN UN DIA: " WS-MAXIMO-DIA
       ", EN CALENDARIO-CONTEO.DAT".

*> Cortes A y B en porcentaje acumulado; sin control, o con cortes
*> que no cierran (A menor que B, B hasta 100), quedan 80 y 95.
LeerControlAbc.
    OPEN INPUT ABC-CTL
    IF WS-ESTADO-CTL = "00"
       READ ABC-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-CorteA IS NUMERIC AND CTL-CorteB IS NUMERIC
                AND CTL-CorteA > 0 AND CTL-CorteA < CTL-CorteB
                AND CTL-CorteB <= 100
                MOVE CTL-CorteA TO WS-CORTE-A
                MOVE CTL-CorteB TO WS-CORTE-B
             ELSE
                DISPLAY "ATENCION: CORTES DE ABC.CTL INVALIDOS, "
                   "SE USAN 80 Y 95"
             END-IF
       END-READ
       CLOSE ABC-CTL
    END-IF
    DISPLAY "CORTES ABC: A HASTA " WS-CORTE-A "%, B HASTA "
       WS-CORTE-B "% DEL TOTAL VENDIDO".

*> Carga TASAS-CAMBIO.DAT entero en WS-TABLA-TASAS; sin archivo
*> solo el USD se valua, el resto se suma sin convertir.
CargarTasasCambio.
    OPEN INPUT TASAS-CAMBIO
    IF WS-ESTADO-TASAS = "00"
       PERFORM UNTIL WS-EOF-TASAS = 'Y'
          READ TASAS-CAMBIO
             AT END MOVE 'Y' TO WS-EOF-TASAS
             NOT AT END
                IF WS-TASA-TOTAL < 50
                   ADD 1 TO WS-TASA-TOTAL
                   MOVE TC-MONEDA TO TASA-MONEDA(WS-TASA-TOTAL)
                   MOVE TC-TASA-A-USD TO TASA-VALOR(WS-TASA-TOTAL)
                   IF TC-FechaVigencia IS NUMERIC
                      MOVE TC-FechaVigencia
                         TO TASA-VIGENCIA(WS-TASA-TOTAL)
                   ELSE
                      MOVE 0 TO TASA-VIGENCIA(WS-TASA-TOTAL)
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE TASAS-CAMBIO
    END-IF.

*> La venta de los ultimos 365 dias hasta la fecha de proceso.
AcumularVentaAnual.
    COMPUTE WS-DIA-INICIO = WS-DIA-HOY - 364
    OPEN INPUT VENTAS-FILE
    IF WS-ESTADO-VENTAS NOT = "00"
       DISPLAY "ATENCION: NO HAY VENTAS.DAT, TODO QUEDA EN CLASE C"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-VENTAS = 'Y'
       READ VENTAS-FILE
          AT END MOVE 'Y' TO WS-EOF-VENTAS
          NOT AT END
             IF VEN-Fecha IS NUMERIC AND VEN-Fecha > 0
                AND VEN-Cantidad IS NUMERIC
                AND VEN-PrecioUnitario IS NUMERIC
                PERFORM AcumularVentaCodigo
             END-IF
       END-READ
    END-PERFORM
    CLOSE VENTAS-FILE.

AcumularVentaCodigo.
    COMPUTE WS-DIA-VENTA = FUNCTION INTEGER-OF-DATE(VEN-Fecha)
    IF WS-DIA-VENTA < WS-DIA-INICIO OR WS-DIA-VENTA > WS-DIA-HOY
       EXIT PARAGRAPH
    END-IF
    PERFORM BuscarValorCodigo
    IF WS-VAL-HALLADO = 'N'
       EXIT PARAGRAPH
    END-IF
    MOVE VEN-Moneda TO WS-MONEDA-BUSCADA
    MOVE VEN-Fecha TO WS-FECHA-REGISTRO
    PERFORM BuscarTasaVigente
    IF WS-TASA-HALLADA = 'N'
       IF VEN-Moneda = "USD"
          MOVE 1 TO WS-TASA-ELEGIDA
       ELSE
          ADD 1 TO WS-SIN-TASA
          MOVE 1 TO WS-TASA-ELEGIDA
       END-IF
    END-IF
    COMPUTE WS-MONTO-USD ROUNDED =
       VEN-Cantidad * VEN-PrecioUnitario * WS-TASA-ELEGIDA
    IF VEN-Tipo = 'D'
       SUBTRACT WS-MONTO-USD FROM VAL-MONTO(WS-VAL-SUB)
    ELSE
       ADD WS-MONTO-USD TO VAL-MONTO(WS-VAL-SUB)
    END-IF.

*> Misma busqueda que BuscarTasaVigente en REPORTEPRODUCTOS: gana
*> la tasa con vigencia mas alta no posterior a la venta; si todas
*> son posteriores, con aviso contado, la mas antigua.
BuscarTasaVigente.
    MOVE 'N' TO WS-TASA-HALLADA
    MOVE 0 TO WS-TASA-ELEGIDA
    MOVE 0 TO WS-TASA-FECHA-ELEGIDA
    PERFORM VARYING WS-TASA-SUB FROM 1 BY 1
       UNTIL WS-TASA-SUB > WS-TASA-TOTAL
       IF TASA-MONEDA(WS-TASA-SUB) = WS-MONEDA-BUSCADA
          AND TASA-VIGENCIA(WS-TASA-SUB) <= WS-FECHA-REGISTRO
          IF WS-TASA-HALLADA = 'N'
             OR TASA-VIGENCIA(WS-TASA-SUB)
                >= WS-TASA-FECHA-ELEGIDA
             MOVE 'S' TO WS-TASA-HALLADA
             MOVE TASA-VALOR(WS-TASA-SUB) TO WS-TASA-ELEGIDA
             MOVE TASA-VIGENCIA(WS-TASA-SUB)
                TO WS-TASA-FECHA-ELEGIDA
          END-IF
       END-IF
    END-PERFORM
    IF WS-TASA-HALLADA = 'N'
       MOVE 99999999 TO WS-TASA-FECHA-ELEGIDA
       PERFORM VARYING WS-TASA-SUB FROM 1 BY 1
          UNTIL WS-TASA-SUB > WS-TASA-TOTAL
          IF TASA-MONEDA(WS-TASA-SUB) = WS-MONEDA-BUSCADA
             AND TASA-VIGENCIA(WS-TASA-SUB)
                < WS-TASA-FECHA-ELEGIDA
             MOVE 'S' TO WS-TASA-HALLADA
             MOVE TASA-VALOR(WS-TASA-SUB) TO WS-TASA-ELEGIDA
             MOVE TASA-VIGENCIA(WS-TASA-SUB)
                TO WS-TASA-FECHA-ELEGIDA
          END-IF
       END-PERFORM
       IF WS-TASA-HALLADA = 'S'
          ADD 1 TO WS-TASA-RETROCESOS
       END-IF
    END-IF.

*> Al SORT entra cada codigo con su venta anual; un neto negativo
*> (mas devuelto que vendido) pesa como cero.
SoltarValores.
    MOVE 0 TO WS-TOTAL-VENDIDO
    PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
       UNTIL WS-VAL-SUB > WS-TOTAL-VALORES
       IF VAL-MONTO(WS-VAL-SUB) < 0
          MOVE 0 TO VAL-MONTO(WS-VAL-SUB)
       END-IF
       ADD VAL-MONTO(WS-VAL-SUB) TO WS-TOTAL-VENDIDO
       MOVE VAL-MONTO(WS-VAL-SUB) TO SR-Valor
       MOVE VAL-CODIGO(WS-VAL-SUB) TO SR-Codigo
       RELEASE SORT-RECORD
    END-PERFORM.

*> De mayor a menor venta: el codigo es A si el acumulado antes de
*> el todavia no llego al corte A (asi el que cruza el corte entra
*> en A), B con el mismo criterio contra el corte B, y C el resto;
*> lo que no vendio es C siempre.
AsignarClases.
    MOVE 0 TO WS-ACUMULADO
    PERFORM UNTIL WS-EOF-SORT = 'Y'
       RETURN SORT-WORK
          AT END MOVE 'Y' TO WS-EOF-SORT
          NOT AT END PERFORM AsignarClaseCodigo
       END-RETURN
    END-PERFORM.

AsignarClaseCodigo.
    IF WS-TOTAL-VENDIDO = 0 OR SR-Valor = 0
       MOVE 0 TO WS-PORCENTAJE-PREVIO
       MOVE 'C' TO WS-CLASE
    ELSE
       COMPUTE WS-PORCENTAJE-PREVIO =
          WS-ACUMULADO * 100 / WS-TOTAL-VENDIDO
       IF WS-PORCENTAJE-PREVIO < WS-CORTE-A
          MOVE 'A' TO WS-CLASE
       ELSE
          IF WS-PORCENTAJE-PREVIO < WS-CORTE-B
             MOVE 'B' TO WS-CLASE
          ELSE
             MOVE 'C' TO WS-CLASE
          END-IF
       END-IF
    END-IF
    ADD SR-Valor TO WS-ACUMULADO
    IF WS-TOTAL-VENDIDO > 0
       COMPUTE WS-PORCENTAJE ROUNDED =
          WS-ACUMULADO * 100 / WS-TOTAL-VENDIDO
    ELSE
       MOVE 0 TO WS-PORCENTAJE
    END-IF
    EVALUATE WS-CLASE
       WHEN 'A' ADD 1 TO WS-CLASE-A
       WHEN 'B' ADD 1 TO WS-CLASE-B
       WHEN OTHER ADD 1 TO WS-CLASE-C
    END-EVALUATE
    MOVE SR-Codigo TO CLA-Codigo
    MOVE WS-CLASE TO CLA-Clase
    MOVE SR-Valor TO CLA-ValorAnual
    MOVE WS-PORCENTAJE TO CLA-Acumulado
    MOVE WS-FECHA-HOY TO CLA-Fecha
    WRITE CLASES-REGISTRO
    MOVE SR-Valor TO WS-VALOR-EDITADO
    MOVE WS-PORCENTAJE TO WS-PORCENTAJE-EDITADO
    DISPLAY "  " SR-Codigo " CLASE " WS-CLASE " USD "
       WS-VALOR-EDITADO " ACUMULADO " WS-PORCENTAJE-EDITADO "%"
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       IF STK-CODIGO(WS-STK-SUB) = SR-Codigo
          MOVE WS-CLASE TO STK-CLASE(WS-STK-SUB)
       END-IF
    END-PERFORM.

*> Cada fila de stock recibe un turno dentro del ciclo de su clase,
*> repartido parejo segun su posicion entre las filas de la clase;
*> despues se recorren las proximas 52 semanas y cada dia habil
*> cuyo numero, modulo el ciclo, cae en el turno de la fila la
*> programa ese dia.
GenerarCalendario.
    MOVE 'A' TO WS-CLASE
    MOVE WS-CICLO-A TO WS-CICLO
    PERFORM AsignarTurnosClase
    MOVE 'B' TO WS-CLASE
    MOVE WS-CICLO-B TO WS-CICLO
    PERFORM AsignarTurnosClase
    MOVE 'C' TO WS-CLASE
    MOVE WS-CICLO-C TO WS-CICLO
    PERFORM AsignarTurnosClase
    OPEN OUTPUT CALENDARIO-FILE
    PERFORM VARYING WS-DIA-SUB FROM 0 BY 1 UNTIL WS-DIA-SUB > 363
       COMPUTE WS-DIA = WS-DIA-HOY + WS-DIA-SUB
       PERFORM CalcularDiaHabil
       IF WS-DIA-SEMANA < 5
          PERFORM ProgramarDia
       END-IF
    END-PERFORM
    CLOSE CALENDARIO-FILE.

AsignarTurnosClase.
    MOVE 0 TO WS-FILAS-CLASE
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       IF STK-CLASE(WS-STK-SUB) = WS-CLASE
          ADD 1 TO WS-FILAS-CLASE
       END-IF
    END-PERFORM
    MOVE 0 TO WS-POSICION
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       IF STK-CLASE(WS-STK-SUB) = WS-CLASE
          COMPUTE STK-TURNO(WS-STK-SUB) =
             WS-POSICION * WS-CICLO / WS-FILAS-CLASE
          ADD 1 TO WS-POSICION
       END-IF
    END-PERFORM.

*> El dia entero 1 (01/01/1601) fue lunes: WS-DIA-SEMANA queda en
*> 0 para lunes y 5 o 6 para el fin de semana, y WS-DIA-HABIL
*> cuenta los dias habiles desde esa fecha.
CalcularDiaHabil.
    COMPUTE WS-SEMANAS-DESDE-ORIGEN = (WS-DIA - 1) / 7
    COMPUTE WS-DIA-SEMANA =
       WS-DIA - 1 - WS-SEMANAS-DESDE-ORIGEN * 7
    COMPUTE WS-DIA-HABIL =
       WS-SEMANAS-DESDE-ORIGEN * 5 + WS-DIA-SEMANA.

ProgramarDia.
    COMPUTE WS-FECHA-CALENDARIO = FUNCTION DATE-OF-INTEGER(WS-DIA)
    MOVE 0 TO WS-PROGRAMADOS-DIA
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       EVALUATE STK-CLASE(WS-STK-SUB)
          WHEN 'A' MOVE WS-CICLO-A TO WS-CICLO
          WHEN 'B' MOVE WS-CICLO-B TO WS-CICLO
          WHEN OTHER MOVE WS-CICLO-C TO WS-CICLO
       END-EVALUATE
       COMPUTE WS-TURNO = FUNCTION MOD(WS-DIA-HABIL, WS-CICLO)
       IF WS-TURNO = STK-TURNO(WS-STK-SUB)
          MOVE WS-FECHA-CALENDARIO TO CAL-Fecha
          MOVE STK-CODIGO(WS-STK-SUB) TO CAL-Codigo
          MOVE STK-UBICACION(WS-STK-SUB) TO CAL-Ubicacion
          MOVE STK-CLASE(WS-STK-SUB) TO CAL-Clase
          WRITE CALENDARIO-REGISTRO
          ADD 1 TO WS-PROGRAMADOS
          ADD 1 TO WS-PROGRAMADOS-DIA
       END-IF
    END-PERFORM
    IF WS-PROGRAMADOS-DIA > WS-MAXIMO-DIA
       MOVE WS-PROGRAMADOS-DIA TO WS-MAXIMO-DIA
    END-IF.

*> La planilla del dia: lo que CALENDARIO-CONTEO.DAT programa para
*> la fecha de proceso, con el renglon de las HOJAS de CONTEOFISICO.
ImprimirHojaDelDia.
    OPEN INPUT CALENDARIO-FILE
    IF WS-ESTADO-CALENDARIO NOT = "00"
       DISPLAY "NO HAY CALENDARIO-CONTEO.DAT, CORRER CLASIFICAR"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT HOJA-FILE
    MOVE SPACES TO WS-LINEA
    STRING "*** HOJA DE CONTEO CICLICO - " WS-FECHA-HOY " ***"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO HOJA-LINEA
    WRITE HOJA-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "CODIGO   MARCA                MODELO          "
       "UBIC. CL SISTEMA   CONTADO"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO HOJA-LINEA
    WRITE HOJA-LINEA
    PERFORM UNTIL WS-EOF-CALENDARIO = 'Y'
       READ CALENDARIO-FILE
          AT END MOVE 'Y' TO WS-EOF-CALENDARIO
          NOT AT END
             IF CAL-Fecha = WS-FECHA-HOY
                PERFORM ImprimirRenglonHoja
             END-IF
       END-READ
    END-PERFORM
    CLOSE CALENDARIO-FILE
    MOVE SPACES TO WS-LINEA
    STRING "CARGAR LO CONTADO EN CONTEO-FISICO.DAT Y POSTEAR CON "
       "CONTEOFISICO APLICAR"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO HOJA-LINEA
    WRITE HOJA-LINEA
    CLOSE HOJA-FILE
    IF WS-EN-HOJA = 0
       DISPLAY "NADA PROGRAMADO PARA CONTAR EL " WS-FECHA-HOY
    END-IF
    DISPLAY "HOJA DE CONTEO CICLICO EN HOJA-CICLICA.TXT: "
       WS-EN-HOJA " PRODUCTOS".

ImprimirRenglonHoja.
    MOVE 'N' TO WS-STK-HALLADO
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       IF STK-CODIGO(WS-STK-SUB) = CAL-Codigo
          AND STK-UBICACION(WS-STK-SUB) = CAL-Ubicacion
          MOVE 'S' TO WS-STK-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    *> Una fila que ya no esta en INVENTARIO.DAT no se cuenta.
    IF WS-STK-HALLADO = 'N'
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-EN-HOJA
    MOVE CAL-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE SPACES TO WS-LINEA
    STRING CAL-Codigo " " WS-ART-MARCA " " WS-ART-MODELO " ["
       CAL-Ubicacion "] " CAL-Clase "  "
       STK-CANTIDAD(WS-STK-SUB) "     _______"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO HOJA-LINEA
    WRITE HOJA-LINEA.

*> Por cada fila de stock: el ultimo conteo programado hasta hoy y
*> el ultimo conteo realizado. Atrasada si no se conto desde lo
*> programado, o si el ultimo conteo supera el ciclo de su clase.
ReportarCobertura.
    PERFORM CargarClases
    OPEN INPUT CALENDARIO-FILE
    IF WS-ESTADO-CALENDARIO NOT = "00"
       DISPLAY "NO HAY CALENDARIO-CONTEO.DAT, CORRER CLASIFICAR"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CALENDARIO = 'Y'
       READ CALENDARIO-FILE
          AT END MOVE 'Y' TO WS-EOF-CALENDARIO
          NOT AT END
             IF CAL-Fecha <= WS-FECHA-HOY
                PERFORM AnotarProgramado
             END-IF
       END-READ
    END-PERFORM
    CLOSE CALENDARIO-FILE
    OPEN INPUT CONTEOS-FILE
    IF WS-ESTADO-CONTEOS = "00"
       PERFORM UNTIL WS-EOF-CONTEOS = 'Y'
          READ CONTEOS-FILE
             AT END MOVE 'Y' TO WS-EOF-CONTEOS
             NOT AT END PERFORM AnotarConteo
          END-READ
       END-PERFORM
       CLOSE CONTEOS-FILE
    END-IF
    DISPLAY "*** COBERTURA DEL CONTEO CICLICO AL " WS-FECHA-HOY
       " ***"
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       PERFORM EvaluarCobertura
    END-PERFORM
    IF WS-ATRASADAS > 0 OR WS-SIN-PLAN > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "FILAS DE STOCK: " WS-TOTAL-STOCK "  ATRASADAS: "
       WS-ATRASADAS "  SIN CLASIFICAR: " WS-SIN-PLAN.

*> La clase vigente de cada codigo; un codigo que no esta en
*> CLASES-ABC.DAT queda sin clase (aparecio despues de clasificar).
CargarClases.
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       MOVE SPACE TO STK-CLASE(WS-STK-SUB)
    END-PERFORM
    OPEN INPUT CLASES-FILE
    IF WS-ESTADO-CLASES = "00"
       PERFORM UNTIL WS-EOF-CLASES = 'Y'
          READ CLASES-FILE
             AT END MOVE 'Y' TO WS-EOF-CLASES
             NOT AT END
                PERFORM VARYING WS-STK-SUB FROM 1 BY 1
                   UNTIL WS-STK-SUB > WS-TOTAL-STOCK
                   IF STK-CODIGO(WS-STK-SUB) = CLA-Codigo
                      MOVE CLA-Clase TO STK-CLASE(WS-STK-SUB)
                   END-IF
                END-PERFORM
          END-READ
       END-PERFORM
       CLOSE CLASES-FILE
    END-IF.

AnotarProgramado.
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       IF STK-CODIGO(WS-STK-SUB) = CAL-Codigo
          AND STK-UBICACION(WS-STK-SUB) = CAL-Ubicacion
          AND CAL-Fecha > STK-PROGRAMADO(WS-STK-SUB)
          MOVE CAL-Fecha TO STK-PROGRAMADO(WS-STK-SUB)
       END-IF
    END-PERFORM.

AnotarConteo.
    IF CTO-Ubicacion = SPACES
       MOVE "TDA" TO WS-UBICACION
    ELSE
       MOVE CTO-Ubicacion TO WS-UBICACION
    END-IF
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       IF STK-CODIGO(WS-STK-SUB) = CTO-Codigo
          AND STK-UBICACION(WS-STK-SUB) = WS-UBICACION
          AND CTO-Fecha > STK-ULTIMO-CONTEO(WS-STK-SUB)
          MOVE CTO-Fecha TO STK-ULTIMO-CONTEO(WS-STK-SUB)
       END-IF
    END-PERFORM.

EvaluarCobertura.
    IF STK-CLASE(WS-STK-SUB) = SPACE
       ADD 1 TO WS-SIN-PLAN
       DISPLAY "SIN CLASE: " STK-CODIGO(WS-STK-SUB) " ["
          STK-UBICACION(WS-STK-SUB) "] NO ESTA EN CLASES-ABC.DAT, "
          "CORRER CLASIFICAR"
       EXIT PARAGRAPH
    END-IF
    IF STK-PROGRAMADO(WS-STK-SUB) > 0
       AND STK-ULTIMO-CONTEO(WS-STK-SUB)
          < STK-PROGRAMADO(WS-STK-SUB)
       ADD 1 TO WS-ATRASADAS
       COMPUTE WS-DIAS-ATRASO = WS-DIA-HOY
          - FUNCTION INTEGER-OF-DATE(STK-PROGRAMADO(WS-STK-SUB))
       DISPLAY "ATRASADA: " STK-CODIGO(WS-STK-SUB) " ["
          STK-UBICACION(WS-STK-SUB) "] CLASE "
          STK-CLASE(WS-STK-SUB) " PROGRAMADA "
          STK-PROGRAMADO(WS-STK-SUB) " (" WS-DIAS-ATRASO
          " DIAS), ULTIMO CONTEO " STK-ULTIMO-CONTEO(WS-STK-SUB)
       EXIT PARAGRAPH
    END-IF
    IF STK-ULTIMO-CONTEO(WS-STK-SUB) > 0
       EVALUATE STK-CLASE(WS-STK-SUB)
          WHEN 'A' MOVE WS-DIAS-CICLO-A TO WS-DIAS-CICLO
          WHEN 'B' MOVE WS-DIAS-CICLO-B TO WS-DIAS-CICLO
          WHEN OTHER MOVE WS-DIAS-CICLO-C TO WS-DIAS-CICLO
       END-EVALUATE
       COMPUTE WS-DIAS-ATRASO = WS-DIA-HOY
          - FUNCTION INTEGER-OF-DATE(STK-ULTIMO-CONTEO(WS-STK-SUB))
       IF WS-DIAS-ATRASO > WS-DIAS-CICLO
          ADD 1 TO WS-ATRASADAS
          DISPLAY "ATRASADA: " STK-CODIGO(WS-STK-SUB) " ["
             STK-UBICACION(WS-STK-SUB) "] CLASE "
             STK-CLASE(WS-STK-SUB) " ULTIMO CONTEO "
             STK-ULTIMO-CONTEO(WS-STK-SUB) " HACE "
             WS-DIAS-ATRASO " DIAS"
       END-IF
    END-IF.
