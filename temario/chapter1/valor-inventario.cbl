*> Las cantidades estaban en REPORTEINVENTARIO y los precios en
*> REPORTEPRODUCTOS, pero "cuanto vale todo este stock" se seguia
*> sumando a mano en cada cierre. Este reporte multiplica cada
*> INV-Cantidad por el precio vigente del codigo (la ultima fila
*> del catalogo, igual que CargarPrecios en VENTAS), subtotaliza
*> por moneda de origen para no mezclar unidades distintas, y
*> convierte cada subtotal a USD con las tasas de TASAS-CAMBIO.DAT
*> como ya hace REPORTEPRODUCTOS, cerrando con el total general en
*> la moneda base. Todo queda en VALOR-INVENTARIO.TXT, archivado
*> con su generacion via ARCHIVARREPORTE: CIERREMES mira en el
*> catalogo de cuando es antes de firmar el paso INVENTARIO.
*> Con COSTO por COMMAND-LINE la base deja de ser el precio de
*> venta: cada fila se valua al costo unitario de sus capas en
*> COSTO-CAPAS.DAT para el codigo y la ubicacion (el valor exacto
*> de las capas cuando suman lo mismo que el stock, si no el
*> promedio de lo que queda, o el ultimo costo conocido del codigo
*> si la ubicacion no tiene capas), consultado por CAPASCOSTO; el
*> costo se expresa en la moneda del precio de catalogo del codigo
*> (USD si no tiene precio). Sin parametro, o con PRECIO, sigue
*> valuando a precio.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE SECTION.
FD INVENTARIO-FILE.
01 INVENTARIO-REGISTRO.
   05 INV-Codigo PIC X(8).
   05 INV-Cantidad PIC 9(5).
   05 INV-PuntoReposicion PIC 9(5).
   05 INV-Ubicacion PIC X(3).

FD PRODUCTOS-FILE.
01 PRODUCTOS-REGISTRO.
   05 PR-Codigo PIC X(8).
   05 PR-Precio PIC 9(4)V99.
   05 PR-Moneda PIC X(3).
   05 PR-FechaVigencia PIC 9(8).
01 WS-EOF-PRODUCTOS PIC A(1) VALUE 'N'.
01 WS-EOF-TASAS PIC A(1) VALUE 'N'.

*> Precio vigente por codigo a la fecha de proceso, igual que
*> CargarPrecios en VENTAS.
01 WS-TABLA-PRECIOS.
   05 WS-PRECIO-FILA OCCURS 100 TIMES.
      10 PRE-CODIGO PIC X(8).
      10 PRE-PRECIO PIC 9(4)V99.
      10 PRE-MONEDA PIC X(3).
      10 PRE-VIGENCIA PIC 9(8).
01 WS-VALOR-EDITADO PIC $$$,$$$,$$9.99.
01 WS-MONTO-USD PIC 9(9)V99.
01 WS-TOTAL-USD PIC 9(9)V99 VALUE 0.
01 WS-CODIGOS-VALUADOS PIC 9(3) VALUE 0.
01 WS-SIN-PRECIO PIC 9(3) VALUE 0.
01 WS-SIN-TASA PIC 9(2) VALUE 0.
01 WS-LINEA PIC X(100).
01 WS-FECHA-HOY PIC 9(8).
01 WS-PARAMETRO PIC X(12) VALUE SPACES.
01 WS-BASE PIC X(1) VALUE 'P'.
01 WS-MONEDA-VALOR PIC X(3).
01 WS-SIN-COSTO PIC 9(3) VALUE 0.
01 WS-CAPAS-DISTINTAS PIC 9(3) VALUE 0.
01 WS-COSTO-EDITADO PIC Z,ZZ9.99.
*> El costo de las capas de cada fila, via CAPASCOSTO.
COPY CAPACOSTO REPLACING GRUPO BY WS-CAPA
                         CAMPO-CODIGO BY WS-CAPA-CODIGO
                         CAMPO-UBICACION BY WS-CAPA-UBICACION
                         CAMPO-FECHA BY WS-CAPA-FECHA
                         CAMPO-CANTIDAD BY WS-CAPA-CANTIDAD
                         CAMPO-COSTO BY WS-CAPA-COSTO.
01 WS-CAPA-DESTINO PIC X(3) VALUE SPACES.
01 WS-CAPA-COSTO-TOTAL PIC 9(9)V99.
01 WS-CAPA-RESULTADO PIC X(1).
*> La Marca de cada codigo valuado.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-NOMBRE-REPORTE PIC X(30).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "VALORINVENTARIO".

PROCEDURE DIVISION.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
    ACCEPT WS-PARAMETRO FROM COMMAND-LINE
    EVALUATE WS-PARAMETRO
       WHEN SPACES
       WHEN "PRECIO"
          MOVE 'P' TO WS-BASE
       WHEN "COSTO"
          MOVE 'C' TO WS-BASE
       WHEN OTHER
          DISPLAY "BASE NO RECONOCIDA: " WS-PARAMETRO
             " - SE ESPERA PRECIO O COSTO"
          MOVE 8 TO RETURN-CODE
          GO TO FinInicio
    END-EVALUATE
    PERFORM CargarPrecios
    PERFORM CargarTasasCambio
    OPEN INPUT INVENTARIO-FILE
       MOVE 8 TO RETURN-CODE
    ELSE
       OPEN OUTPUT REPORTE-FILE
       IF WS-BASE = 'C'
          MOVE "*** VALUACION DEL INVENTARIO A COSTO ***"
             TO REPORTE-LINEA
       ELSE
          MOVE "*** VALUACION DEL INVENTARIO ***" TO REPORTE-LINEA
       END-IF
       WRITE REPORTE-LINEA
       PERFORM UNTIL WS-EOF-INVENTARIO = 'Y'
          READ INVENTARIO-FILE
             AT END MOVE 'Y' TO WS-EOF-INVENTARIO
             NOT AT END PERFORM ValuarUnCodigo
          END-READ
       END-PERFORM
       CLOSE INVENTARIO-FILE
       PERFORM EscribirSubtotales
       CLOSE REPORTE-FILE
       MOVE "VALOR-INVENTARIO.TXT" TO WS-NOMBRE-REPORTE
       CALL "ARCHIVARREPORTE" USING WS-NOMBRE-REPORTE
       IF WS-BASE = 'C'
          DISPLAY "CODIGOS VALUADOS A COSTO: " WS-CODIGOS-VALUADOS
             "  SIN COSTO CONOCIDO: " WS-SIN-COSTO
             "  CON CAPAS DISTINTAS AL STOCK: " WS-CAPAS-DISTINTAS
       ELSE
          DISPLAY "CODIGOS VALUADOS: " WS-CODIGOS-VALUADOS
             "  SIN PRECIO EN CATALOGO: " WS-SIN-PRECIO
       END-IF
    END-IF.
FinInicio.
DISPLAY "JOB VALORINVENTARIO COMPLETE, RC=" RETURN-CODE.
STOP RUN.

    MOVE 'N' TO WS-PRE-HALLADO
    PERFORM VARYING WS-PRE-SUB FROM 1 BY 1
       UNTIL WS-PRE-SUB > WS-TOTAL-PRECIOS
       IF PRE-CODIGO(WS-PRE-SUB) = PR-Codigo
          IF PR-FechaVigencia >= PRE-VIGENCIA(WS-PRE-SUB)
             MOVE PR-Precio TO PRE-PRECIO(WS-PRE-SUB)
             MOVE PR-Moneda TO PRE-MONEDA(WS-PRE-SUB)
    END-PERFORM
    IF WS-PRE-HALLADO = 'N' AND WS-TOTAL-PRECIOS < 100
       ADD 1 TO WS-TOTAL-PRECIOS
       MOVE PR-Codigo TO PRE-CODIGO(WS-TOTAL-PRECIOS)
       MOVE PR-Precio TO PRE-PRECIO(WS-TOTAL-PRECIOS)
       MOVE PR-Moneda TO PRE-MONEDA(WS-TOTAL-PRECIOS)
       MOVE PR-FechaVigencia TO PRE-VIGENCIA(WS-TOTAL-PRECIOS)
       CLOSE TASAS-CAMBIO
    END-IF.

ValuarUnCodigo.
    MOVE INV-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE 'N' TO WS-PRE-HALLADO
    PERFORM VARYING WS-PRE-SUB FROM 1 BY 1
       UNTIL WS-PRE-SUB > WS-TOTAL-PRECIOS
       IF PRE-CODIGO(WS-PRE-SUB) = INV-Codigo
          MOVE 'S' TO WS-PRE-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-BASE = 'C'
       PERFORM ValuarACosto
       EXIT PARAGRAPH
    END-IF
    IF WS-PRE-HALLADO = 'N'
       ADD 1 TO WS-SIN-PRECIO
       MOVE SPACES TO WS-LINEA
       STRING INV-Codigo " " WS-ART-MARCA
          " SIN PRECIO EN PRODUCTOS.DAT, "
          INV-Cantidad " UNIDADES SIN VALUAR"
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO REPORTE-LINEA
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-VALOR = INV-Cantidad * PRE-PRECIO(WS-PRE-SUB)
    MOVE PRE-MONEDA(WS-PRE-SUB) TO WS-MONEDA-VALOR
    ADD 1 TO WS-CODIGOS-VALUADOS
    MOVE WS-VALOR TO WS-VALOR-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING INV-Codigo " " WS-ART-MARCA " " INV-Cantidad
       " UNIDADES A "
       PRE-MONEDA(WS-PRE-SUB) " " PRE-PRECIO(WS-PRE-SUB)
       " = " WS-VALOR-EDITADO
       DELIMITED BY SIZE INTO WS-LINEA
    WRITE REPORTE-LINEA
    PERFORM AcumularMoneda.

*> La cantidad en mano de INVENTARIO.DAT al costo unitario de las
*> capas del codigo en su ubicacion. Cuando las capas no suman lo
*> mismo que el stock (mercaderia entrada sin costo, mermas de
*> conteo) la linea lo marca, pero se valua igual la cantidad en
*> mano.
ValuarACosto.
    MOVE INV-Codigo TO WS-CAPA-CODIGO
    IF INV-Ubicacion = SPACES
       MOVE "TDA" TO WS-CAPA-UBICACION
    ELSE
       MOVE INV-Ubicacion TO WS-CAPA-UBICACION
    END-IF
    CALL "CAPASCOSTO" USING "EXISTENC" WS-CAPA WS-CAPA-DESTINO
       WS-CAPA-COSTO-TOTAL WS-CAPA-RESULTADO
    IF WS-CAPA-COSTO = 0
       ADD 1 TO WS-SIN-COSTO
       MOVE SPACES TO WS-LINEA
       STRING INV-Codigo " " WS-ART-MARCA " "
          WS-CAPA-UBICACION " SIN COSTO EN COSTO-CAPAS.DAT, "
          INV-Cantidad " UNIDADES SIN VALUAR"
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO REPORTE-LINEA
       WRITE REPORTE-LINEA
       EXIT PARAGRAPH
    END-IF
    IF WS-PRE-HALLADO = 'S'
       MOVE PRE-MONEDA(WS-PRE-SUB) TO WS-MONEDA-VALOR
    ELSE
       MOVE "USD" TO WS-MONEDA-VALOR
    END-IF
    IF WS-CAPA-CANTIDAD = INV-Cantidad
       MOVE WS-CAPA-COSTO-TOTAL TO WS-VALOR
    ELSE
       COMPUTE WS-VALOR = INV-Cantidad * WS-CAPA-COSTO
    END-IF
    ADD 1 TO WS-CODIGOS-VALUADOS
    MOVE WS-VALOR TO WS-VALOR-EDITADO
    MOVE WS-CAPA-COSTO TO WS-COSTO-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING INV-Codigo " " WS-ART-MARCA " " WS-CAPA-UBICACION " "
       INV-Cantidad " UNIDADES A COSTO " WS-MONEDA-VALOR " "
       WS-COSTO-EDITADO " = " WS-VALOR-EDITADO
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO REPORTE-LINEA
    WRITE REPORTE-LINEA
    IF WS-CAPA-CANTIDAD NOT = INV-Cantidad
       ADD 1 TO WS-CAPAS-DISTINTAS
       MOVE SPACES TO WS-LINEA
       STRING "   (LAS CAPAS DE COSTO SUMAN " WS-CAPA-CANTIDAD
          " UNIDADES)" DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO REPORTE-LINEA
       WRITE REPORTE-LINEA
    END-IF
    PERFORM AcumularMoneda.

AcumularMoneda.
    MOVE 'N' TO WS-MONEDA-HALLADA
    PERFORM VARYING WS-MONEDA-SUB FROM 1 BY 1
       UNTIL WS-MONEDA-SUB > WS-MONEDA-TOTAL
       IF MON-CODIGO(WS-MONEDA-SUB) = WS-MONEDA-VALOR
          ADD WS-VALOR TO MON-TOTAL(WS-MONEDA-SUB)
          MOVE 'S' TO WS-MONEDA-HALLADA
          MOVE WS-MONEDA-TOTAL TO WS-MONEDA-SUB
    END-PERFORM
    IF WS-MONEDA-HALLADA = 'N' AND WS-MONEDA-TOTAL < 10
       ADD 1 TO WS-MONEDA-TOTAL
       MOVE WS-MONEDA-VALOR TO MON-CODIGO(WS-MONEDA-TOTAL)
       MOVE WS-VALOR TO MON-TOTAL(WS-MONEDA-TOTAL)
    END-IF.

