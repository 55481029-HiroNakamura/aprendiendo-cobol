*> Reponemos lo que cae bajo INV-PuntoReposicion pero nada avisaba
*> que dejo de venderse: el stock muerto se queda en INVENTARIO.DAT
*> inmovilizando plata. Este reporte toma la ultima VEN-Fecha de
*> venta por codigo de producto de VENTAS.DAT (las devoluciones no
*> cuentan como movimiento), la cruza con el stock en mano, y lista
*> los codigos, con su Marca y modelo de ARTICULOS.DAT, con stock
*> y sin venta en los ultimos N dias (SINMOVIMIENTO.CTL,
*> 90 por defecto), ordenados de mayor a menor por el valor del
*> stock inmovilizado (cantidad por el precio vigente, como
*> VALORINVENTARIO) y marcando los que no vendieron nunca.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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

FD PRODUCTOS-FILE.
01 PRODUCTOS-REGISTRO.
   05 PR-Codigo PIC X(8).
   05 PR-Precio PIC 9(4)V99.
   05 PR-Moneda PIC X(3).
   05 PR-FechaVigencia PIC 9(8).
SD SORT-WORK.
01 SORT-RECORD.
   05 SR-Valor PIC 9(9)V99.
   05 SR-Codigo PIC X(8).
   05 SR-Marca PIC A(20).
   05 SR-Modelo PIC X(15).
   05 SR-Cantidad PIC 9(5).
   05 SR-Moneda PIC X(3).
   05 SR-UltimaVenta PIC 9(8).
01 WS-FECHA-CORTE PIC 9(8).
01 WS-DIAS-INTEGER PIC S9(9) COMP.

*> La ultima fecha de venta real por codigo.
01 WS-TABLA-ULTIMAS.
   05 WS-ULTIMA-FILA OCCURS 100 TIMES.
      10 ULT-CODIGO PIC X(8).
      10 ULT-FECHA PIC 9(8).
01 WS-TOTAL-ULTIMAS PIC 9(3) VALUE 0.
01 WS-ULT-SUB PIC 9(3).
01 WS-ULT-HALLADA PIC A(1).

*> El precio vigente por codigo, mismo esquema que VALORINVENTARIO.
01 WS-TABLA-PRECIOS.
   05 WS-PRECIO-FILA OCCURS 100 TIMES.
      10 PRE-CODIGO PIC X(8).
      10 PRE-PRECIO PIC 9(4)V99.
      10 PRE-MONEDA PIC X(3).
      10 PRE-VIGENCIA PIC 9(8).

01 WS-VALOR-EDITADO PIC $$$,$$$,$$9.99.
01 WS-LISTADAS PIC 9(3) VALUE 0.
*> La Marca y el modelo de cada codigo listado.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTESINMOVIMIENTO".

PROCEDURE DIVISION.
       INPUT PROCEDURE IS CargarStockInmovil
       OUTPUT PROCEDURE IS ListarInmoviles.
    IF WS-LISTADAS = 0
       DISPLAY "SIN PRODUCTOS CON STOCK INMOVILIZADO MAS DE "
          WS-DIAS-UMBRAL " DIAS"
    END-IF.
DISPLAY "JOB REPORTESINMOVIMIENTO COMPLETE, RC=" RETURN-CODE.
    MOVE 'N' TO WS-ULT-HALLADA
    PERFORM VARYING WS-ULT-SUB FROM 1 BY 1
       UNTIL WS-ULT-SUB > WS-TOTAL-ULTIMAS
       IF ULT-CODIGO(WS-ULT-SUB) = VEN-Codigo
          IF VEN-Fecha > ULT-FECHA(WS-ULT-SUB)
             MOVE VEN-Fecha TO ULT-FECHA(WS-ULT-SUB)
          END-IF
    END-PERFORM
    IF WS-ULT-HALLADA = 'N' AND WS-TOTAL-ULTIMAS < 100
       ADD 1 TO WS-TOTAL-ULTIMAS
       MOVE VEN-Codigo TO ULT-CODIGO(WS-TOTAL-ULTIMAS)
       MOVE VEN-Fecha TO ULT-FECHA(WS-TOTAL-ULTIMAS)
    END-IF.

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
    END-IF.

*> Al SORT entran solo los codigos con stock cuya ultima venta es
*> anterior al corte (o que nunca vendieron, con fecha cero), con
*> el valor inmovilizado como clave descendente.
CargarStockInmovil.
             AT END MOVE 'Y' TO WS-EOF-INVENTARIO
             NOT AT END
                IF INV-Cantidad > 0
                   PERFORM EvaluarCodigoInmovil
                END-IF
          END-READ
       END-PERFORM
       MOVE 8 TO RETURN-CODE
    END-IF.

EvaluarCodigoInmovil.
    MOVE 'N' TO WS-ULT-HALLADA
    MOVE 0 TO SR-UltimaVenta
    PERFORM VARYING WS-ULT-SUB FROM 1 BY 1
       UNTIL WS-ULT-SUB > WS-TOTAL-ULTIMAS
       IF ULT-CODIGO(WS-ULT-SUB) = INV-Codigo
          MOVE 'S' TO WS-ULT-HALLADA
          MOVE ULT-FECHA(WS-ULT-SUB) TO SR-UltimaVenta
          MOVE WS-TOTAL-ULTIMAS TO WS-ULT-SUB
       AND SR-UltimaVenta >= WS-FECHA-CORTE
       EXIT PARAGRAPH
    END-IF
    MOVE INV-Codigo TO SR-Codigo
    MOVE INV-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE WS-ART-MARCA TO SR-Marca
    MOVE WS-ART-MODELO TO SR-Modelo
    MOVE INV-Cantidad TO SR-Cantidad
    MOVE 0 TO SR-Valor
    MOVE SPACES TO SR-Moneda
    PERFORM VARYING WS-PRE-SUB FROM 1 BY 1
       UNTIL WS-PRE-SUB > WS-TOTAL-PRECIOS
       IF PRE-CODIGO(WS-PRE-SUB) = INV-Codigo
          COMPUTE SR-Valor =
             INV-Cantidad * PRE-PRECIO(WS-PRE-SUB)
          MOVE PRE-MONEDA(WS-PRE-SUB) TO SR-Moneda
             ADD 1 TO WS-LISTADAS
             MOVE SR-Valor TO WS-VALOR-EDITADO
             IF SR-UltimaVenta = 0
                DISPLAY SR-Codigo " " SR-Marca " " SR-Modelo " "
                   SR-Cantidad
                   " UNIDADES, VALOR " SR-Moneda " "
                   WS-VALOR-EDITADO " - NUNCA VENDIO"
             ELSE
                DISPLAY SR-Codigo " " SR-Marca " " SR-Modelo " "
                   SR-Cantidad
                   " UNIDADES, VALOR " SR-Moneda " "
                   WS-VALOR-EDITADO " - ULTIMA VENTA "
                   SR-UltimaVenta
             END-IF
       END-RETURN
    END-PERFORM
    DISPLAY "PRODUCTOS INMOVILIZADOS: " WS-LISTADAS.
