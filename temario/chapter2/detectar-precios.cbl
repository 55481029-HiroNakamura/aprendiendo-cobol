FILE SECTION.
FD PRODUCTOS-FILE.
01 PRODUCTOS-REGISTRO.
   05 PR-Codigo PIC X(8).
   05 PR-Precio PIC 9(4)V99.
   05 PR-Moneda PIC X(3).
   05 PR-FechaVigencia PIC 9(8).
   05 DET-DESVIOS PIC 9(1)V9.

FD ATIPICOS-FILE.
01 ATIPICOS-LINEA PIC X(100).

WORKING-STORAGE SECTION.
01 WS-ESTADO-PRODUCTOS PIC X(2).
01 WS-DESVIOS-LIMITE PIC 9(1)V9 VALUE 2.0.

*> Tabla en memoria con Marca y Precio, mismo esquema que la tabla
*> WS-NUMB de FUNCIONES pero con el codigo y la Marca al lado para
*> poder identificar el producto atipico en el reporte. La Marca
*> sale de ARTICULOS.DAT por el codigo de cada fila.
01 WS-TABLA-PRODUCTOS.
   05 WS-PROD-ENTRADA OCCURS 500 TIMES.
      10 WS-PROD-CODIGO PIC X(8).
      10 WS-PROD-MARCA PIC A(20).
      10 WS-PROD-PRECIO PIC 9(4)V99.
01 WS-TOTAL PIC 9(3) VALUE 0.
01 WS-SUB PIC 9(3).

COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).

*> Estadisticas acumuladas por Marca, misma tabla-con-busqueda-lineal
*> que WS-TABLA-EMAILS en ARCHIVO1: cada Marca lleva su conteo, su
*> suma, su media y su desvio, y el umbral de atipicos se evalua
            NOT AT END
               IF WS-TOTAL < 500
                  ADD 1 TO WS-TOTAL
                  MOVE PR-Codigo TO WS-PROD-CODIGO(WS-TOTAL)
                  MOVE PR-Codigo TO WS-ART-CODIGO
                  CALL "BUSCARARTICULO"
                     USING WS-ARTICULO WS-ART-RESULTADO
                  MOVE WS-ART-MARCA TO WS-PROD-MARCA(WS-TOTAL)
                  MOVE PR-Precio TO WS-PROD-PRECIO(WS-TOTAL)
               END-IF
         END-READ
         IF WS-DIFERENCIA-ABS > WS-MARCA-LIMITE(WS-MARCA-IDX)
            ADD 1 TO WS-TOTAL-ATIPICOS
            MOVE SPACES TO ATIPICOS-LINEA
            STRING WS-PROD-CODIGO(WS-SUB) " " WS-PROD-MARCA(WS-SUB)
               ": PRECIO=" WS-PROD-PRECIO(WS-SUB)
               " MEDIA DE LA MARCA=" WS-MARCA-MEDIA(WS-MARCA-IDX)
               " DIFERENCIA=" WS-DIFERENCIA-ABS
