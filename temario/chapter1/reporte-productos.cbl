*> Lee PRODUCTOS.DAT, generado por estructura.cbl, y produce un
*> reporte de control-break agrupando por Marca: cantidad y precio
*> promedio por grupo, con un total general al final, al estilo
*> clasico de un reporte de resumen de ventas. PRODUCTOS.DAT va por
*> codigo de producto; la Marca de cada fila sale de ARTICULOS.DAT
*> al soltarla al SORT, asi los modelos de una Marca caen juntos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE SECTION.
FD PRODUCTOS-FILE.
01 PRODUCTOS-REGISTRO.
   05 PR-Codigo PIC X(8).
   05 PR-Precio PIC 9(4)V99.
   05 PR-Moneda PIC X(3).
   05 PR-FechaVigencia PIC 9(8).
SD SORT-WORK.
01 SORT-RECORD.
   05 SR-Marca PIC A(20).
   05 SR-Codigo PIC X(8).
   05 SR-Precio PIC 9(4)V99.
   05 SR-Moneda PIC X(3).
   05 SR-FechaVigencia PIC 9(8).
01 WS-ESTADO-PRODUCTOS PIC X(2).
01 WS-ESTADO-TASAS PIC X(2).
01 WS-EOF PIC A(1) VALUE 'N'.
01 WS-EOF-PRODUCTOS PIC A(1) VALUE 'N'.
01 WS-EOF-TASAS PIC A(1) VALUE 'N'.
01 WS-PRIMERA-VEZ PIC A(1) VALUE 'S'.
01 WS-MARCA-ANTERIOR PIC A(20) VALUE SPACES.
01 WS-CONTADOR-GRUPO PIC 9(5) VALUE 0.

*> La Marca de cada codigo, que es la clave del corte.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-SUMA-GRUPO PIC 9(7)V99 VALUE 0.
01 WS-PROMEDIO-GRUPO PIC 9(5)V99 VALUE 0.
01 WS-CONTADOR-TOTAL PIC 9(5) VALUE 0.
PROCEDURE DIVISION.
Inicio.
    PERFORM CargarTasasCambio.
    SORT SORT-WORK ON ASCENDING KEY SR-Marca SR-Codigo
       INPUT PROCEDURE IS SoltarProductos
       OUTPUT PROCEDURE IS ProcesarOrdenado.
    IF WS-CONTADOR-TOTAL = 0
       DISPLAY "NO HAY PRODUCTOS.DAT PARA PROCESAR"
       CLOSE TASAS-CAMBIO
    END-IF.

*> Suelta al SORT cada fila de PRODUCTOS.DAT con la Marca de su
*> codigo.
SoltarProductos.
    OPEN INPUT PRODUCTOS-FILE
    IF WS-ESTADO-PRODUCTOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PRODUCTOS = 'Y'
       READ PRODUCTOS-FILE
          AT END MOVE 'Y' TO WS-EOF-PRODUCTOS
          NOT AT END
             MOVE PR-Codigo TO WS-ART-CODIGO
             CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
             MOVE WS-ART-MARCA TO SR-Marca
             MOVE PR-Codigo TO SR-Codigo
             MOVE PR-Precio TO SR-Precio
             MOVE PR-Moneda TO SR-Moneda
             MOVE PR-FechaVigencia TO SR-FechaVigencia
             RELEASE SORT-RECORD
       END-READ
    END-PERFORM
    CLOSE PRODUCTOS-FILE.

*> Recorre SORT-WORK ya ordenado por Marca, cortando el grupo cada
*> vez que la Marca cambia, para imprimir el subtotal del grupo
*> anterior antes de empezar a acumular el siguiente.
