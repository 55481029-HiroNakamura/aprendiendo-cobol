
*> Resumen diario de ventas: toma de VENTAS.DAT los asientos de la
*> fecha pedida en VENTAS.CTL (la fecha de hoy si no hay control) y
*> suma unidades e ingresos por Marca (la del codigo de producto
*> en ARTICULOS.DAT, asi los modelos de una Marca se suman juntos),
*> separando por moneda igual que REPORTEPRODUCTOS separa sus
*> totales, para que el cierre del dia diga cuanto se vendio de cada Marca sin mezclar monedas.
*> Como VENTAS guarda el precio de lista junto al cobrado, cada
*> Marca cierra ademas con el descuento total regalado en el dia,
*> que es lo que costo la promocion. Las filas de devolucion 'D'
*> restan unidades e ingreso, asi el cierre del dia queda neto.
*> Los kits de KITS.DAT se venden como una sola linea con su propio
*> codigo y no se mezclan con las ventas sueltas: van en una
*> seccion aparte, por codigo de kit, despues del resumen por Marca
*> de los articulos vendidos sueltos.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT VENTAS-CTL ASSIGN TO "VENTAS.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT KITS-FILE ASSIGN TO "KITS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-KITS.

DATA DIVISION.
FILE SECTION.
FD VENTAS-FILE.
01 VENTAS-REGISTRO.
   05 VEN-Fecha PIC 9(8).
   05 VEN-Codigo PIC X(8).
   05 VEN-Cantidad PIC 9(4).
   05 VEN-PrecioUnitario PIC 9(4)V99.
   05 VEN-Moneda PIC X(3).
01 CTL-VENTAS.
   05 CTL-FECHA PIC 9(8).

FD KITS-FILE.
01 KITS-REGISTRO.
   05 KIT-Codigo PIC X(8).
   05 KIT-Componente PIC X(8).
   05 KIT-Cantidad PIC 9(3).

WORKING-STORAGE SECTION.
01 WS-ESTADO-VENTAS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-IMPORTE-EDITADO PIC $$$,$$$,$$$.99-.
01 WS-VENTAS-DIA PIC 9(4) VALUE 0.
01 WS-OTRAS-FECHAS PIC 9(4) VALUE 0.
01 WS-ESTADO-KITS PIC X(2).
01 WS-EOF-KITS PIC A(1) VALUE 'N'.

*> Los codigos que son kit (uno por kit, aunque KITS.DAT tenga una
*> fila por componente).
01 WS-TABLA-KITS.
   05 WS-KIT-CODIGO OCCURS 100 TIMES PIC X(8).
01 WS-TOTAL-KITS PIC 9(3) VALUE 0.
01 WS-KIT-SUB PIC 9(3).
01 WS-KIT-HALLADO PIC A(1).
01 WS-CODIGO-KIT PIC X(8).
01 WS-HAY-KITS-DIA PIC A(1) VALUE 'N'.

*> Acumulado por Marca y moneda, tabla por clave con busqueda
*> lineal como WS-TABLA-MONEDAS en REPORTEPRODUCTOS; una fila de
*> kit lleva ademas el codigo del kit en RES-KIT (en blanco para lo
*> vendido suelto).
01 WS-TABLA-RESUMEN.
   05 WS-RESUMEN OCCURS 100 TIMES.
      10 RES-KIT PIC X(8).
      10 RES-MARCA PIC A(20).
      10 RES-MONEDA PIC X(3).
      10 RES-UNIDADES PIC S9(6).
01 WS-TOTAL-RESUMEN PIC 9(3) VALUE 0.
01 WS-RES-SUB PIC 9(3).
01 WS-RES-HALLADO PIC A(1).
*> La Marca del codigo vendido: el resumen sigue siendo por Marca.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTEVENTAS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    PERFORM LeerFechaReporte
    PERFORM CargarKits
    OPEN INPUT VENTAS-FILE
    IF WS-ESTADO-VENTAS NOT = "00"
       DISPLAY "NO HAY VENTAS.DAT PARA PROCESAR"
       CLOSE VENTAS-CTL
    END-IF.

CargarKits.
    OPEN INPUT KITS-FILE
    IF WS-ESTADO-KITS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-KITS = 'Y'
       READ KITS-FILE
          AT END MOVE 'Y' TO WS-EOF-KITS
          NOT AT END
             MOVE KIT-Codigo TO WS-CODIGO-KIT
             PERFORM BuscarKit
             IF WS-KIT-HALLADO = 'N' AND WS-TOTAL-KITS < 100
                ADD 1 TO WS-TOTAL-KITS
                MOVE KIT-Codigo TO WS-KIT-CODIGO(WS-TOTAL-KITS)
             END-IF
       END-READ
    END-PERFORM
    CLOSE KITS-FILE.

BuscarKit.
    MOVE 'N' TO WS-KIT-HALLADO
    PERFORM VARYING WS-KIT-SUB FROM 1 BY 1
       UNTIL WS-KIT-SUB > WS-TOTAL-KITS
       IF WS-KIT-CODIGO(WS-KIT-SUB) = WS-CODIGO-KIT
          MOVE 'S' TO WS-KIT-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

ClasificarVenta.
    IF VEN-Fecha NOT = WS-FECHA-REPORTE
       ADD 1 TO WS-OTRAS-FECHAS
    ELSE
       MOVE 0 TO WS-DESCUENTO
    END-IF
    MOVE VEN-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE VEN-Codigo TO WS-CODIGO-KIT
    PERFORM BuscarKit
    IF WS-KIT-HALLADO = 'S'
       MOVE 'S' TO WS-HAY-KITS-DIA
    ELSE
       MOVE SPACES TO WS-CODIGO-KIT
    END-IF
    MOVE 'N' TO WS-RES-HALLADO
    PERFORM VARYING WS-RES-SUB FROM 1 BY 1
       UNTIL WS-RES-SUB > WS-TOTAL-RESUMEN
       IF RES-KIT(WS-RES-SUB) = WS-CODIGO-KIT
          AND RES-MARCA(WS-RES-SUB) = WS-ART-MARCA
          AND RES-MONEDA(WS-RES-SUB) = VEN-Moneda
          IF VEN-Tipo = 'D'
             SUBTRACT VEN-Cantidad FROM RES-UNIDADES(WS-RES-SUB)
    IF WS-RES-HALLADO = 'N'
       IF WS-TOTAL-RESUMEN < 100
          ADD 1 TO WS-TOTAL-RESUMEN
          MOVE WS-CODIGO-KIT TO RES-KIT(WS-TOTAL-RESUMEN)
          MOVE WS-ART-MARCA TO RES-MARCA(WS-TOTAL-RESUMEN)
          MOVE VEN-Moneda TO RES-MONEDA(WS-TOTAL-RESUMEN)
          IF VEN-Tipo = 'D'
             COMPUTE RES-UNIDADES(WS-TOTAL-RESUMEN) =
          END-IF
       ELSE
          DISPLAY "ATENCION: MAS DE 100 COMBINACIONES DE MARCA "
             "Y MONEDA, NO SE CUENTA " VEN-Codigo
       END-IF
    END-IF.

    END-IF
    PERFORM VARYING WS-RES-SUB FROM 1 BY 1
       UNTIL WS-RES-SUB > WS-TOTAL-RESUMEN
       IF RES-KIT(WS-RES-SUB) = SPACES
          MOVE RES-IMPORTE(WS-RES-SUB) TO WS-IMPORTE-EDITADO
          DISPLAY "  " RES-MARCA(WS-RES-SUB) " "
             RES-UNIDADES(WS-RES-SUB) " UNIDADES, INGRESO "
             RES-MONEDA(WS-RES-SUB) " " WS-IMPORTE-EDITADO
          PERFORM ImprimirDescuento
       END-IF
    END-PERFORM
    IF WS-HAY-KITS-DIA = 'S'
       DISPLAY " "
       DISPLAY "*** VENTAS DEL " WS-FECHA-REPORTE " DE KITS ***"
       PERFORM VARYING WS-RES-SUB FROM 1 BY 1
          UNTIL WS-RES-SUB > WS-TOTAL-RESUMEN
          IF RES-KIT(WS-RES-SUB) NOT = SPACES
             MOVE RES-IMPORTE(WS-RES-SUB) TO WS-IMPORTE-EDITADO
             DISPLAY "  KIT " RES-KIT(WS-RES-SUB) " "
                RES-MARCA(WS-RES-SUB) " "
                RES-UNIDADES(WS-RES-SUB) " KITS, INGRESO "
                RES-MONEDA(WS-RES-SUB) " " WS-IMPORTE-EDITADO
             PERFORM ImprimirDescuento
          END-IF
       END-PERFORM
    END-IF
    DISPLAY "VENTAS DEL DIA: " WS-VENTAS-DIA
       "  DE OTRAS FECHAS: " WS-OTRAS-FECHAS.

ImprimirDescuento.
    IF RES-DESCUENTO(WS-RES-SUB) > 0
       MOVE RES-DESCUENTO(WS-RES-SUB) TO WS-IMPORTE-EDITADO
       DISPLAY "    DESCUENTO POR PROMOCION: "
          RES-MONEDA(WS-RES-SUB) " " WS-IMPORTE-EDITADO
    END-IF.
