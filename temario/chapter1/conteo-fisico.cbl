*> reposicion calcula sobre ficcion. Este programa cierra el ciclo
*> de conteo con dos modos por COMMAND-LINE:
*>   HOJAS    imprime las planillas de conteo en HOJAS-CONTEO.TXT,
*>            una linea por codigo de producto, con la Marca y el
*>            modelo de ARTICULOS.DAT para reconocerlo en el
*>            estante, la cantidad de sistema y el espacio para
*>            anotar lo contado.
*>   APLICAR  lee CONTEO-FISICO.DAT (codigo, cantidad contada y
*>            codigo de motivo), reporta la variacion por codigo,
*>            pisa el stock con lo contado y deja cada ajuste
*>            aprobado en AJUSTES-INVENTARIO.DAT con su tipo 'A' y
*>            motivo, para que la correccion de stock se distinga
*>            de una recepcion o un despacho en la historia.
*>            Cada fila contada, con o sin diferencia, queda ademas
*>            en CONTEOS-REALIZADOS.DAT con la fecha, lo que decia
*>            el sistema y lo contado: es lo que CONTEOCICLICO mira
*>            para saber que filas estan al dia con su conteo.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT AJUSTES-FILE ASSIGN TO "AJUSTES-INVENTARIO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-AJUSTES.
SELECT CONTEOS-FILE ASSIGN TO "CONTEOS-REALIZADOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CONTEOS.

DATA DIVISION.
FILE SECTION.
FD INVENTARIO-FILE.
01 INVENTARIO-REGISTRO.
   05 INV-Codigo PIC X(8).
   05 INV-Cantidad PIC 9(5).
   05 INV-PuntoReposicion PIC 9(5).
   05 INV-Ubicacion PIC X(3).

FD INVENTARIO-TEMP.
01 INVENTARIO-TEMP-REGISTRO PIC X(21).

FD CONTEO-FILE.
01 CONTEO-REGISTRO.
   05 CON-Codigo PIC X(8).
   05 CON-CantidadContada PIC 9(5).
   05 CON-Motivo PIC X(3).
   05 CON-Ubicacion PIC X(3).
01 AJUSTES-REGISTRO.
   05 AJU-Fecha PIC 9(8).
   05 AJU-Tipo PIC A(1).
   05 AJU-Codigo PIC X(8).
   05 AJU-CantidadAnterior PIC 9(5).
   05 AJU-CantidadNueva PIC 9(5).
   05 AJU-Motivo PIC X(3).
   05 AJU-Ubicacion PIC X(3).

FD CONTEOS-FILE.
01 CONTEOS-REGISTRO.
   05 CTO-Fecha PIC 9(8).
   05 CTO-Codigo PIC X(8).
   05 CTO-Ubicacion PIC X(3).
   05 CTO-CantidadSistema PIC 9(5).
   05 CTO-CantidadContada PIC 9(5).

WORKING-STORAGE SECTION.
01 WS-MODO PIC X(12) VALUE SPACES.
01 WS-ESTADO-INVENTARIO PIC X(2).
01 WS-ESTADO-CONTEO PIC X(2).
01 WS-ESTADO-HOJAS PIC X(2).
01 WS-ESTADO-AJUSTES PIC X(2).
01 WS-ESTADO-CONTEOS PIC X(2).
01 WS-EOF-INVENTARIO PIC A(1) VALUE 'N'.
01 WS-EOF-CONTEO PIC A(1) VALUE 'N'.


01 WS-TABLA-STOCK.
   05 WS-STOCK OCCURS 100 TIMES.
      10 STK-CODIGO PIC X(8).
      10 STK-CANTIDAD PIC 9(5).
      10 STK-PUNTO PIC 9(5).
      10 STK-UBICACION PIC X(3).
01 WS-SIN-DIFERENCIA PIC 9(3) VALUE 0.
01 WS-RECHAZOS PIC 9(3) VALUE 0.
01 WS-LINEA PIC X(80).

*> La Marca y el modelo de cada renglon de la planilla.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "CONTEOFISICO".

PROCEDURE DIVISION.
             NOT AT END
                IF WS-TOTAL-STOCK < 100
                   ADD 1 TO WS-TOTAL-STOCK
                   MOVE INV-Codigo TO STK-CODIGO(WS-TOTAL-STOCK)
                   MOVE INV-Cantidad
                      TO STK-CANTIDAD(WS-TOTAL-STOCK)
                   MOVE INV-PuntoReposicion
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO HOJAS-LINEA
    WRITE HOJAS-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "CODIGO   MARCA                MODELO          "
       "UBIC. SISTEMA   CONTADO"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO HOJAS-LINEA
    WRITE HOJAS-LINEA
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       MOVE STK-CODIGO(WS-STK-SUB) TO WS-ART-CODIGO
       CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
       MOVE SPACES TO WS-LINEA
       STRING STK-CODIGO(WS-STK-SUB) " " WS-ART-MARCA " "
          WS-ART-MODELO " ["
          STK-UBICACION(WS-STK-SUB) "] "
          STK-CANTIDAD(WS-STK-SUB) "     _______"
          DELIMITED BY SIZE INTO WS-LINEA
    END-PERFORM
    CLOSE HOJAS-FILE
    DISPLAY "HOJAS DE CONTEO EN HOJAS-CONTEO.TXT: "
       WS-TOTAL-STOCK " PRODUCTOS".

AplicarConteo.
    OPEN INPUT CONTEO-FILE
    MOVE 'N' TO WS-STK-HALLADO
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       IF STK-CODIGO(WS-STK-SUB) = CON-Codigo
          AND STK-UBICACION(WS-STK-SUB) = WS-UBICACION
          MOVE 'S' TO WS-STK-HALLADO
          EXIT PERFORM
    END-PERFORM
    IF WS-STK-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: CODIGO " CON-Codigo " EN "
          WS-UBICACION " NO ESTA EN INVENTARIO.DAT"
       EXIT PARAGRAPH
    END-IF
    PERFORM RegistrarConteo
    COMPUTE WS-DIFERENCIA =
       CON-CantidadContada - STK-CANTIDAD(WS-STK-SUB)
    MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDITADA
    IF WS-DIFERENCIA = 0
       ADD 1 TO WS-SIN-DIFERENCIA
       DISPLAY "  " CON-Codigo " SIN DIFERENCIA ("
          CON-CantidadContada ")"
    ELSE
       DISPLAY "  " CON-Codigo " SISTEMA "
          STK-CANTIDAD(WS-STK-SUB) " CONTADO "
          CON-CantidadContada " DIFERENCIA "
          WS-DIFERENCIA-EDITADA " MOTIVO " CON-Motivo
    END-IF
    MOVE WS-FECHA-HOY TO AJU-Fecha
    MOVE 'A' TO AJU-Tipo
    MOVE CON-Codigo TO AJU-Codigo
    MOVE STK-CANTIDAD(WS-STK-SUB) TO AJU-CantidadAnterior
    MOVE CON-CantidadContada TO AJU-CantidadNueva
    MOVE CON-Motivo TO AJU-Motivo
    WRITE AJUSTES-REGISTRO
    CLOSE AJUSTES-FILE.

*> El conteo queda registrado haya o no diferencia, mismo recurso
*> de abrir al final que RegistrarAjuste.
RegistrarConteo.
    OPEN EXTEND CONTEOS-FILE
    IF WS-ESTADO-CONTEOS NOT = "00"
       OPEN OUTPUT CONTEOS-FILE
       CLOSE CONTEOS-FILE
       OPEN EXTEND CONTEOS-FILE
    END-IF
    MOVE WS-FECHA-HOY TO CTO-Fecha
    MOVE CON-Codigo TO CTO-Codigo
    MOVE WS-UBICACION TO CTO-Ubicacion
    MOVE STK-CANTIDAD(WS-STK-SUB) TO CTO-CantidadSistema
    MOVE CON-CantidadContada TO CTO-CantidadContada
    WRITE CONTEOS-REGISTRO
    CLOSE CONTEOS-FILE.

GrabarStock.
    OPEN OUTPUT INVENTARIO-TEMP
    PERFORM VARYING WS-STK-SUB FROM 1 BY 1
       UNTIL WS-STK-SUB > WS-TOTAL-STOCK
       MOVE STK-CODIGO(WS-STK-SUB) TO INV-Codigo
       MOVE STK-CANTIDAD(WS-STK-SUB) TO INV-Cantidad
       MOVE STK-PUNTO(WS-STK-SUB) TO INV-PuntoReposicion
       MOVE STK-UBICACION(WS-STK-SUB) TO INV-Ubicacion
