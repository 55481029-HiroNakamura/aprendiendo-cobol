*> necesita saber que cambios estan cargados pero todavia no rigen.
*> Este reporte recorre el catalogo y lista toda fila con
*> PR-FechaVigencia posterior a la fecha de proceso, junto con el
*> precio que rige hoy para el mismo codigo, asi se ve de un vistazo
*> que va a cambiar, cuando y desde cuanto.

ENVIRONMENT DIVISION.
FILE SECTION.
FD PRODUCTOS-FILE.
01 PRODUCTOS-REGISTRO.
   05 PR-Codigo PIC X(8).
   05 PR-Precio PIC 9(4)V99.
   05 PR-Moneda PIC X(3).
   05 PR-FechaVigencia PIC 9(8).
01 WS-EOF-PRODUCTOS PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).

*> El precio que rige hoy por codigo (vigencia mas alta no futura)
*> y los cambios pendientes, cargados en la misma pasada.
01 WS-TABLA-VIGENTES.
   05 WS-VIGENTE-FILA OCCURS 100 TIMES.
      10 VIG-CODIGO PIC X(8).
      10 VIG-PRECIO PIC 9(4)V99.
      10 VIG-VIGENCIA PIC 9(8).
01 WS-TOTAL-VIGENTES PIC 9(3) VALUE 0.

01 WS-TABLA-PENDIENTES.
   05 WS-PENDIENTE-FILA OCCURS 100 TIMES.
      10 PND-CODIGO PIC X(8).
      10 PND-PRECIO PIC 9(4)V99.
      10 PND-MONEDA PIC X(3).
      10 PND-VIGENCIA PIC 9(8).
01 WS-TOTAL-PENDIENTES PIC 9(3) VALUE 0.
01 WS-PND-SUB PIC 9(3).

*> La Marca de cada codigo con cambio pendiente.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30)
   VALUE "REPORTEPRECIOSPENDIENTES".

       AND PR-FechaVigencia > WS-FECHA-HOY
       IF WS-TOTAL-PENDIENTES < 100
          ADD 1 TO WS-TOTAL-PENDIENTES
          MOVE PR-Codigo TO PND-CODIGO(WS-TOTAL-PENDIENTES)
          MOVE PR-Precio TO PND-PRECIO(WS-TOTAL-PENDIENTES)
          MOVE PR-Moneda TO PND-MONEDA(WS-TOTAL-PENDIENTES)
          MOVE PR-FechaVigencia
    MOVE 'N' TO WS-VIG-HALLADO
    PERFORM VARYING WS-VIG-SUB FROM 1 BY 1
       UNTIL WS-VIG-SUB > WS-TOTAL-VIGENTES
       IF VIG-CODIGO(WS-VIG-SUB) = PR-Codigo
          IF PR-FechaVigencia >= VIG-VIGENCIA(WS-VIG-SUB)
             MOVE PR-Precio TO VIG-PRECIO(WS-VIG-SUB)
             MOVE PR-FechaVigencia TO VIG-VIGENCIA(WS-VIG-SUB)
    END-PERFORM
    IF WS-VIG-HALLADO = 'N' AND WS-TOTAL-VIGENTES < 100
       ADD 1 TO WS-TOTAL-VIGENTES
       MOVE PR-Codigo TO VIG-CODIGO(WS-TOTAL-VIGENTES)
       MOVE PR-Precio TO VIG-PRECIO(WS-TOTAL-VIGENTES)
       MOVE PR-FechaVigencia TO VIG-VIGENCIA(WS-TOTAL-VIGENTES)
    END-IF.
    DISPLAY "CAMBIOS PENDIENTES: " WS-TOTAL-PENDIENTES.

ImprimirUnPendiente.
    MOVE PND-CODIGO(WS-PND-SUB) TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE 'N' TO WS-VIG-HALLADO
    PERFORM VARYING WS-VIG-SUB FROM 1 BY 1
       UNTIL WS-VIG-SUB > WS-TOTAL-VIGENTES
       IF VIG-CODIGO(WS-VIG-SUB) = PND-CODIGO(WS-PND-SUB)
          MOVE 'S' TO WS-VIG-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-VIG-HALLADO = 'S'
       DISPLAY PND-CODIGO(WS-PND-SUB) " " WS-ART-MARCA " DESDE "
          PND-VIGENCIA(WS-PND-SUB) ": "
          PND-MONEDA(WS-PND-SUB) " " PND-PRECIO(WS-PND-SUB)
          " (HOY RIGE " VIG-PRECIO(WS-VIG-SUB) ")"
    ELSE
       DISPLAY PND-CODIGO(WS-PND-SUB) " " WS-ART-MARCA " DESDE "
          PND-VIGENCIA(WS-PND-SUB) ": "
          PND-MONEDA(WS-PND-SUB) " " PND-PRECIO(WS-PND-SUB)
          " (PRODUCTO NUEVO, SIN PRECIO VIGENTE HOY)"
    END-IF.
