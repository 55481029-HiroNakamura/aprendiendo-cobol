AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> La lista de llamadas para compras: cruza los codigos de
*> producto que INVENTARIO.DAT muestra en o bajo su punto de
*> reposicion (con su Marca y modelo de ARTICULOS.DAT) con el
*> proveedor de cada uno en PROVEEDORES.DAT, asi el reporte dice
*> directamente a quien llamar, a que telefono y cuantos dias de
*> entrega esperar. Un codigo bajo de stock sin proveedor asignado
*> sale marcado aparte, que es justo el que mas urge resolver. Con
*> el historico de RECEPCIONES-OC.DAT (que asienta ORDENESCOMPRA)
*> la lista ademas advierte cuando el proveedor a llamar llega
*> tarde en la mitad o mas de sus entregas, para poder esquivarlo.
FILE SECTION.
FD INVENTARIO-FILE.
01 INVENTARIO-REGISTRO.
   05 INV-Codigo PIC X(8).
   05 INV-Cantidad PIC 9(5).
   05 INV-PuntoReposicion PIC 9(5).
   05 INV-Ubicacion PIC X(3).

FD PROVEEDORES-FILE.
01 PROVEEDORES-REGISTRO.
   05 PRV-Codigo PIC X(8).
   05 PRV-Proveedor PIC X(30).
   05 PRV-Telefono PIC X(15).
   05 PRV-DiasEntrega PIC 9(3).
FD RECEPCIONES-FILE.
01 RECEPCIONES-REGISTRO.
   05 ROC-Numero PIC 9(7).
   05 ROC-Codigo PIC X(8).
   05 ROC-Proveedor PIC X(30).
   05 ROC-FechaPromesa PIC 9(8).
   05 ROC-FechaReal PIC 9(8).

01 WS-TABLA-PROVEEDORES.
   05 WS-PROV OCCURS 100 TIMES.
      10 PRO-CODIGO PIC X(8).
      10 PRO-NOMBRE PIC X(30).
      10 PRO-TELEFONO PIC X(15).
      10 PRO-DIAS PIC 9(3).
01 WS-TOTAL-ENTREGAS PIC 9(3) VALUE 0.
01 WS-ENT-SUB PIC 9(3).
01 WS-ENT-HALLADO PIC A(1).
*> La Marca y el modelo del codigo a reponer.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTEREORDEN".

PROCEDURE DIVISION.
       END-PERFORM
       CLOSE INVENTARIO-FILE
       DISPLAY "----------------------------------------"
       DISPLAY "CODIGOS A REPONER: " WS-REPONER
          "  SIN PROVEEDOR ASIGNADO: " WS-SIN-PROVEEDOR
    END-IF.
DISPLAY "JOB REPORTEREORDEN COMPLETE, RC=" RETURN-CODE.
             NOT AT END
                IF WS-TOTAL-PROV < 100
                   ADD 1 TO WS-TOTAL-PROV
                   MOVE PRV-Codigo TO PRO-CODIGO(WS-TOTAL-PROV)
                   MOVE PRV-Proveedor TO PRO-NOMBRE(WS-TOTAL-PROV)
                   MOVE PRV-Telefono
                      TO PRO-TELEFONO(WS-TOTAL-PROV)
    ELSE
       MOVE INV-Ubicacion TO WS-UBICACION
    END-IF
    MOVE INV-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE 'N' TO WS-PRO-HALLADO
    PERFORM VARYING WS-PRO-SUB FROM 1 BY 1
       UNTIL WS-PRO-SUB > WS-TOTAL-PROV
       IF PRO-CODIGO(WS-PRO-SUB) = INV-Codigo
          MOVE 'S' TO WS-PRO-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-PRO-HALLADO = 'S'
       DISPLAY "REPONER " INV-Codigo " " WS-ART-MARCA " "
          WS-ART-MODELO " [" WS-UBICACION
          "] (EN MANO " INV-Cantidad
          ", PUNTO " INV-PuntoReposicion ")"
       DISPLAY "   LLAMAR A " PRO-NOMBRE(WS-PRO-SUB)
       PERFORM AdvertirTardeCronico
    ELSE
       ADD 1 TO WS-SIN-PROVEEDOR
       DISPLAY "REPONER " INV-Codigo " " WS-ART-MARCA " "
          WS-ART-MODELO " [" WS-UBICACION
          "] (EN MANO " INV-Cantidad
          ", PUNTO " INV-PuntoReposicion ")"
       DISPLAY "   SIN PROVEEDOR ASIGNADO EN PROVEEDORES.DAT"
