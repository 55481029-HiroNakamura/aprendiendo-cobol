IDENTIFICATION DIVISION.
PROGRAM-ID. LOTESSTOCK.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.
SECURITY. NO ES CONFIDENCIAL.

*> INVENTARIO.DAT sabe cuanto hay de un codigo en una ubicacion pero
*> no de que lote ni cuando vence, y lo perecedero (el comedor, los
*> insumos de laboratorio) tiene que venderse por vencimiento. Este
*> subprograma lleva LOTES-STOCK.DAT: por codigo, ubicacion y numero
*> de lote, la fecha de vencimiento y la cantidad que queda (layout
*> de LOTE.CPY). Un codigo lleva lotes desde su primera recepcion
*> con lote; lo que entro antes sin lote sigue contando en
*> INVENTARIO.DAT y se vende despues de los lotes. Lo llaman
*> INVENTARIO al recibir, despachar o transferir y VENTAS al vender
*> y al recibir devoluciones; carga el archivo en memoria el primer
*> llamado y cada llamador cierra con GRABAR, mismo esquema que
*> CAPASCOSTO. La operacion va en LS-OPERACION y LS-FECHA es la
*> fecha de proceso contra la que se mira el vencimiento (un lote
*> esta vencido si su fecha de vencimiento es anterior):
*>   "ENTRAR  " suma LS-Cantidad al lote de LS-Lote en el codigo y
*>              la ubicacion (si el lote ya esta ahi conserva su
*>              vencimiento; si no, entra con LS-Vencimiento);
*>   "TOMAR   " saca hasta LS-Cantidad de un solo lote: el de
*>              LS-Lote si viene (aunque este vencido, para dar de
*>              baja lo que esta en cuarentena) o, en blanco, el que
*>              vence primero entre los no vencidos. Vuelve con el
*>              lote, su vencimiento y en LS-Cantidad lo que saco;
*>              quien llama repite hasta cubrir lo que necesita;
*>   "VENCIDO " devuelve en LS-Cantidad lo que hay del codigo en la
*>              ubicacion en lotes vencidos, la cuarentena que no se
*>              puede vender, sin tocar nada;
*>   "GRABAR  " regraba el archivo (sin los lotes agotados) por un
*>              .TMP y mv, y deja la tabla para recargar en el
*>              proximo llamado.
*> LS-RESULTADO vuelve con:
*>   'S' la operacion se hizo (en TOMAR, se saco algo);
*>   'N' no habia lote de donde tomar, faltaron datos del lote o la
*>       operacion es desconocida;
*>   'V' quedo un LOTES-STOCK.DAT.TMP de una corrida anterior
*>       fallada: no se toca nada hasta resolverlo.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT LOTES-FILE ASSIGN TO "LOTES-STOCK.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LOTES.
SELECT LOTES-TEMP ASSIGN TO "LOTES-STOCK.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LOTES-TEMP.

DATA DIVISION.
FILE SECTION.
FD LOTES-FILE.
COPY LOTE REPLACING GRUPO BY LOTES-REGISTRO
                    CAMPO-CODIGO BY LOT-Codigo
                    CAMPO-UBICACION BY LOT-Ubicacion
                    CAMPO-LOTE BY LOT-Lote
                    CAMPO-VENCIMIENTO BY LOT-Vencimiento
                    CAMPO-CANTIDAD BY LOT-Cantidad.

FD LOTES-TEMP.
01 LOTES-TEMP-REGISTRO PIC X(34).

WORKING-STORAGE SECTION.
01 WS-ESTADO-LOTES PIC X(2).
01 WS-ESTADO-LOTES-TEMP PIC X(2).
01 WS-EOF-LOTES PIC A(1) VALUE 'N'.
01 WS-TABLA-CARGADA PIC A(1) VALUE 'N'.
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.
01 WS-HUBO-CAMBIOS PIC A(1) VALUE 'N'.
01 WS-COMANDO-MV PIC X(80).

01 WS-TABLA-LOTES.
   05 WS-LOTE-FILA OCCURS 2000 TIMES.
      10 TLO-CODIGO PIC X(8).
      10 TLO-UBICACION PIC X(3).
      10 TLO-LOTE PIC X(10).
      10 TLO-VENCIMIENTO PIC 9(8).
      10 TLO-CANTIDAD PIC 9(5).
01 WS-TOTAL-LOTES PIC 9(4) VALUE 0.
01 WS-LOT-SUB PIC 9(4).
01 WS-LOT-ELEGIDO PIC 9(4).
01 WS-VENCE-ELEGIDO PIC 9(8).
01 WS-CUARENTENA PIC 9(7).

LINKAGE SECTION.
01 LS-OPERACION PIC X(8).
COPY LOTE REPLACING GRUPO BY LS-DATOS-LOTE
                    CAMPO-CODIGO BY LS-Codigo
                    CAMPO-UBICACION BY LS-Ubicacion
                    CAMPO-LOTE BY LS-Lote
                    CAMPO-VENCIMIENTO BY LS-Vencimiento
                    CAMPO-CANTIDAD BY LS-Cantidad.
01 LS-FECHA PIC 9(8).
01 LS-RESULTADO PIC X(1).

PROCEDURE DIVISION USING LS-OPERACION LS-DATOS-LOTE LS-FECHA
   LS-RESULTADO.
Inicio.
    MOVE 'S' TO LS-RESULTADO
    IF LS-OPERACION = "GRABAR  "
       IF WS-TABLA-CARGADA = 'S'
          PERFORM GrabarLotes
       END-IF
       GOBACK
    END-IF
    IF WS-TABLA-CARGADA = 'N'
       PERFORM CargarLotes
    END-IF
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 'V' TO LS-RESULTADO
       GOBACK
    END-IF
    EVALUATE LS-OPERACION
       WHEN "ENTRAR  "
          PERFORM EntrarLote
       WHEN "TOMAR   "
          PERFORM TomarDeLote
       WHEN "VENCIDO "
          PERFORM SumarVencido
       WHEN OTHER
          DISPLAY "LOTESSTOCK: OPERACION DESCONOCIDA " LS-OPERACION
          MOVE 'N' TO LS-RESULTADO
    END-EVALUATE.
GOBACK.

*> Un .TMP que quedo de una regrabacion muerta a mitad de camino
*> frena toda operacion sobre los lotes, mismo criterio que
*> CargarCapas en CAPASCOSTO; quien llama sigue su proceso sin
*> lotes y con el aviso.
CargarLotes.
    MOVE 'S' TO WS-TABLA-CARGADA
    MOVE 'N' TO WS-HUBO-CAMBIOS
    MOVE 'N' TO WS-EOF-LOTES
    MOVE 0 TO WS-TOTAL-LOTES
    OPEN INPUT LOTES-TEMP
    IF WS-ESTADO-LOTES-TEMP = "00"
       CLOSE LOTES-TEMP
       DISPLAY "HAY UN LOTES-STOCK.DAT.TMP DE UNA CORRIDA "
          "ANTERIOR FALLADA, NO SE MUEVEN LOTES"
       MOVE 'S' TO WS-TEMP-PENDIENTE
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-TEMP-PENDIENTE
    OPEN INPUT LOTES-FILE
    IF WS-ESTADO-LOTES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-LOTES = 'Y'
       READ LOTES-FILE
          AT END MOVE 'Y' TO WS-EOF-LOTES
          NOT AT END
             IF WS-TOTAL-LOTES < 2000
                ADD 1 TO WS-TOTAL-LOTES
                MOVE LOT-Codigo TO TLO-CODIGO(WS-TOTAL-LOTES)
                MOVE LOT-Ubicacion TO TLO-UBICACION(WS-TOTAL-LOTES)
                MOVE LOT-Lote TO TLO-LOTE(WS-TOTAL-LOTES)
                MOVE LOT-Vencimiento
                   TO TLO-VENCIMIENTO(WS-TOTAL-LOTES)
                MOVE LOT-Cantidad TO TLO-CANTIDAD(WS-TOTAL-LOTES)
             ELSE
                DISPLAY "ATENCION: MAS DE 2000 LOTES EN "
                   "LOTES-STOCK.DAT, SE IGNORA " LOT-Codigo " "
                   LOT-Lote
             END-IF
       END-READ
    END-PERFORM
    CLOSE LOTES-FILE.

*> Un lote que ya esta en la ubicacion suma ahi; uno nuevo ocupa el
*> lugar de un lote agotado antes de alargar la tabla.
EntrarLote.
    IF LS-Cantidad = 0
       OR LS-Lote = SPACES
       MOVE 'N' TO LS-RESULTADO
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-LOT-ELEGIDO
    PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
       UNTIL WS-LOT-SUB > WS-TOTAL-LOTES
       IF TLO-CODIGO(WS-LOT-SUB) = LS-Codigo
          AND TLO-UBICACION(WS-LOT-SUB) = LS-Ubicacion
          AND TLO-LOTE(WS-LOT-SUB) = LS-Lote
          AND TLO-CANTIDAD(WS-LOT-SUB) > 0
          ADD LS-Cantidad TO TLO-CANTIDAD(WS-LOT-SUB)
          MOVE TLO-VENCIMIENTO(WS-LOT-SUB) TO LS-Vencimiento
          MOVE 'S' TO WS-HUBO-CAMBIOS
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF LS-Vencimiento IS NOT NUMERIC OR LS-Vencimiento = 0
       MOVE 'N' TO LS-RESULTADO
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
       UNTIL WS-LOT-SUB > WS-TOTAL-LOTES
       IF TLO-CANTIDAD(WS-LOT-SUB) = 0
          MOVE WS-LOT-SUB TO WS-LOT-ELEGIDO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-LOT-ELEGIDO = 0
       IF WS-TOTAL-LOTES < 2000
          ADD 1 TO WS-TOTAL-LOTES
          MOVE WS-TOTAL-LOTES TO WS-LOT-ELEGIDO
       ELSE
          DISPLAY "ATENCION: TABLA DE LOTES LLENA (2000), "
             "NO ENTRA " LS-Codigo " " LS-Lote
          MOVE 'N' TO LS-RESULTADO
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE LS-Codigo TO TLO-CODIGO(WS-LOT-ELEGIDO)
    MOVE LS-Ubicacion TO TLO-UBICACION(WS-LOT-ELEGIDO)
    MOVE LS-Lote TO TLO-LOTE(WS-LOT-ELEGIDO)
    MOVE LS-Vencimiento TO TLO-VENCIMIENTO(WS-LOT-ELEGIDO)
    MOVE LS-Cantidad TO TLO-CANTIDAD(WS-LOT-ELEGIDO)
    MOVE 'S' TO WS-HUBO-CAMBIOS.

TomarDeLote.
    IF LS-Cantidad = 0
       MOVE 'N' TO LS-RESULTADO
       EXIT PARAGRAPH
    END-IF
    IF LS-Lote = SPACES
       PERFORM BuscarLoteQueVencePrimero
    ELSE
       PERFORM BuscarLoteNombrado
    END-IF
    IF WS-LOT-ELEGIDO = 0
       MOVE 0 TO LS-Cantidad
       MOVE 'N' TO LS-RESULTADO
       EXIT PARAGRAPH
    END-IF
    IF TLO-CANTIDAD(WS-LOT-ELEGIDO) < LS-Cantidad
       MOVE TLO-CANTIDAD(WS-LOT-ELEGIDO) TO LS-Cantidad
    END-IF
    SUBTRACT LS-Cantidad FROM TLO-CANTIDAD(WS-LOT-ELEGIDO)
    MOVE TLO-LOTE(WS-LOT-ELEGIDO) TO LS-Lote
    MOVE TLO-VENCIMIENTO(WS-LOT-ELEGIDO) TO LS-Vencimiento
    MOVE 'S' TO WS-HUBO-CAMBIOS.

*> El lote vivo no vencido del codigo en la ubicacion que vence
*> primero (a igual vencimiento, el que se cargo primero); cero si
*> no queda ninguno que se pueda vender.
BuscarLoteQueVencePrimero.
    MOVE 0 TO WS-LOT-ELEGIDO
    MOVE 99999999 TO WS-VENCE-ELEGIDO
    PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
       UNTIL WS-LOT-SUB > WS-TOTAL-LOTES
       IF TLO-CODIGO(WS-LOT-SUB) = LS-Codigo
          AND TLO-UBICACION(WS-LOT-SUB) = LS-Ubicacion
          AND TLO-CANTIDAD(WS-LOT-SUB) > 0
          AND TLO-VENCIMIENTO(WS-LOT-SUB) >= LS-FECHA
          AND TLO-VENCIMIENTO(WS-LOT-SUB) < WS-VENCE-ELEGIDO
          MOVE WS-LOT-SUB TO WS-LOT-ELEGIDO
          MOVE TLO-VENCIMIENTO(WS-LOT-SUB) TO WS-VENCE-ELEGIDO
       END-IF
    END-PERFORM.

BuscarLoteNombrado.
    MOVE 0 TO WS-LOT-ELEGIDO
    PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
       UNTIL WS-LOT-SUB > WS-TOTAL-LOTES
       IF TLO-CODIGO(WS-LOT-SUB) = LS-Codigo
          AND TLO-UBICACION(WS-LOT-SUB) = LS-Ubicacion
          AND TLO-LOTE(WS-LOT-SUB) = LS-Lote
          AND TLO-CANTIDAD(WS-LOT-SUB) > 0
          MOVE WS-LOT-SUB TO WS-LOT-ELEGIDO
          EXIT PERFORM
       END-IF
    END-PERFORM.

SumarVencido.
    MOVE 0 TO WS-CUARENTENA
    PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
       UNTIL WS-LOT-SUB > WS-TOTAL-LOTES
       IF TLO-CODIGO(WS-LOT-SUB) = LS-Codigo
          AND TLO-UBICACION(WS-LOT-SUB) = LS-Ubicacion
          AND TLO-VENCIMIENTO(WS-LOT-SUB) < LS-FECHA
          ADD TLO-CANTIDAD(WS-LOT-SUB) TO WS-CUARENTENA
       END-IF
    END-PERFORM
    IF WS-CUARENTENA > 99999
       MOVE 99999 TO LS-Cantidad
    ELSE
       MOVE WS-CUARENTENA TO LS-Cantidad
    END-IF.

*> Los lotes agotados no se regraban. El archivo real recien se
*> pisa con la version nueva completa, mismo recurso que
*> GrabarCapas en CAPASCOSTO.
GrabarLotes.
    IF WS-HUBO-CAMBIOS = 'S' AND WS-TEMP-PENDIENTE = 'N'
       OPEN OUTPUT LOTES-TEMP
       PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
          UNTIL WS-LOT-SUB > WS-TOTAL-LOTES
          IF TLO-CANTIDAD(WS-LOT-SUB) > 0
             MOVE TLO-CODIGO(WS-LOT-SUB) TO LOT-Codigo
             MOVE TLO-UBICACION(WS-LOT-SUB) TO LOT-Ubicacion
             MOVE TLO-LOTE(WS-LOT-SUB) TO LOT-Lote
             MOVE TLO-VENCIMIENTO(WS-LOT-SUB) TO LOT-Vencimiento
             MOVE TLO-CANTIDAD(WS-LOT-SUB) TO LOT-Cantidad
             MOVE LOTES-REGISTRO TO LOTES-TEMP-REGISTRO
             WRITE LOTES-TEMP-REGISTRO
          END-IF
       END-PERFORM
       CLOSE LOTES-TEMP
       MOVE SPACES TO WS-COMANDO-MV
       STRING "mv LOTES-STOCK.DAT.TMP LOTES-STOCK.DAT"
          DELIMITED BY SIZE INTO WS-COMANDO-MV
       CALL "SYSTEM" USING WS-COMANDO-MV
    END-IF
    MOVE 'N' TO WS-TABLA-CARGADA
    MOVE 'N' TO WS-HUBO-CAMBIOS
    MOVE 0 TO WS-TOTAL-LOTES.
