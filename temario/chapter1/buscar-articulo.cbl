IDENTIFICATION DIVISION.
PROGRAM-ID. BUSCARARTICULO.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.
SECURITY. NO ES CONFIDENCIAL.

*> Con la Marca convertida en atributo de ARTICULOS.DAT, cada
*> programa de stock, ventas y compras necesita pasar de codigo de
*> producto a Marca (para agrupar y mostrar) y saber si el codigo
*> existe. Este subprograma hermano de VALIDARCODIGOPOSTAL carga el
*> maestro en memoria la primera vez que se lo llama y resuelve un
*> codigo por llamada: el llamador deja el codigo en el primer
*> campo de LS-ARTICULO (layout de ARTICULO.CPY) y recibe la fila
*> completa. LS-RESULTADO vuelve con:
*>   'A' el codigo existe y esta activo;
*>   'B' el codigo existe pero esta dado de baja;
*>   'N' el codigo no esta en ARTICULOS.DAT (la Marca vuelve con
*>       el codigo mismo, para que un reporte no quede en blanco);
*>   'V' no hay ARTICULOS.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ARTICULOS-FILE ASSIGN TO "ARTICULOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ARTICULOS.

DATA DIVISION.
FILE SECTION.
FD ARTICULOS-FILE.
COPY ARTICULO REPLACING GRUPO BY ARTICULOS-REGISTRO
                        CAMPO-CODIGO BY ART-Codigo
                        CAMPO-MARCA BY ART-Marca
                        CAMPO-DESCRIPCION BY ART-Descripcion
                        CAMPO-MODELO BY ART-Modelo
                        CAMPO-UNIDAD BY ART-Unidad
                        CAMPO-ESTADO BY ART-Estado.

WORKING-STORAGE SECTION.
01 WS-ESTADO-ARTICULOS PIC X(2).
01 WS-EOF-ARTICULOS PIC A(1) VALUE 'N'.
01 WS-TABLA-CARGADA PIC A(1) VALUE 'N'.
01 WS-HAY-MAESTRO PIC A(1) VALUE 'N'.

01 WS-TABLA-ARTICULOS.
   05 WS-ARTICULO-FILA OCCURS 2000 TIMES.
      10 TAR-REGISTRO PIC X(77).
      10 TAR-CODIGO REDEFINES TAR-REGISTRO PIC X(8).
01 WS-TOTAL-ARTICULOS PIC 9(4) VALUE 0.
01 WS-ART-SUB PIC 9(4).
01 WS-ART-FILA PIC 9(4).

LINKAGE SECTION.
COPY ARTICULO REPLACING GRUPO BY LS-ARTICULO
                        CAMPO-CODIGO BY LS-Codigo
                        CAMPO-MARCA BY LS-Marca
                        CAMPO-DESCRIPCION BY LS-Descripcion
                        CAMPO-MODELO BY LS-Modelo
                        CAMPO-UNIDAD BY LS-Unidad
                        CAMPO-ESTADO BY LS-Estado.
01 LS-RESULTADO PIC X(1).

PROCEDURE DIVISION USING LS-ARTICULO LS-RESULTADO.
Inicio.
    IF WS-TABLA-CARGADA = 'N'
       PERFORM CargarArticulos
    END-IF
    MOVE SPACES TO LS-Marca LS-Descripcion LS-Modelo LS-Unidad
       LS-Estado
    IF WS-HAY-MAESTRO = 'N'
       MOVE LS-Codigo TO LS-Marca
       MOVE 'V' TO LS-RESULTADO
       GOBACK
    END-IF
    MOVE 0 TO WS-ART-FILA
    PERFORM VARYING WS-ART-SUB FROM 1 BY 1
       UNTIL WS-ART-SUB > WS-TOTAL-ARTICULOS
       IF TAR-CODIGO(WS-ART-SUB) = LS-Codigo
          MOVE WS-ART-SUB TO WS-ART-FILA
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-ART-FILA = 0
       MOVE LS-Codigo TO LS-Marca
       MOVE 'N' TO LS-RESULTADO
    ELSE
       MOVE TAR-REGISTRO(WS-ART-FILA) TO LS-ARTICULO
       IF LS-Estado = 'B'
          MOVE 'B' TO LS-RESULTADO
       ELSE
          MOVE 'A' TO LS-RESULTADO
       END-IF
    END-IF.
GOBACK.

CargarArticulos.
    MOVE 'S' TO WS-TABLA-CARGADA
    OPEN INPUT ARTICULOS-FILE
    IF WS-ESTADO-ARTICULOS NOT = "00"
       DISPLAY "ATENCION: NO HAY ARTICULOS.DAT, LOS CODIGOS DE "
          "PRODUCTO NO SE PUEDEN RESOLVER A MARCA"
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO WS-HAY-MAESTRO
    PERFORM UNTIL WS-EOF-ARTICULOS = 'Y'
       READ ARTICULOS-FILE
          AT END MOVE 'Y' TO WS-EOF-ARTICULOS
          NOT AT END
             IF WS-TOTAL-ARTICULOS < 2000
                ADD 1 TO WS-TOTAL-ARTICULOS
                MOVE ARTICULOS-REGISTRO
                   TO TAR-REGISTRO(WS-TOTAL-ARTICULOS)
             ELSE
                DISPLAY "ATENCION: MAS DE 2000 ARTICULOS EN "
                   "ARTICULOS.DAT, SE IGNORA " ART-Codigo
             END-IF
       END-READ
    END-PERFORM
    CLOSE ARTICULOS-FILE.
