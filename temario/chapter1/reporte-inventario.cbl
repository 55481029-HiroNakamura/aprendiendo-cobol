INSTALLATION. GITHUB.

*> Lee INVENTARIO.DAT (mantenido por INVENTARIO) y lista el stock
*> de cada codigo de producto abierto por ubicacion (TDA tienda,
*> DEP deposito; una fila sin ubicacion es TDA), marcando con
*> REPONER toda fila cuya cantidad en mano quedo en o por debajo
*> de su punto de reposicion, para que compras tenga la lista de
*> faltantes sin revisar fila por fila. Los codigos salen
*> agrupados por su Marca de ARTICULOS.DAT (SORT con corte de
*> control, como REPORTEPRODUCTOS), cada grupo con su total en
*> mano.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT INVENTARIO-FILE ASSIGN TO "INVENTARIO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-INVENTARIO.
SELECT SORT-WORK ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD INVENTARIO-FILE.
01 INVENTARIO-REGISTRO.
   05 INV-Codigo PIC X(8).
   05 INV-Cantidad PIC 9(5).
   05 INV-PuntoReposicion PIC 9(5).
   05 INV-Ubicacion PIC X(3).

SD SORT-WORK.
01 SORT-RECORD.
   05 SR-Marca PIC A(20).
   05 SR-Codigo PIC X(8).
   05 SR-Ubicacion PIC X(3).
   05 SR-Modelo PIC X(15).
   05 SR-Cantidad PIC 9(5).
   05 SR-PuntoReposicion PIC 9(5).

WORKING-STORAGE SECTION.
01 WS-ESTADO-INVENTARIO PIC X(2).
01 WS-EOF-INVENTARIO PIC A(1) VALUE 'N'.
01 WS-EOF-SORT PIC A(1) VALUE 'N'.
01 WS-TOTAL-CODIGOS PIC 9(3) VALUE 0.
01 WS-PRIMERA-VEZ PIC A(1) VALUE 'S'.
01 WS-MARCA-ANTERIOR PIC A(20) VALUE SPACES.
01 WS-CANTIDAD-MARCA PIC 9(7) VALUE 0.
01 WS-BAJO-STOCK PIC 9(3) VALUE 0.
01 WS-UBICACION PIC X(3).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTEINVENTARIO".

*> La Marca y el modelo de cada codigo, para el corte.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
       DISPLAY "NO HAY INVENTARIO.DAT PARA PROCESAR"
       MOVE 8 TO RETURN-CODE
    ELSE
       CLOSE INVENTARIO-FILE
       MOVE 0 TO RETURN-CODE
       DISPLAY "*** STOCK POR MARCA ***"
       SORT SORT-WORK ON ASCENDING KEY SR-Marca SR-Codigo
          SR-Ubicacion
          INPUT PROCEDURE IS SoltarInventario
          OUTPUT PROCEDURE IS ListarPorMarca
       PERFORM CerrarMarca
       DISPLAY "----------------------------------------"
       DISPLAY "CODIGOS: " WS-TOTAL-CODIGOS
          "  BAJO PUNTO DE REPOSICION: " WS-BAJO-STOCK
    END-IF.
DISPLAY "JOB REPORTEINVENTARIO COMPLETE, RC=" RETURN-CODE.
STOP RUN.

SoltarInventario.
    OPEN INPUT INVENTARIO-FILE
    PERFORM UNTIL WS-EOF-INVENTARIO = 'Y'
       READ INVENTARIO-FILE
          AT END MOVE 'Y' TO WS-EOF-INVENTARIO
          NOT AT END
             MOVE INV-Codigo TO WS-ART-CODIGO
             CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
             MOVE WS-ART-MARCA TO SR-Marca
             MOVE WS-ART-MODELO TO SR-Modelo
             MOVE INV-Codigo TO SR-Codigo
             IF INV-Ubicacion = SPACES
                MOVE "TDA" TO SR-Ubicacion
             ELSE
                MOVE INV-Ubicacion TO SR-Ubicacion
             END-IF
             MOVE INV-Cantidad TO SR-Cantidad
             MOVE INV-PuntoReposicion TO SR-PuntoReposicion
             RELEASE SORT-RECORD
       END-READ
    END-PERFORM
    CLOSE INVENTARIO-FILE.

*> Corta cada vez que cambia la Marca: encabezado del grupo nuevo
*> y total en mano del anterior.
ListarPorMarca.
    PERFORM UNTIL WS-EOF-SORT = 'Y'
       RETURN SORT-WORK
          AT END MOVE 'Y' TO WS-EOF-SORT
          NOT AT END
             IF WS-PRIMERA-VEZ = 'S'
                OR SR-Marca NOT = WS-MARCA-ANTERIOR
                PERFORM CerrarMarca
                MOVE 'N' TO WS-PRIMERA-VEZ
                MOVE SR-Marca TO WS-MARCA-ANTERIOR
                MOVE 0 TO WS-CANTIDAD-MARCA
                DISPLAY SR-Marca ":"
             END-IF
             PERFORM ListarCodigo
       END-RETURN
    END-PERFORM.

CerrarMarca.
    IF WS-PRIMERA-VEZ = 'N'
       DISPLAY "         TOTAL " WS-MARCA-ANTERIOR " EN MANO "
          WS-CANTIDAD-MARCA
    END-IF.

ListarCodigo.
    ADD 1 TO WS-TOTAL-CODIGOS
    ADD SR-Cantidad TO WS-CANTIDAD-MARCA
    MOVE SR-Ubicacion TO WS-UBICACION
    IF SR-Cantidad <= SR-PuntoReposicion
       ADD 1 TO WS-BAJO-STOCK
       DISPLAY "REPONER: " SR-Codigo " " SR-Modelo " [" WS-UBICACION
          "] EN MANO " SR-Cantidad
          " PUNTO " SR-PuntoReposicion
    ELSE
       DISPLAY "         " SR-Codigo " " SR-Modelo " [" WS-UBICACION
          "] EN MANO " SR-Cantidad
          " PUNTO " SR-PuntoReposicion
    END-IF.
