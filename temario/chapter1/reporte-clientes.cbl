*> El estado de cuenta de compras por cliente: lee VENTAS.DAT
*> ordenado por VEN-ClienteId (mismo SORT y corte de control que
*> REPORTEPRODUCTOS usa por Marca), lista cada compra con su fecha,
*> codigo de producto y su Marca (de ARTICULOS.DAT), cantidad e
*> importe, y cierra cada cliente con los totales
*> separados por moneda, con el nombre tomado de CLIENTES.DAT.
*> Las compras que ARCHIVOANUAL saco de VENTAS.DAT siguen en el
*> listado: ademas del vigente se leen todos los archivos por anio
*> que el catalogo ARCHIVO-HISTORICO.DAT anota para VENTAS.DAT
*> (mismo esquema que ESTADOCUENTACLIENTES), y el SORT los junta
*> por cliente y fecha.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT VENTAS-FILE ASSIGN DYNAMIC WS-VENTAS-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS.
SELECT CATALOGO-FILE ASSIGN TO "ARCHIVO-HISTORICO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CATALOGO.
SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CLIENTES.
FD VENTAS-FILE.
01 VENTAS-REGISTRO.
   05 VEN-Fecha PIC 9(8).
   05 VEN-Codigo PIC X(8).
   05 VEN-Cantidad PIC 9(4).
   05 VEN-PrecioUnitario PIC 9(4)V99.
   05 VEN-Moneda PIC X(3).
   05 CLI-Telefono PIC X(15).
   05 CLI-Direccion PIC X(40).

FD CATALOGO-FILE.
COPY ARCHIVOHIST REPLACING GRUPO BY CATALOGO-REGISTRO
                           CAMPO-ARCHIVO BY CAT-Archivo
                           CAMPO-ANIO BY CAT-Anio
                           CAMPO-HISTORICO BY CAT-Historico
                           CAMPO-FILAS BY CAT-Filas
                           CAMPO-DESDE BY CAT-Desde
                           CAMPO-HASTA BY CAT-Hasta
                           CAMPO-FECHA BY CAT-Fecha.

SD SORT-WORK.
01 SORT-RECORD.
   05 SR-ClienteId PIC 9(7).
   05 SR-Fecha PIC 9(8).
   05 SR-Codigo PIC X(8).
   05 SR-Marca PIC A(20).
   05 SR-Cantidad PIC 9(4).
   05 SR-PrecioUnitario PIC 9(4)V99.
WORKING-STORAGE SECTION.
01 WS-ESTADO-VENTAS PIC X(2).
01 WS-ESTADO-CLIENTES PIC X(2).
01 WS-ESTADO-CATALOGO PIC X(2).
01 WS-VENTAS-PATH PIC X(30) VALUE "VENTAS.DAT".
01 WS-EOF-VENTAS PIC A(1) VALUE 'N'.
01 WS-EOF-CATALOGO PIC A(1) VALUE 'N'.
01 WS-EOF-CLIENTES PIC A(1) VALUE 'N'.
01 WS-EOF-SORT PIC A(1) VALUE 'N'.
01 WS-PRIMERA-VEZ PIC A(1) VALUE 'S'.
01 WS-CLI-SUB PIC 9(3).
01 WS-NOMBRE-HALLADO PIC X(30).

*> Los archivos por anio de VENTAS.DAT, sin repetir (un anio
*> archivado dos veces tiene dos lineas en el catalogo con el mismo
*> archivo).
01 WS-TABLA-HISTORICOS.
   05 HIS-ARCHIVO OCCURS 20 TIMES PIC X(30).
01 WS-TOTAL-HISTORICOS PIC 9(2) VALUE 0.
01 WS-HIS-SUB PIC 9(2).
01 WS-HIS-HALLADO PIC A(1).

*> Totales por moneda del cliente del corte, mismo esquema que
*> WS-TABLA-MONEDAS en REPORTEPRODUCTOS; se vacia en cada cambio
*> de cliente.
01 WS-MONEDA-TOTAL PIC 9(2) VALUE 0.
01 WS-MONEDA-SUB PIC 9(2).
01 WS-MONEDA-HALLADA PIC A(1).
*> La Marca de cada compra, por su codigo de producto.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTECLIENTES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    PERFORM CargarNombresClientes
    PERFORM CargarHistoricos
    SORT SORT-WORK ON ASCENDING KEY SR-ClienteId SR-Fecha
       INPUT PROCEDURE IS LeerTodasLasVentas
       OUTPUT PROCEDURE IS ListarPorCliente.
    IF WS-TOTAL-VENTAS = 0
       DISPLAY "NO HAY VENTAS.DAT PARA PROCESAR"
       CLOSE CLIENTES-FILE
    END-IF.

CargarHistoricos.
    OPEN INPUT CATALOGO-FILE
    IF WS-ESTADO-CATALOGO NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CATALOGO = 'Y'
       READ CATALOGO-FILE
          AT END MOVE 'Y' TO WS-EOF-CATALOGO
          NOT AT END
             IF CAT-Archivo = "VENTAS.DAT"
                PERFORM AnotarHistorico
             END-IF
       END-READ
    END-PERFORM
    CLOSE CATALOGO-FILE.

AnotarHistorico.
    MOVE 'N' TO WS-HIS-HALLADO
    PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
       UNTIL WS-HIS-SUB > WS-TOTAL-HISTORICOS
       IF HIS-ARCHIVO(WS-HIS-SUB) = CAT-Historico
          MOVE 'S' TO WS-HIS-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-HIS-HALLADO = 'N'
       IF WS-TOTAL-HISTORICOS < 20
          ADD 1 TO WS-TOTAL-HISTORICOS
          MOVE CAT-Historico TO HIS-ARCHIVO(WS-TOTAL-HISTORICOS)
       ELSE
          DISPLAY "ATENCION: MAS DE 20 EJERCICIOS ARCHIVADOS, NO SE "
             "LEE " CAT-Historico
       END-IF
    END-IF.

*> El VENTAS.DAT vigente y detras cada archivo por anio.
LeerTodasLasVentas.
    PERFORM LeerVentas
    PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
       UNTIL WS-HIS-SUB > WS-TOTAL-HISTORICOS
       MOVE HIS-ARCHIVO(WS-HIS-SUB) TO WS-VENTAS-PATH
       PERFORM LeerVentas
    END-PERFORM.

LeerVentas.
    MOVE 'N' TO WS-EOF-VENTAS
    OPEN INPUT VENTAS-FILE
    IF WS-ESTADO-VENTAS = "00"
       PERFORM UNTIL WS-EOF-VENTAS = 'Y'
             NOT AT END
                MOVE VEN-ClienteId TO SR-ClienteId
                MOVE VEN-Fecha TO SR-Fecha
                MOVE VEN-Codigo TO SR-Codigo
                MOVE VEN-Codigo TO WS-ART-CODIGO
                CALL "BUSCARARTICULO"
                   USING WS-ARTICULO WS-ART-RESULTADO
                MOVE WS-ART-MARCA TO SR-Marca
                MOVE VEN-Cantidad TO SR-Cantidad
                MOVE VEN-PrecioUnitario TO SR-PrecioUnitario
                MOVE VEN-Moneda TO SR-Moneda
    COMPUTE WS-IMPORTE = SR-Cantidad * SR-PrecioUnitario
    MOVE WS-IMPORTE TO WS-IMPORTE-EDITADO
    IF SR-Tipo = 'D'
       DISPLAY "  " SR-Fecha " DEVOLUCION " SR-Codigo " " SR-Marca " "
          SR-Cantidad " UNIDADES " SR-Moneda " "
          WS-IMPORTE-EDITADO
    ELSE
       DISPLAY "  " SR-Fecha " " SR-Codigo " " SR-Marca " "
          SR-Cantidad
          " UNIDADES " SR-Moneda " " WS-IMPORTE-EDITADO
    END-IF
    PERFORM AcumularMonedaCliente.
