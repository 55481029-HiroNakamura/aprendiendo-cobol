IDENTIFICATION DIVISION.
PROGRAM-ID. ARTICULOS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> La Marca era a la vez el nombre comercial y la unica clave de
*> PRODUCTOS.DAT, INVENTARIO.DAT, PROVEEDORES.DAT y VENTAS.DAT: no
*> habia forma de tener dos modelos de la misma Marca. Ahora cada
*> producto tiene su codigo en ARTICULOS.DAT (layout ARTICULO.CPY)
*> con la Marca, la descripcion, el modelo y la unidad de medida
*> como atributos, y el resto de los archivos se clavan por ese
*> codigo. Este programa mantiene el maestro con el mismo
*> cargar-aplicar-regrabar que CLIENTES. El feed ARTICULOS-MOVS.DAT
*> trae un tipo por fila: ALTA da de alta un codigo nuevo (el
*> codigo lo elige compras, tiene que venir y no puede existir ya,
*> ni siquiera dado de baja); MOD cambia los atributos de un codigo
*> existente, y un campo en blanco conserva el valor que tenia, asi
*> renombrar una Marca es una fila MOD con la Marca nueva; BAJA
*> marca el codigo como dado de baja pero no lo borra, porque el
*> historial de stock y ventas lo sigue nombrando (VENTAS no le
*> vende mas). Sin unidad de medida el articulo queda en UN.
*> La carga inicial desde las Marcas viejas es CONVERTIRCODIGOS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ARTICULOS-FILE ASSIGN TO "ARTICULOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ARTICULOS.
SELECT MOVS-FILE ASSIGN TO "ARTICULOS-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.

SELECT ARTICULOS-TEMP ASSIGN TO "ARTICULOS.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ARTICULOS-TEMP.

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

FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-TIPO PIC X(4).
   05 MOV-Codigo PIC X(8).
   05 MOV-Marca PIC A(20).
   05 MOV-Descripcion PIC X(30).
   05 MOV-Modelo PIC X(15).
   05 MOV-Unidad PIC X(3).

FD ARTICULOS-TEMP.
01 ARTICULOS-TEMP-REGISTRO PIC X(77).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ARTICULOS PIC X(2).
01 WS-ESTADO-MOVS PIC X(2).
01 WS-EOF-ARTICULOS PIC A(1) VALUE 'N'.
01 WS-EOF-MOVS PIC A(1) VALUE 'N'.

01 WS-TABLA-ARTICULOS.
   05 WS-ARTICULO-FILA OCCURS 2000 TIMES.
      10 TAR-CODIGO PIC X(8).
      10 TAR-MARCA PIC A(20).
      10 TAR-DESCRIPCION PIC X(30).
      10 TAR-MODELO PIC X(15).
      10 TAR-UNIDAD PIC X(3).
      10 TAR-ESTADO PIC X(1).
01 WS-TOTAL-ARTICULOS PIC 9(4) VALUE 0.
01 WS-ART-SUB PIC 9(4).
01 WS-ART-HALLADO PIC A(1).

01 WS-ALTAS PIC 9(4) VALUE 0.
01 WS-MODIFICADOS PIC 9(4) VALUE 0.
01 WS-BAJAS PIC 9(4) VALUE 0.
01 WS-RECHAZOS PIC 9(4) VALUE 0.
*> El control de encabezado/trailer y doble posteo del feed,
*> compartido via VALIDARFEED.
01 WS-NOMBRE-FEED PIC X(30) VALUE "ARTICULOS-MOVS.DAT".
01 WS-FEED-RESULTADO PIC X(1).
01 WS-ESTADO-ARTICULOS-TEMP PIC X(2).
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.
01 WS-COMANDO-MV PIC X(80).
*> El cuadre de la corrida para BALANCE-DIARIO.DAT, via el
*> subprograma comun REGISTRARBALANCE.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS-BAL PIC 9(6).
01 WS-RECHAZOS-BAL PIC 9(6).
*> El RC de la corrida, a salvo del CALL a REGISTRARBALANCE.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "ARTICULOS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    PERFORM VerificarTempPendiente
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    MOVE 0 TO RETURN-CODE
    PERFORM CargarArticulos
    PERFORM AplicarMovimientos
    PERFORM GrabarArticulos
    DISPLAY "ALTAS: " WS-ALTAS "  MODIFICADOS: " WS-MODIFICADOS
       "  BAJAS: " WS-BAJAS "  RECHAZOS: " WS-RECHAZOS
    IF WS-RECHAZOS > 0 AND RETURN-CODE = 0
       MOVE 4 TO RETURN-CODE
    END-IF.
FinInicio.
PERFORM RegistrarBalanceDiario.
DISPLAY "JOB ARTICULOS COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Mismo criterio que CLIENTES.DAT.TMP en CLIENTES: un .TMP de una
*> corrida anterior es una regrabacion que murio a medias.
VerificarTempPendiente.
    OPEN INPUT ARTICULOS-TEMP
    IF WS-ESTADO-ARTICULOS-TEMP = "00"
       CLOSE ARTICULOS-TEMP
       DISPLAY "HAY UN ARTICULOS.DAT.TMP DE UNA CORRIDA "
          "ANTERIOR FALLADA, RESOLVER ANTES DE CORRER"
       MOVE 'S' TO WS-TEMP-PENDIENTE
    END-IF.

CargarArticulos.
    OPEN INPUT ARTICULOS-FILE
    IF WS-ESTADO-ARTICULOS = "00"
       PERFORM UNTIL WS-EOF-ARTICULOS = 'Y'
          READ ARTICULOS-FILE
             AT END MOVE 'Y' TO WS-EOF-ARTICULOS
             NOT AT END
                IF WS-TOTAL-ARTICULOS < 2000
                   ADD 1 TO WS-TOTAL-ARTICULOS
                   MOVE ART-Codigo TO TAR-CODIGO(WS-TOTAL-ARTICULOS)
                   MOVE ART-Marca TO TAR-MARCA(WS-TOTAL-ARTICULOS)
                   MOVE ART-Descripcion
                      TO TAR-DESCRIPCION(WS-TOTAL-ARTICULOS)
                   MOVE ART-Modelo TO TAR-MODELO(WS-TOTAL-ARTICULOS)
                   MOVE ART-Unidad TO TAR-UNIDAD(WS-TOTAL-ARTICULOS)
                   MOVE ART-Estado TO TAR-ESTADO(WS-TOTAL-ARTICULOS)
                ELSE
                   DISPLAY "ATENCION: TABLA DE ARTICULOS LLENA "
                      "(2000), NO ENTRA " ART-Codigo
                END-IF
          END-READ
       END-PERFORM
       CLOSE ARTICULOS-FILE
    END-IF.

AplicarMovimientos.
    CALL "VALIDARFEED" USING "VALIDAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO
    IF WS-FEED-RESULTADO = 'N'
       DISPLAY "FEED " WS-NOMBRE-FEED " RECHAZADO POR "
          "ENCABEZADO/TRAILER O DOBLE POSTEO, NO SE POSTEA NADA"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT MOVS-FILE
    IF WS-ESTADO-MOVS NOT = "00"
       DISPLAY "NO HAY ARTICULOS-MOVS.DAT, NADA QUE APLICAR"
    ELSE
       PERFORM UNTIL WS-EOF-MOVS = 'Y'
          READ MOVS-FILE
             AT END MOVE 'Y' TO WS-EOF-MOVS
             NOT AT END
                IF MOV-Indicador = 'D'
                   PERFORM AplicarUnMovimiento
                END-IF
          END-READ
       END-PERFORM
       CLOSE MOVS-FILE
       CALL "VALIDARFEED" USING "ASENTAR " WS-NOMBRE-FEED
          WS-FEED-RESULTADO
    END-IF.

AplicarUnMovimiento.
    ADD 1 TO WS-LEIDOS
    IF MOV-Codigo = SPACES
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: MOVIMIENTO " MOV-TIPO " SIN CODIGO"
       EXIT PARAGRAPH
    END-IF
    PERFORM BuscarArticulo
    EVALUATE MOV-TIPO
       WHEN "ALTA"
          PERFORM AltaArticulo
       WHEN "MOD "
          PERFORM ModificarArticulo
       WHEN "BAJA"
          PERFORM BajaArticulo
       WHEN OTHER
          ADD 1 TO WS-RECHAZOS
          DISPLAY "RECHAZADO: TIPO DE MOVIMIENTO DESCONOCIDO: "
             MOV-TIPO
    END-EVALUATE.

AltaArticulo.
    IF WS-ART-HALLADO = 'S'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: EL CODIGO " MOV-Codigo
          " YA EXISTE EN ARTICULOS.DAT"
       EXIT PARAGRAPH
    END-IF
    IF MOV-Marca = SPACES
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: ALTA DEL CODIGO " MOV-Codigo " SIN MARCA"
       EXIT PARAGRAPH
    END-IF
    IF WS-TOTAL-ARTICULOS < 2000
       ADD 1 TO WS-TOTAL-ARTICULOS
       MOVE MOV-Codigo TO TAR-CODIGO(WS-TOTAL-ARTICULOS)
       MOVE MOV-Marca TO TAR-MARCA(WS-TOTAL-ARTICULOS)
       MOVE MOV-Descripcion TO TAR-DESCRIPCION(WS-TOTAL-ARTICULOS)
       MOVE MOV-Modelo TO TAR-MODELO(WS-TOTAL-ARTICULOS)
       IF MOV-Unidad = SPACES
          MOVE "UN" TO TAR-UNIDAD(WS-TOTAL-ARTICULOS)
       ELSE
          MOVE MOV-Unidad TO TAR-UNIDAD(WS-TOTAL-ARTICULOS)
       END-IF
       MOVE 'A' TO TAR-ESTADO(WS-TOTAL-ARTICULOS)
       ADD 1 TO WS-ALTAS
       DISPLAY "ARTICULO " MOV-Codigo " DADO DE ALTA: " MOV-Marca
          " " MOV-Modelo
    ELSE
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: TABLA DE ARTICULOS LLENA (2000), "
          "NO ENTRA " MOV-Codigo
    END-IF.

ModificarArticulo.
    IF WS-ART-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: ARTICULO " MOV-Codigo
          " NO EXISTE PARA MODIFICAR"
       EXIT PARAGRAPH
    END-IF
    IF MOV-Marca NOT = SPACES
       MOVE MOV-Marca TO TAR-MARCA(WS-ART-SUB)
    END-IF
    IF MOV-Descripcion NOT = SPACES
       MOVE MOV-Descripcion TO TAR-DESCRIPCION(WS-ART-SUB)
    END-IF
    IF MOV-Modelo NOT = SPACES
       MOVE MOV-Modelo TO TAR-MODELO(WS-ART-SUB)
    END-IF
    IF MOV-Unidad NOT = SPACES
       MOVE MOV-Unidad TO TAR-UNIDAD(WS-ART-SUB)
    END-IF
    ADD 1 TO WS-MODIFICADOS.

BajaArticulo.
    IF WS-ART-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: BAJA DE ARTICULO INEXISTENTE " MOV-Codigo
    ELSE
       MOVE 'B' TO TAR-ESTADO(WS-ART-SUB)
       ADD 1 TO WS-BAJAS
    END-IF.

BuscarArticulo.
    MOVE 'N' TO WS-ART-HALLADO
    PERFORM VARYING WS-ART-SUB FROM 1 BY 1
       UNTIL WS-ART-SUB > WS-TOTAL-ARTICULOS
       IF TAR-CODIGO(WS-ART-SUB) = MOV-Codigo
          MOVE 'S' TO WS-ART-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

GrabarArticulos.
    OPEN OUTPUT ARTICULOS-TEMP
    PERFORM VARYING WS-ART-SUB FROM 1 BY 1
       UNTIL WS-ART-SUB > WS-TOTAL-ARTICULOS
       MOVE TAR-CODIGO(WS-ART-SUB) TO ART-Codigo
       MOVE TAR-MARCA(WS-ART-SUB) TO ART-Marca
       MOVE TAR-DESCRIPCION(WS-ART-SUB) TO ART-Descripcion
       MOVE TAR-MODELO(WS-ART-SUB) TO ART-Modelo
       MOVE TAR-UNIDAD(WS-ART-SUB) TO ART-Unidad
       MOVE TAR-ESTADO(WS-ART-SUB) TO ART-Estado
       MOVE ARTICULOS-REGISTRO TO ARTICULOS-TEMP-REGISTRO
       WRITE ARTICULOS-TEMP-REGISTRO
    END-PERFORM
    CLOSE ARTICULOS-TEMP
    MOVE SPACES TO WS-COMANDO-MV
    STRING "mv ARTICULOS.DAT.TMP ARTICULOS.DAT"
       DELIMITED BY SIZE INTO WS-COMANDO-MV
    CALL "SYSTEM" USING WS-COMANDO-MV.

*> El registro de cuadre de la corrida: lo leido del feed tiene
*> que ser lo posteado mas lo rechazado, y REPORTEBALANCE lo
*> verifica a fin de dia.
RegistrarBalanceDiario.
    COMPUTE WS-POSTEADOS-BAL = WS-ALTAS + WS-MODIFICADOS + WS-BAJAS
    MOVE WS-RECHAZOS TO WS-RECHAZOS-BAL
    MOVE RETURN-CODE TO WS-RC-CORRIDA
    CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL
       WS-LEIDOS WS-POSTEADOS-BAL WS-RECHAZOS-BAL
    MOVE WS-RC-CORRIDA TO RETURN-CODE.
