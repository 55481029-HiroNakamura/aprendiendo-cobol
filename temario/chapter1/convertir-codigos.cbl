IDENTIFICATION DIVISION.
PROGRAM-ID. CONVERTIRCODIGOS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Conversion de una sola vez de la clave Marca a la clave codigo
*> de producto. Recorre los archivos de productos, stock, ventas y
*> compras con su layout viejo (la Marca de 20 caracteres en la
*> posicion de siempre), junta las Marcas distintas en el orden en
*> que aparecen (PRODUCTOS.DAT primero, asi el catalogo queda con
*> los codigos mas bajos), le asigna a cada una un codigo P0000001,
*> P0000002, ... y carga con eso ARTICULOS.DAT: la descripcion
*> arranca igual a la Marca, sin modelo, unidad UN y activo; compras
*> los completa despues con ARTICULOS. Despues reescribe cada
*> archivo cambiando la Marca por el codigo (el registro queda 12
*> bytes mas corto), por .TMP y mv como RENOMBRARMARCA, y deja en
*> CONVERSION-CODIGOS.LOG la tabla Marca/codigo y los registros
*> convertidos por archivo. Un archivo que no existe se saltea.
*> Como RENOMBRARMARCA exige rol ADMIN y toma MARCAS.LOCK, y se
*> niega a correr si ARTICULOS.DAT ya existe: eso quiere decir que
*> la conversion ya se hizo y correrla de nuevo leeria codigos como
*> si fueran Marcas. Las novedades con el layout viejo
*> (VENTAS-MOVS.DAT, INVENTARIO-MOVS.DAT, PROVEEDORES-MOVS.DAT,
*> CONTEO-FISICO.DAT, PRODUCTOS-ENTRADA.DAT) tienen que estar
*> posteadas antes de convertir; las que lleguen despues traen el
*> codigo.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ANTERIOR-FILE ASSIGN DYNAMIC WS-ANTERIOR-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ANTERIOR.
SELECT NUEVO-FILE ASSIGN DYNAMIC WS-NUEVO-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-NUEVO.
SELECT ARTICULOS-FILE ASSIGN TO "ARTICULOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ARTICULOS.
SELECT CONVERSION-LOG ASSIGN TO "CONVERSION-CODIGOS.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LOG.
SELECT MARCAS-LOCK ASSIGN TO "MARCAS.LOCK"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LOCK.
SELECT USUARIOS-ROLES ASSIGN TO "USUARIOS-ROLES.DAT"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS ROL-NOMBRE
   FILE STATUS IS WS-ESTADO-ROLES.

DATA DIVISION.
FILE SECTION.
FD ANTERIOR-FILE.
01 ANTERIOR-REGISTRO PIC X(100).

FD NUEVO-FILE.
01 NUEVO-REGISTRO PIC X(100).

FD ARTICULOS-FILE.
COPY ARTICULO REPLACING GRUPO BY ARTICULOS-REGISTRO
                        CAMPO-CODIGO BY ART-Codigo
                        CAMPO-MARCA BY ART-Marca
                        CAMPO-DESCRIPCION BY ART-Descripcion
                        CAMPO-MODELO BY ART-Modelo
                        CAMPO-UNIDAD BY ART-Unidad
                        CAMPO-ESTADO BY ART-Estado.

FD CONVERSION-LOG.
01 CONVERSION-LOG-LINEA PIC X(120).

FD MARCAS-LOCK.
01 LOCK-LINEA PIC X(80).

FD USUARIOS-ROLES.
01 USUARIOS-ROLES-REGISTRO.
   05 ROL-NOMBRE PIC A(15).
   05 ROL-VALOR PIC A(10).
   05 ROL-FECHA-FIN PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ANTERIOR-PATH PIC X(50).
01 WS-NUEVO-PATH PIC X(50).
01 WS-ESTADO-ANTERIOR PIC X(2).
01 WS-ESTADO-NUEVO PIC X(2).
01 WS-ESTADO-ARTICULOS PIC X(2).
01 WS-ESTADO-LOG PIC X(2).
01 WS-ESTADO-LOCK PIC X(2).
01 WS-ESTADO-ROLES PIC X(2).
01 WS-EOF PIC A(1).

01 WS-USUARIO-OS PIC X(20).
01 WS-FECHA-HOY-ROL PIC 9(8).
01 WS-ROL-USUARIO PIC A(10).
01 WS-MANTENIMIENTO-AUTORIZADO PIC A(1).
01 WS-LOCK-ACTIVO PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).
01 WS-COMANDO PIC X(120).

*> Los archivos a convertir con su layout viejo: cuantos bytes hay
*> antes de la Marca y cuantos despues. El orden es el de
*> asignacion de codigos.
01 WS-ARCHIVOS-VALORES.
   05 FILLER PIC X(34) VALUE "PRODUCTOS.DAT                 0019".
   05 FILLER PIC X(34) VALUE "PRECIO-HIST.DAT               0023".
   05 FILLER PIC X(34) VALUE "INVENTARIO.DAT                0013".
   05 FILLER PIC X(34) VALUE "PROVEEDORES.DAT               0057".
   05 FILLER PIC X(34) VALUE "VENTAS.DAT                    0848".
   05 FILLER PIC X(34) VALUE "PEDIDOS-PENDIENTES.DAT        0811".
   05 FILLER PIC X(34) VALUE "DEVOLUCIONES.DAT              0813".
   05 FILLER PIC X(34) VALUE "ORDENES-COMPRA.DAT            0758".
   05 FILLER PIC X(34) VALUE "RECEPCIONES-OC.DAT            0759".
   05 FILLER PIC X(34) VALUE "AJUSTES-INVENTARIO.DAT        0916".
01 WS-TABLA-ARCHIVOS REDEFINES WS-ARCHIVOS-VALORES.
   05 WS-ARCHIVO OCCURS 10 TIMES.
      10 ARC-NOMBRE PIC X(30).
      10 ARC-PREVIO PIC 9(2).
      10 ARC-RESTO PIC 9(2).
01 WS-TOTAL-ARCHIVOS PIC 9(2) VALUE 10.
01 WS-ARC-SUB PIC 9(2).

*> Posiciones del registro viejo y del nuevo para el archivo en
*> curso.
01 WS-POS-MARCA PIC 9(3).
01 WS-POS-RESTO-ANTERIOR PIC 9(3).
01 WS-POS-RESTO-NUEVO PIC 9(3).
01 WS-LARGO-RESTO PIC 9(3).

*> Cada Marca distinta con el codigo que le toca.
01 WS-TABLA-MARCAS.
   05 WS-MARCA-FILA OCCURS 2000 TIMES.
      10 MAR-NOMBRE PIC A(20).
      10 MAR-CODIGO PIC X(8).
01 WS-TOTAL-MARCAS PIC 9(4) VALUE 0.
01 WS-MARCA-SUB PIC 9(4).
01 WS-MARCA-FILA-HALLADA PIC 9(4).
01 WS-MARCA-LEIDA PIC A(20).
01 WS-DESBORDE PIC A(1) VALUE 'N'.

01 WS-CODIGO-NUEVO.
   05 FILLER PIC X(1) VALUE "P".
   05 WS-CODIGO-NUMERO PIC 9(7).

01 WS-LEIDOS PIC 9(7).
01 WS-CONVERTIDOS PIC 9(7).
01 WS-ARCHIVOS-CONVERTIDOS PIC 9(2) VALUE 0.
01 WS-LINEA PIC X(120).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "CONVERTIRCODIGOS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
    PERFORM VerificarAutorizacionMantenimiento
    IF WS-MANTENIMIENTO-AUTORIZADO NOT = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN INPUT ARTICULOS-FILE
    IF WS-ESTADO-ARTICULOS = "00"
       CLOSE ARTICULOS-FILE
       DISPLAY "ARTICULOS.DAT YA EXISTE, LA CONVERSION A CODIGOS "
          "YA SE HIZO"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM VerificarLockMarcas
    IF WS-LOCK-ACTIVO NOT = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
       UNTIL WS-ARC-SUB > WS-TOTAL-ARCHIVOS
       PERFORM JuntarMarcas
    END-PERFORM
    IF WS-DESBORDE = 'S'
       DISPLAY "MAS DE 2000 MARCAS DISTINTAS, NO SE CONVIERTE NADA"
       MOVE 8 TO RETURN-CODE
       PERFORM LiberarLockMarcas
       GO TO FinInicio
    END-IF
    IF WS-TOTAL-MARCAS = 0
       DISPLAY "NO HAY MARCAS PARA CONVERTIR EN NINGUN ARCHIVO"
       MOVE 8 TO RETURN-CODE
       PERFORM LiberarLockMarcas
       GO TO FinInicio
    END-IF
    PERFORM AbrirLog
    PERFORM GrabarArticulos
    PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
       UNTIL WS-ARC-SUB > WS-TOTAL-ARCHIVOS
       PERFORM ConvertirArchivo
    END-PERFORM
    PERFORM CerrarLog
    PERFORM LiberarLockMarcas
    DISPLAY "MARCAS CONVERTIDAS A CODIGO: " WS-TOTAL-MARCAS
       "  ARCHIVOS REESCRITOS: " WS-ARCHIVOS-CONVERTIDOS.
FinInicio.
DISPLAY "JOB CONVERTIRCODIGOS COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Mismo chequeo de rol ADMIN en USUARIOS-ROLES.DAT que
*> VerificarAutorizacionMantenimiento en ARCHIVO1.
VerificarAutorizacionMantenimiento.
   MOVE 'N' TO WS-MANTENIMIENTO-AUTORIZADO
   ACCEPT WS-USUARIO-OS FROM USER NAME
   MOVE SPACES TO WS-ROL-USUARIO
   ACCEPT WS-FECHA-HOY-ROL FROM DATE YYYYMMDD
   OPEN INPUT USUARIOS-ROLES
   IF WS-ESTADO-ROLES = "00"
      MOVE WS-USUARIO-OS TO ROL-NOMBRE
      READ USUARIOS-ROLES
         INVALID KEY CONTINUE
         NOT INVALID KEY
            *> Un rol con fecha de fin cumplida esta revocado: se
            *> trata igual que un usuario sin rol.
            IF ROL-FECHA-FIN IS NUMERIC AND ROL-FECHA-FIN > 0
               AND ROL-FECHA-FIN <= WS-FECHA-HOY-ROL
               CONTINUE
            ELSE
               MOVE ROL-VALOR TO WS-ROL-USUARIO
            END-IF
      END-READ
      CLOSE USUARIOS-ROLES
   END-IF
   IF WS-ROL-USUARIO = "ADMIN"
      MOVE 'S' TO WS-MANTENIMIENTO-AUTORIZADO
   ELSE
      DISPLAY "ACCESO DENEGADO: " WS-USUARIO-OS
         " NO ESTA REGISTRADO COMO ADMIN EN USUARIOS-ROLES.DAT"
   END-IF.

*> Mismo marcador de corrida unica que RENOMBRARMARCA: las dos
*> corridas tocan las mismas Marcas y no pueden pisarse.
VerificarLockMarcas.
    MOVE 'N' TO WS-LOCK-ACTIVO
    OPEN INPUT MARCAS-LOCK
    IF WS-ESTADO-LOCK = "00"
       CLOSE MARCAS-LOCK
       DISPLAY "MARCAS.LOCK YA EXISTE, HAY OTRO MANTENIMIENTO DE "
          "MARCAS EN CURSO"
    ELSE
       OPEN OUTPUT MARCAS-LOCK
       MOVE WS-PROGRAMA-ACTUAL TO LOCK-LINEA
       WRITE LOCK-LINEA
       CLOSE MARCAS-LOCK
       MOVE 'S' TO WS-LOCK-ACTIVO
    END-IF.

LiberarLockMarcas.
    MOVE SPACES TO WS-COMANDO
    STRING "rm -f MARCAS.LOCK" DELIMITED BY SIZE INTO WS-COMANDO
    CALL "SYSTEM" USING WS-COMANDO.

CalcularPosiciones.
    MOVE SPACES TO WS-ANTERIOR-PATH
    MOVE ARC-NOMBRE(WS-ARC-SUB) TO WS-ANTERIOR-PATH
    COMPUTE WS-POS-MARCA = ARC-PREVIO(WS-ARC-SUB) + 1
    COMPUTE WS-POS-RESTO-ANTERIOR = ARC-PREVIO(WS-ARC-SUB) + 21
    COMPUTE WS-POS-RESTO-NUEVO = ARC-PREVIO(WS-ARC-SUB) + 9
    MOVE ARC-RESTO(WS-ARC-SUB) TO WS-LARGO-RESTO.

*> Primera pasada: cada Marca no vista todavia recibe el codigo
*> siguiente.
JuntarMarcas.
    PERFORM CalcularPosiciones
    OPEN INPUT ANTERIOR-FILE
    IF WS-ESTADO-ANTERIOR NOT = "00"
       DISPLAY "NO HAY " FUNCTION TRIM(WS-ANTERIOR-PATH)
          ", SE SALTEA"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
       READ ANTERIOR-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             MOVE ANTERIOR-REGISTRO(WS-POS-MARCA:20)
                TO WS-MARCA-LEIDA
             IF WS-MARCA-LEIDA NOT = SPACES
                PERFORM BuscarMarca
                IF WS-MARCA-FILA-HALLADA = 0
                   PERFORM AgregarMarca
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE ANTERIOR-FILE.

BuscarMarca.
    MOVE 0 TO WS-MARCA-FILA-HALLADA
    PERFORM VARYING WS-MARCA-SUB FROM 1 BY 1
       UNTIL WS-MARCA-SUB > WS-TOTAL-MARCAS
       IF MAR-NOMBRE(WS-MARCA-SUB) = WS-MARCA-LEIDA
          MOVE WS-MARCA-SUB TO WS-MARCA-FILA-HALLADA
          EXIT PERFORM
       END-IF
    END-PERFORM.

AgregarMarca.
    IF WS-TOTAL-MARCAS < 2000
       ADD 1 TO WS-TOTAL-MARCAS
       MOVE WS-TOTAL-MARCAS TO WS-CODIGO-NUMERO
       MOVE WS-MARCA-LEIDA TO MAR-NOMBRE(WS-TOTAL-MARCAS)
       MOVE WS-CODIGO-NUEVO TO MAR-CODIGO(WS-TOTAL-MARCAS)
    ELSE
       MOVE 'S' TO WS-DESBORDE
    END-IF.

AbrirLog.
    OPEN EXTEND CONVERSION-LOG
    IF WS-ESTADO-LOG NOT = "00"
       OPEN OUTPUT CONVERSION-LOG
       CLOSE CONVERSION-LOG
       OPEN EXTEND CONVERSION-LOG
    END-IF
    MOVE SPACES TO WS-LINEA
    STRING "CORRIDA " WS-FECHA-HOY " USUARIO="
       FUNCTION TRIM(WS-USUARIO-OS)
       " CONVERSION DE MARCA A CODIGO DE PRODUCTO"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO CONVERSION-LOG-LINEA
    WRITE CONVERSION-LOG-LINEA.

CerrarLog.
    CLOSE CONVERSION-LOG.

GrabarArticulos.
    OPEN OUTPUT ARTICULOS-FILE
    PERFORM VARYING WS-MARCA-SUB FROM 1 BY 1
       UNTIL WS-MARCA-SUB > WS-TOTAL-MARCAS
       MOVE MAR-CODIGO(WS-MARCA-SUB) TO ART-Codigo
       MOVE MAR-NOMBRE(WS-MARCA-SUB) TO ART-Marca
       MOVE MAR-NOMBRE(WS-MARCA-SUB) TO ART-Descripcion
       MOVE SPACES TO ART-Modelo
       MOVE "UN" TO ART-Unidad
       MOVE 'A' TO ART-Estado
       WRITE ARTICULOS-REGISTRO
       MOVE SPACES TO WS-LINEA
       STRING "  " MAR-CODIGO(WS-MARCA-SUB) " = "
          MAR-NOMBRE(WS-MARCA-SUB)
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO CONVERSION-LOG-LINEA
       WRITE CONVERSION-LOG-LINEA
    END-PERFORM
    CLOSE ARTICULOS-FILE.

*> Segunda pasada: el archivo se reescribe a .TMP con el codigo en
*> lugar de la Marca y el .TMP pisa al original.
ConvertirArchivo.
    PERFORM CalcularPosiciones
    MOVE SPACES TO WS-NUEVO-PATH
    STRING FUNCTION TRIM(WS-ANTERIOR-PATH) ".TMP"
       DELIMITED BY SIZE INTO WS-NUEVO-PATH
    OPEN INPUT ANTERIOR-FILE
    IF WS-ESTADO-ANTERIOR NOT = "00"
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT NUEVO-FILE
    MOVE 0 TO WS-LEIDOS WS-CONVERTIDOS
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
       READ ANTERIOR-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END PERFORM ConvertirRegistro
       END-READ
    END-PERFORM
    CLOSE ANTERIOR-FILE
    CLOSE NUEVO-FILE
    MOVE SPACES TO WS-COMANDO
    STRING "mv " FUNCTION TRIM(WS-NUEVO-PATH) " "
       FUNCTION TRIM(WS-ANTERIOR-PATH)
       DELIMITED BY SIZE INTO WS-COMANDO
    CALL "SYSTEM" USING WS-COMANDO
    ADD 1 TO WS-ARCHIVOS-CONVERTIDOS
    MOVE SPACES TO WS-LINEA
    STRING "  " FUNCTION TRIM(WS-ANTERIOR-PATH) ": LEIDOS="
       WS-LEIDOS " CONVERTIDOS=" WS-CONVERTIDOS
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO CONVERSION-LOG-LINEA
    WRITE CONVERSION-LOG-LINEA
    DISPLAY FUNCTION TRIM(WS-ANTERIOR-PATH) ": " WS-CONVERTIDOS
       " DE " WS-LEIDOS " REGISTROS CONVERTIDOS".

*> Una fila sin Marca queda con el codigo en blanco.
ConvertirRegistro.
    ADD 1 TO WS-LEIDOS
    MOVE SPACES TO NUEVO-REGISTRO
    IF ARC-PREVIO(WS-ARC-SUB) > 0
       MOVE ANTERIOR-REGISTRO(1:ARC-PREVIO(WS-ARC-SUB))
          TO NUEVO-REGISTRO(1:ARC-PREVIO(WS-ARC-SUB))
    END-IF
    MOVE ANTERIOR-REGISTRO(WS-POS-MARCA:20) TO WS-MARCA-LEIDA
    IF WS-MARCA-LEIDA NOT = SPACES
       PERFORM BuscarMarca
       MOVE MAR-CODIGO(WS-MARCA-FILA-HALLADA)
          TO NUEVO-REGISTRO(WS-POS-MARCA:8)
       ADD 1 TO WS-CONVERTIDOS
    END-IF
    MOVE ANTERIOR-REGISTRO(WS-POS-RESTO-ANTERIOR:WS-LARGO-RESTO)
       TO NUEVO-REGISTRO(WS-POS-RESTO-NUEVO:WS-LARGO-RESTO)
    WRITE NUEVO-REGISTRO.
