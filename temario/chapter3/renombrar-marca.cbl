INSTALLATION. GITHUB.

*> Una Marca renombrada por su proveedor, o la misma Marca tipeada
*> de dos maneras, partia su historia. Desde que los archivos de
*> productos, stock, ventas y compras se clavan por codigo de
*> producto, la Marca vive en un solo lugar: el atributo de cada
*> codigo en ARTICULOS.DAT. Este utilitario aplica un renombre
*> controlado: toma la Marca vieja y la nueva de
*> MARCA-RENOMBRE.CTL y pasa a la nueva todos los codigos de la
*> vieja; si la Marca nueva ya existia es una fusion y los codigos
*> de las dos quedan agrupados bajo la nueva en los reportes, sin
*> tocar stock, ventas ni proveedores, que siguen cada uno con su
*> codigo. Cada codigo tocado queda en RENOMBRES-MARCA.LOG. La
*> corrida exige rol ADMIN (como RETENCIONARCHIVADOS), toma
*> MARCAS.LOCK (mismo esquema que DATOS.DAT.LOCK) y se niega a
*> arrancar si falta ARTICULOS.DAT o si hay un ARTICULOS.DAT.TMP de
*> mantenimiento a medias dando vueltas. La reescritura va a .TMP y
*> se mueve al final, mismo recurso que BorrarPIIEnArchivados. Para
*> cambiar la Marca de un solo codigo alcanza una fila MOD en
*> ARTICULOS-MOVS.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ARTICULOS-FILE ASSIGN TO "ARTICULOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ARTICULOS.
SELECT ARTICULOS-TEMP ASSIGN TO "ARTICULOS.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ART-TEMP.
SELECT RENOMBRE-CTL ASSIGN TO "MARCA-RENOMBRE.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.

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

FD ARTICULOS-TEMP.
COPY ARTICULO REPLACING GRUPO BY ARTICULOS-TEMP-REGISTRO
                        CAMPO-CODIGO BY ATT-Codigo
                        CAMPO-MARCA BY ATT-Marca
                        CAMPO-DESCRIPCION BY ATT-Descripcion
                        CAMPO-MODELO BY ATT-Modelo
                        CAMPO-UNIDAD BY ATT-Unidad
                        CAMPO-ESTADO BY ATT-Estado.

FD RENOMBRE-CTL.
01 RENOMBRE-CTL-REGISTRO.
   05 ROL-FECHA-FIN PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ARTICULOS PIC X(2).
01 WS-ESTADO-ART-TEMP PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-LOG PIC X(2).
01 WS-ESTADO-LOCK PIC X(2).
01 WS-LISTOS PIC A(1).
01 WS-ES-FUSION PIC A(1) VALUE 'N'.

01 WS-TOCADOS PIC 9(5) VALUE 0.
01 WS-LINEA PIC X(120).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "RENOMBRARMARCA".
       GO TO FinInicio
    END-IF
    PERFORM AbrirLog
    PERFORM RenombrarArticulos
    PERFORM CerrarLog
    PERFORM LiberarLockMarcas
    IF WS-TOCADOS = 0
       DISPLAY "NINGUN CODIGO TIENE LA MARCA " WS-MARCA-VIEJA
       MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "RENOMBRE DE " WS-MARCA-VIEJA " A " WS-MARCA-NUEVA
       " APLICADO, CODIGOS TOCADOS: " WS-TOCADOS.
FinInicio.
DISPLAY "JOB RENOMBRARMARCA COMPLETE, RC=" RETURN-CODE.
STOP RUN.
       CLOSE RENOMBRE-CTL
    END-IF.

*> ARTICULOS.DAT tiene que estar presente y sin un .TMP de otra
*> corrida a medias: renombrar en pleno mantenimiento partiria la
*> historia peor que el tipeo.
VerificarArchivosListos.
    MOVE 'S' TO WS-LISTOS
    OPEN INPUT ARTICULOS-FILE
    IF WS-ESTADO-ARTICULOS NOT = "00"
       DISPLAY "FALTA ARTICULOS.DAT, NO SE RENOMBRA"
       MOVE 'N' TO WS-LISTOS
    ELSE
       CLOSE ARTICULOS-FILE
    END-IF
    OPEN INPUT ARTICULOS-TEMP
    IF WS-ESTADO-ART-TEMP = "00"
       CLOSE ARTICULOS-TEMP
       DISPLAY "HAY UN ARTICULOS.DAT.TMP DE UNA CORRIDA A "
          "MEDIAS, RESOLVER ANTES DE RENOMBRAR"
       MOVE 'N' TO WS-LISTOS
    END-IF.
    MOVE WS-LINEA TO RENOMBRE-LOG-LINEA
    WRITE RENOMBRE-LOG-LINEA.

*> Una pasada para saber si la Marca nueva ya tenia codigos (es
*> fusion, y se deja dicho en el log) y otra para reescribir.
RenombrarArticulos.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ARTICULOS-FILE
    PERFORM UNTIL WS-EOF = 'Y'
       READ ARTICULOS-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF ART-Marca = WS-MARCA-NUEVA
                MOVE 'S' TO WS-ES-FUSION
             END-IF
       END-READ
    END-PERFORM
    CLOSE ARTICULOS-FILE
    IF WS-ES-FUSION = 'S'
       MOVE SPACES TO WS-LINEA
       STRING "  LA MARCA NUEVA YA EXISTIA: FUSION, LOS CODIGOS DE "
          "LAS DOS QUEDAN BAJO LA NUEVA"
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO RENOMBRE-LOG-LINEA
       WRITE RENOMBRE-LOG-LINEA
    END-IF
    MOVE 'N' TO WS-EOF
    OPEN INPUT ARTICULOS-FILE
    OPEN OUTPUT ARTICULOS-TEMP
    PERFORM UNTIL WS-EOF = 'Y'
       READ ARTICULOS-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             MOVE ARTICULOS-REGISTRO TO ARTICULOS-TEMP-REGISTRO
             IF ART-Marca = WS-MARCA-VIEJA
                MOVE WS-MARCA-NUEVA TO ATT-Marca
                MOVE SPACES TO WS-LINEA
                STRING "  ARTICULOS.DAT: CODIGO " ART-Codigo " "
                   FUNCTION TRIM(ART-Modelo) " RENOMBRADO"
                   DELIMITED BY SIZE INTO WS-LINEA
                PERFORM RegistrarTocado
             END-IF
             WRITE ARTICULOS-TEMP-REGISTRO
       END-READ
    END-PERFORM
    CLOSE ARTICULOS-FILE
    CLOSE ARTICULOS-TEMP
    MOVE SPACES TO WS-COMANDO
    STRING "mv ARTICULOS.DAT.TMP ARTICULOS.DAT"
       DELIMITED BY SIZE INTO WS-COMANDO
    CALL "SYSTEM" USING WS-COMANDO.
