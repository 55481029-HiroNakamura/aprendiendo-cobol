IDENTIFICATION DIVISION.
PROGRAM-ID. MANIFIESTO.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.
SECURITY. NO ES CONFIDENCIAL.

*> Un datos.dat o un FACTURACION.DAT tocado por fuera de los
*> programas, o truncado por un disco lleno, se descubria recien
*> cuando un reporte salia raro dias despues. Este paso lleva el
*> manifiesto de integridad de los maestros e historicos:
*>   GRABAR     al final de cada ventana toma, para cada archivo de
*>              la lista, el tamanio en bytes, la cantidad de
*>              registros (lineas) y el checksum (wc y cksum
*>              volcados a MANIFIESTO-TMP.TXT y leidos de vuelta,
*>              como RegistrarCapacidad en ARCHIVOS) y regraba
*>              MANIFIESTO.DAT con la fecha y hora de la toma.
*>   VERIFICAR  al arrancar la ventana siguiente vuelve a medir
*>              cada archivo contra el manifiesto. Un archivo que
*>              cambio solo se explica si en el medio corrio alguno
*>              de los programas que lo escriben, segun ACCESOS.LOG
*>              (donde AUDITORIA deja cada corrida); un cambio sin
*>              corrida que lo explique queda en INTEGRIDAD.LOG y va
*>              a la cola comun como alerta ALTA via REGISTRARALERTA,
*>              y el paso termina con RC=4.
*> La lista de archivos y de los programas que los escriben esta
*> en WS-ARCHIVOS-VIGILADOS; datos.dat respeta DATOS_DAT_PATH como
*> ARCHIVOS. Corre como paso de PLANIFICADOR (el modo viene por
*> COMMAND-LINE) o suelto.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT MANIFIESTO-FILE ASSIGN TO "MANIFIESTO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MANIFIESTO.
SELECT MANIFIESTO-TEMP ASSIGN TO "MANIFIESTO.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MANIFIESTO-TEMP.
SELECT MEDIDA-TMP ASSIGN TO "MANIFIESTO-TMP.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MEDIDA.
SELECT LOG-ACCESOS ASSIGN TO "ACCESOS.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ACCESOS.
SELECT INTEGRIDAD-LOG ASSIGN TO "INTEGRIDAD.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-INTEGRIDAD.

DATA DIVISION.
FILE SECTION.
FD MANIFIESTO-FILE.
01 MANIFIESTO-REGISTRO.
   05 MAN-Fecha PIC 9(8).
   05 MAN-Hora PIC 9(6).
   05 MAN-Archivo PIC X(50).
   05 MAN-Existe PIC X(1).
   05 MAN-Bytes PIC 9(12).
   05 MAN-Registros PIC 9(9).
   05 MAN-Checksum PIC 9(10).

FD MANIFIESTO-TEMP.
01 MANIFIESTO-TEMP-REGISTRO PIC X(96).

FD MEDIDA-TMP.
01 MEDIDA-LINEA PIC X(80).

FD LOG-ACCESOS.
01 LOG-LINEA.
   05 ACC-Fecha PIC 9(8).
   05 FILLER PIC X(1).
   05 ACC-Hora PIC 9(6).
   05 FILLER PIC X(3).
   05 ACC-Programa PIC X(30).
   05 FILLER PIC X(32).

FD INTEGRIDAD-LOG.
01 INTEGRIDAD-LINEA PIC X(150).

WORKING-STORAGE SECTION.
01 WS-ESTADO-MANIFIESTO PIC X(2).
01 WS-ESTADO-MANIFIESTO-TEMP PIC X(2).
01 WS-ESTADO-MEDIDA PIC X(2).
01 WS-ESTADO-ACCESOS PIC X(2).
01 WS-ESTADO-INTEGRIDAD PIC X(2).
01 WS-EOF PIC A(1).
01 WS-MODO PIC X(10).
01 WS-FECHA-HOY PIC 9(8).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "MANIFIESTO".
01 WS-COMANDO PIC X(250).
01 WS-DATOS-PATH PIC X(50).
01 WS-TIMESTAMP.
   05 WS-TS-FECHA PIC 9(8).
   05 WS-TS-HORA PIC 9(6).
   05 FILLER PIC X(7).
01 WS-MENSAJE-ALERTA PIC X(80).
01 WS-RC-MANIFIESTO PIC 9(1) VALUE 0.

*> Los maestros e historicos vigilados y los programas que los
*> escriben (los que corren solos; CAPASCOSTO y LOTESSTOCK se
*> cuentan por quien los llama). Una corrida de cualquiera de ellos
*> explica un cambio del archivo.
01 WS-ARCHIVOS-VIGILADOS.
   05 FILLER PIC X(30) VALUE "datos.dat".
   05 FILLER PIC X(70) VALUE
      " ARCHIVO1 FUSIONARCONTACTOS REORGDATOS RESTAURAR ".
   05 FILLER PIC X(30) VALUE "ESTUDIANTES.DAT".
   05 FILLER PIC X(70) VALUE
      " MANTESTUDIANTES RETIROESTUDIANTE GRADUADOS PROMOCIONANUAL ".
   05 FILLER PIC X(30) VALUE "ESTUDIANTES.DAT".
   05 FILLER PIC X(70) VALUE
      " ESTADOESTUDIANTES SALUDESTUDIANTES CONVERTIRESTUDIANTES ".
   05 FILLER PIC X(30) VALUE "ESTUDIANTES.DAT".
   05 FILLER PIC X(70) VALUE
      " CONVERTIRNACIMIENTO NOMBRE ".
   05 FILLER PIC X(30) VALUE "MATRICULA.DAT".
   05 FILLER PIC X(70) VALUE
      " MATRICULA RETIROESTUDIANTE CIERREPERIODO ".
   05 FILLER PIC X(30) VALUE "MATRICULA-HIST.DAT".
   05 FILLER PIC X(70) VALUE " CIERREPERIODO ".
   05 FILLER PIC X(30) VALUE "CALIFICACIONES.DAT".
   05 FILLER PIC X(70) VALUE " CALIFICACIONES CIERREPERIODO ".
   05 FILLER PIC X(30) VALUE "CALIFICACIONES-HIST.DAT".
   05 FILLER PIC X(70) VALUE " CIERREPERIODO ENMIENDANOTAS ".
   05 FILLER PIC X(30) VALUE "ASISTENCIA.DAT".
   05 FILLER PIC X(70) VALUE " ASISTENCIA ARCHIVOANUAL ".
   05 FILLER PIC X(30) VALUE "FACTURACION.DAT".
   05 FILLER PIC X(70) VALUE
      " FACTURACION REEMBOLSOS RETIROESTUDIANTE ".
   05 FILLER PIC X(30) VALUE "SALDOS.DAT".
   05 FILLER PIC X(70) VALUE " CIERREFACTURACION ".
   05 FILLER PIC X(30) VALUE "CUOTAS.DAT".
   05 FILLER PIC X(70) VALUE " GENERARCUOTAS ".
   05 FILLER PIC X(30) VALUE "INVENTARIO.DAT".
   05 FILLER PIC X(70) VALUE
      " INVENTARIO VENTAS CONTEOFISICO CONVERTIRCODIGOS ".
   05 FILLER PIC X(30) VALUE "VENTAS.DAT".
   05 FILLER PIC X(70) VALUE
      " VENTAS CONVERTIRCODIGOS ARCHIVOANUAL ".
   05 FILLER PIC X(30) VALUE "PRODUCTOS.DAT".
   05 FILLER PIC X(70) VALUE " NOMBRE CONVERTIRCODIGOS ".
   05 FILLER PIC X(30) VALUE "PRECIO-HIST.DAT".
   05 FILLER PIC X(70) VALUE " NOMBRE CONVERTIRCODIGOS ".
   05 FILLER PIC X(30) VALUE "CLIENTES.DAT".
   05 FILLER PIC X(70) VALUE " CLIENTES ".
   05 FILLER PIC X(30) VALUE "PROVEEDORES.DAT".
   05 FILLER PIC X(70) VALUE " PROVEEDORES CONVERTIRCODIGOS ".
   05 FILLER PIC X(30) VALUE "DOCENTES.DAT".
   05 FILLER PIC X(70) VALUE " DOCENTES COBERTURADOCENTES ".
   05 FILLER PIC X(30) VALUE "CURSOS.DAT".
   05 FILLER PIC X(70) VALUE " CURSOS ".
   05 FILLER PIC X(30) VALUE "GRADUADOS.DAT".
   05 FILLER PIC X(70) VALUE " GRADUADOS ".
   05 FILLER PIC X(30) VALUE "ORDENES-COMPRA.DAT".
   05 FILLER PIC X(70) VALUE " ORDENESCOMPRA CONVERTIRCODIGOS ".
   05 FILLER PIC X(30) VALUE "CUENTAS-PAGAR.DAT".
   05 FILLER PIC X(70) VALUE " FACTURASPROVEEDOR ".
   05 FILLER PIC X(30) VALUE "COSTO-CAPAS.DAT".
   05 FILLER PIC X(70) VALUE
      " INVENTARIO VENTAS ORDENESCOMPRA VALORINVENTARIO ".
   05 FILLER PIC X(30) VALUE "LOTES-STOCK.DAT".
   05 FILLER PIC X(70) VALUE " INVENTARIO VENTAS ".
   05 FILLER PIC X(30) VALUE "ARTICULOS.DAT".
   05 FILLER PIC X(70) VALUE
      " ARTICULOS CONVERTIRCODIGOS RENOMBRARMARCA ".
   05 FILLER PIC X(30) VALUE "USUARIOS-ROLES.DAT".
   05 FILLER PIC X(70) VALUE " ADMINROLES ".
   05 FILLER PIC X(30) VALUE "ARCHIVO-HISTORICO.DAT".
   05 FILLER PIC X(70) VALUE " ARCHIVOANUAL ".
   05 FILLER PIC X(30) VALUE "ASISTENCIA-RESUMEN.DAT".
   05 FILLER PIC X(70) VALUE " ARCHIVOANUAL ".
   05 FILLER PIC X(30) VALUE "VENTAS-RESUMEN.DAT".
   05 FILLER PIC X(70) VALUE " ARCHIVOANUAL ".
01 WS-TABLA-VIGILADOS REDEFINES WS-ARCHIVOS-VIGILADOS.
   05 WS-VIGILADO OCCURS 30 TIMES.
      10 VIG-ARCHIVO PIC X(30).
      10 VIG-ESCRITORES PIC X(70).
01 WS-TOTAL-VIGILADOS PIC 9(2) VALUE 30.
01 WS-VIG-SUB PIC 9(2).
01 WS-VIG-BUSCA PIC 9(2).

*> Las medidas del archivo que se esta mirando.
01 WS-ARCHIVO-ACTUAL PIC X(50).
01 WS-MEDIDA-EXISTE PIC X(1).
01 WS-MEDIDA-BYTES PIC 9(12).
01 WS-MEDIDA-REGISTROS PIC 9(9).
01 WS-MEDIDA-CHECKSUM PIC 9(10).
01 WS-LINEA-MEDIDA PIC 9(1).
01 WS-CRC-TEXTO PIC X(12).

*> Lo que dice el manifiesto, por archivo (un archivo que figura
*> en varias filas de la lista se mide una sola vez).
01 WS-TABLA-MANIFIESTO.
   05 WS-MANIFESTADO OCCURS 30 TIMES.
      10 MNF-ARCHIVO PIC X(50).
      10 MNF-EXISTE PIC X(1).
      10 MNF-BYTES PIC 9(12).
      10 MNF-REGISTROS PIC 9(9).
      10 MNF-CHECKSUM PIC 9(10).
01 WS-TOTAL-MANIFESTADOS PIC 9(2) VALUE 0.
01 WS-MNF-SUB PIC 9(2).
01 WS-MANIFIESTO-FECHA PIC 9(8) VALUE 0.
01 WS-MANIFIESTO-HORA PIC 9(6) VALUE 0.
01 WS-MANIFIESTO-MOMENTO PIC 9(14).
01 WS-ACCESO-MOMENTO PIC 9(14).

*> Los programas que corrieron desde la toma del manifiesto.
01 WS-TABLA-CORRIDAS.
   05 WS-CORRIDA OCCURS 300 TIMES PIC X(30).
01 WS-TOTAL-CORRIDAS PIC 9(3) VALUE 0.
01 WS-COR-SUB PIC 9(3).
01 WS-HALLADO PIC A(1).
01 WS-EXPLICADO PIC A(1).
01 WS-EXPLICACION PIC X(30).
01 WS-BUSCA-PROGRAMA PIC X(32).
01 WS-LARGO-PROGRAMA PIC 9(2).
01 WS-VECES PIC 9(3).
01 WS-CAMBIO PIC X(40).
01 WS-ARCHIVOS-IGUALES PIC 9(3) VALUE 0.
01 WS-ARCHIVOS-EXPLICADOS PIC 9(3) VALUE 0.
01 WS-ARCHIVOS-SIN-EXPLICAR PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE SPACES TO WS-MODO
    ACCEPT WS-MODO FROM COMMAND-LINE
    MOVE SPACES TO WS-DATOS-PATH
    ACCEPT WS-DATOS-PATH FROM ENVIRONMENT "DATOS_DAT_PATH"
    IF WS-DATOS-PATH = SPACES
       MOVE "datos.dat" TO WS-DATOS-PATH
    END-IF
    MOVE 0 TO WS-RC-MANIFIESTO
    EVALUATE WS-MODO
       WHEN "GRABAR"
          PERFORM GrabarManifiesto
       WHEN "VERIFICAR"
          PERFORM VerificarManifiesto
       WHEN OTHER
          DISPLAY "MODO NO RECONOCIDO: " WS-MODO
             " - SE ESPERA GRABAR O VERIFICAR"
          MOVE 8 TO WS-RC-MANIFIESTO
    END-EVALUATE
    MOVE WS-RC-MANIFIESTO TO RETURN-CODE
    DISPLAY "JOB MANIFIESTO COMPLETE, RC=" RETURN-CODE.
GOBACK.

*> El nombre real del archivo de la fila: datos.dat puede venir
*> de DATOS_DAT_PATH.
ArmarNombreArchivo.
    IF VIG-ARCHIVO(WS-VIG-SUB) = "datos.dat"
       MOVE WS-DATOS-PATH TO WS-ARCHIVO-ACTUAL
    ELSE
       MOVE VIG-ARCHIVO(WS-VIG-SUB) TO WS-ARCHIVO-ACTUAL
    END-IF.

*> Un archivo que ya aparecio antes en la lista no se vuelve a
*> medir.
VerificarRepetido.
    MOVE 'N' TO WS-HALLADO
    PERFORM VARYING WS-VIG-BUSCA FROM 1 BY 1
       UNTIL WS-VIG-BUSCA >= WS-VIG-SUB
       IF VIG-ARCHIVO(WS-VIG-BUSCA) = VIG-ARCHIVO(WS-VIG-SUB)
          MOVE 'S' TO WS-HALLADO
       END-IF
    END-PERFORM.

*> Tamanio, lineas y checksum de un archivo con wc y cksum; un
*> archivo ausente no deja nada en el volcado.
MedirArchivo.
    MOVE SPACES TO WS-COMANDO
    STRING "( wc -c < " DELIMITED BY SIZE
       WS-ARCHIVO-ACTUAL DELIMITED BY SPACE
       " && wc -l < " DELIMITED BY SIZE
       WS-ARCHIVO-ACTUAL DELIMITED BY SPACE
       " && cksum < " DELIMITED BY SIZE
       WS-ARCHIVO-ACTUAL DELIMITED BY SPACE
       " ) > MANIFIESTO-TMP.TXT 2>/dev/null" DELIMITED BY SIZE
       INTO WS-COMANDO
    CALL "SYSTEM" USING WS-COMANDO
    MOVE 'N' TO WS-MEDIDA-EXISTE
    MOVE 0 TO WS-MEDIDA-BYTES
    MOVE 0 TO WS-MEDIDA-REGISTROS
    MOVE 0 TO WS-MEDIDA-CHECKSUM
    MOVE 0 TO WS-LINEA-MEDIDA
    OPEN INPUT MEDIDA-TMP
    IF WS-ESTADO-MEDIDA NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
       READ MEDIDA-TMP
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             ADD 1 TO WS-LINEA-MEDIDA
             EVALUATE WS-LINEA-MEDIDA
                WHEN 1
                   COMPUTE WS-MEDIDA-BYTES =
                      FUNCTION NUMVAL(MEDIDA-LINEA)
                WHEN 2
                   COMPUTE WS-MEDIDA-REGISTROS =
                      FUNCTION NUMVAL(MEDIDA-LINEA)
                WHEN 3
                   MOVE SPACES TO WS-CRC-TEXTO
                   UNSTRING MEDIDA-LINEA DELIMITED BY SPACE
                      INTO WS-CRC-TEXTO
                   END-UNSTRING
                   COMPUTE WS-MEDIDA-CHECKSUM =
                      FUNCTION NUMVAL(WS-CRC-TEXTO)
                   MOVE 'S' TO WS-MEDIDA-EXISTE
             END-EVALUATE
       END-READ
    END-PERFORM
    CLOSE MEDIDA-TMP.

*> La toma del final de la ventana: el manifiesto entero se
*> regraba via .TMP y mv, con la fecha y hora de la toma en cada
*> fila.
GrabarManifiesto.
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    OPEN OUTPUT MANIFIESTO-TEMP
    PERFORM VARYING WS-VIG-SUB FROM 1 BY 1
       UNTIL WS-VIG-SUB > WS-TOTAL-VIGILADOS
       PERFORM VerificarRepetido
       IF WS-HALLADO = 'N'
          PERFORM ArmarNombreArchivo
          PERFORM MedirArchivo
          MOVE WS-TS-FECHA TO MAN-Fecha
          MOVE WS-TS-HORA TO MAN-Hora
          MOVE WS-ARCHIVO-ACTUAL TO MAN-Archivo
          MOVE WS-MEDIDA-EXISTE TO MAN-Existe
          MOVE WS-MEDIDA-BYTES TO MAN-Bytes
          MOVE WS-MEDIDA-REGISTROS TO MAN-Registros
          MOVE WS-MEDIDA-CHECKSUM TO MAN-Checksum
          MOVE MANIFIESTO-REGISTRO TO MANIFIESTO-TEMP-REGISTRO
          WRITE MANIFIESTO-TEMP-REGISTRO
          ADD 1 TO WS-TOTAL-MANIFESTADOS
       END-IF
    END-PERFORM
    CLOSE MANIFIESTO-TEMP
    MOVE "mv MANIFIESTO.DAT.TMP MANIFIESTO.DAT" TO WS-COMANDO
    CALL "SYSTEM" USING WS-COMANDO
    DISPLAY "MANIFIESTO GRABADO: " WS-TOTAL-MANIFESTADOS
       " ARCHIVOS AL " WS-TS-FECHA " " WS-TS-HORA.

*> La verificacion del arranque de la ventana.
VerificarManifiesto.
    PERFORM CargarManifiesto
    IF WS-TOTAL-MANIFESTADOS = 0
       DISPLAY "ATENCION: NO HAY MANIFIESTO.DAT CONTRA QUE "
          "VERIFICAR, SE TOMA EN EL PROXIMO GRABAR"
       MOVE 4 TO WS-RC-MANIFIESTO
       EXIT PARAGRAPH
    END-IF
    PERFORM CargarCorridas
    PERFORM VARYING WS-VIG-SUB FROM 1 BY 1
       UNTIL WS-VIG-SUB > WS-TOTAL-VIGILADOS
       PERFORM VerificarRepetido
       IF WS-HALLADO = 'N'
          PERFORM ArmarNombreArchivo
          PERFORM VerificarArchivo
       END-IF
    END-PERFORM
    DISPLAY "INTEGRIDAD CONTRA EL MANIFIESTO DEL "
       WS-MANIFIESTO-FECHA " " WS-MANIFIESTO-HORA ": "
       WS-ARCHIVOS-IGUALES " SIN CAMBIOS, "
       WS-ARCHIVOS-EXPLICADOS " CAMBIADOS POR POSTEO, "
       WS-ARCHIVOS-SIN-EXPLICAR " SIN EXPLICAR"
    IF WS-ARCHIVOS-SIN-EXPLICAR > 0
       MOVE 4 TO WS-RC-MANIFIESTO
    END-IF.

CargarManifiesto.
    OPEN INPUT MANIFIESTO-FILE
    IF WS-ESTADO-MANIFIESTO NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
       READ MANIFIESTO-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF WS-TOTAL-MANIFESTADOS < 30
                ADD 1 TO WS-TOTAL-MANIFESTADOS
                MOVE WS-TOTAL-MANIFESTADOS TO WS-MNF-SUB
                MOVE MAN-Archivo TO MNF-ARCHIVO(WS-MNF-SUB)
                MOVE MAN-Existe TO MNF-EXISTE(WS-MNF-SUB)
                MOVE MAN-Bytes TO MNF-BYTES(WS-MNF-SUB)
                MOVE MAN-Registros TO MNF-REGISTROS(WS-MNF-SUB)
                MOVE MAN-Checksum TO MNF-CHECKSUM(WS-MNF-SUB)
                MOVE MAN-Fecha TO WS-MANIFIESTO-FECHA
                MOVE MAN-Hora TO WS-MANIFIESTO-HORA
             END-IF
       END-READ
    END-PERFORM
    CLOSE MANIFIESTO-FILE
    COMPUTE WS-MANIFIESTO-MOMENTO =
       WS-MANIFIESTO-FECHA * 1000000 + WS-MANIFIESTO-HORA.

*> Los programas con corrida en ACCESOS.LOG desde la toma del
*> manifiesto, una vez cada uno.
CargarCorridas.
    OPEN INPUT LOG-ACCESOS
    IF WS-ESTADO-ACCESOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
       READ LOG-ACCESOS
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF ACC-Fecha IS NUMERIC AND ACC-Hora IS NUMERIC
                COMPUTE WS-ACCESO-MOMENTO =
                   ACC-Fecha * 1000000 + ACC-Hora
                IF WS-ACCESO-MOMENTO >= WS-MANIFIESTO-MOMENTO
                   PERFORM RecordarCorrida
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE LOG-ACCESOS.

RecordarCorrida.
    MOVE 'N' TO WS-HALLADO
    PERFORM VARYING WS-COR-SUB FROM 1 BY 1
       UNTIL WS-COR-SUB > WS-TOTAL-CORRIDAS
       IF WS-CORRIDA(WS-COR-SUB) = ACC-Programa
          MOVE 'S' TO WS-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-HALLADO = 'N' AND WS-TOTAL-CORRIDAS < 300
       ADD 1 TO WS-TOTAL-CORRIDAS
       MOVE ACC-Programa TO WS-CORRIDA(WS-TOTAL-CORRIDAS)
    END-IF.

VerificarArchivo.
    MOVE 'N' TO WS-HALLADO
    PERFORM VARYING WS-MNF-SUB FROM 1 BY 1
       UNTIL WS-MNF-SUB > WS-TOTAL-MANIFESTADOS
       IF MNF-ARCHIVO(WS-MNF-SUB) = WS-ARCHIVO-ACTUAL
          MOVE 'S' TO WS-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-HALLADO = 'N'
       DISPLAY "ATENCION: " WS-ARCHIVO-ACTUAL " NO ESTA EN EL "
          "MANIFIESTO, SE TOMA EN EL PROXIMO GRABAR"
       EXIT PARAGRAPH
    END-IF
    PERFORM MedirArchivo
    MOVE SPACES TO WS-CAMBIO
    EVALUATE TRUE
       WHEN WS-MEDIDA-EXISTE NOT = MNF-EXISTE(WS-MNF-SUB)
          AND WS-MEDIDA-EXISTE = 'N'
          MOVE "DESAPARECIO" TO WS-CAMBIO
       WHEN WS-MEDIDA-EXISTE NOT = MNF-EXISTE(WS-MNF-SUB)
          MOVE "APARECIO" TO WS-CAMBIO
       WHEN WS-MEDIDA-BYTES < MNF-BYTES(WS-MNF-SUB)
          MOVE "SE ACHICO" TO WS-CAMBIO
       WHEN WS-MEDIDA-BYTES NOT = MNF-BYTES(WS-MNF-SUB)
          OR WS-MEDIDA-REGISTROS NOT = MNF-REGISTROS(WS-MNF-SUB)
          MOVE "CAMBIO DE TAMANIO" TO WS-CAMBIO
       WHEN WS-MEDIDA-CHECKSUM NOT = MNF-CHECKSUM(WS-MNF-SUB)
          MOVE "CAMBIO DE CONTENIDO" TO WS-CAMBIO
       WHEN OTHER
          CONTINUE
    END-EVALUATE
    IF WS-CAMBIO = SPACES
       ADD 1 TO WS-ARCHIVOS-IGUALES
       EXIT PARAGRAPH
    END-IF
    PERFORM BuscarEscritor
    IF WS-EXPLICADO = 'S'
       ADD 1 TO WS-ARCHIVOS-EXPLICADOS
       DISPLAY FUNCTION TRIM(WS-ARCHIVO-ACTUAL) " "
          FUNCTION TRIM(WS-CAMBIO) ", CORRIO " WS-EXPLICACION
    ELSE
       ADD 1 TO WS-ARCHIVOS-SIN-EXPLICAR
       PERFORM AnotarSinExplicar
    END-IF.

*> Algun programa que escribe el archivo (en cualquiera de sus
*> filas de la lista) corrio desde la toma.
BuscarEscritor.
    MOVE 'N' TO WS-EXPLICADO
    MOVE SPACES TO WS-EXPLICACION
    PERFORM VARYING WS-COR-SUB FROM 1 BY 1
       UNTIL WS-COR-SUB > WS-TOTAL-CORRIDAS OR WS-EXPLICADO = 'S'
       MOVE SPACES TO WS-BUSCA-PROGRAMA
       STRING " " DELIMITED BY SIZE
          WS-CORRIDA(WS-COR-SUB) DELIMITED BY SPACE
          " " DELIMITED BY SIZE
          INTO WS-BUSCA-PROGRAMA
       MOVE 0 TO WS-LARGO-PROGRAMA
       INSPECT WS-CORRIDA(WS-COR-SUB) TALLYING WS-LARGO-PROGRAMA
          FOR CHARACTERS BEFORE INITIAL SPACE
       ADD 2 TO WS-LARGO-PROGRAMA
       PERFORM VARYING WS-VIG-BUSCA FROM 1 BY 1
          UNTIL WS-VIG-BUSCA > WS-TOTAL-VIGILADOS
          IF VIG-ARCHIVO(WS-VIG-BUSCA) = VIG-ARCHIVO(WS-VIG-SUB)
             MOVE 0 TO WS-VECES
             INSPECT VIG-ESCRITORES(WS-VIG-BUSCA) TALLYING WS-VECES
                FOR ALL WS-BUSCA-PROGRAMA(1:WS-LARGO-PROGRAMA)
             IF WS-VECES > 0
                MOVE 'S' TO WS-EXPLICADO
                MOVE WS-CORRIDA(WS-COR-SUB) TO WS-EXPLICACION
             END-IF
          END-IF
       END-PERFORM
    END-PERFORM.

AnotarSinExplicar.
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    DISPLAY "ALERTA: " FUNCTION TRIM(WS-ARCHIVO-ACTUAL) " "
       FUNCTION TRIM(WS-CAMBIO) " SIN CORRIDA QUE LO EXPLIQUE"
    MOVE SPACES TO INTEGRIDAD-LINEA
    STRING WS-TS-FECHA "-" WS-TS-HORA " ARCHIVO="
       WS-ARCHIVO-ACTUAL DELIMITED BY SPACE
       " " DELIMITED BY SIZE
       WS-CAMBIO DELIMITED BY "  "
       " BYTES=" MNF-BYTES(WS-MNF-SUB) "/" WS-MEDIDA-BYTES
       " REGISTROS=" MNF-REGISTROS(WS-MNF-SUB) "/"
       WS-MEDIDA-REGISTROS
       " MANIFIESTO=" WS-MANIFIESTO-FECHA "-" WS-MANIFIESTO-HORA
       DELIMITED BY SIZE INTO INTEGRIDAD-LINEA
    OPEN EXTEND INTEGRIDAD-LOG
    IF WS-ESTADO-INTEGRIDAD NOT = "00"
       OPEN OUTPUT INTEGRIDAD-LOG
       CLOSE INTEGRIDAD-LOG
       OPEN EXTEND INTEGRIDAD-LOG
    END-IF
    WRITE INTEGRIDAD-LINEA
    CLOSE INTEGRIDAD-LOG
    MOVE SPACES TO WS-MENSAJE-ALERTA
    STRING WS-ARCHIVO-ACTUAL DELIMITED BY SPACE
       " " DELIMITED BY SIZE
       WS-CAMBIO DELIMITED BY "  "
       " SIN CORRIDA QUE LO EXPLIQUE" DELIMITED BY SIZE
       INTO WS-MENSAJE-ALERTA
    CALL "REGISTRARALERTA" USING "ALTA "
       WS-PROGRAMA-ACTUAL WS-MENSAJE-ALERTA.
