IDENTIFICATION DIVISION.
PROGRAM-ID. SOLICITARAVISO.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.
SECURITY. NO ES CONFIDENCIAL.

*> Las llamadas por ausencia, las cartas de mora y las alertas
*> terminaban todas en papel; nada le llegaba a la familia por
*> email o SMS. Este subprograma hermano de REGISTRARALERTA es la
*> puerta comun: cualquier programa que quiera avisarle algo a un
*> contacto lo llama con su PROGRAM-ID, el CONTACTO-ID destinatario,
*> el canal ('E' email, 'S' SMS), el codigo de plantilla que el
*> proveedor tiene cargada y los parametros de la plantilla en texto
*> libre (CLAVE=VALOR separados por blanco). El pedido se anexa a
*> AVISOS-PEDIDOS.DAT con un id de mensaje unico ("NT" + numero de
*> SECUENCIAID) que viaja al proveedor y vuelve en su archivo de
*> estados. Quien llama no resuelve email ni telefono: eso lo hace
*> DESPACHARAVISOS contra datos.dat a la noche, asi un cambio de
*> datos del dia ya sale con el dato nuevo. El ultimo parametro es
*> la finalidad del aviso ('E' comunicacion escolar, 'M'
*> marketing): DESPACHARAVISOS la contrasta con el consentimiento
*> del contacto en CONSENTIMIENTOS.DAT antes de mandarlo.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT PEDIDOS-FILE ASSIGN TO "AVISOS-PEDIDOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PEDIDOS.

DATA DIVISION.
FILE SECTION.
FD PEDIDOS-FILE.
01 PEDIDOS-REGISTRO.
   05 PED-MensajeId PIC X(9).
   05 PED-Fecha PIC 9(8).
   05 PED-Programa PIC X(30).
   05 PED-ContactoId PIC 9(5).
   05 PED-Canal PIC X(1).
   05 PED-Plantilla PIC X(8).
   05 PED-Parametros PIC X(60).
   05 PED-Finalidad PIC X(1).

WORKING-STORAGE SECTION.
01 WS-ESTADO-PEDIDOS PIC X(2).
01 WS-FECHA-HOY PIC 9(8).
01 WS-SECUENCIA PIC 9(7).

LINKAGE SECTION.
01 LS-PROGRAMA PIC X(30).
01 LS-CONTACTO-ID PIC 9(5).
01 LS-CANAL PIC X(1).
01 LS-PLANTILLA PIC X(8).
01 LS-PARAMETROS PIC X(60).
01 LS-FINALIDAD PIC X(1).

PROCEDURE DIVISION USING LS-PROGRAMA LS-CONTACTO-ID LS-CANAL
    LS-PLANTILLA LS-PARAMETROS LS-FINALIDAD.
Inicio.
    OPEN EXTEND PEDIDOS-FILE
    IF WS-ESTADO-PEDIDOS NOT = "00"
       OPEN OUTPUT PEDIDOS-FILE
       CLOSE PEDIDOS-FILE
       OPEN EXTEND PEDIDOS-FILE
    END-IF
    ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
    CALL "SECUENCIAID" USING WS-SECUENCIA
    MOVE SPACES TO PEDIDOS-REGISTRO
    MOVE "NT" TO PED-MensajeId(1:2)
    MOVE WS-SECUENCIA TO PED-MensajeId(3:7)
    MOVE WS-FECHA-HOY TO PED-Fecha
    MOVE LS-PROGRAMA TO PED-Programa
    MOVE LS-CONTACTO-ID TO PED-ContactoId
    MOVE LS-CANAL TO PED-Canal
    MOVE LS-PLANTILLA TO PED-Plantilla
    MOVE LS-PARAMETROS TO PED-Parametros
    MOVE LS-FINALIDAD TO PED-Finalidad
    WRITE PEDIDOS-REGISTRO
    CLOSE PEDIDOS-FILE.
GOBACK.
