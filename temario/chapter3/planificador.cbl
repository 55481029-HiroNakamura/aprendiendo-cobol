IDENTIFICATION DIVISION.
PROGRAM-ID. PLANIFICADOR.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> LOTEDIARIO y LOTEESCOLAR tenian su lista de pasos fija en el
*> programa, y un paso que agotaba sus reintentos obligaba a correr
*> la ventana entera de nuevo desde arriba, reposteando lo que ya
*> habia terminado. Este planificador corre cualquier ventana a
*> partir de JOB-DEFINICIONES.DAT (mantenido a mano): una fila por
*> paso con la ventana, el nombre del paso, el programa a llamar y
*> el parametro que recibe por COMMAND-LINE (el modo de
*> ORDENESCOMPRA, por ejemplo), hasta tres pasos predecesores que
*> tienen que haber terminado antes, los dias de la semana en que
*> corre (siete posiciones de lunes a domingo, 'S' corre y 'N' no;
*> en blanco corre todos los dias), si corre solo en dia de clase
*> de CALENDARIO-ESCOLAR.DAT, si es reiniciable y el RC mas alto
*> que se acepta como terminado (cero si no se dice, como siempre).
*> Un paso nuevo, como RECARGOSMORA o INTERFAZCONTABLE, se agrega
*> con una fila: el CALL es por el nombre que trae la definicion.
*> Los programas de paso terminan con GOBACK, como los de siempre.
*> Si JOB-DEFINICIONES.DAT no trae la ventana DIARIO o ESCOLAR,
*> rigen las listas de siempre de LOTEDIARIO y LOTEESCOLAR.
*>
*> El estado de la corrida queda en ESTADO-VENTANA-<ventana>.DAT,
*> regrabado despues de cada paso: la fecha de la ventana y por
*> paso su estado (P pendiente, E en ejecucion, C completo,
*> F fallido, S salteado por el operador, N no corresponde ese
*> dia), el RC, las horas, los intentos y el motivo. Por
*> COMMAND-LINE se pide la ventana y la accion:
*>   <ventana>                      abre la ventana del dia y la
*>                                  corre; se niega si la anterior
*>                                  quedo a medias.
*>   <ventana> REINICIAR            retoma la ventana en el paso
*>                                  fallido (o el que quedo en
*>                                  ejecucion por un corte) sin
*>                                  volver a correr lo completo; un
*>                                  paso no reiniciable se niega y
*>                                  hay que verificarlo y saltearlo.
*>   <ventana> SALTAR <paso> <motivo>  marca el paso como salteado,
*>                                  con el motivo asentado en
*>                                  PASOS-SALTEADOS.LOG; despues se
*>                                  sigue con REINICIAR.
*> Cada intento se cronometra en JOB-TIMING.LOG contra SLA.CTL, los
*> reintentos son los de REINTENTOS.CTL y el paso que los agota se
*> escala a ESCALAMIENTOS.LOG y a ALERTAS.DAT via REGISTRARALERTA,
*> la misma maquinaria que tenian LOTEDIARIO y LOTEESCOLAR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT DEFINICIONES-FILE ASSIGN TO "JOB-DEFINICIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DEFINICIONES.
SELECT ESTADO-FILE ASSIGN DYNAMIC WS-ESTADO-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-EJECUCION.
SELECT ESTADO-TEMP ASSIGN DYNAMIC WS-ESTADO-TEMP-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-EJECUCION-TEMP.
SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO-ESCOLAR.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CALENDARIO.
SELECT SALTEADOS-LOG ASSIGN TO "PASOS-SALTEADOS.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SALTEADOS.
SELECT TIMING-LOG ASSIGN TO "JOB-TIMING.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-TIMING.
SELECT SLA-CTL ASSIGN TO "SLA.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SLA.
SELECT REINTENTOS-CTL ASSIGN TO "REINTENTOS.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REINTENTOS.
SELECT ESCALAMIENTOS-LOG ASSIGN TO "ESCALAMIENTOS.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ESCALAMIENTOS.

DATA DIVISION.
FILE SECTION.
FD DEFINICIONES-FILE.
01 DEFINICIONES-REGISTRO.
   05 JDF-Ventana PIC X(10).
   05 JDF-Paso PIC X(12).
   05 JDF-Programa PIC X(30).
   05 JDF-Parametro PIC X(20).
   05 JDF-Predecesor PIC X(12) OCCURS 3 TIMES.
   05 JDF-Dias PIC X(7).
   05 JDF-SoloLectivo PIC X(1).
   05 JDF-Reiniciable PIC X(1).
   05 JDF-RcMaximo PIC 9(1).

FD ESTADO-FILE.
01 ESTADO-REGISTRO.
   05 EJE-Fecha PIC 9(8).
   05 EJE-Paso PIC X(12).
   05 EJE-Estado PIC X(1).
   05 EJE-Rc PIC S9(4) SIGN LEADING SEPARATE.
   05 EJE-HoraInicio PIC 9(6).
   05 EJE-HoraFin PIC 9(6).
   05 EJE-Intentos PIC 9(2).
   05 EJE-Motivo PIC X(40).

FD ESTADO-TEMP.
01 ESTADO-TEMP-REGISTRO PIC X(80).

FD CALENDARIO-FILE.
01 CALENDARIO-REGISTRO.
   05 CAE-Fecha PIC 9(8).

FD SALTEADOS-LOG.
01 SALTEADO-LINEA PIC X(120).

FD TIMING-LOG.
01 TIMING-LINEA PIC X(120).

FD SLA-CTL.
01 CTL-SLA.
   05 CTL-SLA-SEGUNDOS PIC 9(4).

FD REINTENTOS-CTL.
01 CTL-REINTENTOS.
   05 CTL-MAX-REINTENTOS PIC 9(2).
   05 CTL-SEGUNDOS-ESPERA PIC 9(3).

FD ESCALAMIENTOS-LOG.
01 ESCALAMIENTO-LINEA PIC X(120).

WORKING-STORAGE SECTION.
01 WS-ESTADO-DEFINICIONES PIC X(2).
01 WS-ESTADO-EJECUCION PIC X(2).
01 WS-ESTADO-EJECUCION-TEMP PIC X(2).
01 WS-ESTADO-CALENDARIO PIC X(2).
01 WS-ESTADO-SALTEADOS PIC X(2).
01 WS-EOF-DEFINICIONES PIC A(1) VALUE 'N'.
01 WS-EOF-ESTADO PIC A(1) VALUE 'N'.
01 WS-EOF-CALENDARIO PIC A(1) VALUE 'N'.
01 WS-ESTADO-PATH PIC X(50).
01 WS-ESTADO-TEMP-PATH PIC X(50).
01 WS-COMANDO-MV PIC X(120).

*> Lo que pide el operador por COMMAND-LINE.
01 WS-LINEA-COMANDO PIC X(100).
01 WS-PUNTERO PIC 9(3).
01 WS-VENTANA PIC X(10).
01 WS-ACCION PIC X(10).
01 WS-PASO-PEDIDO PIC X(12).
01 WS-PASO-BUSCADO PIC X(12).
01 WS-MOTIVO PIC X(40).

01 WS-FECHA-HOY PIC 9(8).
01 WS-FECHA-VENTANA PIC 9(8) VALUE 0.
01 WS-HAY-ESTADO PIC A(1) VALUE 'N'.
01 WS-DIA-SEMANA PIC 9(1).
01 WS-DIAS-DESDE-ORIGEN PIC 9(9).
01 WS-SEMANAS PIC 9(9).
01 WS-ES-LECTIVO PIC A(1) VALUE 'N'.
01 WS-RC-VENTANA PIC S9(4) COMP-5 VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "PLANIFICADOR".

*> Los pasos de la ventana con su definicion y su estado.
01 WS-TABLA-PASOS.
   05 WS-PASO-FILA OCCURS 30 TIMES.
      10 TPA-PASO PIC X(12).
      10 TPA-PROGRAMA PIC X(30).
      10 TPA-PARAMETRO PIC X(20).
      10 TPA-PREDECESOR PIC X(12) OCCURS 3 TIMES.
      10 TPA-DIAS PIC X(7).
      10 TPA-LECTIVO PIC X(1).
      10 TPA-REINICIABLE PIC X(1).
      10 TPA-RC-MAXIMO PIC 9(1).
      10 TPA-ESTADO PIC X(1).
      10 TPA-RC PIC S9(4).
      10 TPA-INICIO PIC 9(6).
      10 TPA-FIN PIC 9(6).
      10 TPA-INTENTOS PIC 9(2).
      10 TPA-MOTIVO PIC X(40).
01 WS-TOTAL-PASOS PIC 9(2) VALUE 0.
01 WS-TPA-SUB PIC 9(2).
01 WS-TPA-BUSCA PIC 9(2).
01 WS-PRE-SUB PIC 9(1).
01 WS-PASO-LISTO PIC A(1).
01 WS-PASO-HALLADO PIC A(1).
01 WS-PREDECESOR-OK PIC A(1).
01 WS-QUEDAN-PENDIENTES PIC A(1).
01 WS-VENTANA-CORTADA PIC A(1) VALUE 'N'.

*> Las ventanas de siempre, para cuando JOB-DEFINICIONES.DAT no
*> las trae: ventana, paso, el paso anterior, si corre solo en dia
*> de clase, si es reiniciable y, cuando el programa no es el mismo
*> paso, el programa, su parametro y el RC aceptado. Los pasos que
*> postean dinero o stock no se reinician solos. Cada ventana abre
*> verificando y cierra grabando el manifiesto de integridad.
01 WS-VENTANAS-FIJAS.
   05 FILLER PIC X(36) VALUE "DIARIO    MANIF-INICIO            NS".
   05 FILLER PIC X(25) VALUE "MANIFIESTO    VERIFICAR 4".
   05 FILLER PIC X(36) VALUE "DIARIO    ARCHIVOS    MANIF-INICIONS".
   05 FILLER PIC X(25) VALUE SPACES.
   05 FILLER PIC X(36) VALUE "DIARIO    ARCHIVO1    ARCHIVOS    NS".
   05 FILLER PIC X(25) VALUE SPACES.
   05 FILLER PIC X(36) VALUE "DIARIO    CONTADOR    ARCHIVO1    NS".
   05 FILLER PIC X(25) VALUE SPACES.
   05 FILLER PIC X(36) VALUE "DIARIO    MANIF-FIN   CONTADOR    NS".
   05 FILLER PIC X(25) VALUE "MANIFIESTO    GRABAR    0".
   05 FILLER PIC X(36) VALUE "ESCOLAR   MANIF-INICIO            NS".
   05 FILLER PIC X(25) VALUE "MANIFIESTO    VERIFICAR 4".
   05 FILLER PIC X(36) VALUE "ESCOLAR   ASISTENCIA  MANIF-INICIOSS".
   05 FILLER PIC X(25) VALUE SPACES.
   05 FILLER PIC X(36) VALUE "ESCOLAR   MATRICULA   ASISTENCIA  NN".
   05 FILLER PIC X(25) VALUE SPACES.
   05 FILLER PIC X(36) VALUE "ESCOLAR   CALIFICACIONMATRICULA   NS".
   05 FILLER PIC X(25) VALUE "CALIFICACIONES           ".
   05 FILLER PIC X(36) VALUE "ESCOLAR   GRADUADOS   CALIFICACIONNS".
   05 FILLER PIC X(25) VALUE SPACES.
   05 FILLER PIC X(36) VALUE "ESCOLAR   FACTURACION GRADUADOS   NN".
   05 FILLER PIC X(25) VALUE SPACES.
   05 FILLER PIC X(36) VALUE "ESCOLAR   INVENTARIO  FACTURACION NN".
   05 FILLER PIC X(25) VALUE SPACES.
   05 FILLER PIC X(36) VALUE "ESCOLAR   VENTAS      INVENTARIO  NN".
   05 FILLER PIC X(25) VALUE SPACES.
   05 FILLER PIC X(36) VALUE "ESCOLAR   MANIF-FIN   VENTAS      NS".
   05 FILLER PIC X(25) VALUE "MANIFIESTO    GRABAR    0".
01 WS-TABLA-FIJA REDEFINES WS-VENTANAS-FIJAS.
   05 WS-FIJA-FILA OCCURS 14 TIMES.
      10 FIJ-VENTANA PIC X(10).
      10 FIJ-PASO PIC X(12).
      10 FIJ-PREDECESOR PIC X(12).
      10 FIJ-LECTIVO PIC X(1).
      10 FIJ-REINICIABLE PIC X(1).
      10 FIJ-PROGRAMA PIC X(14).
      10 FIJ-PARAMETRO PIC X(10).
      10 FIJ-RC-MAXIMO PIC X(1).
01 WS-FIJ-SUB PIC 9(2).

01 WS-TABLA-CALENDARIO.
   05 WS-DIA-CLASE OCCURS 300 TIMES PIC 9(8).
01 WS-TOTAL-DIAS-CLASE PIC 9(3) VALUE 0.
01 WS-CAL-SUB PIC 9(3).

*> La maquinaria de intentos, tiempos y escalamiento de siempre.
01 WS-RC-PASO PIC S9(4) COMP-5.
01 WS-PASO-PROGRAMA PIC X(30).
01 WS-ESTADO-TIMING PIC X(2).
01 WS-ESTADO-SLA PIC X(2).
01 WS-SLA-SEGUNDOS PIC 9(4) VALUE 300.
01 WS-TIMESTAMP.
   05 WS-TS-FECHA PIC 9(8).
   05 WS-TS-HORA-HHMMSS PIC 9(6).
   05 FILLER PIC X(7).
01 WS-HORA-DESGLOSE REDEFINES WS-TIMESTAMP.
   05 FILLER PIC X(8).
   05 WS-TS-HH PIC 9(2).
   05 WS-TS-MM PIC 9(2).
   05 WS-TS-SS PIC 9(2).
   05 FILLER PIC X(7).
01 WS-HORA-INICIO PIC 9(6).
01 WS-SEGUNDOS-INICIO PIC S9(9) COMP-5.
01 WS-SEGUNDOS-FIN PIC S9(9) COMP-5.
01 WS-DURACION PIC S9(9) COMP-5.
01 WS-DURACION-EDITADA PIC 9(5).
01 WS-RC-EDITADO PIC -9(4).
01 WS-MARCA-SLA PIC X(14).
01 WS-ESTADO-REINTENTOS PIC X(2).
01 WS-ESTADO-ESCALAMIENTOS PIC X(2).
01 WS-MAX-REINTENTOS-PASO PIC 9(2) VALUE 2.
01 WS-SEGUNDOS-ENTRE-INTENTOS PIC 9(3) VALUE 5.
01 WS-REINTENTOS-HECHOS PIC 9(2) VALUE 0.
01 WS-INTENTO-ACTUAL PIC 9(2).
01 WS-MENSAJE-ALERTA PIC X(80).

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    PERFORM LeerOrden
    IF WS-VENTANA = SPACES
       DISPLAY "FALTA LA VENTANA: PLANIFICADOR <VENTANA> "
          "[REINICIAR | SALTAR <PASO> <MOTIVO>]"
       MOVE 8 TO WS-RC-VENTANA
       GO TO FinInicio
    END-IF
    DISPLAY "*** VENTANA " WS-VENTANA ": INICIO ***"
    PERFORM LeerSlaControl
    PERFORM LeerControlReintentos
    PERFORM CargarDefiniciones
    IF WS-RC-VENTANA NOT = 0
       GO TO FinInicio
    END-IF
    PERFORM CargarCalendario
    PERFORM CargarEstado
    EVALUATE WS-ACCION
       WHEN SPACES
       WHEN "CORRER"
          PERFORM AbrirVentana
          IF WS-RC-VENTANA = 0
             PERFORM CorrerVentana
          END-IF
       WHEN "REINICIAR"
          PERFORM ReiniciarVentana
          IF WS-RC-VENTANA = 0
             PERFORM CorrerVentana
          END-IF
       WHEN "SALTAR"
          PERFORM SaltarPaso
       WHEN OTHER
          DISPLAY "ACCION NO RECONOCIDA: " WS-ACCION
             " - SE ESPERA REINICIAR O SALTAR"
          MOVE 8 TO WS-RC-VENTANA
    END-EVALUATE.
FinInicio.
    MOVE WS-RC-VENTANA TO RETURN-CODE
    DISPLAY "JOB PLANIFICADOR COMPLETE, RC=" RETURN-CODE.
GOBACK.

*> La ventana, la accion y, para SALTAR, el paso y el motivo (el
*> resto de la linea).
LeerOrden.
    MOVE SPACES TO WS-LINEA-COMANDO
    ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE
    MOVE SPACES TO WS-VENTANA WS-ACCION WS-PASO-PEDIDO WS-MOTIVO
    MOVE 1 TO WS-PUNTERO
    UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
       INTO WS-VENTANA WS-ACCION WS-PASO-PEDIDO
       WITH POINTER WS-PUNTERO
    END-UNSTRING
    IF WS-PUNTERO <= 100
       MOVE WS-LINEA-COMANDO(WS-PUNTERO:) TO WS-MOTIVO
    END-IF
    MOVE SPACES TO WS-ESTADO-PATH
    STRING "ESTADO-VENTANA-" WS-VENTANA DELIMITED BY SPACE
       ".DAT" DELIMITED BY SIZE INTO WS-ESTADO-PATH
    MOVE SPACES TO WS-ESTADO-TEMP-PATH
    STRING WS-ESTADO-PATH DELIMITED BY SPACE
       ".TMP" DELIMITED BY SIZE INTO WS-ESTADO-TEMP-PATH.

LeerSlaControl.
    OPEN INPUT SLA-CTL
    IF WS-ESTADO-SLA = "00"
       READ SLA-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-SLA-SEGUNDOS > 0
                MOVE CTL-SLA-SEGUNDOS TO WS-SLA-SEGUNDOS
             END-IF
       END-READ
       CLOSE SLA-CTL
    END-IF.

LeerControlReintentos.
    OPEN INPUT REINTENTOS-CTL
    IF WS-ESTADO-REINTENTOS = "00"
       READ REINTENTOS-CTL
          AT END CONTINUE
          NOT AT END
             MOVE CTL-MAX-REINTENTOS TO WS-MAX-REINTENTOS-PASO
             IF CTL-SEGUNDOS-ESPERA > 0
                MOVE CTL-SEGUNDOS-ESPERA
                   TO WS-SEGUNDOS-ENTRE-INTENTOS
             END-IF
       END-READ
       CLOSE REINTENTOS-CTL
    END-IF.

*> Los pasos de la ventana en el orden del archivo; sin filas para
*> la ventana rigen las listas fijas de siempre. Un predecesor que
*> no es paso de la misma ventana deja la definicion invalida.
CargarDefiniciones.
    OPEN INPUT DEFINICIONES-FILE
    IF WS-ESTADO-DEFINICIONES = "00"
       PERFORM UNTIL WS-EOF-DEFINICIONES = 'Y'
          READ DEFINICIONES-FILE
             AT END MOVE 'Y' TO WS-EOF-DEFINICIONES
             NOT AT END
                IF JDF-Ventana = WS-VENTANA
                   PERFORM RecordarDefinicion
                END-IF
          END-READ
       END-PERFORM
       CLOSE DEFINICIONES-FILE
    END-IF
    IF WS-TOTAL-PASOS = 0
       PERFORM CargarVentanaFija
    END-IF
    IF WS-TOTAL-PASOS = 0
       DISPLAY "LA VENTANA " WS-VENTANA " NO TIENE PASOS EN "
          "JOB-DEFINICIONES.DAT"
       MOVE 8 TO WS-RC-VENTANA
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-TPA-SUB FROM 1 BY 1
       UNTIL WS-TPA-SUB > WS-TOTAL-PASOS
       PERFORM VARYING WS-PRE-SUB FROM 1 BY 1 UNTIL WS-PRE-SUB > 3
          IF TPA-PREDECESOR(WS-TPA-SUB, WS-PRE-SUB) NOT = SPACES
             MOVE TPA-PREDECESOR(WS-TPA-SUB, WS-PRE-SUB)
                TO WS-PASO-BUSCADO
             PERFORM BuscarPaso
             IF WS-PASO-HALLADO = 'N'
                DISPLAY "DEFINICION INVALIDA: EL PASO "
                   TPA-PASO(WS-TPA-SUB) " ESPERA A "
                   TPA-PREDECESOR(WS-TPA-SUB, WS-PRE-SUB)
                   ", QUE NO ES PASO DE LA VENTANA " WS-VENTANA
                MOVE 8 TO WS-RC-VENTANA
             END-IF
          END-IF
       END-PERFORM
    END-PERFORM.

RecordarDefinicion.
    IF WS-TOTAL-PASOS >= 30
       DISPLAY "ATENCION: MAS DE 30 PASOS EN LA VENTANA "
          WS-VENTANA ", SE PIERDE " JDF-Paso
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TOTAL-PASOS
    MOVE WS-TOTAL-PASOS TO WS-TPA-SUB
    MOVE JDF-Paso TO TPA-PASO(WS-TPA-SUB)
    IF JDF-Programa = SPACES
       MOVE JDF-Paso TO TPA-PROGRAMA(WS-TPA-SUB)
    ELSE
       MOVE JDF-Programa TO TPA-PROGRAMA(WS-TPA-SUB)
    END-IF
    MOVE JDF-Parametro TO TPA-PARAMETRO(WS-TPA-SUB)
    PERFORM VARYING WS-PRE-SUB FROM 1 BY 1 UNTIL WS-PRE-SUB > 3
       MOVE JDF-Predecesor(WS-PRE-SUB)
          TO TPA-PREDECESOR(WS-TPA-SUB, WS-PRE-SUB)
    END-PERFORM
    MOVE JDF-Dias TO TPA-DIAS(WS-TPA-SUB)
    MOVE JDF-SoloLectivo TO TPA-LECTIVO(WS-TPA-SUB)
    MOVE JDF-Reiniciable TO TPA-REINICIABLE(WS-TPA-SUB)
    IF JDF-RcMaximo IS NUMERIC
       MOVE JDF-RcMaximo TO TPA-RC-MAXIMO(WS-TPA-SUB)
    ELSE
       MOVE 0 TO TPA-RC-MAXIMO(WS-TPA-SUB)
    END-IF
    PERFORM LimpiarEstadoPaso.

CargarVentanaFija.
    PERFORM VARYING WS-FIJ-SUB FROM 1 BY 1 UNTIL WS-FIJ-SUB > 14
       IF FIJ-VENTANA(WS-FIJ-SUB) = WS-VENTANA
          ADD 1 TO WS-TOTAL-PASOS
          MOVE WS-TOTAL-PASOS TO WS-TPA-SUB
          MOVE FIJ-PASO(WS-FIJ-SUB) TO TPA-PASO(WS-TPA-SUB)
          IF FIJ-PROGRAMA(WS-FIJ-SUB) = SPACES
             MOVE FIJ-PASO(WS-FIJ-SUB) TO TPA-PROGRAMA(WS-TPA-SUB)
          ELSE
             MOVE FIJ-PROGRAMA(WS-FIJ-SUB)
                TO TPA-PROGRAMA(WS-TPA-SUB)
          END-IF
          MOVE FIJ-PARAMETRO(WS-FIJ-SUB) TO TPA-PARAMETRO(WS-TPA-SUB)
          MOVE FIJ-PREDECESOR(WS-FIJ-SUB)
             TO TPA-PREDECESOR(WS-TPA-SUB, 1)
          MOVE SPACES TO TPA-PREDECESOR(WS-TPA-SUB, 2)
          MOVE SPACES TO TPA-PREDECESOR(WS-TPA-SUB, 3)
          MOVE SPACES TO TPA-DIAS(WS-TPA-SUB)
          MOVE FIJ-LECTIVO(WS-FIJ-SUB) TO TPA-LECTIVO(WS-TPA-SUB)
          MOVE FIJ-REINICIABLE(WS-FIJ-SUB)
             TO TPA-REINICIABLE(WS-TPA-SUB)
          IF FIJ-RC-MAXIMO(WS-FIJ-SUB) IS NUMERIC
             MOVE FIJ-RC-MAXIMO(WS-FIJ-SUB)
                TO TPA-RC-MAXIMO(WS-TPA-SUB)
          ELSE
             MOVE 0 TO TPA-RC-MAXIMO(WS-TPA-SUB)
          END-IF
          PERFORM LimpiarEstadoPaso
       END-IF
    END-PERFORM
    IF WS-TOTAL-PASOS > 0
       DISPLAY "ATENCION: LA VENTANA " WS-VENTANA " NO ESTA EN "
          "JOB-DEFINICIONES.DAT, RIGE LA LISTA DE SIEMPRE"
    END-IF.

LimpiarEstadoPaso.
    MOVE 'P' TO TPA-ESTADO(WS-TPA-SUB)
    MOVE 0 TO TPA-RC(WS-TPA-SUB)
    MOVE 0 TO TPA-INICIO(WS-TPA-SUB)
    MOVE 0 TO TPA-FIN(WS-TPA-SUB)
    MOVE 0 TO TPA-INTENTOS(WS-TPA-SUB)
    MOVE SPACES TO TPA-MOTIVO(WS-TPA-SUB).

BuscarPaso.
    MOVE 'N' TO WS-PASO-HALLADO
    PERFORM VARYING WS-TPA-BUSCA FROM 1 BY 1
       UNTIL WS-TPA-BUSCA > WS-TOTAL-PASOS
       IF TPA-PASO(WS-TPA-BUSCA) = WS-PASO-BUSCADO
          MOVE 'S' TO WS-PASO-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> Sin calendario todo dia cuenta como lectivo y se avisa, igual
*> que ASISTENCIA.
CargarCalendario.
    OPEN INPUT CALENDARIO-FILE
    IF WS-ESTADO-CALENDARIO NOT = "00"
       MOVE 'S' TO WS-ES-LECTIVO
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CALENDARIO = 'Y'
       READ CALENDARIO-FILE
          AT END MOVE 'Y' TO WS-EOF-CALENDARIO
          NOT AT END
             IF WS-TOTAL-DIAS-CLASE < 300
                ADD 1 TO WS-TOTAL-DIAS-CLASE
                MOVE CAE-Fecha TO WS-DIA-CLASE(WS-TOTAL-DIAS-CLASE)
             END-IF
       END-READ
    END-PERFORM
    CLOSE CALENDARIO-FILE
    PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
       UNTIL WS-CAL-SUB > WS-TOTAL-DIAS-CLASE
       IF WS-DIA-CLASE(WS-CAL-SUB) = WS-FECHA-HOY
          MOVE 'S' TO WS-ES-LECTIVO
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> El estado guardado de la ultima corrida de la ventana; cada paso
*> toma el suyo por nombre (un paso agregado despues queda
*> pendiente).
CargarEstado.
    OPEN INPUT ESTADO-FILE
    IF WS-ESTADO-EJECUCION NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-ESTADO = 'Y'
       READ ESTADO-FILE
          AT END MOVE 'Y' TO WS-EOF-ESTADO
          NOT AT END
             MOVE 'S' TO WS-HAY-ESTADO
             MOVE EJE-Fecha TO WS-FECHA-VENTANA
             MOVE EJE-Paso TO WS-PASO-BUSCADO
             PERFORM BuscarPaso
             IF WS-PASO-HALLADO = 'S'
                MOVE EJE-Estado TO TPA-ESTADO(WS-TPA-BUSCA)
                MOVE EJE-Rc TO TPA-RC(WS-TPA-BUSCA)
                MOVE EJE-HoraInicio TO TPA-INICIO(WS-TPA-BUSCA)
                MOVE EJE-HoraFin TO TPA-FIN(WS-TPA-BUSCA)
                MOVE EJE-Intentos TO TPA-INTENTOS(WS-TPA-BUSCA)
                MOVE EJE-Motivo TO TPA-MOTIVO(WS-TPA-BUSCA)
             END-IF
       END-READ
    END-PERFORM
    CLOSE ESTADO-FILE.

*> Una ventana nueva no se abre sobre una que quedo a medias: se
*> la termina con REINICIAR o SALTAR. Cada paso arranca pendiente
*> o, si no le toca el dia, como N con el motivo.
AbrirVentana.
    IF WS-HAY-ESTADO = 'S'
       PERFORM VerificarPendientes
       IF WS-QUEDAN-PENDIENTES = 'S'
          DISPLAY "LA VENTANA " WS-VENTANA " DEL " WS-FECHA-VENTANA
             " QUEDO A MEDIAS: REINICIAR O SALTAR EL PASO FALLIDO "
             "ANTES DE ABRIR OTRA"
          MOVE 8 TO WS-RC-VENTANA
          EXIT PARAGRAPH
       END-IF
       IF WS-FECHA-VENTANA = WS-FECHA-HOY
          DISPLAY "LA VENTANA " WS-VENTANA " YA CORRIO COMPLETA "
             "EL " WS-FECHA-HOY ", NO SE VUELVE A CORRER"
          MOVE 4 TO WS-RC-VENTANA
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE WS-FECHA-HOY TO WS-FECHA-VENTANA
    COMPUTE WS-DIAS-DESDE-ORIGEN =
       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1
    DIVIDE WS-DIAS-DESDE-ORIGEN BY 7 GIVING WS-SEMANAS
       REMAINDER WS-DIA-SEMANA
    *> El dia 1 del calendario entero (1601-01-01) fue lunes: el
    *> resto 0 es lunes y 6 es domingo.
    ADD 1 TO WS-DIA-SEMANA
    PERFORM VARYING WS-TPA-SUB FROM 1 BY 1
       UNTIL WS-TPA-SUB > WS-TOTAL-PASOS
       PERFORM LimpiarEstadoPaso
       IF TPA-DIAS(WS-TPA-SUB) NOT = SPACES
          AND TPA-DIAS(WS-TPA-SUB)(WS-DIA-SEMANA:1) NOT = 'S'
          MOVE 'N' TO TPA-ESTADO(WS-TPA-SUB)
          MOVE "NO CORRE ESTE DIA DE LA SEMANA"
             TO TPA-MOTIVO(WS-TPA-SUB)
       END-IF
       IF TPA-LECTIVO(WS-TPA-SUB) = 'S' AND WS-ES-LECTIVO = 'N'
          MOVE 'N' TO TPA-ESTADO(WS-TPA-SUB)
          MOVE "NO ES DIA DE CLASE" TO TPA-MOTIVO(WS-TPA-SUB)
          DISPLAY "PASO " TPA-PASO(WS-TPA-SUB) " NO CORRE: "
             WS-FECHA-HOY " NO ES DIA DE CLASE"
       END-IF
    END-PERFORM
    PERFORM GrabarEstado.

VerificarPendientes.
    MOVE 'N' TO WS-QUEDAN-PENDIENTES
    PERFORM VARYING WS-TPA-SUB FROM 1 BY 1
       UNTIL WS-TPA-SUB > WS-TOTAL-PASOS
       IF TPA-ESTADO(WS-TPA-SUB) = 'P' OR 'E' OR 'F'
          MOVE 'S' TO WS-QUEDAN-PENDIENTES
       END-IF
    END-PERFORM.

*> El paso fallido, o el que quedo en ejecucion porque la corrida
*> se corto, vuelve a pendiente si es reiniciable; si no lo es, el
*> operador tiene que verificar que dejo y saltearlo con motivo.
ReiniciarVentana.
    IF WS-HAY-ESTADO = 'N'
       DISPLAY "NO HAY " WS-ESTADO-PATH " PARA REINICIAR"
       MOVE 8 TO WS-RC-VENTANA
       EXIT PARAGRAPH
    END-IF
    PERFORM VerificarPendientes
    IF WS-QUEDAN-PENDIENTES = 'N'
       DISPLAY "LA VENTANA " WS-VENTANA " DEL " WS-FECHA-VENTANA
          " ESTA COMPLETA, NO HAY NADA QUE REINICIAR"
       MOVE 4 TO WS-RC-VENTANA
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-TPA-SUB FROM 1 BY 1
       UNTIL WS-TPA-SUB > WS-TOTAL-PASOS
       IF TPA-ESTADO(WS-TPA-SUB) = 'F' OR 'E'
          IF TPA-REINICIABLE(WS-TPA-SUB) = 'N'
             DISPLAY "EL PASO " TPA-PASO(WS-TPA-SUB) " NO ES "
                "REINICIABLE: VERIFICAR LO QUE DEJO Y SALTARLO CON "
                "MOTIVO"
             MOVE 8 TO WS-RC-VENTANA
          ELSE
             DISPLAY "REINICIO EN EL PASO " TPA-PASO(WS-TPA-SUB)
             MOVE 'P' TO TPA-ESTADO(WS-TPA-SUB)
          END-IF
       END-IF
    END-PERFORM.

SaltarPaso.
    IF WS-HAY-ESTADO = 'N'
       DISPLAY "NO HAY " WS-ESTADO-PATH " CON PASOS PARA SALTAR"
       MOVE 8 TO WS-RC-VENTANA
       EXIT PARAGRAPH
    END-IF
    IF WS-MOTIVO = SPACES
       DISPLAY "SALTAR EXIGE EL MOTIVO: PLANIFICADOR " WS-VENTANA
          " SALTAR <PASO> <MOTIVO>"
       MOVE 8 TO WS-RC-VENTANA
       EXIT PARAGRAPH
    END-IF
    MOVE WS-PASO-PEDIDO TO WS-PASO-BUSCADO
    PERFORM BuscarPaso
    IF WS-PASO-HALLADO = 'N'
       DISPLAY "EL PASO " WS-PASO-PEDIDO " NO ES DE LA VENTANA "
          WS-VENTANA
       MOVE 8 TO WS-RC-VENTANA
       EXIT PARAGRAPH
    END-IF
    IF TPA-ESTADO(WS-TPA-BUSCA) NOT = 'P' AND NOT = 'E'
       AND NOT = 'F'
       DISPLAY "EL PASO " WS-PASO-PEDIDO " ESTA EN ESTADO "
          TPA-ESTADO(WS-TPA-BUSCA) ", SOLO SE SALTA UN PASO "
          "PENDIENTE O FALLIDO"
       MOVE 8 TO WS-RC-VENTANA
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO TPA-ESTADO(WS-TPA-BUSCA)
    MOVE WS-MOTIVO TO TPA-MOTIVO(WS-TPA-BUSCA)
    PERFORM GrabarEstado
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE SPACES TO SALTEADO-LINEA
    STRING WS-TS-FECHA "-" WS-TS-HORA-HHMMSS " VENTANA=" WS-VENTANA
       " DEL " WS-FECHA-VENTANA " PASO=" WS-PASO-PEDIDO
       " MOTIVO=" WS-MOTIVO
       DELIMITED BY SIZE INTO SALTEADO-LINEA
    OPEN EXTEND SALTEADOS-LOG
    IF WS-ESTADO-SALTEADOS NOT = "00"
       OPEN OUTPUT SALTEADOS-LOG
       CLOSE SALTEADOS-LOG
       OPEN EXTEND SALTEADOS-LOG
    END-IF
    WRITE SALTEADO-LINEA
    CLOSE SALTEADOS-LOG
    DISPLAY "PASO " WS-PASO-PEDIDO " SALTEADO: " WS-MOTIVO
    DISPLAY "SEGUIR CON: PLANIFICADOR " WS-VENTANA " REINICIAR".

*> Corre el primer paso pendiente cuyos predecesores ya terminaron
*> (completo, salteado o sin corrida ese dia), hasta que no quede
*> ninguno o uno falle. Pendientes que nunca quedan listos son una
*> dependencia circular en las definiciones.
CorrerVentana.
    PERFORM UNTIL WS-VENTANA-CORTADA = 'S'
       PERFORM BuscarPasoListo
       IF WS-PASO-LISTO = 'N'
          PERFORM VerificarPendientes
          IF WS-QUEDAN-PENDIENTES = 'S'
             DISPLAY "QUEDAN PASOS PENDIENTES CUYOS PREDECESORES "
                "NUNCA TERMINAN: REVISAR JOB-DEFINICIONES.DAT"
             MOVE 8 TO WS-RC-VENTANA
          ELSE
             DISPLAY "*** VENTANA " WS-VENTANA ": FIN OK ***"
          END-IF
          MOVE 'S' TO WS-VENTANA-CORTADA
       ELSE
          PERFORM CorrerPaso
       END-IF
    END-PERFORM.

BuscarPasoListo.
    MOVE 'N' TO WS-PASO-LISTO
    PERFORM VARYING WS-TPA-SUB FROM 1 BY 1
       UNTIL WS-TPA-SUB > WS-TOTAL-PASOS
       IF TPA-ESTADO(WS-TPA-SUB) = 'P'
          MOVE 'S' TO WS-PREDECESOR-OK
          PERFORM VARYING WS-PRE-SUB FROM 1 BY 1
             UNTIL WS-PRE-SUB > 3
             IF TPA-PREDECESOR(WS-TPA-SUB, WS-PRE-SUB) NOT = SPACES
                MOVE TPA-PREDECESOR(WS-TPA-SUB, WS-PRE-SUB)
                   TO WS-PASO-BUSCADO
                PERFORM BuscarPaso
                IF TPA-ESTADO(WS-TPA-BUSCA) NOT = 'C' AND NOT = 'S'
                   AND NOT = 'N'
                   MOVE 'N' TO WS-PREDECESOR-OK
                END-IF
             END-IF
          END-PERFORM
          IF WS-PREDECESOR-OK = 'S'
             MOVE 'S' TO WS-PASO-LISTO
             EXIT PERFORM
          END-IF
       END-IF
    END-PERFORM.

*> El paso queda en ejecucion en el estado antes del CALL, asi un
*> corte a mitad del paso se ve al reiniciar.
CorrerPaso.
    MOVE TPA-PROGRAMA(WS-TPA-SUB) TO WS-PASO-PROGRAMA
    MOVE 'E' TO TPA-ESTADO(WS-TPA-SUB)
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TS-HORA-HHMMSS TO TPA-INICIO(WS-TPA-SUB)
    MOVE 0 TO TPA-FIN(WS-TPA-SUB)
    MOVE SPACES TO TPA-MOTIVO(WS-TPA-SUB)
    PERFORM GrabarEstado
    PERFORM EjecutarPaso
    MOVE WS-TS-HORA-HHMMSS TO TPA-FIN(WS-TPA-SUB)
    MOVE WS-RC-PASO TO TPA-RC(WS-TPA-SUB)
    COMPUTE TPA-INTENTOS(WS-TPA-SUB) = WS-REINTENTOS-HECHOS + 1
    IF WS-RC-PASO >= 0 AND WS-RC-PASO <= TPA-RC-MAXIMO(WS-TPA-SUB)
       MOVE 'C' TO TPA-ESTADO(WS-TPA-SUB)
       PERFORM GrabarEstado
    ELSE
       MOVE 'F' TO TPA-ESTADO(WS-TPA-SUB)
       MOVE "REINTENTOS AGOTADOS" TO TPA-MOTIVO(WS-TPA-SUB)
       PERFORM GrabarEstado
       PERFORM AbortarVentana
    END-IF.

*> El primer intento y, si el RC no se acepta, los reintentos
*> configurados, mismo esquema que tenia LOTEDIARIO.
EjecutarPaso.
    DISPLAY "PASO " TPA-PASO(WS-TPA-SUB) ": " WS-PASO-PROGRAMA
    MOVE 0 TO WS-REINTENTOS-HECHOS
    PERFORM EjecutarIntento
    PERFORM UNTIL (WS-RC-PASO >= 0
       AND WS-RC-PASO <= TPA-RC-MAXIMO(WS-TPA-SUB))
       OR WS-REINTENTOS-HECHOS >= WS-MAX-REINTENTOS-PASO
       ADD 1 TO WS-REINTENTOS-HECHOS
       DISPLAY "PASO " TPA-PASO(WS-TPA-SUB) " FALLO CON RC="
          WS-RC-PASO ", REINTENTO " WS-REINTENTOS-HECHOS " DE "
          WS-MAX-REINTENTOS-PASO " EN "
          WS-SEGUNDOS-ENTRE-INTENTOS " SEGUNDOS"
       CALL "C$SLEEP" USING WS-SEGUNDOS-ENTRE-INTENTOS
       PERFORM EjecutarIntento
    END-PERFORM
    IF WS-RC-PASO < 0 OR WS-RC-PASO > TPA-RC-MAXIMO(WS-TPA-SUB)
       PERFORM EscalarPaso
    END-IF.

EjecutarIntento.
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE WS-TS-HORA-HHMMSS TO WS-HORA-INICIO
    COMPUTE WS-SEGUNDOS-INICIO =
       WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
    PERFORM LlamarPrograma
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    COMPUTE WS-SEGUNDOS-FIN =
       WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
    COMPUTE WS-DURACION = WS-SEGUNDOS-FIN - WS-SEGUNDOS-INICIO
    IF WS-DURACION < 0
       ADD 86400 TO WS-DURACION
    END-IF
    MOVE SPACES TO WS-MARCA-SLA
    IF WS-DURACION > WS-SLA-SEGUNDOS
       MOVE " SLA-EXCEDIDO" TO WS-MARCA-SLA
       DISPLAY "ATENCION: PASO " TPA-PASO(WS-TPA-SUB) " ("
          WS-PASO-PROGRAMA ") EXCEDIO EL SLA DE "
          WS-SLA-SEGUNDOS " SEGUNDOS"
       MOVE SPACES TO WS-MENSAJE-ALERTA
       STRING "PASO " FUNCTION TRIM(WS-PASO-PROGRAMA)
          " EXCEDIO EL SLA DE " WS-SLA-SEGUNDOS " SEGUNDOS"
          DELIMITED BY SIZE INTO WS-MENSAJE-ALERTA
       CALL "REGISTRARALERTA" USING "MEDIA"
          WS-PROGRAMA-ACTUAL WS-MENSAJE-ALERTA
    END-IF
    PERFORM RegistrarTiempoPaso.

*> El CALL va por el nombre de la definicion, con el parametro del
*> paso como COMMAND-LINE; el CANCEL deja al programa limpio para
*> el proximo intento o la proxima ventana.
LlamarPrograma.
    MOVE 0 TO RETURN-CODE
    DISPLAY TPA-PARAMETRO(WS-TPA-SUB) UPON COMMAND-LINE
    CALL WS-PASO-PROGRAMA
       ON EXCEPTION
          DISPLAY "PROGRAMA " WS-PASO-PROGRAMA " NO DISPONIBLE "
             "PARA EL PASO " TPA-PASO(WS-TPA-SUB)
          MOVE 8 TO RETURN-CODE
    END-CALL
    MOVE RETURN-CODE TO WS-RC-PASO
    CANCEL WS-PASO-PROGRAMA.

RegistrarTiempoPaso.
    MOVE WS-DURACION TO WS-DURACION-EDITADA
    MOVE WS-RC-PASO TO WS-RC-EDITADO
    COMPUTE WS-INTENTO-ACTUAL = WS-REINTENTOS-HECHOS + 1
    MOVE SPACES TO TIMING-LINEA
    STRING WS-TS-FECHA " INICIO=" WS-HORA-INICIO
       " FIN=" WS-TS-HORA-HHMMSS
       " PASO=" FUNCTION TRIM(WS-PASO-PROGRAMA)
       " INTENTO=" WS-INTENTO-ACTUAL
       " RC=" WS-RC-EDITADO
       " DURACION=" WS-DURACION-EDITADA
       WS-MARCA-SLA
       DELIMITED BY SIZE INTO TIMING-LINEA
    OPEN EXTEND TIMING-LOG
    IF WS-ESTADO-TIMING NOT = "00"
       OPEN OUTPUT TIMING-LOG
       CLOSE TIMING-LOG
       OPEN EXTEND TIMING-LOG
    END-IF
    WRITE TIMING-LINEA
    CLOSE TIMING-LOG.

EscalarPaso.
    MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
    MOVE SPACES TO ESCALAMIENTO-LINEA
    STRING WS-TS-FECHA "-" WS-TS-HORA-HHMMSS
       " ESCALAMIENTO PASO=" FUNCTION TRIM(WS-PASO-PROGRAMA)
       " RC=" WS-RC-EDITADO
       " INTENTOS=" WS-INTENTO-ACTUAL
       " REINTENTOS AGOTADOS"
       DELIMITED BY SIZE INTO ESCALAMIENTO-LINEA
    OPEN EXTEND ESCALAMIENTOS-LOG
    IF WS-ESTADO-ESCALAMIENTOS NOT = "00"
       OPEN OUTPUT ESCALAMIENTOS-LOG
       CLOSE ESCALAMIENTOS-LOG
       OPEN EXTEND ESCALAMIENTOS-LOG
    END-IF
    WRITE ESCALAMIENTO-LINEA
    CLOSE ESCALAMIENTOS-LOG
    MOVE SPACES TO WS-MENSAJE-ALERTA
    STRING "PASO " FUNCTION TRIM(WS-PASO-PROGRAMA)
       " AGOTO " WS-MAX-REINTENTOS-PASO
       " REINTENTOS Y CORTO LA VENTANA " WS-VENTANA
       DELIMITED BY SIZE INTO WS-MENSAJE-ALERTA
    CALL "REGISTRARALERTA" USING "ALTA "
       WS-PROGRAMA-ACTUAL WS-MENSAJE-ALERTA
    DISPLAY "ESCALAMIENTO: PASO " TPA-PASO(WS-TPA-SUB) " ("
       WS-PASO-PROGRAMA ") AGOTO " WS-MAX-REINTENTOS-PASO
       " REINTENTOS".

*> La ventana se corta en el paso fallido; lo completo queda
*> asentado en el estado y no se vuelve a correr al reiniciar.
AbortarVentana.
    DISPLAY "PASO " TPA-PASO(WS-TPA-SUB) " (" WS-PASO-PROGRAMA
       ") FALLO CON RC=" WS-RC-PASO
    DISPLAY "*** VENTANA " WS-VENTANA ": DETENIDA, CORREGIR Y "
       "REINICIAR (O SALTAR EL PASO CON MOTIVO) ***"
    IF WS-RC-PASO > 0
       MOVE WS-RC-PASO TO WS-RC-VENTANA
    ELSE
       MOVE 8 TO WS-RC-VENTANA
    END-IF
    MOVE 'S' TO WS-VENTANA-CORTADA.

*> El estado completo se regraba por .TMP despues de cada cambio,
*> mismo esquema que los maestros.
GrabarEstado.
    OPEN OUTPUT ESTADO-TEMP
    PERFORM VARYING WS-TPA-BUSCA FROM 1 BY 1
       UNTIL WS-TPA-BUSCA > WS-TOTAL-PASOS
       MOVE WS-FECHA-VENTANA TO EJE-Fecha
       MOVE TPA-PASO(WS-TPA-BUSCA) TO EJE-Paso
       MOVE TPA-ESTADO(WS-TPA-BUSCA) TO EJE-Estado
       MOVE TPA-RC(WS-TPA-BUSCA) TO EJE-Rc
       MOVE TPA-INICIO(WS-TPA-BUSCA) TO EJE-HoraInicio
       MOVE TPA-FIN(WS-TPA-BUSCA) TO EJE-HoraFin
       MOVE TPA-INTENTOS(WS-TPA-BUSCA) TO EJE-Intentos
       MOVE TPA-MOTIVO(WS-TPA-BUSCA) TO EJE-Motivo
       MOVE ESTADO-REGISTRO TO ESTADO-TEMP-REGISTRO
       WRITE ESTADO-TEMP-REGISTRO
    END-PERFORM
    CLOSE ESTADO-TEMP
    MOVE SPACES TO WS-COMANDO-MV
    STRING "mv " DELIMITED BY SIZE
       WS-ESTADO-TEMP-PATH DELIMITED BY SPACE
       " " DELIMITED BY SIZE
       WS-ESTADO-PATH DELIMITED BY SPACE INTO WS-COMANDO-MV
    CALL "SYSTEM" USING WS-COMANDO-MV.
