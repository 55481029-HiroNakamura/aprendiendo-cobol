IDENTIFICATION DIVISION.
PROGRAM-ID. LOCKBOXPAGOS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> CONCILIARPAGOS solo controla los pagos que alguien ya tipeo en
*> FACTURACION-MOVS.DAT. El banco manda todos los dias el archivo
*> de cobranza LOCKBOX.DAT (fecha, numero de transaccion del banco,
*> la referencia que puso el pagador -- el EstudianteId -- y el
*> monto); este programa lo convierte solo en pagos P anexados a
*> FACTURACION-MOVS.DAT en un bloque H/D/T completo (H con id de
*> SECUENCIAID), y FACTURACION los postea y les emite el recibo
*> numerado como a cualquier pago. Un pago solo se postea si la
*> referencia es un EstudianteId que existe en ESTUDIANTES.DAT y
*> que tiene cuenta en FACTURACION.DAT; el que no se puede
*> identificar, el mal referenciado o el de monto cero va a
*> LOCKBOX-SUSPENSO.DAT con su motivo y queda pendiente ('P') en
*> esa cola de trabajo en lugar de perderse o caerle a otra
*> familia. Tesoreria resuelve la cola cargando en
*> LOCKBOX-RESOLUCION.DAT la transaccion con la accion: 'A' asigna
*> el pago al EstudianteId indicado (sale en el bloque de la
*> corrida que la lee) y 'D' lo marca devuelto al banco. Cada
*> corrida lista lo que sigue pendiente con sus dias en la cola. El
*> candado es por fecha de cobranza: las fechas ya posteadas quedan
*> en LOCKBOX-HECHOS.DAT y un archivo que repite una se rechaza
*> entero, asi el lockbox de ayer sin limpiar no se postea dos
*> veces.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LOCKBOX.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT FACTURACION-FILE ASSIGN TO "FACTURACION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FACTURACION.
SELECT SUSPENSO-FILE ASSIGN TO "LOCKBOX-SUSPENSO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SUSPENSO.
SELECT RESOLUCION-FILE ASSIGN TO "LOCKBOX-RESOLUCION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RESOLUCION.
SELECT HECHOS-FILE ASSIGN TO "LOCKBOX-HECHOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HECHOS.
SELECT MOVS-FILE ASSIGN TO "FACTURACION-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.

DATA DIVISION.
FILE SECTION.
FD LOCKBOX-FILE.
01 LOCKBOX-REGISTRO.
   05 LBX-Fecha PIC 9(8).
   05 LBX-Transaccion PIC X(10).
   05 LBX-Referencia PIC X(8).
   05 LBX-Monto PIC 9(5)V99.

FD ESTUDIANTES-FILE.
COPY ESTUDIANTE REPLACING GRUPO BY ESTUDIANTES-REGISTRO
                          CAMPO-ID BY FD-EstudianteId
                          CAMPO-INICIALES BY FD-Iniciales
                          CAMPO-NOMBRE BY FD-Nombre
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD FACTURACION-FILE.
01 FACTURACION-REGISTRO.
   05 FAC-EstudianteId PIC 9(8).
   05 FAC-Periodo PIC 9(6).
   05 FAC-Tipo PIC A(1).
   05 FAC-Monto PIC 9(5)V99.
   05 FAC-Concepto PIC X(20).
   05 FAC-Fecha PIC 9(8).

*> SUS-Estado: 'P' pendiente, 'A' asignado y posteado, 'D'
*> devuelto al banco.
FD SUSPENSO-FILE.
01 SUSPENSO-REGISTRO.
   05 SUS-Fecha PIC 9(8).
   05 SUS-Transaccion PIC X(10).
   05 SUS-Referencia PIC X(8).
   05 SUS-Monto PIC 9(5)V99.
   05 SUS-Motivo PIC X(30).
   05 SUS-Estado PIC X(1).
   05 SUS-EstudianteId PIC 9(8).
   05 SUS-FechaResuelto PIC 9(8).

FD RESOLUCION-FILE.
01 RESOLUCION-REGISTRO.
   05 RES-Transaccion PIC X(10).
   05 RES-Accion PIC X(1).
   05 RES-EstudianteId PIC 9(8).

FD HECHOS-FILE.
01 HECHOS-REGISTRO.
   05 HEC-Fecha PIC 9(8).

FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-EstudianteId PIC 9(8).
   05 MOV-Periodo PIC 9(6).
   05 MOV-Tipo PIC A(1).
   05 MOV-Monto PIC 9(5)V99.
   05 MOV-Concepto PIC X(20).
01 MOVS-ENCABEZADO.
   05 ENC-Indicador PIC X(1).
   05 ENC-FeedId PIC X(10).
   05 ENC-Fecha PIC 9(8).
01 MOVS-TRAILER.
   05 TRL-Indicador PIC X(1).
   05 TRL-Conteo PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-ESTADO-LOCKBOX PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-FACTURACION PIC X(2).
01 WS-ESTADO-SUSPENSO PIC X(2).
01 WS-ESTADO-RESOLUCION PIC X(2).
01 WS-ESTADO-HECHOS PIC X(2).
01 WS-ESTADO-MOVS PIC X(2).
01 WS-EOF-LOCKBOX PIC A(1) VALUE 'N'.
01 WS-EOF-FACTURACION PIC A(1) VALUE 'N'.
01 WS-EOF-SUSPENSO PIC A(1) VALUE 'N'.
01 WS-EOF-RESOLUCION PIC A(1) VALUE 'N'.
01 WS-EOF-HECHOS PIC A(1) VALUE 'N'.
01 WS-MAESTRO-OK PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-PERIODO PIC 9(6).
01 WS-HOY-INTEGER PIC S9(9) COMP.
01 WS-DIAS-EN-COLA PIC S9(9) COMP.

*> Las fechas de cobranza ya posteadas.
01 WS-TABLA-HECHOS.
   05 WS-HECHO-FECHA OCCURS 400 TIMES PIC 9(8).
01 WS-TOTAL-HECHOS PIC 9(3) VALUE 0.
01 WS-HEC-SUB PIC 9(3).
01 WS-FECHA-REPETIDA PIC A(1) VALUE 'N'.

*> Las fechas nuevas de este archivo, para el candado.
01 WS-TABLA-FECHAS.
   05 WS-FECHA-NUEVA OCCURS 31 TIMES PIC 9(8).
01 WS-TOTAL-FECHAS PIC 9(2) VALUE 0.
01 WS-FEC-SUB PIC 9(2).

*> Los estudiantes con cuenta en FACTURACION.DAT.
01 WS-TABLA-CUENTAS.
   05 WS-CUENTA-ID OCCURS 500 TIMES PIC 9(8).
01 WS-TOTAL-CUENTAS PIC 9(3) VALUE 0.
01 WS-CTA-SUB PIC 9(3).

*> La cola de suspenso entera, que se reescribe al final.
01 WS-TABLA-SUSPENSO.
   05 WS-SUSPENSO-FILA OCCURS 500 TIMES.
      10 SPN-FECHA PIC 9(8).
      10 SPN-TRANSACCION PIC X(10).
      10 SPN-REFERENCIA PIC X(8).
      10 SPN-MONTO PIC 9(5)V99.
      10 SPN-MOTIVO PIC X(30).
      10 SPN-ESTADO PIC X(1).
      10 SPN-ESTUDIANTE PIC 9(8).
      10 SPN-RESUELTO PIC 9(8).
01 WS-TOTAL-SUSPENSO PIC 9(3) VALUE 0.
01 WS-SPN-SUB PIC 9(3).

01 WS-REFERENCIA-NUM PIC 9(8).
01 WS-ID-A-VALIDAR PIC 9(8).
01 WS-MOTIVO PIC X(30).
01 WS-FEED-SECUENCIA PIC 9(7).
01 WS-FEED-ABIERTO PIC A(1) VALUE 'N'.
01 WS-PAGOS-GENERADOS PIC 9(6) VALUE 0.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-A-SUSPENSO PIC 9(6) VALUE 0.
01 WS-RESUELTOS PIC 9(4) VALUE 0.
01 WS-DEVUELTOS PIC 9(4) VALUE 0.
01 WS-PENDIENTES PIC 9(4) VALUE 0.
01 WS-MONTO-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-MONTO-EDITADO PIC $$$,$$$,$$9.99.
*> El RC de la corrida, a salvo del CALL a REGISTRARBALANCE.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "LOCKBOXPAGOS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    COMPUTE WS-PERIODO = WS-FECHA-HOY / 100
    COMPUTE WS-HOY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
    PERFORM CargarFechasHechas
    PERFORM VerificarFechasLockbox
    IF WS-FECHA-REPETIDA = 'S'
       MOVE 8 TO RETURN-CODE
    ELSE
       OPEN INPUT ESTUDIANTES-FILE
       IF WS-ESTADO-ESTUDIANTES = "00"
          MOVE 'S' TO WS-MAESTRO-OK
       END-IF
       IF WS-MAESTRO-OK = 'N'
          DISPLAY "NO HAY ESTUDIANTES.DAT PARA IDENTIFICAR PAGOS"
          MOVE 8 TO RETURN-CODE
       ELSE
          PERFORM CargarCuentas
          PERFORM CargarSuspenso
          PERFORM AplicarResoluciones
          PERFORM ProcesarLockbox
          IF WS-FEED-ABIERTO = 'S'
             PERFORM CerrarBloqueFeed
          END-IF
          CLOSE ESTUDIANTES-FILE
          PERFORM GrabarSuspenso
          PERFORM AsentarFechasHechas
          PERFORM ListarPendientes
          MOVE WS-MONTO-TOTAL TO WS-MONTO-EDITADO
          DISPLAY "PAGOS GENERADOS: " WS-PAGOS-GENERADOS
             " POR " WS-MONTO-EDITADO
             "  A SUSPENSO: " WS-A-SUSPENSO
             "  RESUELTOS: " WS-RESUELTOS
             "  DEVUELTOS: " WS-DEVUELTOS
             "  PENDIENTES: " WS-PENDIENTES
          IF WS-A-SUSPENSO > 0
             MOVE 4 TO RETURN-CODE
          END-IF
       END-IF
    END-IF.
MOVE RETURN-CODE TO WS-RC-CORRIDA
CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL WS-LEIDOS
   WS-PAGOS-GENERADOS WS-A-SUSPENSO
MOVE WS-RC-CORRIDA TO RETURN-CODE.
DISPLAY "JOB LOCKBOXPAGOS COMPLETE, RC=" RETURN-CODE.
GOBACK.

CargarFechasHechas.
    OPEN INPUT HECHOS-FILE
    IF WS-ESTADO-HECHOS = "00"
       PERFORM UNTIL WS-EOF-HECHOS = 'Y'
          READ HECHOS-FILE
             AT END MOVE 'Y' TO WS-EOF-HECHOS
             NOT AT END
                IF WS-TOTAL-HECHOS < 400
                   ADD 1 TO WS-TOTAL-HECHOS
                   MOVE HEC-Fecha TO WS-HECHO-FECHA(WS-TOTAL-HECHOS)
                END-IF
          END-READ
       END-PERFORM
       CLOSE HECHOS-FILE
    END-IF.

*> Una pasada previa por el lockbox: si alguna fecha ya se posteo,
*> el archivo entero se rechaza antes de escribir nada.
VerificarFechasLockbox.
    OPEN INPUT LOCKBOX-FILE
    IF WS-ESTADO-LOCKBOX NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-LOCKBOX = 'Y'
       READ LOCKBOX-FILE
          AT END MOVE 'Y' TO WS-EOF-LOCKBOX
          NOT AT END
             PERFORM VerificarUnaFecha
       END-READ
    END-PERFORM
    CLOSE LOCKBOX-FILE
    MOVE 'N' TO WS-EOF-LOCKBOX.

VerificarUnaFecha.
    PERFORM VARYING WS-HEC-SUB FROM 1 BY 1
       UNTIL WS-HEC-SUB > WS-TOTAL-HECHOS
       IF WS-HECHO-FECHA(WS-HEC-SUB) = LBX-Fecha
          IF WS-FECHA-REPETIDA = 'N'
             DISPLAY "RECHAZADO: EL LOCKBOX DEL " LBX-Fecha
                " YA FUE POSTEADO SEGUN LOCKBOX-HECHOS.DAT"
          END-IF
          MOVE 'S' TO WS-FECHA-REPETIDA
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    PERFORM VARYING WS-FEC-SUB FROM 1 BY 1
       UNTIL WS-FEC-SUB > WS-TOTAL-FECHAS
       IF WS-FECHA-NUEVA(WS-FEC-SUB) = LBX-Fecha
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-FECHAS < 31
       ADD 1 TO WS-TOTAL-FECHAS
       MOVE LBX-Fecha TO WS-FECHA-NUEVA(WS-TOTAL-FECHAS)
    END-IF.

CargarCuentas.
    OPEN INPUT FACTURACION-FILE
    IF WS-ESTADO-FACTURACION = "00"
       PERFORM UNTIL WS-EOF-FACTURACION = 'Y'
          READ FACTURACION-FILE
             AT END MOVE 'Y' TO WS-EOF-FACTURACION
             NOT AT END
                IF FAC-Tipo = 'C'
                   PERFORM AgregarCuenta
                END-IF
          END-READ
       END-PERFORM
       CLOSE FACTURACION-FILE
    END-IF.

AgregarCuenta.
    PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
       UNTIL WS-CTA-SUB > WS-TOTAL-CUENTAS
       IF WS-CUENTA-ID(WS-CTA-SUB) = FAC-EstudianteId
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-CUENTAS < 500
       ADD 1 TO WS-TOTAL-CUENTAS
       MOVE FAC-EstudianteId TO WS-CUENTA-ID(WS-TOTAL-CUENTAS)
    ELSE
       DISPLAY "ATENCION: MAS DE 500 CUENTAS, " FAC-EstudianteId
          " QUEDA SIN IDENTIFICAR"
    END-IF.

CargarSuspenso.
    OPEN INPUT SUSPENSO-FILE
    IF WS-ESTADO-SUSPENSO = "00"
       PERFORM UNTIL WS-EOF-SUSPENSO = 'Y'
          READ SUSPENSO-FILE
             AT END MOVE 'Y' TO WS-EOF-SUSPENSO
             NOT AT END
                IF WS-TOTAL-SUSPENSO < 500
                   ADD 1 TO WS-TOTAL-SUSPENSO
                   MOVE SUS-Fecha TO SPN-FECHA(WS-TOTAL-SUSPENSO)
                   MOVE SUS-Transaccion
                      TO SPN-TRANSACCION(WS-TOTAL-SUSPENSO)
                   MOVE SUS-Referencia
                      TO SPN-REFERENCIA(WS-TOTAL-SUSPENSO)
                   MOVE SUS-Monto TO SPN-MONTO(WS-TOTAL-SUSPENSO)
                   MOVE SUS-Motivo TO SPN-MOTIVO(WS-TOTAL-SUSPENSO)
                   MOVE SUS-Estado TO SPN-ESTADO(WS-TOTAL-SUSPENSO)
                   MOVE SUS-EstudianteId
                      TO SPN-ESTUDIANTE(WS-TOTAL-SUSPENSO)
                   MOVE SUS-FechaResuelto
                      TO SPN-RESUELTO(WS-TOTAL-SUSPENSO)
                ELSE
                   DISPLAY "ATENCION: COLA DE SUSPENSO LLENA (500), "
                      "SE PIERDE " SUS-Transaccion
                END-IF
          END-READ
       END-PERFORM
       CLOSE SUSPENSO-FILE
    END-IF.

*> El bloque del feed se abre con el primer pago a escribir, asi
*> una corrida sin pagos no deja un bloque vacio.
AbrirBloqueFeed.
    OPEN EXTEND MOVS-FILE
    IF WS-ESTADO-MOVS NOT = "00"
       OPEN OUTPUT MOVS-FILE
       CLOSE MOVS-FILE
       OPEN EXTEND MOVS-FILE
    END-IF
    CALL "SECUENCIAID" USING WS-FEED-SECUENCIA
    MOVE 'H' TO ENC-Indicador
    MOVE SPACES TO ENC-FeedId
    MOVE "LB" TO ENC-FeedId(1:2)
    MOVE WS-FEED-SECUENCIA TO ENC-FeedId(3:7)
    MOVE WS-FECHA-HOY TO ENC-Fecha
    WRITE MOVS-ENCABEZADO
    MOVE 'S' TO WS-FEED-ABIERTO.

CerrarBloqueFeed.
    MOVE 'T' TO TRL-Indicador
    MOVE WS-PAGOS-GENERADOS TO TRL-Conteo
    WRITE MOVS-TRAILER
    CLOSE MOVS-FILE.

*> La cola de trabajo: cada resolucion de tesoreria se aplica a su
*> transaccion pendiente. Una asignacion a un estudiante que no
*> existe queda pendiente con el motivo actualizado.
AplicarResoluciones.
    OPEN INPUT RESOLUCION-FILE
    IF WS-ESTADO-RESOLUCION NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-RESOLUCION = 'Y'
       READ RESOLUCION-FILE
          AT END MOVE 'Y' TO WS-EOF-RESOLUCION
          NOT AT END
             PERFORM AplicarUnaResolucion
       END-READ
    END-PERFORM
    CLOSE RESOLUCION-FILE
    *> Resoluciones consumidas: el archivo queda vacio para la
    *> proxima tanda.
    OPEN OUTPUT RESOLUCION-FILE
    CLOSE RESOLUCION-FILE.

AplicarUnaResolucion.
    PERFORM VARYING WS-SPN-SUB FROM 1 BY 1
       UNTIL WS-SPN-SUB > WS-TOTAL-SUSPENSO
       IF SPN-TRANSACCION(WS-SPN-SUB) = RES-Transaccion
          AND SPN-ESTADO(WS-SPN-SUB) = 'P'
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-SPN-SUB > WS-TOTAL-SUSPENSO
       DISPLAY "ATENCION: RESOLUCION PARA " RES-Transaccion
          " QUE NO ESTA PENDIENTE EN LA COLA"
       EXIT PARAGRAPH
    END-IF
    EVALUATE RES-Accion
       WHEN 'A'
          MOVE RES-EstudianteId TO WS-ID-A-VALIDAR
          PERFORM ValidarEstudiante
          IF WS-MOTIVO NOT = SPACES
             MOVE WS-MOTIVO TO SPN-MOTIVO(WS-SPN-SUB)
             DISPLAY "RESOLUCION DE " RES-Transaccion
                " RECHAZADA: " WS-MOTIVO
          ELSE
             MOVE RES-EstudianteId TO MOV-EstudianteId
             MOVE SPN-MONTO(WS-SPN-SUB) TO MOV-Monto
             MOVE SPACES TO MOV-Concepto
             STRING "LBX-" SPN-TRANSACCION(WS-SPN-SUB)
                DELIMITED BY SIZE INTO MOV-Concepto
             PERFORM EscribirPago
             MOVE 'A' TO SPN-ESTADO(WS-SPN-SUB)
             MOVE RES-EstudianteId TO SPN-ESTUDIANTE(WS-SPN-SUB)
             MOVE WS-FECHA-HOY TO SPN-RESUELTO(WS-SPN-SUB)
             ADD 1 TO WS-RESUELTOS
          END-IF
       WHEN 'D'
          MOVE 'D' TO SPN-ESTADO(WS-SPN-SUB)
          MOVE WS-FECHA-HOY TO SPN-RESUELTO(WS-SPN-SUB)
          ADD 1 TO WS-DEVUELTOS
       WHEN OTHER
          DISPLAY "ATENCION: ACCION " RES-Accion " INVALIDA PARA "
             RES-Transaccion ", SE ESPERA A O D"
    END-EVALUATE.

ProcesarLockbox.
    OPEN INPUT LOCKBOX-FILE
    IF WS-ESTADO-LOCKBOX NOT = "00"
       DISPLAY "NO HAY LOCKBOX.DAT DEL BANCO PARA POSTEAR"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-LOCKBOX = 'Y'
       READ LOCKBOX-FILE
          AT END MOVE 'Y' TO WS-EOF-LOCKBOX
          NOT AT END
             ADD 1 TO WS-LEIDOS
             PERFORM ProcesarUnPago
       END-READ
    END-PERFORM
    CLOSE LOCKBOX-FILE.

ProcesarUnPago.
    MOVE SPACES TO WS-MOTIVO
    IF LBX-Monto IS NOT NUMERIC OR LBX-Monto = 0
       MOVE "MONTO INVALIDO O EN CERO" TO WS-MOTIVO
    ELSE
       IF LBX-Referencia IS NOT NUMERIC
          MOVE "REFERENCIA NO NUMERICA" TO WS-MOTIVO
       ELSE
          MOVE LBX-Referencia TO WS-REFERENCIA-NUM
          MOVE WS-REFERENCIA-NUM TO WS-ID-A-VALIDAR
          PERFORM ValidarEstudiante
       END-IF
    END-IF
    IF WS-MOTIVO NOT = SPACES
       PERFORM EnviarASuspenso
    ELSE
       MOVE WS-REFERENCIA-NUM TO MOV-EstudianteId
       MOVE LBX-Monto TO MOV-Monto
       MOVE SPACES TO MOV-Concepto
       STRING "LBX-" LBX-Transaccion
          DELIMITED BY SIZE INTO MOV-Concepto
       PERFORM EscribirPago
    END-IF.

*> Existe en el maestro y tiene cuenta abierta en facturacion: un
*> id valido de otra familia sin cuenta no se acepta a ciegas.
ValidarEstudiante.
    MOVE SPACES TO WS-MOTIVO
    MOVE WS-ID-A-VALIDAR TO FD-EstudianteId
    READ ESTUDIANTES-FILE
       INVALID KEY
          MOVE "ESTUDIANTE INEXISTENTE" TO WS-MOTIVO
          EXIT PARAGRAPH
    END-READ
    PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
       UNTIL WS-CTA-SUB > WS-TOTAL-CUENTAS
       IF WS-CUENTA-ID(WS-CTA-SUB) = WS-ID-A-VALIDAR
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    MOVE "SIN CUENTA EN FACTURACION" TO WS-MOTIVO.

EscribirPago.
    IF WS-FEED-ABIERTO = 'N'
       PERFORM AbrirBloqueFeed
    END-IF
    MOVE 'D' TO MOV-Indicador
    MOVE WS-PERIODO TO MOV-Periodo
    MOVE 'P' TO MOV-Tipo
    WRITE MOVS-REGISTRO
    ADD 1 TO WS-PAGOS-GENERADOS
    ADD MOV-Monto TO WS-MONTO-TOTAL.

EnviarASuspenso.
    ADD 1 TO WS-A-SUSPENSO
    DISPLAY "A SUSPENSO: TRANSACCION " LBX-Transaccion
       " REF " LBX-Referencia " - " WS-MOTIVO
    IF WS-TOTAL-SUSPENSO NOT < 500
       DISPLAY "ATENCION: COLA DE SUSPENSO LLENA (500), LA "
          "TRANSACCION " LBX-Transaccion " QUEDA SOLO EN ESTE LISTADO"
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TOTAL-SUSPENSO
    MOVE LBX-Fecha TO SPN-FECHA(WS-TOTAL-SUSPENSO)
    MOVE LBX-Transaccion TO SPN-TRANSACCION(WS-TOTAL-SUSPENSO)
    MOVE LBX-Referencia TO SPN-REFERENCIA(WS-TOTAL-SUSPENSO)
    IF LBX-Monto IS NUMERIC
       MOVE LBX-Monto TO SPN-MONTO(WS-TOTAL-SUSPENSO)
    ELSE
       MOVE 0 TO SPN-MONTO(WS-TOTAL-SUSPENSO)
    END-IF
    MOVE WS-MOTIVO TO SPN-MOTIVO(WS-TOTAL-SUSPENSO)
    MOVE 'P' TO SPN-ESTADO(WS-TOTAL-SUSPENSO)
    MOVE 0 TO SPN-ESTUDIANTE(WS-TOTAL-SUSPENSO)
    MOVE 0 TO SPN-RESUELTO(WS-TOTAL-SUSPENSO).

GrabarSuspenso.
    OPEN OUTPUT SUSPENSO-FILE
    PERFORM VARYING WS-SPN-SUB FROM 1 BY 1
       UNTIL WS-SPN-SUB > WS-TOTAL-SUSPENSO
       MOVE SPN-FECHA(WS-SPN-SUB) TO SUS-Fecha
       MOVE SPN-TRANSACCION(WS-SPN-SUB) TO SUS-Transaccion
       MOVE SPN-REFERENCIA(WS-SPN-SUB) TO SUS-Referencia
       MOVE SPN-MONTO(WS-SPN-SUB) TO SUS-Monto
       MOVE SPN-MOTIVO(WS-SPN-SUB) TO SUS-Motivo
       MOVE SPN-ESTADO(WS-SPN-SUB) TO SUS-Estado
       MOVE SPN-ESTUDIANTE(WS-SPN-SUB) TO SUS-EstudianteId
       MOVE SPN-RESUELTO(WS-SPN-SUB) TO SUS-FechaResuelto
       WRITE SUSPENSO-REGISTRO
    END-PERFORM
    CLOSE SUSPENSO-FILE.

AsentarFechasHechas.
    IF WS-TOTAL-FECHAS = 0
       EXIT PARAGRAPH
    END-IF
    OPEN EXTEND HECHOS-FILE
    IF WS-ESTADO-HECHOS NOT = "00"
       OPEN OUTPUT HECHOS-FILE
       CLOSE HECHOS-FILE
       OPEN EXTEND HECHOS-FILE
    END-IF
    PERFORM VARYING WS-FEC-SUB FROM 1 BY 1
       UNTIL WS-FEC-SUB > WS-TOTAL-FECHAS
       MOVE WS-FECHA-NUEVA(WS-FEC-SUB) TO HEC-Fecha
       WRITE HECHOS-REGISTRO
    END-PERFORM
    CLOSE HECHOS-FILE.

ListarPendientes.
    DISPLAY " "
    DISPLAY "*** COLA DE SUSPENSO DEL LOCKBOX: PENDIENTES ***"
    PERFORM VARYING WS-SPN-SUB FROM 1 BY 1
       UNTIL WS-SPN-SUB > WS-TOTAL-SUSPENSO
       IF SPN-ESTADO(WS-SPN-SUB) = 'P'
          ADD 1 TO WS-PENDIENTES
          COMPUTE WS-DIAS-EN-COLA = WS-HOY-INTEGER
             - FUNCTION INTEGER-OF-DATE(SPN-FECHA(WS-SPN-SUB))
          MOVE SPN-MONTO(WS-SPN-SUB) TO WS-MONTO-EDITADO
          DISPLAY "  " SPN-TRANSACCION(WS-SPN-SUB)
             " DEL " SPN-FECHA(WS-SPN-SUB)
             " REF " SPN-REFERENCIA(WS-SPN-SUB)
             " " WS-MONTO-EDITADO
             " " SPN-MOTIVO(WS-SPN-SUB)
             " (" WS-DIAS-EN-COLA " DIAS)"
       END-IF
    END-PERFORM
    IF WS-PENDIENTES = 0
       DISPLAY "  (COLA VACIA)"
    END-IF.
