IDENTIFICATION DIVISION.
PROGRAM-ID. RECARGOSMORA.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> REPORTEANTIGUEDAD envejece la deuda y retiene a los de mas de
*> 90 dias, pero el recargo por pago fuera de termino se aplicaba a
*> mano y cada uno lo aplicaba distinto. Esta corrida mensual lo
*> calcula sola con el mismo envejecimiento: recorre FACTURACION.DAT,
*> aplica los pagos (y creditos A, menos reembolsos R) de cada
*> estudiante contra sus cargos mas viejos primero, y a cada cargo
*> que sigue impago pasados los dias de gracia de RECARGOS.CTL (10
*> si no hay control) le calcula el recargo de su banda de
*> antiguedad en RECARGOS-MORA.DAT (dias desde, dias hasta,
*> porcentaje sobre lo impago y monto fijo). Los recargos previos
*> no generan recargo (no se cobra mora sobre mora). El total de
*> cada estudiante se anexa a FACTURACION-MOVS.DAT como un cargo C
*> de concepto RECMORA en un bloque H/D/T completo (H con id de
*> SECUENCIAID, T con el conteo), para que FACTURACION lo postee con
*> sus validaciones de siempre -- RECMORA figura en ARANCELES.DAT con
*> monto cero, que es el monto abierto. Las familias con plan de
*> pago en PLANES-PAGO.DAT quedan exentas, igual que los
*> estudiantes de baja o graduados (FACTURACION les rechazaria el
*> cargo). El candado de recorrida es el de LIQUIDARMATRICULA: cada
*> periodo recargado queda en RECARGOS-HECHOS.DAT y correr dos veces
*> el mismo mes se rechaza de entrada.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FACTURACION-FILE ASSIGN TO "FACTURACION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FACTURACION.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT BANDAS-FILE ASSIGN TO "RECARGOS-MORA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-BANDAS.
SELECT RECARGOS-CTL ASSIGN TO "RECARGOS.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT PLANES-FILE ASSIGN TO "PLANES-PAGO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PLANES.
SELECT HECHOS-FILE ASSIGN TO "RECARGOS-HECHOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HECHOS.
SELECT MOVS-FILE ASSIGN TO "FACTURACION-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.

DATA DIVISION.
FILE SECTION.
FD FACTURACION-FILE.
01 FACTURACION-REGISTRO.
   05 FAC-EstudianteId PIC 9(8).
   05 FAC-Periodo PIC 9(6).
   05 FAC-Tipo PIC A(1).
   05 FAC-Monto PIC 9(5)V99.
   05 FAC-Concepto PIC X(20).
   05 FAC-Fecha PIC 9(8).

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

FD BANDAS-FILE.
01 BANDAS-REGISTRO.
   05 BND-DiasDesde PIC 9(3).
   05 BND-DiasHasta PIC 9(3).
   05 BND-Porcentaje PIC 9(2)V99.
   05 BND-MontoFijo PIC 9(5)V99.

FD RECARGOS-CTL.
01 RECARGOS-CTL-REGISTRO.
   05 CTL-DiasGracia PIC 9(3).

FD PLANES-FILE.
01 PLANES-REGISTRO.
   05 PLA-EstudianteId PIC 9(8).
   05 PLA-Cuotas PIC 9(2).
   05 PLA-Dia PIC 9(2).

FD HECHOS-FILE.
01 HECHOS-REGISTRO.
   05 HEC-Periodo PIC 9(6).

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
01 WS-ESTADO-FACTURACION PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-BANDAS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-PLANES PIC X(2).
01 WS-ESTADO-HECHOS PIC X(2).
01 WS-ESTADO-MOVS PIC X(2).
01 WS-EOF-FACTURACION PIC A(1) VALUE 'N'.
01 WS-EOF-BANDAS PIC A(1) VALUE 'N'.
01 WS-EOF-PLANES PIC A(1) VALUE 'N'.
01 WS-EOF-HECHOS PIC A(1) VALUE 'N'.
01 WS-ESTUDIANTES-ABIERTO PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-PERIODO PIC 9(6).
01 WS-YA-RECARGADO PIC A(1) VALUE 'N'.
01 WS-DIAS-GRACIA PIC 9(3) VALUE 10.
01 WS-HOY-INTEGER PIC S9(9) COMP.
01 WS-EDAD-DIAS PIC S9(9) COMP.
01 WS-CONCEPTO-RECARGO PIC X(20) VALUE "RECMORA".

*> Las bandas de antiguedad con su tasa y su monto fijo.
01 WS-TABLA-BANDAS.
   05 WS-BANDA-FILA OCCURS 20 TIMES.
      10 BDA-DESDE PIC 9(3).
      10 BDA-HASTA PIC 9(3).
      10 BDA-PORCENTAJE PIC 9(2)V99.
      10 BDA-FIJO PIC 9(5)V99.
01 WS-TOTAL-BANDAS PIC 9(2) VALUE 0.
01 WS-BDA-SUB PIC 9(2).
01 WS-BDA-HALLADA PIC 9(2).

*> Los cargos en orden de posteo y el pozo de pagos de cada
*> estudiante, mismo esquema que REPORTEANTIGUEDAD.
01 WS-TABLA-CARGOS.
   05 WS-CARGO-FILA OCCURS 500 TIMES.
      10 CAR-ID PIC 9(8).
      10 CAR-FECHA PIC 9(8).
      10 CAR-RESTANTE PIC 9(7)V99.
      10 CAR-ES-RECARGO PIC A(1).
01 WS-TOTAL-CARGOS PIC 9(3) VALUE 0.
01 WS-CAR-SUB PIC 9(3).

01 WS-TABLA-PAGOS.
   05 WS-PAGO-FILA OCCURS 200 TIMES.
      10 PAG-ID PIC 9(8).
      10 PAG-TOTAL PIC S9(7)V99.
01 WS-TOTAL-PAGOS PIC 9(3) VALUE 0.
01 WS-PAG-SUB PIC 9(3).
01 WS-CONSUMIR PIC 9(7)V99.

*> El recargo acumulado por estudiante.
01 WS-TABLA-RECARGOS.
   05 WS-RECARGO-FILA OCCURS 200 TIMES.
      10 RCG-ID PIC 9(8).
      10 RCG-MONTO PIC 9(7)V99.
01 WS-TOTAL-RECARGOS PIC 9(3) VALUE 0.
01 WS-RCG-SUB PIC 9(3).
01 WS-RECARGO-CARGO PIC 9(7)V99.

01 WS-TABLA-EXENTOS.
   05 WS-EXENTO OCCURS 100 TIMES PIC 9(8).
01 WS-TOTAL-EXENTOS PIC 9(3) VALUE 0.
01 WS-EXE-SUB PIC 9(3).
01 WS-ES-EXENTO PIC A(1).

01 WS-FEED-SECUENCIA PIC 9(7).
01 WS-MOVS-GENERADOS PIC 9(4) VALUE 0.
01 WS-EXENTOS-SALTEADOS PIC 9(4) VALUE 0.
01 WS-INACTIVOS-SALTEADOS PIC 9(4) VALUE 0.
01 WS-MONTO-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-MONTO-EDITADO PIC $$$,$$$,$$9.99.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "RECARGOSMORA".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    COMPUTE WS-PERIODO = WS-FECHA-HOY / 100
    COMPUTE WS-HOY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
    PERFORM VerificarPeriodoNoRecargado
    IF WS-YA-RECARGADO = 'S'
       DISPLAY "RECHAZADO: EL PERIODO " WS-PERIODO
          " YA TIENE RECARGOS SEGUN RECARGOS-HECHOS.DAT"
       MOVE 8 TO RETURN-CODE
    ELSE
       PERFORM LeerDiasGracia
       PERFORM CargarBandas
       IF WS-TOTAL-BANDAS = 0
          DISPLAY "NO HAY RECARGOS-MORA.DAT CON BANDAS DE RECARGO"
          MOVE 8 TO RETURN-CODE
       ELSE
          PERFORM CargarExentos
          PERFORM CargarMovimientos
          PERFORM AplicarPagosFIFO
          PERFORM CalcularRecargos
          IF WS-TOTAL-RECARGOS > 0
             PERFORM GenerarMovimientos
          END-IF
          IF WS-MOVS-GENERADOS > 0
             PERFORM AsentarPeriodoRecargado
          END-IF
          MOVE WS-MONTO-TOTAL TO WS-MONTO-EDITADO
          DISPLAY "RECARGOS GENERADOS: " WS-MOVS-GENERADOS
             " POR " WS-MONTO-EDITADO
             "  EXENTOS POR PLAN: " WS-EXENTOS-SALTEADOS
             "  INACTIVOS: " WS-INACTIVOS-SALTEADOS
       END-IF
    END-IF.
DISPLAY "JOB RECARGOSMORA COMPLETE, RC=" RETURN-CODE.
GOBACK.

VerificarPeriodoNoRecargado.
    OPEN INPUT HECHOS-FILE
    IF WS-ESTADO-HECHOS = "00"
       PERFORM UNTIL WS-EOF-HECHOS = 'Y'
          READ HECHOS-FILE
             AT END MOVE 'Y' TO WS-EOF-HECHOS
             NOT AT END
                IF HEC-Periodo = WS-PERIODO
                   MOVE 'S' TO WS-YA-RECARGADO
                   MOVE 'Y' TO WS-EOF-HECHOS
                END-IF
          END-READ
       END-PERFORM
       CLOSE HECHOS-FILE
    END-IF.

LeerDiasGracia.
    OPEN INPUT RECARGOS-CTL
    IF WS-ESTADO-CTL = "00"
       READ RECARGOS-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-DiasGracia IS NUMERIC
                MOVE CTL-DiasGracia TO WS-DIAS-GRACIA
             END-IF
       END-READ
       CLOSE RECARGOS-CTL
    END-IF.

CargarBandas.
    OPEN INPUT BANDAS-FILE
    IF WS-ESTADO-BANDAS = "00"
       PERFORM UNTIL WS-EOF-BANDAS = 'Y'
          READ BANDAS-FILE
             AT END MOVE 'Y' TO WS-EOF-BANDAS
             NOT AT END
                IF WS-TOTAL-BANDAS < 20
                   ADD 1 TO WS-TOTAL-BANDAS
                   MOVE BND-DiasDesde TO BDA-DESDE(WS-TOTAL-BANDAS)
                   MOVE BND-DiasHasta TO BDA-HASTA(WS-TOTAL-BANDAS)
                   MOVE BND-Porcentaje
                      TO BDA-PORCENTAJE(WS-TOTAL-BANDAS)
                   MOVE BND-MontoFijo TO BDA-FIJO(WS-TOTAL-BANDAS)
                END-IF
          END-READ
       END-PERFORM
       CLOSE BANDAS-FILE
    END-IF.

*> Los que tienen plan de pago vigente no pagan recargo: su deuda
*> ya esta refinanciada en cuotas.
CargarExentos.
    OPEN INPUT PLANES-FILE
    IF WS-ESTADO-PLANES = "00"
       PERFORM UNTIL WS-EOF-PLANES = 'Y'
          READ PLANES-FILE
             AT END MOVE 'Y' TO WS-EOF-PLANES
             NOT AT END
                IF PLA-Cuotas > 0 AND WS-TOTAL-EXENTOS < 100
                   ADD 1 TO WS-TOTAL-EXENTOS
                   MOVE PLA-EstudianteId
                      TO WS-EXENTO(WS-TOTAL-EXENTOS)
                END-IF
          END-READ
       END-PERFORM
       CLOSE PLANES-FILE
    END-IF.

CargarMovimientos.
    OPEN INPUT FACTURACION-FILE
    IF WS-ESTADO-FACTURACION = "00"
       PERFORM UNTIL WS-EOF-FACTURACION = 'Y'
          READ FACTURACION-FILE
             AT END MOVE 'Y' TO WS-EOF-FACTURACION
             NOT AT END
                IF FAC-Tipo = 'C'
                   IF WS-TOTAL-CARGOS < 500
                      ADD 1 TO WS-TOTAL-CARGOS
                      MOVE FAC-EstudianteId
                         TO CAR-ID(WS-TOTAL-CARGOS)
                      MOVE FAC-Fecha TO CAR-FECHA(WS-TOTAL-CARGOS)
                      MOVE FAC-Monto
                         TO CAR-RESTANTE(WS-TOTAL-CARGOS)
                      IF FAC-Concepto = WS-CONCEPTO-RECARGO
                         MOVE 'S' TO CAR-ES-RECARGO(WS-TOTAL-CARGOS)
                      ELSE
                         MOVE 'N' TO CAR-ES-RECARGO(WS-TOTAL-CARGOS)
                      END-IF
                   ELSE
                      DISPLAY "ATENCION: MAS DE 500 CARGOS, SE "
                         "IGNORA UNO DE " FAC-EstudianteId
                   END-IF
                ELSE
                   PERFORM AcumularPago
                END-IF
          END-READ
       END-PERFORM
       CLOSE FACTURACION-FILE
    ELSE
       DISPLAY "NO HAY FACTURACION.DAT PARA PROCESAR"
    END-IF.

*> Un reembolso 'R' resta del pozo de pagos del estudiante, igual
*> que en REPORTEANTIGUEDAD.
AcumularPago.
    PERFORM VARYING WS-PAG-SUB FROM 1 BY 1
       UNTIL WS-PAG-SUB > WS-TOTAL-PAGOS
       IF PAG-ID(WS-PAG-SUB) = FAC-EstudianteId
          IF FAC-Tipo = 'R'
             SUBTRACT FAC-Monto FROM PAG-TOTAL(WS-PAG-SUB)
          ELSE
             ADD FAC-Monto TO PAG-TOTAL(WS-PAG-SUB)
          END-IF
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-PAGOS < 200
       ADD 1 TO WS-TOTAL-PAGOS
       MOVE FAC-EstudianteId TO PAG-ID(WS-TOTAL-PAGOS)
       IF FAC-Tipo = 'R'
          COMPUTE PAG-TOTAL(WS-TOTAL-PAGOS) = 0 - FAC-Monto
       ELSE
          MOVE FAC-Monto TO PAG-TOTAL(WS-TOTAL-PAGOS)
       END-IF
    END-IF.

*> De mas viejo a mas nuevo, el mismo FIFO de REPORTEANTIGUEDAD.
AplicarPagosFIFO.
    PERFORM VARYING WS-PAG-SUB FROM 1 BY 1
       UNTIL WS-PAG-SUB > WS-TOTAL-PAGOS
       PERFORM VARYING WS-CAR-SUB FROM 1 BY 1
          UNTIL WS-CAR-SUB > WS-TOTAL-CARGOS
             OR PAG-TOTAL(WS-PAG-SUB) <= 0
          IF CAR-ID(WS-CAR-SUB) = PAG-ID(WS-PAG-SUB)
             AND CAR-RESTANTE(WS-CAR-SUB) > 0
             IF PAG-TOTAL(WS-PAG-SUB)
                >= CAR-RESTANTE(WS-CAR-SUB)
                MOVE CAR-RESTANTE(WS-CAR-SUB) TO WS-CONSUMIR
             ELSE
                MOVE PAG-TOTAL(WS-PAG-SUB) TO WS-CONSUMIR
             END-IF
             SUBTRACT WS-CONSUMIR FROM CAR-RESTANTE(WS-CAR-SUB)
             SUBTRACT WS-CONSUMIR FROM PAG-TOTAL(WS-PAG-SUB)
          END-IF
       END-PERFORM
    END-PERFORM.

CalcularRecargos.
    PERFORM VARYING WS-CAR-SUB FROM 1 BY 1
       UNTIL WS-CAR-SUB > WS-TOTAL-CARGOS
       IF CAR-RESTANTE(WS-CAR-SUB) > 0
          AND CAR-ES-RECARGO(WS-CAR-SUB) = 'N'
          PERFORM RecargarUnCargo
       END-IF
    END-PERFORM.

*> La edad del cargo contra la fecha de proceso; dentro de la
*> gracia no hay recargo, y pasada la gracia rige la banda que
*> contiene la edad.
RecargarUnCargo.
    COMPUTE WS-EDAD-DIAS = WS-HOY-INTEGER
       - FUNCTION INTEGER-OF-DATE(CAR-FECHA(WS-CAR-SUB))
    IF WS-EDAD-DIAS <= WS-DIAS-GRACIA
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-BDA-HALLADA
    PERFORM VARYING WS-BDA-SUB FROM 1 BY 1
       UNTIL WS-BDA-SUB > WS-TOTAL-BANDAS
       IF WS-EDAD-DIAS >= BDA-DESDE(WS-BDA-SUB)
          AND WS-EDAD-DIAS <= BDA-HASTA(WS-BDA-SUB)
          MOVE WS-BDA-SUB TO WS-BDA-HALLADA
          MOVE WS-TOTAL-BANDAS TO WS-BDA-SUB
       END-IF
    END-PERFORM
    IF WS-BDA-HALLADA = 0
       DISPLAY "ATENCION: CARGO DE " CAR-ID(WS-CAR-SUB) " CON "
          WS-EDAD-DIAS " DIAS NO CAE EN NINGUNA BANDA"
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-RECARGO-CARGO ROUNDED =
       CAR-RESTANTE(WS-CAR-SUB) * BDA-PORCENTAJE(WS-BDA-HALLADA)
       / 100 + BDA-FIJO(WS-BDA-HALLADA)
    IF WS-RECARGO-CARGO = 0
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-RCG-SUB FROM 1 BY 1
       UNTIL WS-RCG-SUB > WS-TOTAL-RECARGOS
       IF RCG-ID(WS-RCG-SUB) = CAR-ID(WS-CAR-SUB)
          ADD WS-RECARGO-CARGO TO RCG-MONTO(WS-RCG-SUB)
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-RECARGOS < 200
       ADD 1 TO WS-TOTAL-RECARGOS
       MOVE CAR-ID(WS-CAR-SUB) TO RCG-ID(WS-TOTAL-RECARGOS)
       MOVE WS-RECARGO-CARGO TO RCG-MONTO(WS-TOTAL-RECARGOS)
    END-IF.

*> Un cargo RECMORA por estudiante recargado, en un bloque H/D/T
*> propio anexado al feed; el trailer lleva el conteo exacto.
GenerarMovimientos.
    OPEN EXTEND MOVS-FILE
    IF WS-ESTADO-MOVS NOT = "00"
       OPEN OUTPUT MOVS-FILE
       CLOSE MOVS-FILE
       OPEN EXTEND MOVS-FILE
    END-IF
    CALL "SECUENCIAID" USING WS-FEED-SECUENCIA
    MOVE 'H' TO ENC-Indicador
    MOVE SPACES TO ENC-FeedId
    MOVE "RM" TO ENC-FeedId(1:2)
    MOVE WS-FEED-SECUENCIA TO ENC-FeedId(3:7)
    MOVE WS-FECHA-HOY TO ENC-Fecha
    WRITE MOVS-ENCABEZADO
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES = "00"
       MOVE 'S' TO WS-ESTUDIANTES-ABIERTO
    END-IF
    PERFORM VARYING WS-RCG-SUB FROM 1 BY 1
       UNTIL WS-RCG-SUB > WS-TOTAL-RECARGOS
       PERFORM GenerarUnRecargo
    END-PERFORM
    IF WS-ESTUDIANTES-ABIERTO = 'S'
       CLOSE ESTUDIANTES-FILE
    END-IF
    MOVE 'T' TO TRL-Indicador
    MOVE WS-MOVS-GENERADOS TO TRL-Conteo
    WRITE MOVS-TRAILER
    CLOSE MOVS-FILE.

GenerarUnRecargo.
    MOVE 'N' TO WS-ES-EXENTO
    PERFORM VARYING WS-EXE-SUB FROM 1 BY 1
       UNTIL WS-EXE-SUB > WS-TOTAL-EXENTOS
       IF WS-EXENTO(WS-EXE-SUB) = RCG-ID(WS-RCG-SUB)
          MOVE 'S' TO WS-ES-EXENTO
          MOVE WS-TOTAL-EXENTOS TO WS-EXE-SUB
       END-IF
    END-PERFORM
    IF WS-ES-EXENTO = 'S'
       ADD 1 TO WS-EXENTOS-SALTEADOS
       DISPLAY "EXENTO POR PLAN DE PAGO: " RCG-ID(WS-RCG-SUB)
       EXIT PARAGRAPH
    END-IF
    MOVE SPACE TO FD-Estado
    IF WS-ESTUDIANTES-ABIERTO = 'S'
       MOVE RCG-ID(WS-RCG-SUB) TO FD-EstudianteId
       READ ESTUDIANTES-FILE
          INVALID KEY MOVE SPACE TO FD-Estado
       END-READ
    END-IF
    IF FD-Estado = 'B' OR FD-Estado = 'G'
       ADD 1 TO WS-INACTIVOS-SALTEADOS
       DISPLAY "SIN RECARGO: " RCG-ID(WS-RCG-SUB)
          " NO ESTA ACTIVO (ESTADO " FD-Estado ")"
       EXIT PARAGRAPH
    END-IF
    IF RCG-MONTO(WS-RCG-SUB) > 99999.99
       MOVE 99999.99 TO RCG-MONTO(WS-RCG-SUB)
    END-IF
    MOVE 'D' TO MOV-Indicador
    MOVE RCG-ID(WS-RCG-SUB) TO MOV-EstudianteId
    MOVE WS-PERIODO TO MOV-Periodo
    MOVE 'C' TO MOV-Tipo
    MOVE RCG-MONTO(WS-RCG-SUB) TO MOV-Monto
    MOVE WS-CONCEPTO-RECARGO TO MOV-Concepto
    WRITE MOVS-REGISTRO
    ADD 1 TO WS-MOVS-GENERADOS
    ADD RCG-MONTO(WS-RCG-SUB) TO WS-MONTO-TOTAL
    MOVE RCG-MONTO(WS-RCG-SUB) TO WS-MONTO-EDITADO
    DISPLAY "RECARGO " RCG-ID(WS-RCG-SUB) " " WS-MONTO-EDITADO.

AsentarPeriodoRecargado.
    OPEN EXTEND HECHOS-FILE
    IF WS-ESTADO-HECHOS NOT = "00"
       OPEN OUTPUT HECHOS-FILE
       CLOSE HECHOS-FILE
       OPEN EXTEND HECHOS-FILE
    END-IF
    MOVE WS-PERIODO TO HEC-Periodo
    WRITE HECHOS-REGISTRO
    CLOSE HECHOS-FILE.
