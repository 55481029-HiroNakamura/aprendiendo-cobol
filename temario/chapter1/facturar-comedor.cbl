IDENTIFICATION DIVISION.
PROGRAM-ID. FACTURARCOMEDOR.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> El comedor manejaba su propia caja y a las familias con abono
*> mensual se les mandaba una factura aparte, fuera de la cuenta
*> del estudiante. Esta corrida mensual lo pasa a FACTURACION:
*>   - PLANES-COMEDOR.DAT tiene la suscripcion de cada estudiante
*>     (id, plan, fecha desde y fecha hasta, cero si no vence). El
*>     plan es un concepto de ARANCELES.DAT con el abono del mes.
*>   - COMEDOR-CONSUMOS.DAT es el feed diario del comedor: fecha,
*>     id y el concepto de la comida servida (ALMUERZO, MERIENDA,
*>     ...), tambien con su precio en ARANCELES.DAT.
*> Para el periodo de COMEDOR.CTL (el de la fecha de proceso si
*> viene en cero) cada plan vigente en algun dia del mes genera un
*> cargo C por el abono completo, y cada comida servida en un dia
*> sin plan vigente se cobra a la carta: un cargo C por comida al
*> precio del arancel, porque FACTURACION rechaza un cargo cuyo
*> monto no es el autorizado del concepto. Todo va en un bloque
*> H/D/T anexado a FACTURACION-MOVS.DAT para que FACTURACION lo
*> postee con sus validaciones de siempre. Un plan o una comida
*> cuyo concepto no figura en ARANCELES.DAT no se factura y deja
*> RC=4, lo mismo que los estudiantes de baja o graduados. La
*> conciliacion de comidas servidas contra planes facturados queda
*> en COMEDOR-CONCILIACION.TXT: cada plan con las comidas que cubrio
*> (SIN CONSUMO si no hubo ninguna), cada cargo a la carta, y los
*> totales con lo servido que quedo sin facturar. El candado es el
*> de RECARGOSMORA: el periodo facturado queda en
*> COMEDOR-HECHOS.DAT y correr dos veces el mismo mes se rechaza.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT PLANES-FILE ASSIGN TO "PLANES-COMEDOR.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PLANES.
SELECT CONSUMOS-FILE ASSIGN TO "COMEDOR-CONSUMOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CONSUMOS.
SELECT ARANCELES-FILE ASSIGN TO "ARANCELES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ARANCELES.
SELECT COMEDOR-CTL ASSIGN TO "COMEDOR.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT HECHOS-FILE ASSIGN TO "COMEDOR-HECHOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HECHOS.
SELECT MOVS-FILE ASSIGN TO "FACTURACION-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.
SELECT CONCILIACION-FILE ASSIGN TO "COMEDOR-CONCILIACION.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CONCILIACION.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.

DATA DIVISION.
FILE SECTION.
*> PCO-FechaHasta en cero es una suscripcion sin vencimiento.
FD PLANES-FILE.
01 PLANES-REGISTRO.
   05 PCO-EstudianteId PIC 9(8).
   05 PCO-Plan PIC X(8).
   05 PCO-FechaDesde PIC 9(8).
   05 PCO-FechaHasta PIC 9(8).

FD CONSUMOS-FILE.
01 CONSUMOS-REGISTRO.
   05 CCO-Fecha PIC 9(8).
   05 CCO-EstudianteId PIC 9(8).
   05 CCO-Concepto PIC X(8).

FD ARANCELES-FILE.
01 ARANCELES-REGISTRO.
   05 ARA-Codigo PIC X(8).
   05 ARA-Descripcion PIC X(20).
   05 ARA-Monto PIC 9(5)V99.

FD COMEDOR-CTL.
01 COMEDOR-CTL-REGISTRO.
   05 CTL-Periodo PIC 9(6).

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

FD CONCILIACION-FILE.
01 CONCILIACION-LINEA PIC X(80).

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

WORKING-STORAGE SECTION.
01 WS-ESTADO-PLANES PIC X(2).
01 WS-ESTADO-CONSUMOS PIC X(2).
01 WS-ESTADO-ARANCELES PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-HECHOS PIC X(2).
01 WS-ESTADO-MOVS PIC X(2).
01 WS-ESTADO-CONCILIACION PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-EOF-PLANES PIC A(1) VALUE 'N'.
01 WS-EOF-CONSUMOS PIC A(1) VALUE 'N'.
01 WS-EOF-ARANCELES PIC A(1) VALUE 'N'.
01 WS-EOF-HECHOS PIC A(1) VALUE 'N'.
01 WS-ESTUDIANTES-ABIERTO PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-PERIODO PIC 9(6) VALUE 0.
01 WS-YA-FACTURADO PIC A(1) VALUE 'N'.
01 WS-PERIODO-DESDE PIC 9(6).
01 WS-PERIODO-HASTA PIC 9(6).

01 WS-TABLA-ARANCELES.
   05 WS-ARANCEL-FILA OCCURS 100 TIMES.
      10 ARN-CODIGO PIC X(8).
      10 ARN-MONTO PIC 9(5)V99.
01 WS-TOTAL-ARANCELES PIC 9(3) VALUE 0.
01 WS-ARN-SUB PIC 9(3).
01 WS-ARN-HALLADO PIC A(1).
01 WS-CONCEPTO-BUSCADO PIC X(8).
01 WS-ID-CARGO PIC 9(8).
01 WS-MONTO-CARGO PIC 9(5)V99.

*> Las suscripciones vigentes en el periodo, con las comidas que
*> cubrieron y como termino su facturacion: F facturado, A sin
*> arancel, I estudiante inactivo.
01 WS-TABLA-PLANES.
   05 WS-PLAN-FILA OCCURS 300 TIMES.
      10 PLN-ID PIC 9(8).
      10 PLN-PLAN PIC X(8).
      10 PLN-DESDE PIC 9(8).
      10 PLN-HASTA PIC 9(8).
      10 PLN-COMIDAS PIC 9(5).
      10 PLN-MONTO PIC 9(5)V99.
      10 PLN-RESULTADO PIC X(1).
01 WS-TOTAL-PLANES PIC 9(3) VALUE 0.
01 WS-PLN-SUB PIC 9(3).
01 WS-PLN-HALLADO PIC 9(3).

*> Las comidas a la carta, agrupadas por estudiante y concepto.
01 WS-TABLA-CARTA.
   05 WS-CARTA-FILA OCCURS 500 TIMES.
      10 CRT-ID PIC 9(8).
      10 CRT-CONCEPTO PIC X(8).
      10 CRT-CANTIDAD PIC 9(5).
      10 CRT-MONTO PIC 9(7)V99.
      10 CRT-RESULTADO PIC X(1).
01 WS-TOTAL-CARTA PIC 9(3) VALUE 0.
01 WS-CRT-SUB PIC 9(3).

01 WS-FEED-SECUENCIA PIC 9(7).
01 WS-FEED-ABIERTO PIC A(1) VALUE 'N'.
01 WS-MOVS-GENERADOS PIC 9(4) VALUE 0.
01 WS-PLANES-FACTURADOS PIC 9(4) VALUE 0.
01 WS-PLANES-SIN-CONSUMO PIC 9(4) VALUE 0.
01 WS-SIN-ARANCEL PIC 9(4) VALUE 0.
01 WS-INACTIVOS-SALTEADOS PIC 9(4) VALUE 0.
01 WS-COMIDAS-LEIDAS PIC 9(6) VALUE 0.
01 WS-COMIDAS-PLAN PIC 9(6) VALUE 0.
01 WS-COMIDAS-CARTA PIC 9(6) VALUE 0.
01 WS-COMIDAS-SIN-FACTURAR PIC 9(6) VALUE 0.
01 WS-MONTO-PLANES PIC 9(9)V99 VALUE 0.
01 WS-MONTO-CARTA PIC 9(9)V99 VALUE 0.
01 WS-MONTO-TOTAL PIC 9(9)V99 VALUE 0.
01 WS-MONTO-EDITADO PIC $$$,$$$,$$9.99.
01 WS-CANTIDAD-EDITADA PIC ZZ,ZZ9.
01 WS-LINEA PIC X(80).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "FACTURARCOMEDOR".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM LeerPeriodoComedor
    PERFORM VerificarPeriodoNoFacturado
    IF WS-YA-FACTURADO = 'S'
       DISPLAY "RECHAZADO: EL PERIODO " WS-PERIODO
          " YA FUE FACTURADO SEGUN COMEDOR-HECHOS.DAT"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarAranceles
    IF WS-TOTAL-ARANCELES = 0
       DISPLAY "NO HAY ARANCELES.DAT PARA PONER PRECIO"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarPlanes
    PERFORM CargarConsumos
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES = "00"
       MOVE 'S' TO WS-ESTUDIANTES-ABIERTO
    END-IF
    PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
       UNTIL WS-PLN-SUB > WS-TOTAL-PLANES
       PERFORM FacturarUnPlan
    END-PERFORM
    PERFORM VARYING WS-CRT-SUB FROM 1 BY 1
       UNTIL WS-CRT-SUB > WS-TOTAL-CARTA
       PERFORM FacturarUnaCarta
    END-PERFORM
    IF WS-ESTUDIANTES-ABIERTO = 'S'
       CLOSE ESTUDIANTES-FILE
    END-IF
    IF WS-FEED-ABIERTO = 'S'
       PERFORM EscribirTrailerFeed
    END-IF
    IF WS-MOVS-GENERADOS > 0
       PERFORM AsentarPeriodoFacturado
    END-IF
    PERFORM EscribirConciliacion
    IF WS-SIN-ARANCEL > 0 OR WS-INACTIVOS-SALTEADOS > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    MOVE WS-MONTO-TOTAL TO WS-MONTO-EDITADO
    DISPLAY "CARGOS DE COMEDOR: " WS-MOVS-GENERADOS
       " POR " WS-MONTO-EDITADO
       "  PLANES: " WS-PLANES-FACTURADOS
       "  COMIDAS A LA CARTA: " WS-COMIDAS-CARTA
    DISPLAY "SIN ARANCEL: " WS-SIN-ARANCEL
       "  INACTIVOS: " WS-INACTIVOS-SALTEADOS
       "  CONCILIACION EN COMEDOR-CONCILIACION.TXT".
FinInicio.
DISPLAY "JOB FACTURARCOMEDOR COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerPeriodoComedor.
    COMPUTE WS-PERIODO = WS-FECHA-HOY / 100
    OPEN INPUT COMEDOR-CTL
    IF WS-ESTADO-CTL = "00"
       READ COMEDOR-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-Periodo IS NUMERIC AND CTL-Periodo > 0
                MOVE CTL-Periodo TO WS-PERIODO
             END-IF
       END-READ
       CLOSE COMEDOR-CTL
    END-IF.

VerificarPeriodoNoFacturado.
    OPEN INPUT HECHOS-FILE
    IF WS-ESTADO-HECHOS = "00"
       PERFORM UNTIL WS-EOF-HECHOS = 'Y'
          READ HECHOS-FILE
             AT END MOVE 'Y' TO WS-EOF-HECHOS
             NOT AT END
                IF HEC-Periodo = WS-PERIODO
                   MOVE 'S' TO WS-YA-FACTURADO
                   MOVE 'Y' TO WS-EOF-HECHOS
                END-IF
          END-READ
       END-PERFORM
       CLOSE HECHOS-FILE
    END-IF.

CargarAranceles.
    OPEN INPUT ARANCELES-FILE
    IF WS-ESTADO-ARANCELES = "00"
       PERFORM UNTIL WS-EOF-ARANCELES = 'Y'
          READ ARANCELES-FILE
             AT END MOVE 'Y' TO WS-EOF-ARANCELES
             NOT AT END
                IF WS-TOTAL-ARANCELES < 100
                   ADD 1 TO WS-TOTAL-ARANCELES
                   MOVE ARA-Codigo
                      TO ARN-CODIGO(WS-TOTAL-ARANCELES)
                   MOVE ARA-Monto TO ARN-MONTO(WS-TOTAL-ARANCELES)
                END-IF
          END-READ
       END-PERFORM
       CLOSE ARANCELES-FILE
    END-IF.

*> Solo entran las suscripciones que tocan algun dia del periodo;
*> el abono es mensual y se cobra completo aunque empiece o
*> termine a mitad de mes.
CargarPlanes.
    OPEN INPUT PLANES-FILE
    IF WS-ESTADO-PLANES NOT = "00"
       DISPLAY "NO HAY PLANES-COMEDOR.DAT, TODO SE COBRA A LA CARTA"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PLANES = 'Y'
       READ PLANES-FILE
          AT END MOVE 'Y' TO WS-EOF-PLANES
          NOT AT END
             COMPUTE WS-PERIODO-DESDE = PCO-FechaDesde / 100
             COMPUTE WS-PERIODO-HASTA = PCO-FechaHasta / 100
             IF WS-PERIODO-DESDE <= WS-PERIODO
                AND (PCO-FechaHasta = 0
                   OR WS-PERIODO-HASTA >= WS-PERIODO)
                IF WS-TOTAL-PLANES < 300
                   ADD 1 TO WS-TOTAL-PLANES
                   MOVE PCO-EstudianteId TO PLN-ID(WS-TOTAL-PLANES)
                   MOVE PCO-Plan TO PLN-PLAN(WS-TOTAL-PLANES)
                   MOVE PCO-FechaDesde TO PLN-DESDE(WS-TOTAL-PLANES)
                   MOVE PCO-FechaHasta TO PLN-HASTA(WS-TOTAL-PLANES)
                   MOVE 0 TO PLN-COMIDAS(WS-TOTAL-PLANES)
                   MOVE 0 TO PLN-MONTO(WS-TOTAL-PLANES)
                   MOVE SPACE TO PLN-RESULTADO(WS-TOTAL-PLANES)
                ELSE
                   DISPLAY "ATENCION: MAS DE 300 PLANES, SE IGNORA "
                      "EL DE " PCO-EstudianteId
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE PLANES-FILE.

*> Cada comida del mes la cubre el plan vigente ese dia; si no hay
*> plan vigente la comida va a la carta.
CargarConsumos.
    OPEN INPUT CONSUMOS-FILE
    IF WS-ESTADO-CONSUMOS NOT = "00"
       DISPLAY "NO HAY COMEDOR-CONSUMOS.DAT, SOLO SE FACTURAN PLANES"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CONSUMOS = 'Y'
       READ CONSUMOS-FILE
          AT END MOVE 'Y' TO WS-EOF-CONSUMOS
          NOT AT END
             COMPUTE WS-PERIODO-DESDE = CCO-Fecha / 100
             IF WS-PERIODO-DESDE = WS-PERIODO
                ADD 1 TO WS-COMIDAS-LEIDAS
                PERFORM UbicarComida
             END-IF
       END-READ
    END-PERFORM
    CLOSE CONSUMOS-FILE.

UbicarComida.
    MOVE 0 TO WS-PLN-HALLADO
    PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
       UNTIL WS-PLN-SUB > WS-TOTAL-PLANES
       IF PLN-ID(WS-PLN-SUB) = CCO-EstudianteId
          AND PLN-DESDE(WS-PLN-SUB) <= CCO-Fecha
          AND (PLN-HASTA(WS-PLN-SUB) = 0
             OR PLN-HASTA(WS-PLN-SUB) >= CCO-Fecha)
          MOVE WS-PLN-SUB TO WS-PLN-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-PLN-HALLADO > 0
       ADD 1 TO PLN-COMIDAS(WS-PLN-HALLADO)
       ADD 1 TO WS-COMIDAS-PLAN
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-CRT-SUB FROM 1 BY 1
       UNTIL WS-CRT-SUB > WS-TOTAL-CARTA
       IF CRT-ID(WS-CRT-SUB) = CCO-EstudianteId
          AND CRT-CONCEPTO(WS-CRT-SUB) = CCO-Concepto
          ADD 1 TO CRT-CANTIDAD(WS-CRT-SUB)
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-CARTA < 500
       ADD 1 TO WS-TOTAL-CARTA
       MOVE CCO-EstudianteId TO CRT-ID(WS-TOTAL-CARTA)
       MOVE CCO-Concepto TO CRT-CONCEPTO(WS-TOTAL-CARTA)
       MOVE 1 TO CRT-CANTIDAD(WS-TOTAL-CARTA)
       MOVE 0 TO CRT-MONTO(WS-TOTAL-CARTA)
       MOVE SPACE TO CRT-RESULTADO(WS-TOTAL-CARTA)
    ELSE
       ADD 1 TO WS-COMIDAS-SIN-FACTURAR
       DISPLAY "ATENCION: MAS DE 500 GRUPOS A LA CARTA, SE IGNORA "
          "UNA COMIDA DE " CCO-EstudianteId
    END-IF.

FacturarUnPlan.
    MOVE PLN-PLAN(WS-PLN-SUB) TO WS-CONCEPTO-BUSCADO
    PERFORM BuscarArancel
    IF WS-ARN-HALLADO = 'N'
       MOVE 'A' TO PLN-RESULTADO(WS-PLN-SUB)
       ADD 1 TO WS-SIN-ARANCEL
       PERFORM DescontarComidasPlan
       DISPLAY "SIN ARANCEL: PLAN " PLN-PLAN(WS-PLN-SUB)
          " NO ESTA EN ARANCELES.DAT, NO SE FACTURA A "
          PLN-ID(WS-PLN-SUB)
       EXIT PARAGRAPH
    END-IF
    MOVE PLN-ID(WS-PLN-SUB) TO WS-ID-CARGO
    PERFORM VerificarActivo
    IF FD-Estado = 'B' OR FD-Estado = 'G'
       MOVE 'I' TO PLN-RESULTADO(WS-PLN-SUB)
       ADD 1 TO WS-INACTIVOS-SALTEADOS
       PERFORM DescontarComidasPlan
       DISPLAY "SIN CARGO DE COMEDOR: " PLN-ID(WS-PLN-SUB)
          " NO ESTA ACTIVO (ESTADO " FD-Estado ")"
       EXIT PARAGRAPH
    END-IF
    MOVE ARN-MONTO(WS-ARN-SUB) TO PLN-MONTO(WS-PLN-SUB)
    MOVE ARN-MONTO(WS-ARN-SUB) TO WS-MONTO-CARGO
    PERFORM EscribirCargo
    MOVE 'F' TO PLN-RESULTADO(WS-PLN-SUB)
    ADD 1 TO WS-PLANES-FACTURADOS
    ADD ARN-MONTO(WS-ARN-SUB) TO WS-MONTO-PLANES.

*> Lo que cubrio un plan que no se pudo facturar queda servido
*> sin facturar en la conciliacion.
DescontarComidasPlan.
    SUBTRACT PLN-COMIDAS(WS-PLN-SUB) FROM WS-COMIDAS-PLAN
    ADD PLN-COMIDAS(WS-PLN-SUB) TO WS-COMIDAS-SIN-FACTURAR.

FacturarUnaCarta.
    MOVE CRT-CONCEPTO(WS-CRT-SUB) TO WS-CONCEPTO-BUSCADO
    PERFORM BuscarArancel
    IF WS-ARN-HALLADO = 'N'
       MOVE 'A' TO CRT-RESULTADO(WS-CRT-SUB)
       ADD 1 TO WS-SIN-ARANCEL
       ADD CRT-CANTIDAD(WS-CRT-SUB) TO WS-COMIDAS-SIN-FACTURAR
       DISPLAY "SIN ARANCEL: COMIDA " CRT-CONCEPTO(WS-CRT-SUB)
          " NO ESTA EN ARANCELES.DAT, NO SE FACTURA A "
          CRT-ID(WS-CRT-SUB)
       EXIT PARAGRAPH
    END-IF
    MOVE CRT-ID(WS-CRT-SUB) TO WS-ID-CARGO
    PERFORM VerificarActivo
    IF FD-Estado = 'B' OR FD-Estado = 'G'
       MOVE 'I' TO CRT-RESULTADO(WS-CRT-SUB)
       ADD 1 TO WS-INACTIVOS-SALTEADOS
       ADD CRT-CANTIDAD(WS-CRT-SUB) TO WS-COMIDAS-SIN-FACTURAR
       DISPLAY "SIN CARGO DE COMEDOR: " CRT-ID(WS-CRT-SUB)
          " NO ESTA ACTIVO (ESTADO " FD-Estado ")"
       EXIT PARAGRAPH
    END-IF
    COMPUTE CRT-MONTO(WS-CRT-SUB) =
       CRT-CANTIDAD(WS-CRT-SUB) * ARN-MONTO(WS-ARN-SUB)
    MOVE ARN-MONTO(WS-ARN-SUB) TO WS-MONTO-CARGO
    PERFORM CRT-CANTIDAD(WS-CRT-SUB) TIMES
       PERFORM EscribirCargo
    END-PERFORM
    MOVE 'F' TO CRT-RESULTADO(WS-CRT-SUB)
    ADD CRT-CANTIDAD(WS-CRT-SUB) TO WS-COMIDAS-CARTA
    ADD CRT-MONTO(WS-CRT-SUB) TO WS-MONTO-CARTA.

BuscarArancel.
    MOVE 'N' TO WS-ARN-HALLADO
    PERFORM VARYING WS-ARN-SUB FROM 1 BY 1
       UNTIL WS-ARN-SUB > WS-TOTAL-ARANCELES
       IF ARN-CODIGO(WS-ARN-SUB) = WS-CONCEPTO-BUSCADO
          MOVE 'S' TO WS-ARN-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> Un estudiante que no esta en el maestro se deja pasar: el que lo
*> rechaza con su motivo es FACTURACION, como en RECARGOSMORA.
VerificarActivo.
    MOVE SPACE TO FD-Estado
    IF WS-ESTUDIANTES-ABIERTO = 'S'
       MOVE WS-ID-CARGO TO FD-EstudianteId
       READ ESTUDIANTES-FILE
          INVALID KEY MOVE SPACE TO FD-Estado
       END-READ
    END-IF.

*> El bloque H/D/T se abre con el primer cargo, asi una corrida
*> sin cargos no deja un bloque vacio en el feed. El encabezado
*> comparte el registro con el detalle, por eso el cargo se arma
*> recien despues de escribirlo.
EscribirCargo.
    IF WS-FEED-ABIERTO = 'N'
       PERFORM EscribirEncabezadoFeed
    END-IF
    MOVE 'D' TO MOV-Indicador
    MOVE WS-ID-CARGO TO MOV-EstudianteId
    MOVE WS-CONCEPTO-BUSCADO TO MOV-Concepto
    MOVE WS-MONTO-CARGO TO MOV-Monto
    MOVE WS-PERIODO TO MOV-Periodo
    MOVE 'C' TO MOV-Tipo
    WRITE MOVS-REGISTRO
    ADD 1 TO WS-MOVS-GENERADOS
    ADD MOV-Monto TO WS-MONTO-TOTAL.

EscribirEncabezadoFeed.
    OPEN EXTEND MOVS-FILE
    IF WS-ESTADO-MOVS NOT = "00"
       OPEN OUTPUT MOVS-FILE
       CLOSE MOVS-FILE
       OPEN EXTEND MOVS-FILE
    END-IF
    MOVE 'S' TO WS-FEED-ABIERTO
    CALL "SECUENCIAID" USING WS-FEED-SECUENCIA
    MOVE 'H' TO ENC-Indicador
    MOVE SPACES TO ENC-FeedId
    MOVE "CO" TO ENC-FeedId(1:2)
    MOVE WS-FEED-SECUENCIA TO ENC-FeedId(3:7)
    MOVE WS-FECHA-HOY TO ENC-Fecha
    WRITE MOVS-ENCABEZADO.

EscribirTrailerFeed.
    MOVE 'T' TO TRL-Indicador
    MOVE WS-MOVS-GENERADOS TO TRL-Conteo
    WRITE MOVS-TRAILER
    CLOSE MOVS-FILE.

AsentarPeriodoFacturado.
    OPEN EXTEND HECHOS-FILE
    IF WS-ESTADO-HECHOS NOT = "00"
       OPEN OUTPUT HECHOS-FILE
       CLOSE HECHOS-FILE
       OPEN EXTEND HECHOS-FILE
    END-IF
    MOVE WS-PERIODO TO HEC-Periodo
    WRITE HECHOS-REGISTRO
    CLOSE HECHOS-FILE.

*> Comidas servidas contra planes cobrados: que cubrio cada plan,
*> que se cobro a la carta y que quedo servido sin facturar.
EscribirConciliacion.
    OPEN OUTPUT CONCILIACION-FILE
    MOVE SPACES TO WS-LINEA
    STRING "CONCILIACION DE COMEDOR - PERIODO " WS-PERIODO
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarLinea
    MOVE SPACES TO WS-LINEA
    PERFORM GrabarLinea
    MOVE "PLANES" TO WS-LINEA
    PERFORM GrabarLinea
    MOVE "ESTUDIANTE PLAN        COMIDAS       IMPORTE   OBSERVACION"
       TO WS-LINEA
    PERFORM GrabarLinea
    PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
       UNTIL WS-PLN-SUB > WS-TOTAL-PLANES
       PERFORM EscribirLineaPlan
    END-PERFORM
    MOVE SPACES TO WS-LINEA
    PERFORM GrabarLinea
    MOVE "A LA CARTA" TO WS-LINEA
    PERFORM GrabarLinea
    MOVE "ESTUDIANTE CONCEPTO    COMIDAS       IMPORTE   OBSERVACION"
       TO WS-LINEA
    PERFORM GrabarLinea
    PERFORM VARYING WS-CRT-SUB FROM 1 BY 1
       UNTIL WS-CRT-SUB > WS-TOTAL-CARTA
       PERFORM EscribirLineaCarta
    END-PERFORM
    MOVE SPACES TO WS-LINEA
    PERFORM GrabarLinea
    MOVE WS-COMIDAS-LEIDAS TO WS-CANTIDAD-EDITADA
    MOVE SPACES TO WS-LINEA
    STRING "COMIDAS SERVIDAS EN EL PERIODO:    " WS-CANTIDAD-EDITADA
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarLinea
    MOVE WS-COMIDAS-PLAN TO WS-CANTIDAD-EDITADA
    MOVE SPACES TO WS-LINEA
    STRING "  CUBIERTAS POR PLAN:              " WS-CANTIDAD-EDITADA
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarLinea
    MOVE WS-COMIDAS-CARTA TO WS-CANTIDAD-EDITADA
    MOVE WS-MONTO-CARTA TO WS-MONTO-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING "  FACTURADAS A LA CARTA:           " WS-CANTIDAD-EDITADA
       "  " WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarLinea
    MOVE WS-COMIDAS-SIN-FACTURAR TO WS-CANTIDAD-EDITADA
    MOVE SPACES TO WS-LINEA
    STRING "  SERVIDAS SIN FACTURAR:           " WS-CANTIDAD-EDITADA
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarLinea
    MOVE WS-PLANES-FACTURADOS TO WS-CANTIDAD-EDITADA
    MOVE WS-MONTO-PLANES TO WS-MONTO-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING "PLANES FACTURADOS:                 " WS-CANTIDAD-EDITADA
       "  " WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarLinea
    MOVE WS-PLANES-SIN-CONSUMO TO WS-CANTIDAD-EDITADA
    MOVE SPACES TO WS-LINEA
    STRING "  PLANES SIN CONSUMO:              " WS-CANTIDAD-EDITADA
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarLinea
    MOVE WS-MONTO-TOTAL TO WS-MONTO-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING "TOTAL A FACTURACION-MOVS.DAT:              "
       WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarLinea
    CLOSE CONCILIACION-FILE.

EscribirLineaPlan.
    MOVE SPACES TO WS-LINEA
    MOVE PLN-ID(WS-PLN-SUB) TO WS-LINEA(1:8)
    MOVE PLN-PLAN(WS-PLN-SUB) TO WS-LINEA(12:8)
    MOVE PLN-COMIDAS(WS-PLN-SUB) TO WS-CANTIDAD-EDITADA
    MOVE WS-CANTIDAD-EDITADA TO WS-LINEA(24:6)
    EVALUATE PLN-RESULTADO(WS-PLN-SUB)
       WHEN 'F'
          MOVE PLN-MONTO(WS-PLN-SUB) TO WS-MONTO-EDITADO
          MOVE WS-MONTO-EDITADO TO WS-LINEA(31:14)
          IF PLN-COMIDAS(WS-PLN-SUB) = 0
             MOVE "SIN CONSUMO" TO WS-LINEA(47:11)
             ADD 1 TO WS-PLANES-SIN-CONSUMO
          END-IF
       WHEN 'A'
          MOVE "NO FACTURADO: SIN ARANCEL" TO WS-LINEA(47:25)
       WHEN 'I'
          MOVE "NO FACTURADO: INACTIVO" TO WS-LINEA(47:22)
    END-EVALUATE
    PERFORM GrabarLinea.

EscribirLineaCarta.
    MOVE SPACES TO WS-LINEA
    MOVE CRT-ID(WS-CRT-SUB) TO WS-LINEA(1:8)
    MOVE CRT-CONCEPTO(WS-CRT-SUB) TO WS-LINEA(12:8)
    MOVE CRT-CANTIDAD(WS-CRT-SUB) TO WS-CANTIDAD-EDITADA
    MOVE WS-CANTIDAD-EDITADA TO WS-LINEA(24:6)
    EVALUATE CRT-RESULTADO(WS-CRT-SUB)
       WHEN 'F'
          MOVE CRT-MONTO(WS-CRT-SUB) TO WS-MONTO-EDITADO
          MOVE WS-MONTO-EDITADO TO WS-LINEA(31:14)
       WHEN 'A'
          MOVE "NO FACTURADO: SIN ARANCEL" TO WS-LINEA(47:25)
       WHEN 'I'
          MOVE "NO FACTURADO: INACTIVO" TO WS-LINEA(47:22)
    END-EVALUATE
    PERFORM GrabarLinea.

GrabarLinea.
    MOVE WS-LINEA TO CONCILIACION-LINEA
    WRITE CONCILIACION-LINEA.
