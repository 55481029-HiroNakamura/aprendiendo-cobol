*> estudiante, con
*> el porcentaje de DESCUENTO-HERMANOS.CTL (10 por ciento si no
*> hay control), asi la factura muestra el descuento explicito.
*> Las becas y ayudas tambien salen de aca y no como un credito
*> manual posterior: BECAS.DAT trae por estudiante la clase de
*> beca, si es porcentaje o monto fijo, los conceptos que cubre
*> (todos si no lista ninguno) y los periodos desde/hasta de
*> vigencia; por cada beca vigente en el periodo se genera en el
*> mismo bloque del feed un credito A de concepto BECA-<clase> sobre
*> lo liquidado en los conceptos cubiertos, sin pasar nunca lo que
*> queda despues del descuento por hermanos.
*> La cuota de nivel: si ARANCELES.DAT tiene un codigo NIVELnn
*> para el nivel que el estudiante cursa segun FD-Nivel del
*> maestro (el que PROMOCIONANUAL avanza a fin de anio), cada
*> estudiante liquidado en el periodo lleva ademas un cargo C de
*> concepto NIVELnn, que entra en el descuento por hermanos y en
*> las becas como cualquier otro concepto. Sin ese codigo en el
*> arancelario no se cobra cuota de nivel.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT DESCUENTO-CTL ASSIGN TO "DESCUENTO-HERMANOS.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DESCUENTO.
SELECT BECAS-FILE ASSIGN TO "BECAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-BECAS.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.

DATA DIVISION.
FILE SECTION.
01 DESCUENTO-CTL-REGISTRO.
   05 CTL-Porcentaje PIC 9(2).

*> BEC-Modo 'P' aplica BEC-Porcentaje, 'F' aplica BEC-Monto fijo.
*> BEC-Hasta en cero es una beca sin vencimiento.
FD BECAS-FILE.
01 BECAS-REGISTRO.
   05 BEC-EstudianteId PIC 9(8).
   05 BEC-Clase PIC X(10).
   05 BEC-Modo PIC X(1).
   05 BEC-Porcentaje PIC 9(3).
   05 BEC-Monto PIC 9(5)V99.
   05 BEC-Desde PIC 9(6).
   05 BEC-Hasta PIC 9(6).
   05 BEC-Conceptos.
      10 BEC-Concepto PIC X(8) OCCURS 5 TIMES.

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
01 WS-ESTADO-MATRICULA PIC X(2).
01 WS-ESTADO-ARANCELES PIC X(2).
01 WS-ESTADO-GUARDIAN PIC X(2).
01 WS-ESTADO-HOGAR PIC X(2).
01 WS-ESTADO-DESCUENTO PIC X(2).
01 WS-ESTADO-BECAS PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-EOF-BECAS PIC A(1) VALUE 'N'.
01 WS-EOF-HOGAR PIC A(1) VALUE 'N'.
01 WS-GUARDIANES-PATH PIC X(50) VALUE "guardianes.dat".
01 WS-HOGARES-PATH PIC X(50) VALUE "hogares.dat".
      10 LIQ-ID PIC 9(8).
      10 LIQ-TOTAL PIC 9(7)V99.
      10 LIQ-HOGAR PIC 9(5).
      10 LIQ-DESCUENTO PIC 9(7)V99.
      10 LIQ-BECADO PIC 9(7)V99.
01 WS-TOTAL-LIQUIDADOS PIC 9(3) VALUE 0.
01 WS-LIQ-SUB PIC 9(3).
01 WS-LIQ-OTRO PIC 9(3).
01 WS-DESCUENTO PIC 9(5)V99.
01 WS-DESCUENTOS-GENERADOS PIC 9(3) VALUE 0.

*> Cada cargo generado con su concepto, para saber que parte de lo
*> liquidado cubre cada beca.
01 WS-TABLA-CARGOS.
   05 WS-CARGO-FILA OCCURS 500 TIMES.
      10 CGO-ID PIC 9(8).
      10 CGO-CONCEPTO PIC X(8).
      10 CGO-MONTO PIC 9(5)V99.
01 WS-TOTAL-CARGOS PIC 9(3) VALUE 0.
01 WS-CGO-SUB PIC 9(3).
01 WS-BEC-SUB PIC 9(1).
01 WS-BECA-CUBRE-TODO PIC A(1).
01 WS-BASE-BECA PIC 9(7)V99.
01 WS-DISPONIBLE-BECA PIC 9(7)V99.
01 WS-BECA PIC 9(7)V99.
01 WS-BECAS-GENERADAS PIC 9(3) VALUE 0.
01 WS-BECAS-MONTO PIC 9(7)V99 VALUE 0.

01 WS-CODIGO-NIVEL PIC X(8).
01 WS-CUOTAS-NIVEL PIC 9(3) VALUE 0.

01 WS-CARGOS-GENERADOS PIC 9(4) VALUE 0.
01 WS-SIN-ARANCEL PIC 9(4) VALUE 0.
01 WS-FECHA-HOY PIC 9(8).
          ELSE
             PERFORM GenerarCargos
             IF WS-CARGOS-GENERADOS > 0
                PERFORM GenerarCuotasNivel
                PERFORM LeerPorcentajeDescuento
                PERFORM CargarHogares
                PERFORM ResolverHogares
                PERFORM GenerarDescuentosHermanos
                PERFORM GenerarBecas
                PERFORM AsentarPeriodoLiquidado
             END-IF
             IF WS-FEED-ABIERTO = 'S'
                " POR " WS-MONTO-EDITADO
                "  SIN ARANCEL: " WS-SIN-ARANCEL
                "  DESCUENTOS HERMANOS: " WS-DESCUENTOS-GENERADOS
                "  CUOTAS DE NIVEL: " WS-CUOTAS-NIVEL
             MOVE WS-BECAS-MONTO TO WS-MONTO-EDITADO
             DISPLAY "BECAS GENERADAS: " WS-BECAS-GENERADAS
                " POR " WS-MONTO-EDITADO
          END-IF
       END-IF
    END-IF.
    MOVE 'T' TO TRL-Indicador
    COMPUTE TRL-Conteo =
       WS-CARGOS-GENERADOS + WS-DESCUENTOS-GENERADOS
       + WS-BECAS-GENERADAS
    WRITE MOVS-TRAILER
    CLOSE MOVS-FILE.

       ADD 1 TO WS-CARGOS-GENERADOS
       ADD ARN-MONTO(WS-ARN-SUB) TO WS-MONTO-TOTAL
       PERFORM AcumularLiquidado
       PERFORM GuardarCargoLiquidado
    END-IF.

GuardarCargoLiquidado.
    IF WS-TOTAL-CARGOS < 500
       ADD 1 TO WS-TOTAL-CARGOS
       MOVE MAT-EstudianteId TO CGO-ID(WS-TOTAL-CARGOS)
       MOVE MAT-Curso TO CGO-CONCEPTO(WS-TOTAL-CARGOS)
       MOVE ARN-MONTO(WS-ARN-SUB) TO CGO-MONTO(WS-TOTAL-CARGOS)
    ELSE
       DISPLAY "ATENCION: MAS DE 500 CARGOS, EL CURSO " MAT-Curso
          " DE " MAT-EstudianteId " NO ENTRA EN LAS BECAS"
    END-IF.

AcumularLiquidado.
       MOVE MAT-EstudianteId TO LIQ-ID(WS-TOTAL-LIQUIDADOS)
       MOVE ARN-MONTO(WS-ARN-SUB) TO LIQ-TOTAL(WS-TOTAL-LIQUIDADOS)
       MOVE 0 TO LIQ-HOGAR(WS-TOTAL-LIQUIDADOS)
       MOVE 0 TO LIQ-DESCUENTO(WS-TOTAL-LIQUIDADOS)
       MOVE 0 TO LIQ-BECADO(WS-TOTAL-LIQUIDADOS)
    END-IF.

*> Una cuota NIVELnn por estudiante liquidado, antes de los
*> descuentos y becas para que ambos la alcancen.
GenerarCuotasNivel.
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES NOT = "00"
       DISPLAY "ATENCION: SIN ESTUDIANTES.DAT, NO SE LIQUIDAN "
          "CUOTAS DE NIVEL"
       EXIT PARAGRAPH
    END-IF
    OPEN EXTEND MOVS-FILE
    PERFORM VARYING WS-LIQ-SUB FROM 1 BY 1
       UNTIL WS-LIQ-SUB > WS-TOTAL-LIQUIDADOS
       MOVE LIQ-ID(WS-LIQ-SUB) TO FD-EstudianteId
       READ ESTUDIANTES-FILE
          INVALID KEY CONTINUE
          NOT INVALID KEY
             IF FD-Nivel IS NUMERIC AND FD-Nivel > 0
                PERFORM GenerarUnaCuotaNivel
             END-IF
       END-READ
    END-PERFORM
    CLOSE MOVS-FILE
    CLOSE ESTUDIANTES-FILE.

GenerarUnaCuotaNivel.
    MOVE SPACES TO WS-CODIGO-NIVEL
    STRING "NIVEL" FD-Nivel DELIMITED BY SIZE INTO WS-CODIGO-NIVEL
    MOVE 'N' TO WS-ARN-HALLADO
    PERFORM VARYING WS-ARN-SUB FROM 1 BY 1
       UNTIL WS-ARN-SUB > WS-TOTAL-ARANCELES
       IF ARN-CODIGO(WS-ARN-SUB) = WS-CODIGO-NIVEL
          MOVE 'S' TO WS-ARN-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-ARN-HALLADO = 'N'
       EXIT PARAGRAPH
    END-IF
    MOVE 'D' TO MOV-Indicador
    MOVE LIQ-ID(WS-LIQ-SUB) TO MOV-EstudianteId
    MOVE WS-PERIODO TO MOV-Periodo
    MOVE 'C' TO MOV-Tipo
    MOVE ARN-MONTO(WS-ARN-SUB) TO MOV-Monto
    MOVE WS-CODIGO-NIVEL TO MOV-Concepto
    WRITE MOVS-REGISTRO
    ADD 1 TO WS-CARGOS-GENERADOS
    ADD 1 TO WS-CUOTAS-NIVEL
    ADD ARN-MONTO(WS-ARN-SUB) TO WS-MONTO-TOTAL
    ADD ARN-MONTO(WS-ARN-SUB) TO LIQ-TOTAL(WS-LIQ-SUB)
    IF WS-TOTAL-CARGOS < 500
       ADD 1 TO WS-TOTAL-CARGOS
       MOVE LIQ-ID(WS-LIQ-SUB) TO CGO-ID(WS-TOTAL-CARGOS)
       MOVE WS-CODIGO-NIVEL TO CGO-CONCEPTO(WS-TOTAL-CARGOS)
       MOVE ARN-MONTO(WS-ARN-SUB) TO CGO-MONTO(WS-TOTAL-CARGOS)
    END-IF.

LeerPorcentajeDescuento.
             MOVE "DESC-HERMANOS" TO MOV-Concepto
             WRITE MOVS-REGISTRO
             ADD 1 TO WS-DESCUENTOS-GENERADOS
             MOVE WS-DESCUENTO TO LIQ-DESCUENTO(WS-LIQ-SUB)
          END-IF
       END-IF
    END-PERFORM
    MOVE WS-PERIODO TO HEC-Periodo
    WRITE HECHAS-REGISTRO
    CLOSE HECHAS-FILE.

*> Una beca vigente en el periodo genera un credito A sobre lo
*> liquidado al estudiante en los conceptos que cubre, tope lo que
*> le queda despues del descuento por hermanos y de otras becas.
GenerarBecas.
    OPEN INPUT BECAS-FILE
    IF WS-ESTADO-BECAS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    OPEN EXTEND MOVS-FILE
    PERFORM UNTIL WS-EOF-BECAS = 'Y'
       READ BECAS-FILE
          AT END MOVE 'Y' TO WS-EOF-BECAS
          NOT AT END
             IF BEC-Desde <= WS-PERIODO
                AND (BEC-Hasta = 0 OR BEC-Hasta >= WS-PERIODO)
                PERFORM GenerarUnaBeca
             END-IF
       END-READ
    END-PERFORM
    CLOSE MOVS-FILE
    CLOSE BECAS-FILE.

GenerarUnaBeca.
    PERFORM VARYING WS-LIQ-SUB FROM 1 BY 1
       UNTIL WS-LIQ-SUB > WS-TOTAL-LIQUIDADOS
       IF LIQ-ID(WS-LIQ-SUB) = BEC-EstudianteId
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-LIQ-SUB > WS-TOTAL-LIQUIDADOS
       EXIT PARAGRAPH
    END-IF
    PERFORM CalcularBaseBeca
    EVALUATE BEC-Modo
       WHEN 'P'
          COMPUTE WS-BECA ROUNDED =
             WS-BASE-BECA * BEC-Porcentaje / 100
       WHEN 'F'
          MOVE BEC-Monto TO WS-BECA
       WHEN OTHER
          DISPLAY "ATENCION: BECA DE " BEC-EstudianteId
             " CON MODO " BEC-Modo " INVALIDO, SE ESPERA P O F"
          EXIT PARAGRAPH
    END-EVALUATE
    IF WS-BECA > WS-BASE-BECA
       MOVE WS-BASE-BECA TO WS-BECA
    END-IF
    COMPUTE WS-DISPONIBLE-BECA = LIQ-TOTAL(WS-LIQ-SUB)
       - LIQ-DESCUENTO(WS-LIQ-SUB) - LIQ-BECADO(WS-LIQ-SUB)
    IF WS-BECA > WS-DISPONIBLE-BECA
       MOVE WS-DISPONIBLE-BECA TO WS-BECA
    END-IF
    IF WS-BECA = 0
       EXIT PARAGRAPH
    END-IF
    MOVE 'D' TO MOV-Indicador
    MOVE BEC-EstudianteId TO MOV-EstudianteId
    MOVE WS-PERIODO TO MOV-Periodo
    MOVE 'A' TO MOV-Tipo
    MOVE WS-BECA TO MOV-Monto
    MOVE SPACES TO MOV-Concepto
    STRING "BECA-" BEC-Clase DELIMITED BY SIZE INTO MOV-Concepto
    WRITE MOVS-REGISTRO
    ADD 1 TO WS-BECAS-GENERADAS
    ADD WS-BECA TO WS-BECAS-MONTO
    ADD WS-BECA TO LIQ-BECADO(WS-LIQ-SUB).

*> Sin conceptos listados la beca cubre todo lo liquidado; con
*> conceptos, solo los cargos de esos cursos.
CalcularBaseBeca.
    MOVE 0 TO WS-BASE-BECA
    IF BEC-Conceptos = SPACES
       MOVE 'S' TO WS-BECA-CUBRE-TODO
    ELSE
       MOVE 'N' TO WS-BECA-CUBRE-TODO
    END-IF
    PERFORM VARYING WS-CGO-SUB FROM 1 BY 1
       UNTIL WS-CGO-SUB > WS-TOTAL-CARGOS
       IF CGO-ID(WS-CGO-SUB) = BEC-EstudianteId
          IF WS-BECA-CUBRE-TODO = 'S'
             ADD CGO-MONTO(WS-CGO-SUB) TO WS-BASE-BECA
          ELSE
             PERFORM VARYING WS-BEC-SUB FROM 1 BY 1
                UNTIL WS-BEC-SUB > 5
                IF BEC-Concepto(WS-BEC-SUB) NOT = SPACES
                   AND BEC-Concepto(WS-BEC-SUB)
                      = CGO-CONCEPTO(WS-CGO-SUB)
                   ADD CGO-MONTO(WS-CGO-SUB) TO WS-BASE-BECA
                   MOVE 5 TO WS-BEC-SUB
                END-IF
             END-PERFORM
          END-IF
       END-IF
    END-PERFORM.
