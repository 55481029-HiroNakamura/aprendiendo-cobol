IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTEBECAS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Cuanta ayuda se otorgo y a quien. LIQUIDARMATRICULA genera las
*> becas como creditos A de concepto BECA-<clase>; este reporte
*> recorre FACTURACION.DAT y totaliza por periodo y por clase de
*> beca lo efectivamente posteado, con el total general al pie.
*> Despues cruza BECAS.DAT contra ESTUDIANTES.DAT y marca las becas
*> cuyo estudiante ya no esta activo (CAMPO-ESTADO 'B' de baja o
*> 'G' de graduado), para que tesoreria las cierre antes de la
*> proxima liquidacion. Si hay becas de estudiantes inactivos que
*> siguen vigentes, termina con RC=4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FACTURACION-FILE ASSIGN TO "FACTURACION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FACTURACION.
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
FD FACTURACION-FILE.
01 FACTURACION-REGISTRO.
   05 FAC-EstudianteId PIC 9(8).
   05 FAC-Periodo PIC 9(6).
   05 FAC-Tipo PIC A(1).
   05 FAC-Monto PIC 9(5)V99.
   05 FAC-Concepto PIC X(20).
   05 FAC-Fecha PIC 9(8).

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
01 WS-ESTADO-FACTURACION PIC X(2).
01 WS-ESTADO-BECAS PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-EOF-FACTURACION PIC A(1) VALUE 'N'.
01 WS-EOF-BECAS PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-PERIODO-ACTUAL PIC 9(6).

*> Total otorgado por periodo y clase de beca.
01 WS-TABLA-AYUDAS.
   05 WS-AYUDA-FILA OCCURS 200 TIMES.
      10 AYU-PERIODO PIC 9(6).
      10 AYU-CLASE PIC X(15).
      10 AYU-CANTIDAD PIC 9(4).
      10 AYU-MONTO PIC 9(9)V99.
01 WS-TOTAL-AYUDAS PIC 9(3) VALUE 0.
01 WS-AYU-SUB PIC 9(3).

01 WS-TOTAL-GENERAL PIC 9(9)V99 VALUE 0.
01 WS-MONTO-EDITADO PIC $$$,$$$,$$9.99.
01 WS-BECAS-LEIDAS PIC 9(4) VALUE 0.
01 WS-BECAS-INACTIVAS PIC 9(4) VALUE 0.
01 WS-INACTIVAS-VIGENTES PIC 9(4) VALUE 0.
01 WS-VIGENCIA PIC X(10).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTEBECAS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    COMPUTE WS-PERIODO-ACTUAL = WS-FECHA-HOY / 100
    PERFORM AcumularAyudas
    PERFORM ImprimirAyudas
    PERFORM VerificarBecasInactivas
    IF WS-INACTIVAS-VIGENTES > 0
       MOVE 4 TO RETURN-CODE
    END-IF.
DISPLAY "JOB REPORTEBECAS COMPLETE, RC=" RETURN-CODE.
STOP RUN.

AcumularAyudas.
    OPEN INPUT FACTURACION-FILE
    IF WS-ESTADO-FACTURACION NOT = "00"
       DISPLAY "NO HAY FACTURACION.DAT PARA TOTALIZAR BECAS"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-FACTURACION = 'Y'
       READ FACTURACION-FILE
          AT END MOVE 'Y' TO WS-EOF-FACTURACION
          NOT AT END
             IF FAC-Tipo = 'A' AND FAC-Concepto(1:5) = "BECA-"
                PERFORM AcumularUnaAyuda
             END-IF
       END-READ
    END-PERFORM
    CLOSE FACTURACION-FILE.

AcumularUnaAyuda.
    ADD FAC-Monto TO WS-TOTAL-GENERAL
    PERFORM VARYING WS-AYU-SUB FROM 1 BY 1
       UNTIL WS-AYU-SUB > WS-TOTAL-AYUDAS
       IF AYU-PERIODO(WS-AYU-SUB) = FAC-Periodo
          AND AYU-CLASE(WS-AYU-SUB) = FAC-Concepto(6:15)
          ADD 1 TO AYU-CANTIDAD(WS-AYU-SUB)
          ADD FAC-Monto TO AYU-MONTO(WS-AYU-SUB)
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-AYUDAS < 200
       ADD 1 TO WS-TOTAL-AYUDAS
       MOVE FAC-Periodo TO AYU-PERIODO(WS-TOTAL-AYUDAS)
       MOVE FAC-Concepto(6:15) TO AYU-CLASE(WS-TOTAL-AYUDAS)
       MOVE 1 TO AYU-CANTIDAD(WS-TOTAL-AYUDAS)
       MOVE FAC-Monto TO AYU-MONTO(WS-TOTAL-AYUDAS)
    ELSE
       DISPLAY "ATENCION: MAS DE 200 COMBINACIONES PERIODO/CLASE, "
          "SE PIERDE " FAC-Periodo " " FAC-Concepto
    END-IF.

*> La tabla sale en el orden en que aparecio cada combinacion en
*> el historico, que se escribe por EXTEND en orden de posteo.
ImprimirAyudas.
    DISPLAY " "
    DISPLAY "*** BECAS Y AYUDAS OTORGADAS POR PERIODO Y CLASE ***"
    IF WS-TOTAL-AYUDAS = 0
       DISPLAY "  (NO HAY BECAS POSTEADAS EN FACTURACION.DAT)"
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-AYU-SUB FROM 1 BY 1
       UNTIL WS-AYU-SUB > WS-TOTAL-AYUDAS
       MOVE AYU-MONTO(WS-AYU-SUB) TO WS-MONTO-EDITADO
       DISPLAY "PERIODO " AYU-PERIODO(WS-AYU-SUB)
          "  CLASE " AYU-CLASE(WS-AYU-SUB)
          "  BECAS " AYU-CANTIDAD(WS-AYU-SUB)
          "  TOTAL " WS-MONTO-EDITADO
    END-PERFORM
    DISPLAY "----------------------------------------"
    MOVE WS-TOTAL-GENERAL TO WS-MONTO-EDITADO
    DISPLAY "TOTAL GENERAL DE AYUDA: " WS-MONTO-EDITADO.

*> Beca de un estudiante de baja o graduado: se lista, y si todavia
*> esta vigente para el periodo en curso cuenta para el RC.
VerificarBecasInactivas.
    DISPLAY " "
    DISPLAY "*** BECAS DE ESTUDIANTES NO ACTIVOS ***"
    OPEN INPUT BECAS-FILE
    IF WS-ESTADO-BECAS NOT = "00"
       DISPLAY "  (NO HAY BECAS.DAT)"
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES NOT = "00"
       DISPLAY "ATENCION: SIN " WS-ESTUDIANTES-PATH
          ", NO SE PUEDE VERIFICAR EL ESTADO DE LOS BECADOS"
       CLOSE BECAS-FILE
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-BECAS = 'Y'
       READ BECAS-FILE
          AT END MOVE 'Y' TO WS-EOF-BECAS
          NOT AT END
             ADD 1 TO WS-BECAS-LEIDAS
             PERFORM VerificarUnaBeca
       END-READ
    END-PERFORM
    CLOSE ESTUDIANTES-FILE
    CLOSE BECAS-FILE
    DISPLAY "BECAS LEIDAS: " WS-BECAS-LEIDAS
       "  DE INACTIVOS: " WS-BECAS-INACTIVAS
       "  TODAVIA VIGENTES: " WS-INACTIVAS-VIGENTES.

VerificarUnaBeca.
    MOVE BEC-EstudianteId TO FD-EstudianteId
    READ ESTUDIANTES-FILE
       INVALID KEY
          DISPLAY "  BECA DE " BEC-EstudianteId " CLASE " BEC-Clase
             " - ESTUDIANTE INEXISTENTE EN EL MAESTRO"
          EXIT PARAGRAPH
    END-READ
    IF FD-Estado NOT = 'B' AND FD-Estado NOT = 'G'
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-BECAS-INACTIVAS
    IF BEC-Hasta = 0 OR BEC-Hasta >= WS-PERIODO-ACTUAL
       ADD 1 TO WS-INACTIVAS-VIGENTES
       MOVE "VIGENTE" TO WS-VIGENCIA
    ELSE
       MOVE "VENCIDA" TO WS-VIGENCIA
    END-IF
    DISPLAY "  " BEC-EstudianteId " " FD-Nombre " ESTADO " FD-Estado
       "  CLASE " BEC-Clase "  HASTA " BEC-Hasta "  " WS-VIGENCIA.
