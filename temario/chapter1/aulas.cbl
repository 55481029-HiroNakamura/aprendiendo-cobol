IDENTIFICATION DIVISION.
PROGRAM-ID. AULAS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> SECCIONES.DAT decia cuando se dicta cada curso pero no donde, y
*> dos secciones en la misma aula a la misma hora solo se
*> descubrian el primer dia de clase. Este programa mantiene
*> AULAS.DAT, el maestro de aulas de la escuela (codigo de aula,
*> edificio, capacidad de asientos y tipo: AULA, LABORATORIO,
*> GIMNASIO...), con su propio feed AULAS-MOVS.DAT: si el aula ya
*> estaba la fila la reemplaza, si no la agrega, y una fila con el
*> edificio en blanco la da de baja. Mismo esquema de
*> cargar-aplicar-regrabar que CURSOS; el cruce contra las
*> secciones lo hace VALIDARAULAS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT AULAS-FILE ASSIGN TO "AULAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-AULAS.
SELECT MOVS-FILE ASSIGN TO "AULAS-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.

SELECT AULAS-TEMP ASSIGN TO "AULAS.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-AULAS-TEMP.

DATA DIVISION.
FILE SECTION.
FD AULAS-FILE.
01 AULAS-REGISTRO.
   05 AUL-Aula PIC X(6).
   05 AUL-Edificio PIC X(20).
   05 AUL-Capacidad PIC 9(3).
   05 AUL-Tipo PIC X(12).

FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-Aula PIC X(6).
   05 MOV-Edificio PIC X(20).
   05 MOV-Capacidad PIC 9(3).
   05 MOV-Tipo PIC X(12).

FD AULAS-TEMP.
01 AULAS-TEMP-REGISTRO PIC X(41).

WORKING-STORAGE SECTION.
01 WS-ESTADO-AULAS PIC X(2).
01 WS-ESTADO-MOVS PIC X(2).
01 WS-EOF-AULAS PIC A(1) VALUE 'N'.
01 WS-EOF-MOVS PIC A(1) VALUE 'N'.

01 WS-TABLA-AULAS.
   05 WS-AULA-FILA OCCURS 100 TIMES.
      10 TAU-AULA PIC X(6).
      10 TAU-EDIFICIO PIC X(20).
      10 TAU-CAPACIDAD PIC 9(3).
      10 TAU-TIPO PIC X(12).
      10 TAU-ACTIVO PIC A(1).
01 WS-TOTAL-AULAS PIC 9(3) VALUE 0.
01 WS-AUL-SUB PIC 9(3).
01 WS-AUL-HALLADO PIC A(1).

01 WS-ALTAS PIC 9(3) VALUE 0.
01 WS-REEMPLAZOS PIC 9(3) VALUE 0.
01 WS-BAJAS PIC 9(3) VALUE 0.
01 WS-RECHAZOS PIC 9(3) VALUE 0.
*> El control de encabezado/trailer y doble posteo del feed,
*> compartido via VALIDARFEED.
01 WS-NOMBRE-FEED PIC X(30) VALUE "AULAS-MOVS.DAT".
01 WS-FEED-RESULTADO PIC X(1).
01 WS-ESTADO-AULAS-TEMP PIC X(2).
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.
01 WS-COMANDO-MV PIC X(80).
*> El cuadre de la corrida para BALANCE-DIARIO.DAT, via el
*> subprograma comun REGISTRARBALANCE.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS-BAL PIC 9(6).
01 WS-RECHAZOS-BAL PIC 9(6).
*> El RC de la corrida, a salvo del CALL a REGISTRARBALANCE.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "AULAS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    PERFORM VerificarTempPendiente
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    MOVE 0 TO RETURN-CODE
    PERFORM CargarAulas
    PERFORM AplicarMovimientos
    PERFORM GrabarAulas
    DISPLAY "ALTAS: " WS-ALTAS "  REEMPLAZOS: " WS-REEMPLAZOS
       "  BAJAS: " WS-BAJAS "  RECHAZOS: " WS-RECHAZOS.
FinInicio.
PERFORM RegistrarBalanceDiario.
DISPLAY "JOB AULAS COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Un .TMP que quedo de una corrida anterior es el sintoma de
*> una regrabacion que murio a mitad de camino: antes que pisar
*> esos restos, se frena y que alguien resuelva a mano, mismo
*> criterio que el lock de datos.dat en ARCHIVO1.
VerificarTempPendiente.
    OPEN INPUT AULAS-TEMP
    IF WS-ESTADO-AULAS-TEMP = "00"
       CLOSE AULAS-TEMP
       DISPLAY "HAY UN AULAS.DAT.TMP DE UNA CORRIDA "
          "ANTERIOR FALLADA, RESOLVER ANTES DE CORRER"
       MOVE 'S' TO WS-TEMP-PENDIENTE
    END-IF.

*> El maestro vigente, si ya existe el archivo.
CargarAulas.
    OPEN INPUT AULAS-FILE
    IF WS-ESTADO-AULAS = "00"
       PERFORM UNTIL WS-EOF-AULAS = 'Y'
          READ AULAS-FILE
             AT END MOVE 'Y' TO WS-EOF-AULAS
             NOT AT END
                IF WS-TOTAL-AULAS < 100
                   ADD 1 TO WS-TOTAL-AULAS
                   MOVE AUL-Aula TO TAU-AULA(WS-TOTAL-AULAS)
                   MOVE AUL-Edificio TO TAU-EDIFICIO(WS-TOTAL-AULAS)
                   MOVE AUL-Capacidad
                      TO TAU-CAPACIDAD(WS-TOTAL-AULAS)
                   MOVE AUL-Tipo TO TAU-TIPO(WS-TOTAL-AULAS)
                   MOVE 'S' TO TAU-ACTIVO(WS-TOTAL-AULAS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 100 AULAS, "
                      "SE PIERDE " AUL-Aula
                END-IF
          END-READ
       END-PERFORM
       CLOSE AULAS-FILE
    END-IF.

AplicarMovimientos.
    CALL "VALIDARFEED" USING "VALIDAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO
    IF WS-FEED-RESULTADO = 'N'
       DISPLAY "FEED " WS-NOMBRE-FEED " RECHAZADO POR "
          "ENCABEZADO/TRAILER O DOBLE POSTEO, NO SE POSTEA NADA"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT MOVS-FILE
    IF WS-ESTADO-MOVS NOT = "00"
       DISPLAY "NO HAY AULAS-MOVS.DAT, NADA QUE APLICAR"
    ELSE
       PERFORM UNTIL WS-EOF-MOVS = 'Y'
          READ MOVS-FILE
             AT END MOVE 'Y' TO WS-EOF-MOVS
             NOT AT END
                IF MOV-Indicador = 'D'
                   PERFORM AplicarUnMovimiento
                END-IF
          END-READ
       END-PERFORM
       CLOSE MOVS-FILE
       CALL "VALIDARFEED" USING "ASENTAR " WS-NOMBRE-FEED
          WS-FEED-RESULTADO
    END-IF.

AplicarUnMovimiento.
    ADD 1 TO WS-LEIDOS
    IF MOV-Aula = SPACES
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: MOVIMIENTO SIN CODIGO DE AULA"
    ELSE
       PERFORM BuscarAula
       IF MOV-Edificio = SPACES
          IF WS-AUL-HALLADO = 'S'
             MOVE 'N' TO TAU-ACTIVO(WS-AUL-SUB)
             ADD 1 TO WS-BAJAS
          ELSE
             ADD 1 TO WS-RECHAZOS
             DISPLAY "RECHAZADO: BAJA DE AULA INEXISTENTE "
                MOV-Aula
          END-IF
       ELSE
          *> Sin capacidad cierta no hay contra que medir el cupo
          *> de los cursos que se dictan en el aula.
          IF MOV-Capacidad NOT NUMERIC OR MOV-Capacidad = 0
             ADD 1 TO WS-RECHAZOS
             DISPLAY "RECHAZADO: AULA " MOV-Aula
                " SIN CAPACIDAD DE ASIENTOS VALIDA"
             EXIT PARAGRAPH
          END-IF
          IF WS-AUL-HALLADO = 'S'
             MOVE MOV-Edificio TO TAU-EDIFICIO(WS-AUL-SUB)
             MOVE MOV-Capacidad TO TAU-CAPACIDAD(WS-AUL-SUB)
             MOVE MOV-Tipo TO TAU-TIPO(WS-AUL-SUB)
             ADD 1 TO WS-REEMPLAZOS
          ELSE
             PERFORM AgregarAula
          END-IF
       END-IF
    END-IF.

BuscarAula.
    MOVE 'N' TO WS-AUL-HALLADO
    PERFORM VARYING WS-AUL-SUB FROM 1 BY 1
       UNTIL WS-AUL-SUB > WS-TOTAL-AULAS
       IF TAU-AULA(WS-AUL-SUB) = MOV-Aula
          AND TAU-ACTIVO(WS-AUL-SUB) = 'S'
          MOVE 'S' TO WS-AUL-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

AgregarAula.
    IF WS-TOTAL-AULAS < 100
       ADD 1 TO WS-TOTAL-AULAS
       MOVE MOV-Aula TO TAU-AULA(WS-TOTAL-AULAS)
       MOVE MOV-Edificio TO TAU-EDIFICIO(WS-TOTAL-AULAS)
       MOVE MOV-Capacidad TO TAU-CAPACIDAD(WS-TOTAL-AULAS)
       MOVE MOV-Tipo TO TAU-TIPO(WS-TOTAL-AULAS)
       MOVE 'S' TO TAU-ACTIVO(WS-TOTAL-AULAS)
       ADD 1 TO WS-ALTAS
    ELSE
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: TABLA DE AULAS LLENA (100), "
          "NO ENTRA " MOV-Aula
    END-IF.

*> El maestro resultante pisa AULAS.DAT completo: solo las aulas
*> que siguen activas despues de las bajas.
GrabarAulas.
    OPEN OUTPUT AULAS-TEMP
    PERFORM VARYING WS-AUL-SUB FROM 1 BY 1
       UNTIL WS-AUL-SUB > WS-TOTAL-AULAS
       IF TAU-ACTIVO(WS-AUL-SUB) = 'S'
          MOVE TAU-AULA(WS-AUL-SUB) TO AUL-Aula
          MOVE TAU-EDIFICIO(WS-AUL-SUB) TO AUL-Edificio
          MOVE TAU-CAPACIDAD(WS-AUL-SUB) TO AUL-Capacidad
          MOVE TAU-TIPO(WS-AUL-SUB) TO AUL-Tipo
          MOVE AULAS-REGISTRO TO AULAS-TEMP-REGISTRO
          WRITE AULAS-TEMP-REGISTRO
       END-IF
    END-PERFORM
    CLOSE AULAS-TEMP
    *> El archivo real recien se pisa con la version nueva
    *> completa, asi un corte a mitad de la regrabacion deja
    *> el maestro intacto y el .TMP como evidencia, mismo
    *> recurso que CONTACTOS-ARCHIVADOS.DAT.TMP en ARCHIVO1.
    MOVE SPACES TO WS-COMANDO-MV
    STRING "mv AULAS.DAT.TMP AULAS.DAT"
       DELIMITED BY SIZE INTO WS-COMANDO-MV
    CALL "SYSTEM" USING WS-COMANDO-MV.

*> El registro de cuadre de la corrida: lo leido del feed tiene
*> que ser lo posteado mas lo rechazado, y REPORTEBALANCE lo
*> verifica a fin de dia.
RegistrarBalanceDiario.
    COMPUTE WS-POSTEADOS-BAL = WS-ALTAS + WS-REEMPLAZOS + WS-BAJAS
    MOVE WS-RECHAZOS TO WS-RECHAZOS-BAL
    MOVE RETURN-CODE TO WS-RC-CORRIDA
    CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL
       WS-LEIDOS WS-POSTEADOS-BAL WS-RECHAZOS-BAL
    MOVE WS-RC-CORRIDA TO RETURN-CODE.
