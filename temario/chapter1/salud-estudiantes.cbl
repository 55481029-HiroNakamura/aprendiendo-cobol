IDENTIFICATION DIVISION.
PROGRAM-ID. SALUDESTUDIANTES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Las vacunas y el apto medico de cada estudiante se seguian en
*> una planilla aparte. Este programa mantiene
*> SALUD-ESTUDIANTES.DAT, la ficha de salud: una fila por
*> estudiante y requisito (codigo de REQUISITOS-SALUD.DAT, la tabla
*> de requisitos por edad que mantiene la enfermeria a mano, igual
*> que REQUISITOS-GRADO.DAT), con la fecha en que se cumplio y la
*> fecha de vencimiento (cero si no vence, como una vacuna de dosis
*> unica). Mismo esquema de cargar-aplicar-regrabar que AULAS, con
*> el feed SALUD-MOVS.DAT validado por VALIDARFEED: si el
*> estudiante ya tenia el requisito la fila lo reemplaza, si no lo
*> agrega, y una fila con la fecha de cumplimiento en cero lo
*> borra. El estudiante tiene que existir en el maestro y el
*> requisito en la tabla. El cruce contra los matriculados lo hace
*> CUMPLIMIENTOSALUD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SALUD-FILE ASSIGN TO "SALUD-ESTUDIANTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SALUD.
SELECT REQUISITOS-FILE ASSIGN TO "REQUISITOS-SALUD.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REQUISITOS.
SELECT MOVS-FILE ASSIGN TO "SALUD-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.

SELECT SALUD-TEMP ASSIGN TO "SALUD-ESTUDIANTES.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SALUD-TEMP.

DATA DIVISION.
FILE SECTION.
FD SALUD-FILE.
01 SALUD-REGISTRO.
   05 SAL-EstudianteId PIC 9(8).
   05 SAL-Item PIC X(10).
   05 SAL-FechaCumplido PIC 9(8).
   05 SAL-FechaVence PIC 9(8).

FD REQUISITOS-FILE.
01 REQUISITOS-REGISTRO.
   05 REQ-Item PIC X(10).
   05 REQ-EdadDesde PIC 9(2).
   05 REQ-EdadHasta PIC 9(2).
   05 REQ-Descripcion PIC X(30).

FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-EstudianteId PIC 9(8).
   05 MOV-Item PIC X(10).
   05 MOV-FechaCumplido PIC 9(8).
   05 MOV-FechaVence PIC 9(8).

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

FD SALUD-TEMP.
01 SALUD-TEMP-REGISTRO PIC X(34).

WORKING-STORAGE SECTION.
01 WS-ESTADO-SALUD PIC X(2).
01 WS-ESTADO-REQUISITOS PIC X(2).
01 WS-ESTADO-MOVS PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-EOF-SALUD PIC A(1) VALUE 'N'.
01 WS-EOF-REQUISITOS PIC A(1) VALUE 'N'.
01 WS-EOF-MOVS PIC A(1) VALUE 'N'.
01 WS-EST-HALLADO PIC A(1).

01 WS-TABLA-SALUD.
   05 WS-SALUD-FILA OCCURS 3000 TIMES.
      10 TSA-ID PIC 9(8).
      10 TSA-ITEM PIC X(10).
      10 TSA-CUMPLIDO PIC 9(8).
      10 TSA-VENCE PIC 9(8).
      10 TSA-ACTIVO PIC A(1).
01 WS-TOTAL-SALUD PIC 9(4) VALUE 0.
01 WS-SAL-SUB PIC 9(4).
01 WS-SAL-HALLADO PIC A(1).

01 WS-TABLA-REQUISITOS.
   05 WS-REQUISITO-CONOCIDO OCCURS 50 TIMES PIC X(10).
01 WS-TOTAL-REQUISITOS PIC 9(2) VALUE 0.
01 WS-REQ-SUB PIC 9(2).
01 WS-REQ-HALLADO PIC A(1).

01 WS-ALTAS PIC 9(4) VALUE 0.
01 WS-REEMPLAZOS PIC 9(4) VALUE 0.
01 WS-BAJAS PIC 9(4) VALUE 0.
01 WS-RECHAZOS PIC 9(4) VALUE 0.
*> El control de encabezado/trailer y doble posteo del feed,
*> compartido via VALIDARFEED.
01 WS-NOMBRE-FEED PIC X(30) VALUE "SALUD-MOVS.DAT".
01 WS-FEED-RESULTADO PIC X(1).
01 WS-ESTADO-SALUD-TEMP PIC X(2).
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.
01 WS-COMANDO-MV PIC X(80).
*> El cuadre de la corrida para BALANCE-DIARIO.DAT, via el
*> subprograma comun REGISTRARBALANCE.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS-BAL PIC 9(6).
01 WS-RECHAZOS-BAL PIC 9(6).
*> El RC de la corrida, a salvo del CALL a REGISTRARBALANCE.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "SALUDESTUDIANTES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    PERFORM VerificarTempPendiente
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    MOVE 0 TO RETURN-CODE
    PERFORM CargarRequisitos
    IF WS-TOTAL-REQUISITOS = 0
       DISPLAY "NO HAY REQUISITOS-SALUD.DAT CONTRA QUE VALIDAR"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES NOT = "00"
       DISPLAY "NO HAY ESTUDIANTES.DAT PARA VALIDAR LA FICHA"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarSalud
    PERFORM AplicarMovimientos
    PERFORM GrabarSalud
    CLOSE ESTUDIANTES-FILE
    DISPLAY "ALTAS: " WS-ALTAS "  REEMPLAZOS: " WS-REEMPLAZOS
       "  BAJAS: " WS-BAJAS "  RECHAZOS: " WS-RECHAZOS.
FinInicio.
PERFORM RegistrarBalanceDiario.
DISPLAY "JOB SALUDESTUDIANTES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Un .TMP que quedo de una corrida anterior es el sintoma de
*> una regrabacion que murio a mitad de camino: antes que pisar
*> esos restos, se frena y que alguien resuelva a mano, mismo
*> criterio que el lock de datos.dat en ARCHIVO1.
VerificarTempPendiente.
    OPEN INPUT SALUD-TEMP
    IF WS-ESTADO-SALUD-TEMP = "00"
       CLOSE SALUD-TEMP
       DISPLAY "HAY UN SALUD-ESTUDIANTES.DAT.TMP DE UNA CORRIDA "
          "ANTERIOR FALLADA, RESOLVER ANTES DE CORRER"
       MOVE 'S' TO WS-TEMP-PENDIENTE
    END-IF.

CargarRequisitos.
    OPEN INPUT REQUISITOS-FILE
    IF WS-ESTADO-REQUISITOS = "00"
       PERFORM UNTIL WS-EOF-REQUISITOS = 'Y'
          READ REQUISITOS-FILE
             AT END MOVE 'Y' TO WS-EOF-REQUISITOS
             NOT AT END
                IF WS-TOTAL-REQUISITOS < 50
                   ADD 1 TO WS-TOTAL-REQUISITOS
                   MOVE REQ-Item
                      TO WS-REQUISITO-CONOCIDO(WS-TOTAL-REQUISITOS)
                END-IF
          END-READ
       END-PERFORM
       CLOSE REQUISITOS-FILE
    END-IF.

*> La ficha vigente, si ya existe el archivo.
CargarSalud.
    OPEN INPUT SALUD-FILE
    IF WS-ESTADO-SALUD = "00"
       PERFORM UNTIL WS-EOF-SALUD = 'Y'
          READ SALUD-FILE
             AT END MOVE 'Y' TO WS-EOF-SALUD
             NOT AT END
                IF WS-TOTAL-SALUD < 3000
                   ADD 1 TO WS-TOTAL-SALUD
                   MOVE SAL-EstudianteId TO TSA-ID(WS-TOTAL-SALUD)
                   MOVE SAL-Item TO TSA-ITEM(WS-TOTAL-SALUD)
                   MOVE SAL-FechaCumplido
                      TO TSA-CUMPLIDO(WS-TOTAL-SALUD)
                   MOVE SAL-FechaVence TO TSA-VENCE(WS-TOTAL-SALUD)
                   MOVE 'S' TO TSA-ACTIVO(WS-TOTAL-SALUD)
                ELSE
                   DISPLAY "ATENCION: MAS DE 3000 FILAS DE SALUD, "
                      "SE PIERDE " SAL-EstudianteId " " SAL-Item
                END-IF
          END-READ
       END-PERFORM
       CLOSE SALUD-FILE
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
       DISPLAY "NO HAY SALUD-MOVS.DAT, NADA QUE APLICAR"
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
    PERFORM BuscarFilaSalud
    IF MOV-FechaCumplido NOT NUMERIC OR MOV-FechaCumplido = 0
       IF WS-SAL-HALLADO = 'S'
          MOVE 'N' TO TSA-ACTIVO(WS-SAL-SUB)
          ADD 1 TO WS-BAJAS
       ELSE
          ADD 1 TO WS-RECHAZOS
          DISPLAY "RECHAZADO: BAJA DE " MOV-Item " QUE "
             MOV-EstudianteId " NO TENIA CARGADO"
       END-IF
       EXIT PARAGRAPH
    END-IF
    MOVE MOV-EstudianteId TO FD-EstudianteId
    MOVE 'N' TO WS-EST-HALLADO
    READ ESTUDIANTES-FILE
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE 'S' TO WS-EST-HALLADO
    END-READ
    IF WS-EST-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: ESTUDIANTE " MOV-EstudianteId
          " NO EXISTE EN EL MAESTRO"
       EXIT PARAGRAPH
    END-IF
    PERFORM BuscarRequisito
    IF WS-REQ-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: REQUISITO " MOV-Item
          " NO ESTA EN REQUISITOS-SALUD.DAT"
       EXIT PARAGRAPH
    END-IF
    *> Un vencimiento anterior al cumplimiento es un error de carga.
    IF MOV-FechaVence NOT NUMERIC
       OR (MOV-FechaVence > 0
           AND MOV-FechaVence < MOV-FechaCumplido)
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: " MOV-EstudianteId " " MOV-Item
          " CON VENCIMIENTO INVALIDO"
       EXIT PARAGRAPH
    END-IF
    IF WS-SAL-HALLADO = 'S'
       MOVE MOV-FechaCumplido TO TSA-CUMPLIDO(WS-SAL-SUB)
       MOVE MOV-FechaVence TO TSA-VENCE(WS-SAL-SUB)
       ADD 1 TO WS-REEMPLAZOS
    ELSE
       IF WS-TOTAL-SALUD < 3000
          ADD 1 TO WS-TOTAL-SALUD
          MOVE MOV-EstudianteId TO TSA-ID(WS-TOTAL-SALUD)
          MOVE MOV-Item TO TSA-ITEM(WS-TOTAL-SALUD)
          MOVE MOV-FechaCumplido TO TSA-CUMPLIDO(WS-TOTAL-SALUD)
          MOVE MOV-FechaVence TO TSA-VENCE(WS-TOTAL-SALUD)
          MOVE 'S' TO TSA-ACTIVO(WS-TOTAL-SALUD)
          ADD 1 TO WS-ALTAS
       ELSE
          ADD 1 TO WS-RECHAZOS
          DISPLAY "RECHAZADO: FICHA DE SALUD LLENA (3000), "
             "NO ENTRA " MOV-EstudianteId " " MOV-Item
       END-IF
    END-IF.

BuscarFilaSalud.
    MOVE 'N' TO WS-SAL-HALLADO
    PERFORM VARYING WS-SAL-SUB FROM 1 BY 1
       UNTIL WS-SAL-SUB > WS-TOTAL-SALUD
       IF TSA-ID(WS-SAL-SUB) = MOV-EstudianteId
          AND TSA-ITEM(WS-SAL-SUB) = MOV-Item
          AND TSA-ACTIVO(WS-SAL-SUB) = 'S'
          MOVE 'S' TO WS-SAL-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

BuscarRequisito.
    MOVE 'N' TO WS-REQ-HALLADO
    PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
       UNTIL WS-REQ-SUB > WS-TOTAL-REQUISITOS
       IF WS-REQUISITO-CONOCIDO(WS-REQ-SUB) = MOV-Item
          MOVE 'S' TO WS-REQ-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> La ficha resultante pisa SALUD-ESTUDIANTES.DAT completa: solo
*> las filas que siguen activas despues de las bajas.
GrabarSalud.
    OPEN OUTPUT SALUD-TEMP
    PERFORM VARYING WS-SAL-SUB FROM 1 BY 1
       UNTIL WS-SAL-SUB > WS-TOTAL-SALUD
       IF TSA-ACTIVO(WS-SAL-SUB) = 'S'
          MOVE TSA-ID(WS-SAL-SUB) TO SAL-EstudianteId
          MOVE TSA-ITEM(WS-SAL-SUB) TO SAL-Item
          MOVE TSA-CUMPLIDO(WS-SAL-SUB) TO SAL-FechaCumplido
          MOVE TSA-VENCE(WS-SAL-SUB) TO SAL-FechaVence
          MOVE SALUD-REGISTRO TO SALUD-TEMP-REGISTRO
          WRITE SALUD-TEMP-REGISTRO
       END-IF
    END-PERFORM
    CLOSE SALUD-TEMP
    *> El archivo real recien se pisa con la version nueva
    *> completa, asi un corte a mitad de la regrabacion deja
    *> el maestro intacto y el .TMP como evidencia, mismo
    *> recurso que CONTACTOS-ARCHIVADOS.DAT.TMP en ARCHIVO1.
    MOVE SPACES TO WS-COMANDO-MV
    STRING "mv SALUD-ESTUDIANTES.DAT.TMP SALUD-ESTUDIANTES.DAT"
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
