IDENTIFICATION DIVISION.
PROGRAM-ID. INCIDENTES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Los incidentes de conducta vivian en una carpeta de papel, y
*> cuando llamaba un padre CONSULTAESTUDIANTE mostraba notas,
*> asistencia y saldo pero nada de la conducta. Este programa
*> mantiene INCIDENTES.DAT, una fila por incidente con clave
*> EstudianteId + fecha + secuencia del dia (para dos incidentes
*> del mismo estudiante el mismo dia): tipo de incidente, gravedad
*> (1 leve, 2 moderada, 3 grave), el docente que lo reporto (un
*> DOC-DocenteId de DOCENTES.DAT), la accion tomada y el estado de
*> seguimiento (A abierto, S en seguimiento, C cerrado). Mismo
*> esquema de cargar-aplicar-regrabar que AULAS, con el feed
*> INCIDENTES-MOVS.DAT validado por VALIDARFEED: ALTA registra un
*> incidente nuevo (estudiante del maestro, docente existente,
*> gravedad 1-3), SEGU actualiza la accion y el seguimiento de uno
*> ya cargado y BAJA borra una carga erronea. Cada ALTA grave deja
*> una carta por guardian del estudiante (guardianes.dat cruzado
*> con datos.dat, igual que AVISOSMORA) en AVISOS-CONDUCTA.TXT; el
*> estudiante grave sin guardian sale por consola con RC=4.
*> Los abiertos y los reincidentes los lista REPORTEINCIDENTES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-INCIDENTES.
SELECT MOVS-FILE ASSIGN TO "INCIDENTES-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MOVS.
SELECT DOCENTES-FILE ASSIGN TO "DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DOCENTES.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT CONTACTO ASSIGN DYNAMIC WS-DATOS-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS CONTACTO-ID
   FILE STATUS IS WS-ESTADO-CONTACTO.
SELECT GUARDIAN ASSIGN DYNAMIC WS-GUARDIANES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS GUARDIAN-EST-ID
   FILE STATUS IS WS-ESTADO-GUARDIAN.
SELECT AVISOS-FILE ASSIGN TO "AVISOS-CONDUCTA.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-AVISOS.

SELECT INCIDENTES-TEMP ASSIGN TO "INCIDENTES.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-INCIDENTES-TEMP.

DATA DIVISION.
FILE SECTION.
FD INCIDENTES-FILE.
01 INCIDENTES-REGISTRO.
   05 INC-EstudianteId PIC 9(8).
   05 INC-Fecha PIC 9(8).
   05 INC-Secuencia PIC 9(2).
   05 INC-Tipo PIC X(12).
   05 INC-Gravedad PIC 9(1).
   05 INC-DocenteId PIC 9(5).
   05 INC-Accion PIC X(30).
   05 INC-Seguimiento PIC A(1).

FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-TIPO PIC X(4).
   05 MOV-EstudianteId PIC 9(8).
   05 MOV-Fecha PIC 9(8).
   05 MOV-Secuencia PIC 9(2).
   05 MOV-TipoIncidente PIC X(12).
   05 MOV-Gravedad PIC 9(1).
   05 MOV-DocenteId PIC 9(5).
   05 MOV-Accion PIC X(30).
   05 MOV-Seguimiento PIC A(1).

FD DOCENTES-FILE.
01 DOCENTES-REGISTRO.
   05 DOC-DocenteId PIC 9(5).
   05 DOC-Nombre PIC X(30).
   05 DOC-Telefono PIC X(15).

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

FD CONTACTO.
COPY CONTACTO REPLACING GRUPO BY CONTACTO-FILE
                        CAMPO-ID BY CONTACTO-ID
                        CAMPO-EMAIL BY EMAIL
                        CAMPO-TEL BY TELEFONO
                        CAMPO-APE BY APELLIDO
                        CAMPO-NOM BY NOMBRE
                        CAMPO-ALTA BY FECHA-ALTA
                        CAMPO-MOD BY FECHA-MODIFICACION
                        CAMPO-DIRECCION BY DIRECCION
                        CAMPO-CALLE BY CALLE
                        CAMPO-CIUDAD BY CIUDAD
                        CAMPO-CP BY CODIGO-POSTAL.

FD GUARDIAN.
COPY GUARDIAN REPLACING GRUPO BY GUARDIAN-FILE
                        CAMPO-ID BY GUARDIAN-EST-ID
                        CAMPO-TOTAL BY GUARDIAN-TOTAL
                        CAMPO-GUARDIANES BY GUARDIAN-LISTA
                        CAMPO-GUARDIAN-ID BY GUARDIAN-CONTACTO-ID.

FD AVISOS-FILE.
01 AVISOS-LINEA PIC X(100).

FD INCIDENTES-TEMP.
01 INCIDENTES-TEMP-REGISTRO PIC X(67).

WORKING-STORAGE SECTION.
01 WS-ESTADO-INCIDENTES PIC X(2).
01 WS-ESTADO-MOVS PIC X(2).
01 WS-ESTADO-DOCENTES PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-GUARDIAN PIC X(2).
01 WS-ESTADO-AVISOS PIC X(2).
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-GUARDIANES-PATH PIC X(50) VALUE "guardianes.dat".
01 WS-EOF-INCIDENTES PIC A(1) VALUE 'N'.
01 WS-EOF-MOVS PIC A(1) VALUE 'N'.
01 WS-EOF-DOCENTES PIC A(1) VALUE 'N'.
01 WS-MAESTRO-OK PIC A(1) VALUE 'N'.
01 WS-EST-HALLADO PIC A(1).
01 WS-CONTACTO-ABIERTO PIC A(1) VALUE 'N'.
01 WS-GUARDIAN-ABIERTO PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).

01 WS-TABLA-INCIDENTES.
   05 WS-INCIDENTE-FILA OCCURS 1000 TIMES.
      10 TIN-ID PIC 9(8).
      10 TIN-FECHA PIC 9(8).
      10 TIN-SECUENCIA PIC 9(2).
      10 TIN-TIPO PIC X(12).
      10 TIN-GRAVEDAD PIC 9(1).
      10 TIN-DOCENTE PIC 9(5).
      10 TIN-ACCION PIC X(30).
      10 TIN-SEGUIMIENTO PIC A(1).
      10 TIN-ACTIVO PIC A(1).
01 WS-TOTAL-INCIDENTES PIC 9(4) VALUE 0.
01 WS-INC-SUB PIC 9(4).
01 WS-INC-HALLADO PIC A(1).

01 WS-TABLA-DOCENTES.
   05 WS-DOCENTE-CONOCIDO OCCURS 50 TIMES PIC 9(5).
01 WS-TOTAL-DOCENTES PIC 9(2) VALUE 0.
01 WS-DOC-SUB PIC 9(2).
01 WS-DOC-HALLADO PIC A(1).

*> Los incidentes graves dados de alta en esta corrida, que
*> llevan carta a los guardianes una vez regrabado el maestro.
01 WS-TABLA-GRAVES.
   05 WS-GRAVE OCCURS 100 TIMES PIC 9(4).
01 WS-TOTAL-GRAVES PIC 9(3) VALUE 0.
01 WS-GRV-SUB PIC 9(3).
01 WS-GUARDIAN-SUB PIC 9(2).
01 WS-CARTAS PIC 9(4) VALUE 0.
01 WS-SIN-GUARDIAN PIC 9(3) VALUE 0.
01 WS-NOMBRE-EST PIC A(33).
01 WS-LINEA PIC X(100).

01 WS-ALTAS PIC 9(3) VALUE 0.
01 WS-SEGUIMIENTOS PIC 9(3) VALUE 0.
01 WS-BAJAS PIC 9(3) VALUE 0.
01 WS-RECHAZOS PIC 9(3) VALUE 0.
*> El control de encabezado/trailer y doble posteo del feed,
*> compartido via VALIDARFEED.
01 WS-NOMBRE-FEED PIC X(30) VALUE "INCIDENTES-MOVS.DAT".
01 WS-FEED-RESULTADO PIC X(1).
01 WS-ESTADO-INCIDENTES-TEMP PIC X(2).
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.
01 WS-COMANDO-MV PIC X(80).
*> El cuadre de la corrida para BALANCE-DIARIO.DAT, via el
*> subprograma comun REGISTRARBALANCE.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS-BAL PIC 9(6).
01 WS-RECHAZOS-BAL PIC 9(6).
*> El RC de la corrida, a salvo del CALL a REGISTRARBALANCE.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "INCIDENTES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    PERFORM VerificarTempPendiente
    IF WS-TEMP-PENDIENTE = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    MOVE 0 TO RETURN-CODE
    PERFORM InicializarConfiguracion
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES = "00"
       MOVE 'S' TO WS-MAESTRO-OK
    ELSE
       DISPLAY "NO HAY ESTUDIANTES.DAT PARA VALIDAR INCIDENTES"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarDocentes
    PERFORM CargarIncidentes
    PERFORM AplicarMovimientos
    PERFORM GrabarIncidentes
    PERFORM EmitirAvisosConducta
    CLOSE ESTUDIANTES-FILE
    DISPLAY "ALTAS: " WS-ALTAS "  SEGUIMIENTOS: " WS-SEGUIMIENTOS
       "  BAJAS: " WS-BAJAS "  RECHAZOS: " WS-RECHAZOS
    DISPLAY "CARTAS A GUARDIANES: " WS-CARTAS
       "  GRAVES SIN GUARDIAN: " WS-SIN-GUARDIAN
    IF WS-SIN-GUARDIAN > 0 AND RETURN-CODE = 0
       MOVE 4 TO RETURN-CODE
    END-IF.
FinInicio.
PERFORM RegistrarBalanceDiario.
DISPLAY "JOB INCIDENTES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Un .TMP que quedo de una corrida anterior es el sintoma de
*> una regrabacion que murio a mitad de camino: antes que pisar
*> esos restos, se frena y que alguien resuelva a mano, mismo
*> criterio que el lock de datos.dat en ARCHIVO1.
VerificarTempPendiente.
    OPEN INPUT INCIDENTES-TEMP
    IF WS-ESTADO-INCIDENTES-TEMP = "00"
       CLOSE INCIDENTES-TEMP
       DISPLAY "HAY UN INCIDENTES.DAT.TMP DE UNA CORRIDA "
          "ANTERIOR FALLADA, RESOLVER ANTES DE CORRER"
       MOVE 'S' TO WS-TEMP-PENDIENTE
    END-IF.

InicializarConfiguracion.
    ACCEPT WS-DATOS-PATH FROM ENVIRONMENT "DATOS_DAT_PATH"
    IF WS-DATOS-PATH = SPACES
       MOVE "datos.dat" TO WS-DATOS-PATH
    END-IF
    ACCEPT WS-GUARDIANES-PATH FROM ENVIRONMENT "GUARDIANES_DAT_PATH"
    IF WS-GUARDIANES-PATH = SPACES
       MOVE "guardianes.dat" TO WS-GUARDIANES-PATH
    END-IF.

CargarDocentes.
    OPEN INPUT DOCENTES-FILE
    IF WS-ESTADO-DOCENTES = "00"
       PERFORM UNTIL WS-EOF-DOCENTES = 'Y'
          READ DOCENTES-FILE
             AT END MOVE 'Y' TO WS-EOF-DOCENTES
             NOT AT END
                IF WS-TOTAL-DOCENTES < 50
                   ADD 1 TO WS-TOTAL-DOCENTES
                   MOVE DOC-DocenteId
                      TO WS-DOCENTE-CONOCIDO(WS-TOTAL-DOCENTES)
                END-IF
          END-READ
       END-PERFORM
       CLOSE DOCENTES-FILE
    END-IF.

*> El maestro vigente, si ya existe el archivo.
CargarIncidentes.
    OPEN INPUT INCIDENTES-FILE
    IF WS-ESTADO-INCIDENTES = "00"
       PERFORM UNTIL WS-EOF-INCIDENTES = 'Y'
          READ INCIDENTES-FILE
             AT END MOVE 'Y' TO WS-EOF-INCIDENTES
             NOT AT END
                IF WS-TOTAL-INCIDENTES < 1000
                   ADD 1 TO WS-TOTAL-INCIDENTES
                   MOVE WS-TOTAL-INCIDENTES TO WS-INC-SUB
                   MOVE INC-EstudianteId TO TIN-ID(WS-INC-SUB)
                   MOVE INC-Fecha TO TIN-FECHA(WS-INC-SUB)
                   MOVE INC-Secuencia TO TIN-SECUENCIA(WS-INC-SUB)
                   MOVE INC-Tipo TO TIN-TIPO(WS-INC-SUB)
                   MOVE INC-Gravedad TO TIN-GRAVEDAD(WS-INC-SUB)
                   MOVE INC-DocenteId TO TIN-DOCENTE(WS-INC-SUB)
                   MOVE INC-Accion TO TIN-ACCION(WS-INC-SUB)
                   MOVE INC-Seguimiento
                      TO TIN-SEGUIMIENTO(WS-INC-SUB)
                   MOVE 'S' TO TIN-ACTIVO(WS-INC-SUB)
                ELSE
                   DISPLAY "ATENCION: MAS DE 1000 INCIDENTES, "
                      "SE PIERDE " INC-EstudianteId " " INC-Fecha
                END-IF
          END-READ
       END-PERFORM
       CLOSE INCIDENTES-FILE
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
       DISPLAY "NO HAY INCIDENTES-MOVS.DAT, NADA QUE APLICAR"
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
    PERFORM BuscarIncidente
    EVALUATE MOV-TIPO
       WHEN "ALTA"
          PERFORM AltaIncidente
       WHEN "SEGU"
          PERFORM SeguimientoIncidente
       WHEN "BAJA"
          IF WS-INC-HALLADO = 'N'
             ADD 1 TO WS-RECHAZOS
             DISPLAY "RECHAZADO: BAJA DE INCIDENTE INEXISTENTE "
                MOV-EstudianteId " " MOV-Fecha " " MOV-Secuencia
          ELSE
             MOVE 'N' TO TIN-ACTIVO(WS-INC-SUB)
             ADD 1 TO WS-BAJAS
          END-IF
       WHEN OTHER
          ADD 1 TO WS-RECHAZOS
          DISPLAY "RECHAZADO: TIPO DE MOVIMIENTO DESCONOCIDO: "
             MOV-TIPO
    END-EVALUATE.

AltaIncidente.
    IF WS-INC-HALLADO = 'S'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: INCIDENTE " MOV-EstudianteId " "
          MOV-Fecha " " MOV-Secuencia " YA CARGADO"
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
    IF MOV-Fecha NOT NUMERIC OR MOV-Fecha = 0
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: INCIDENTE DE " MOV-EstudianteId
          " SIN FECHA VALIDA"
       EXIT PARAGRAPH
    END-IF
    IF MOV-Gravedad NOT NUMERIC
       OR MOV-Gravedad < 1 OR MOV-Gravedad > 3
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: INCIDENTE DE " MOV-EstudianteId
          " CON GRAVEDAD FUERA DE 1-3"
       EXIT PARAGRAPH
    END-IF
    PERFORM BuscarDocente
    IF WS-DOC-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: DOCENTE " MOV-DocenteId
          " NO ESTA EN DOCENTES.DAT"
       EXIT PARAGRAPH
    END-IF
    IF WS-TOTAL-INCIDENTES NOT < 1000
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: TABLA DE INCIDENTES LLENA (1000), "
          "NO ENTRA " MOV-EstudianteId " " MOV-Fecha
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TOTAL-INCIDENTES
    MOVE WS-TOTAL-INCIDENTES TO WS-INC-SUB
    MOVE MOV-EstudianteId TO TIN-ID(WS-INC-SUB)
    MOVE MOV-Fecha TO TIN-FECHA(WS-INC-SUB)
    MOVE MOV-Secuencia TO TIN-SECUENCIA(WS-INC-SUB)
    MOVE MOV-TipoIncidente TO TIN-TIPO(WS-INC-SUB)
    MOVE MOV-Gravedad TO TIN-GRAVEDAD(WS-INC-SUB)
    MOVE MOV-DocenteId TO TIN-DOCENTE(WS-INC-SUB)
    MOVE MOV-Accion TO TIN-ACCION(WS-INC-SUB)
    IF MOV-Seguimiento = 'S' OR MOV-Seguimiento = 'C'
       MOVE MOV-Seguimiento TO TIN-SEGUIMIENTO(WS-INC-SUB)
    ELSE
       MOVE 'A' TO TIN-SEGUIMIENTO(WS-INC-SUB)
    END-IF
    MOVE 'S' TO TIN-ACTIVO(WS-INC-SUB)
    ADD 1 TO WS-ALTAS
    IF MOV-Gravedad = 3
       IF WS-TOTAL-GRAVES < 100
          ADD 1 TO WS-TOTAL-GRAVES
          MOVE WS-INC-SUB TO WS-GRAVE(WS-TOTAL-GRAVES)
       ELSE
          DISPLAY "ATENCION: MAS DE 100 INCIDENTES GRAVES EN LA "
             "CORRIDA, SIN CARTA PARA " MOV-EstudianteId
       END-IF
    END-IF.

*> SEGU solo toca la accion (si viene) y el estado de seguimiento;
*> el resto del incidente queda como se cargo.
SeguimientoIncidente.
    IF WS-INC-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: SEGUIMIENTO DE INCIDENTE INEXISTENTE "
          MOV-EstudianteId " " MOV-Fecha " " MOV-Secuencia
       EXIT PARAGRAPH
    END-IF
    IF MOV-Seguimiento NOT = 'A' AND MOV-Seguimiento NOT = 'S'
       AND MOV-Seguimiento NOT = 'C'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: SEGUIMIENTO " MOV-Seguimiento
          " DESCONOCIDO PARA " MOV-EstudianteId " " MOV-Fecha
       EXIT PARAGRAPH
    END-IF
    IF MOV-Accion NOT = SPACES
       MOVE MOV-Accion TO TIN-ACCION(WS-INC-SUB)
    END-IF
    MOVE MOV-Seguimiento TO TIN-SEGUIMIENTO(WS-INC-SUB)
    ADD 1 TO WS-SEGUIMIENTOS.

BuscarIncidente.
    MOVE 'N' TO WS-INC-HALLADO
    PERFORM VARYING WS-INC-SUB FROM 1 BY 1
       UNTIL WS-INC-SUB > WS-TOTAL-INCIDENTES
       IF TIN-ID(WS-INC-SUB) = MOV-EstudianteId
          AND TIN-FECHA(WS-INC-SUB) = MOV-Fecha
          AND TIN-SECUENCIA(WS-INC-SUB) = MOV-Secuencia
          AND TIN-ACTIVO(WS-INC-SUB) = 'S'
          MOVE 'S' TO WS-INC-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

BuscarDocente.
    MOVE 'N' TO WS-DOC-HALLADO
    PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
       UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
       IF WS-DOCENTE-CONOCIDO(WS-DOC-SUB) = MOV-DocenteId
          MOVE 'S' TO WS-DOC-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> El maestro resultante pisa INCIDENTES.DAT completo: solo los
*> incidentes que siguen activos despues de las bajas.
GrabarIncidentes.
    OPEN OUTPUT INCIDENTES-TEMP
    PERFORM VARYING WS-INC-SUB FROM 1 BY 1
       UNTIL WS-INC-SUB > WS-TOTAL-INCIDENTES
       IF TIN-ACTIVO(WS-INC-SUB) = 'S'
          MOVE TIN-ID(WS-INC-SUB) TO INC-EstudianteId
          MOVE TIN-FECHA(WS-INC-SUB) TO INC-Fecha
          MOVE TIN-SECUENCIA(WS-INC-SUB) TO INC-Secuencia
          MOVE TIN-TIPO(WS-INC-SUB) TO INC-Tipo
          MOVE TIN-GRAVEDAD(WS-INC-SUB) TO INC-Gravedad
          MOVE TIN-DOCENTE(WS-INC-SUB) TO INC-DocenteId
          MOVE TIN-ACCION(WS-INC-SUB) TO INC-Accion
          MOVE TIN-SEGUIMIENTO(WS-INC-SUB) TO INC-Seguimiento
          MOVE INCIDENTES-REGISTRO TO INCIDENTES-TEMP-REGISTRO
          WRITE INCIDENTES-TEMP-REGISTRO
       END-IF
    END-PERFORM
    CLOSE INCIDENTES-TEMP
    *> El archivo real recien se pisa con la version nueva
    *> completa, asi un corte a mitad de la regrabacion deja
    *> el maestro intacto y el .TMP como evidencia, mismo
    *> recurso que CONTACTOS-ARCHIVADOS.DAT.TMP en ARCHIVO1.
    MOVE SPACES TO WS-COMANDO-MV
    STRING "mv INCIDENTES.DAT.TMP INCIDENTES.DAT"
       DELIMITED BY SIZE INTO WS-COMANDO-MV
    CALL "SYSTEM" USING WS-COMANDO-MV.

*> Una carta por guardian de cada incidente grave de la corrida,
*> con el bloque postal de datos.dat igual que las de AVISOSMORA.
EmitirAvisosConducta.
    OPEN OUTPUT AVISOS-FILE
    MOVE SPACES TO WS-LINEA
    STRING "*** AVISOS DE INCIDENTES GRAVES AL " WS-FECHA-HOY
       " ***" DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    IF WS-TOTAL-GRAVES = 0
       MOVE "(SIN INCIDENTES GRAVES EN LA CORRIDA)" TO AVISOS-LINEA
       WRITE AVISOS-LINEA
       CLOSE AVISOS-FILE
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT GUARDIAN
    IF WS-ESTADO-GUARDIAN = "00"
       MOVE 'S' TO WS-GUARDIAN-ABIERTO
    END-IF
    OPEN INPUT CONTACTO
    IF WS-ESTADO-CONTACTO = "00"
       MOVE 'S' TO WS-CONTACTO-ABIERTO
    END-IF
    PERFORM VARYING WS-GRV-SUB FROM 1 BY 1
       UNTIL WS-GRV-SUB > WS-TOTAL-GRAVES
       MOVE WS-GRAVE(WS-GRV-SUB) TO WS-INC-SUB
       PERFORM EmitirCartasDelIncidente
    END-PERFORM
    IF WS-CONTACTO-ABIERTO = 'S'
       CLOSE CONTACTO
    END-IF
    IF WS-GUARDIAN-ABIERTO = 'S'
       CLOSE GUARDIAN
    END-IF
    CLOSE AVISOS-FILE.

EmitirCartasDelIncidente.
    MOVE SPACES TO WS-NOMBRE-EST
    MOVE TIN-ID(WS-INC-SUB) TO FD-EstudianteId
    READ ESTUDIANTES-FILE
       INVALID KEY CONTINUE
       NOT INVALID KEY MOVE FD-Nombre TO WS-NOMBRE-EST
    END-READ
    MOVE 0 TO GUARDIAN-TOTAL
    IF WS-GUARDIAN-ABIERTO = 'S'
       MOVE TIN-ID(WS-INC-SUB) TO GUARDIAN-EST-ID
       READ GUARDIAN
          INVALID KEY MOVE 0 TO GUARDIAN-TOTAL
       END-READ
    END-IF
    IF GUARDIAN-TOTAL = 0
       ADD 1 TO WS-SIN-GUARDIAN
       DISPLAY "SIN GUARDIAN PARA AVISAR: INCIDENTE GRAVE DE "
          TIN-ID(WS-INC-SUB) " DEL " TIN-FECHA(WS-INC-SUB)
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-GUARDIAN-SUB FROM 1 BY 1
       UNTIL WS-GUARDIAN-SUB > GUARDIAN-TOTAL
       PERFORM EscribirCartaGuardian
    END-PERFORM.

EscribirCartaGuardian.
    ADD 1 TO WS-CARTAS
    MOVE SPACES TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE "========================================"
       TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE SPACES TO WS-LINEA
    MOVE 'N' TO WS-EST-HALLADO
    IF WS-CONTACTO-ABIERTO = 'S'
       MOVE GUARDIAN-CONTACTO-ID(WS-GUARDIAN-SUB) TO CONTACTO-ID
       READ CONTACTO
          INVALID KEY CONTINUE
          NOT INVALID KEY MOVE 'S' TO WS-EST-HALLADO
       END-READ
    END-IF
    IF WS-EST-HALLADO = 'S'
       STRING FUNCTION TRIM(NOMBRE) " "
          FUNCTION TRIM(APELLIDO)
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO AVISOS-LINEA
       WRITE AVISOS-LINEA
       MOVE CALLE TO AVISOS-LINEA
       WRITE AVISOS-LINEA
       MOVE SPACES TO WS-LINEA
       STRING FUNCTION TRIM(CIUDAD) " " CODIGO-POSTAL
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO AVISOS-LINEA
       WRITE AVISOS-LINEA
    ELSE
       STRING "CARTA A CONTACTO-ID "
          GUARDIAN-CONTACTO-ID(WS-GUARDIAN-SUB)
          " (SIN DATOS EN " WS-DATOS-PATH ")"
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO AVISOS-LINEA
       WRITE AVISOS-LINEA
    END-IF
    MOVE SPACES TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE "AVISO DE INCIDENTE DE CONDUCTA GRAVE" TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "ESTUDIANTE " TIN-ID(WS-INC-SUB) " "
       FUNCTION TRIM(WS-NOMBRE-EST)
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "FECHA DEL INCIDENTE: " TIN-FECHA(WS-INC-SUB)
       "   TIPO: " TIN-TIPO(WS-INC-SUB)
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "ACCION TOMADA: " TIN-ACCION(WS-INC-SUB)
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE SPACES TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE "LE ROGAMOS COMUNICARSE CON LA ESCUELA PARA COORDINAR EL"
       TO AVISOS-LINEA
    WRITE AVISOS-LINEA
    MOVE "SEGUIMIENTO DEL CASO." TO AVISOS-LINEA
    WRITE AVISOS-LINEA.

*> El registro de cuadre de la corrida: lo leido del feed tiene
*> que ser lo posteado mas lo rechazado, y REPORTEBALANCE lo
*> verifica a fin de dia.
RegistrarBalanceDiario.
    COMPUTE WS-POSTEADOS-BAL = WS-ALTAS + WS-SEGUIMIENTOS + WS-BAJAS
    MOVE WS-RECHAZOS TO WS-RECHAZOS-BAL
    MOVE RETURN-CODE TO WS-RC-CORRIDA
    CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL
       WS-LEIDOS WS-POSTEADOS-BAL WS-RECHAZOS-BAL
    MOVE WS-RC-CORRIDA TO RETURN-CODE.
