IDENTIFICATION DIVISION.
PROGRAM-ID. CUMPLIMIENTOSALUD.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Reporte de cumplimiento de vacunas y apto medico. Para cada
*> estudiante con matricula en MATRICULA.DAT se calcula la edad
*> de hoy con la fecha de nacimiento del maestro (la edad cargada
*> si la fecha no esta) y se cruza contra REQUISITOS-SALUD.DAT,
*> que dice que requisito corresponde a que rango de edades (una
*> edad hasta en cero es sin tope). Cada requisito que le toca se
*> busca en la ficha SALUD-ESTUDIANTES.DAT (mantenida por
*> SALUDESTUDIANTES) y se informa como FALTA si no esta, VENCIDO
*> si su vencimiento ya paso y POR VENCER si vence dentro de los
*> dias de aviso de CUMPLIMIENTO-SALUD.CTL (30 por defecto), con
*> los telefonos de los guardianes del estudiante para llamar.
*> La retencion es optativa: si el control trae 'S' en retener y
*> la fecha limite ya paso, los que siguen con algo FALTA o
*> VENCIDO quedan escritos en RETENCIONES-SALUD.DAT, que MATRICULA
*> consulta igual que RETENCIONES-MATRICULA.DAT para rechazar altas
*> nuevas; si no, el archivo queda vacio y nadie se retiene.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT MATRICULA-FILE ASSIGN TO "MATRICULA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MATRICULA.
SELECT SALUD-FILE ASSIGN TO "SALUD-ESTUDIANTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SALUD.
SELECT REQUISITOS-FILE ASSIGN TO "REQUISITOS-SALUD.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REQUISITOS.
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
SELECT CUMPLIMIENTO-CTL ASSIGN TO "CUMPLIMIENTO-SALUD.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES-SALUD.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RETENCIONES.

DATA DIVISION.
FILE SECTION.
FD MATRICULA-FILE.
01 MATRICULA-REGISTRO.
   05 MAT-EstudianteId PIC 9(8).
   05 MAT-Curso PIC X(8).
   05 MAT-Periodo PIC 9(6).

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

FD CUMPLIMIENTO-CTL.
01 CUMPLIMIENTO-CTL-REGISTRO.
   05 CTL-FechaLimite PIC 9(8).
   05 CTL-DiasAviso PIC 9(3).
   05 CTL-Retener PIC X(1).

FD RETENCIONES-FILE.
01 RETENCION-REGISTRO.
   05 RSA-EstudianteId PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-MATRICULA PIC X(2).
01 WS-ESTADO-SALUD PIC X(2).
01 WS-ESTADO-REQUISITOS PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-GUARDIAN PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-RETENCIONES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-GUARDIANES-PATH PIC X(50) VALUE "guardianes.dat".
01 WS-EOF-MATRICULA PIC A(1) VALUE 'N'.
01 WS-EOF-SALUD PIC A(1) VALUE 'N'.
01 WS-EOF-REQUISITOS PIC A(1) VALUE 'N'.
01 WS-CONTACTO-ABIERTO PIC A(1) VALUE 'N'.
01 WS-GUARDIAN-ABIERTO PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).
01 WS-HOY-INTEGER PIC 9(7).
01 WS-FECHA-LIMITE PIC 9(8) VALUE 0.
01 WS-DIAS-AVISO PIC 9(3) VALUE 30.
01 WS-RETENER PIC X(1) VALUE 'N'.
01 WS-RETENCION-ACTIVA PIC A(1) VALUE 'N'.

01 WS-TABLA-REQUISITOS.
   05 WS-REQUISITO-FILA OCCURS 50 TIMES.
      10 RQS-ITEM PIC X(10).
      10 RQS-DESDE PIC 9(2).
      10 RQS-HASTA PIC 9(2).
      10 RQS-DESCRIPCION PIC X(30).
01 WS-TOTAL-REQUISITOS PIC 9(2) VALUE 0.
01 WS-REQ-SUB PIC 9(2).

01 WS-TABLA-SALUD.
   05 WS-SALUD-FILA OCCURS 3000 TIMES.
      10 TSA-ID PIC 9(8).
      10 TSA-ITEM PIC X(10).
      10 TSA-CUMPLIDO PIC 9(8).
      10 TSA-VENCE PIC 9(8).
01 WS-TOTAL-SALUD PIC 9(4) VALUE 0.
01 WS-SAL-SUB PIC 9(4).
01 WS-SAL-HALLADO PIC A(1).

01 WS-TABLA-MATRICULADOS.
   05 WS-MATRICULADO OCCURS 1000 TIMES PIC 9(8).
01 WS-TOTAL-MATRICULADOS PIC 9(4) VALUE 0.
01 WS-MTR-SUB PIC 9(4).
01 WS-MTR-HALLADO PIC A(1).

01 WS-TABLA-RETENIDOS.
   05 WS-RETENIDO OCCURS 1000 TIMES PIC 9(8).
01 WS-TOTAL-RETENIDOS PIC 9(4) VALUE 0.
01 WS-RET-SUB PIC 9(4).

01 WS-ID-ACTUAL PIC 9(8).
01 WS-NOMBRE-EST PIC X(20).
01 WS-EDAD-ACTUAL PIC 9(3).
01 WS-EDAD-HASTA PIC 9(2).
01 WS-SITUACION-ITEM PIC X(10).
01 WS-DIAS-VENCE PIC S9(5).
01 WS-DIAS-EDITADO PIC -ZZZ9.
01 WS-ENCABEZADO-HECHO PIC A(1).
01 WS-INCUMPLE PIC A(1).
01 WS-GUARDIAN-SUB PIC 9(2).
01 WS-EST-HALLADO PIC A(1).

01 WS-EXAMINADOS PIC 9(4) VALUE 0.
01 WS-CON-PENDIENTES PIC 9(4) VALUE 0.
01 WS-FALTANTES PIC 9(4) VALUE 0.
01 WS-VENCIDOS PIC 9(4) VALUE 0.
01 WS-POR-VENCER PIC 9(4) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "CUMPLIMIENTOSALUD".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    COMPUTE WS-HOY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
    PERFORM InicializarConfiguracion
    PERFORM LeerControl
    PERFORM CargarRequisitos
    IF WS-TOTAL-REQUISITOS = 0
       DISPLAY "NO HAY REQUISITOS-SALUD.DAT, NADA QUE VERIFICAR"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES NOT = "00"
       DISPLAY "NO HAY ESTUDIANTES.DAT PARA CALCULAR EDADES"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarSalud
    PERFORM CargarMatriculados
    OPEN INPUT GUARDIAN
    IF WS-ESTADO-GUARDIAN = "00"
       MOVE 'S' TO WS-GUARDIAN-ABIERTO
    END-IF
    OPEN INPUT CONTACTO
    IF WS-ESTADO-CONTACTO = "00"
       MOVE 'S' TO WS-CONTACTO-ABIERTO
    END-IF
    DISPLAY "*** CUMPLIMIENTO DE SALUD AL " WS-FECHA-HOY
       " (AVISO A " WS-DIAS-AVISO " DIAS) ***"
    PERFORM VARYING WS-MTR-SUB FROM 1 BY 1
       UNTIL WS-MTR-SUB > WS-TOTAL-MATRICULADOS
       MOVE WS-MATRICULADO(WS-MTR-SUB) TO WS-ID-ACTUAL
       PERFORM VerificarEstudiante
    END-PERFORM
    IF WS-CONTACTO-ABIERTO = 'S'
       CLOSE CONTACTO
    END-IF
    IF WS-GUARDIAN-ABIERTO = 'S'
       CLOSE GUARDIAN
    END-IF
    CLOSE ESTUDIANTES-FILE
    PERFORM GrabarRetenciones
    DISPLAY "ESTUDIANTES EXAMINADOS: " WS-EXAMINADOS
       "  CON PENDIENTES: " WS-CON-PENDIENTES
    DISPLAY "FALTAN: " WS-FALTANTES "  VENCIDOS: " WS-VENCIDOS
       "  POR VENCER: " WS-POR-VENCER
    DISPLAY "ESTUDIANTES RETENIDOS: " WS-TOTAL-RETENIDOS
    IF WS-FALTANTES > 0 OR WS-VENCIDOS > 0
       MOVE 4 TO RETURN-CODE
    END-IF.
FinInicio.
DISPLAY "JOB CUMPLIMIENTOSALUD COMPLETE, RC=" RETURN-CODE.
STOP RUN.

InicializarConfiguracion.
    ACCEPT WS-DATOS-PATH FROM ENVIRONMENT "DATOS_DAT_PATH"
    IF WS-DATOS-PATH = SPACES
       MOVE "datos.dat" TO WS-DATOS-PATH
    END-IF
    ACCEPT WS-GUARDIANES-PATH FROM ENVIRONMENT "GUARDIANES_DAT_PATH"
    IF WS-GUARDIANES-PATH = SPACES
       MOVE "guardianes.dat" TO WS-GUARDIANES-PATH
    END-IF.

*> Sin control, o con la fecha limite en cero, no se retiene a
*> nadie: el reporte sale igual, solo como aviso.
LeerControl.
    OPEN INPUT CUMPLIMIENTO-CTL
    IF WS-ESTADO-CTL = "00"
       READ CUMPLIMIENTO-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-FechaLimite NUMERIC
                MOVE CTL-FechaLimite TO WS-FECHA-LIMITE
             END-IF
             IF CTL-DiasAviso NUMERIC AND CTL-DiasAviso > 0
                MOVE CTL-DiasAviso TO WS-DIAS-AVISO
             END-IF
             MOVE CTL-Retener TO WS-RETENER
       END-READ
       CLOSE CUMPLIMIENTO-CTL
    END-IF
    IF WS-RETENER = 'S' AND WS-FECHA-LIMITE > 0
       AND WS-FECHA-HOY > WS-FECHA-LIMITE
       MOVE 'S' TO WS-RETENCION-ACTIVA
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
                   MOVE REQ-Item TO RQS-ITEM(WS-TOTAL-REQUISITOS)
                   MOVE REQ-EdadDesde
                      TO RQS-DESDE(WS-TOTAL-REQUISITOS)
                   MOVE REQ-EdadHasta
                      TO RQS-HASTA(WS-TOTAL-REQUISITOS)
                   MOVE REQ-Descripcion
                      TO RQS-DESCRIPCION(WS-TOTAL-REQUISITOS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 50 REQUISITOS, "
                      "SE PIERDE " REQ-Item
                END-IF
          END-READ
       END-PERFORM
       CLOSE REQUISITOS-FILE
    END-IF.

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
                ELSE
                   DISPLAY "ATENCION: MAS DE 3000 FILAS DE SALUD, "
                      "SE PIERDE " SAL-EstudianteId " " SAL-Item
                END-IF
          END-READ
       END-PERFORM
       CLOSE SALUD-FILE
    END-IF.

*> Un estudiante aparece una vez por curso en MATRICULA.DAT: se
*> junta la lista sin repetidos.
CargarMatriculados.
    OPEN INPUT MATRICULA-FILE
    IF WS-ESTADO-MATRICULA = "00"
       PERFORM UNTIL WS-EOF-MATRICULA = 'Y'
          READ MATRICULA-FILE
             AT END MOVE 'Y' TO WS-EOF-MATRICULA
             NOT AT END PERFORM GuardarMatriculado
          END-READ
       END-PERFORM
       CLOSE MATRICULA-FILE
    END-IF.

GuardarMatriculado.
    MOVE 'N' TO WS-MTR-HALLADO
    PERFORM VARYING WS-MTR-SUB FROM 1 BY 1
       UNTIL WS-MTR-SUB > WS-TOTAL-MATRICULADOS
       IF WS-MATRICULADO(WS-MTR-SUB) = MAT-EstudianteId
          MOVE 'S' TO WS-MTR-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-MTR-HALLADO = 'N'
       IF WS-TOTAL-MATRICULADOS < 1000
          ADD 1 TO WS-TOTAL-MATRICULADOS
          MOVE MAT-EstudianteId
             TO WS-MATRICULADO(WS-TOTAL-MATRICULADOS)
       ELSE
          DISPLAY "ATENCION: MAS DE 1000 MATRICULADOS, "
             "SE PIERDE " MAT-EstudianteId
       END-IF
    END-IF.

VerificarEstudiante.
    MOVE WS-ID-ACTUAL TO FD-EstudianteId
    READ ESTUDIANTES-FILE
       INVALID KEY
          DISPLAY "AVISO: " WS-ID-ACTUAL " MATRICULADO PERO NO "
             "EXISTE EN EL MAESTRO, NO SE VERIFICA"
          EXIT PARAGRAPH
    END-READ
    ADD 1 TO WS-EXAMINADOS
    MOVE FD-Nombre TO WS-NOMBRE-EST
    IF FD-FechaNacimiento NUMERIC AND FD-FechaNacimiento > 0
       COMPUTE WS-EDAD-ACTUAL =
          (WS-FECHA-HOY - FD-FechaNacimiento) / 10000
    ELSE
       MOVE FD-Edad TO WS-EDAD-ACTUAL
    END-IF
    MOVE 'N' TO WS-ENCABEZADO-HECHO
    MOVE 'N' TO WS-INCUMPLE
    PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
       UNTIL WS-REQ-SUB > WS-TOTAL-REQUISITOS
       MOVE RQS-HASTA(WS-REQ-SUB) TO WS-EDAD-HASTA
       IF WS-EDAD-HASTA = 0
          MOVE 99 TO WS-EDAD-HASTA
       END-IF
       IF WS-EDAD-ACTUAL >= RQS-DESDE(WS-REQ-SUB)
          AND WS-EDAD-ACTUAL <= WS-EDAD-HASTA
          PERFORM VerificarRequisito
       END-IF
    END-PERFORM
    IF WS-ENCABEZADO-HECHO = 'S'
       ADD 1 TO WS-CON-PENDIENTES
       PERFORM MostrarTelefonosGuardianes
    END-IF
    IF WS-INCUMPLE = 'S' AND WS-RETENCION-ACTIVA = 'S'
       IF WS-TOTAL-RETENIDOS < 1000
          ADD 1 TO WS-TOTAL-RETENIDOS
          MOVE WS-ID-ACTUAL TO WS-RETENIDO(WS-TOTAL-RETENIDOS)
          DISPLAY "  >> RETENIDO PARA NUEVAS MATRICULAS <<"
       END-IF
    END-IF.

*> Clasifica un requisito del estudiante: nada si esta al dia,
*> FALTA, VENCIDO o POR VENCER segun la ficha.
VerificarRequisito.
    MOVE SPACES TO WS-SITUACION-ITEM
    MOVE 'N' TO WS-SAL-HALLADO
    PERFORM VARYING WS-SAL-SUB FROM 1 BY 1
       UNTIL WS-SAL-SUB > WS-TOTAL-SALUD
       IF TSA-ID(WS-SAL-SUB) = WS-ID-ACTUAL
          AND TSA-ITEM(WS-SAL-SUB) = RQS-ITEM(WS-REQ-SUB)
          MOVE 'S' TO WS-SAL-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-SAL-HALLADO = 'N'
       MOVE "FALTA" TO WS-SITUACION-ITEM
       MOVE 'S' TO WS-INCUMPLE
       ADD 1 TO WS-FALTANTES
    ELSE
       IF TSA-VENCE(WS-SAL-SUB) > 0
          COMPUTE WS-DIAS-VENCE =
             FUNCTION INTEGER-OF-DATE(TSA-VENCE(WS-SAL-SUB))
             - WS-HOY-INTEGER
          IF WS-DIAS-VENCE < 0
             MOVE "VENCIDO" TO WS-SITUACION-ITEM
             MOVE 'S' TO WS-INCUMPLE
             ADD 1 TO WS-VENCIDOS
          ELSE
             IF WS-DIAS-VENCE <= WS-DIAS-AVISO
                MOVE "POR VENCER" TO WS-SITUACION-ITEM
                ADD 1 TO WS-POR-VENCER
             END-IF
          END-IF
       END-IF
    END-IF
    IF WS-SITUACION-ITEM = SPACES
       EXIT PARAGRAPH
    END-IF
    IF WS-ENCABEZADO-HECHO = 'N'
       MOVE 'S' TO WS-ENCABEZADO-HECHO
       DISPLAY " "
       DISPLAY WS-ID-ACTUAL " " WS-NOMBRE-EST
          " EDAD " WS-EDAD-ACTUAL
    END-IF
    IF WS-SITUACION-ITEM = "FALTA"
       DISPLAY "  " RQS-ITEM(WS-REQ-SUB) " "
          RQS-DESCRIPCION(WS-REQ-SUB) " FALTA"
    ELSE
       MOVE WS-DIAS-VENCE TO WS-DIAS-EDITADO
       DISPLAY "  " RQS-ITEM(WS-REQ-SUB) " "
          RQS-DESCRIPCION(WS-REQ-SUB) " " WS-SITUACION-ITEM
          " EL " TSA-VENCE(WS-SAL-SUB) " (" WS-DIAS-EDITADO
          " DIAS)"
    END-IF.

MostrarTelefonosGuardianes.
    MOVE 0 TO GUARDIAN-TOTAL
    IF WS-GUARDIAN-ABIERTO = 'S'
       MOVE WS-ID-ACTUAL TO GUARDIAN-EST-ID
       READ GUARDIAN
          INVALID KEY MOVE 0 TO GUARDIAN-TOTAL
       END-READ
    END-IF
    IF GUARDIAN-TOTAL = 0
       DISPLAY "  SIN GUARDIAN REGISTRADO PARA LLAMAR"
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-GUARDIAN-SUB FROM 1 BY 1
       UNTIL WS-GUARDIAN-SUB > GUARDIAN-TOTAL
       MOVE 'N' TO WS-EST-HALLADO
       IF WS-CONTACTO-ABIERTO = 'S'
          MOVE GUARDIAN-CONTACTO-ID(WS-GUARDIAN-SUB)
             TO CONTACTO-ID
          READ CONTACTO
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'S' TO WS-EST-HALLADO
          END-READ
       END-IF
       IF WS-EST-HALLADO = 'S'
          DISPLAY "  GUARDIAN " FUNCTION TRIM(NOMBRE) " "
             FUNCTION TRIM(APELLIDO) " TEL " TELEFONO
       ELSE
          DISPLAY "  GUARDIAN CONTACTO-ID "
             GUARDIAN-CONTACTO-ID(WS-GUARDIAN-SUB)
             " (SIN DATOS EN " FUNCTION TRIM(WS-DATOS-PATH) ")"
       END-IF
    END-PERFORM.

*> El archivo de retenidos se pisa completo en cada corrida, asi
*> quien se puso al dia deja de estar retenido.
GrabarRetenciones.
    OPEN OUTPUT RETENCIONES-FILE
    PERFORM VARYING WS-RET-SUB FROM 1 BY 1
       UNTIL WS-RET-SUB > WS-TOTAL-RETENIDOS
       MOVE WS-RETENIDO(WS-RET-SUB) TO RSA-EstudianteId
       WRITE RETENCION-REGISTRO
    END-PERFORM
    CLOSE RETENCIONES-FILE.
