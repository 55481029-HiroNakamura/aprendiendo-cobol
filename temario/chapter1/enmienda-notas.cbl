IDENTIFICATION DIVISION.
PROGRAM-ID. ENMIENDANOTAS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Una vez que CIERREPERIODO pasa las notas a
*> CALIFICACIONES-HIST.DAT, corregir una nota mal cargada era
*> editar el historico a mano, sin rastro de quien ni por que.
*> Este programa aplica las enmiendas de ENMIENDAS-NOTAS.DAT (una
*> fila por pedido: estudiante, curso, periodo, nota nueva y
*> motivo) y solo para un usuario con rol ADMIN o REGISTRO vigente
*> en USUARIOS-ROLES.DAT, mismo chequeo que CORRECCIONES. Cada nota
*> cambiada queda con su antes y despues, el usuario y el motivo en
*> ENMIENDAS-NOTAS.LOG, y el historico se regraba por .TMP como los
*> maestros. Un pedido cuya nota ya es la pedida se da por aplicado
*> sin volver a loguearlo, asi el mismo archivo puede correrse dos
*> veces; uno que no encuentra su fila en el historico, o que trae
*> una nota fuera de 0-100, se rechaza con RC=4. Si el estudiante
*> ya esta en GRADUADOS.DAT o tiene un analitico emitido en
*> CERTIFICADOS-EMITIDOS.DAT (lo asienta CERTIFICADOANALITICO), la
*> enmienda deja una fila en REEMISIONES-CERTIFICADO.DAT para que
*> registraduria le vuelva a emitir el documento.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ENMIENDAS-FILE ASSIGN TO "ENMIENDAS-NOTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ENMIENDAS.
SELECT CALIFICACIONES-HIST ASSIGN TO "CALIFICACIONES-HIST.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAL-HIST.
SELECT CAL-HIST-TEMP ASSIGN TO "CALIFICACIONES-HIST.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAL-HIST-TEMP.
SELECT USUARIOS-ROLES ASSIGN TO "USUARIOS-ROLES.DAT"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS ROL-NOMBRE
   FILE STATUS IS WS-ESTADO-ROLES.
SELECT GRADUADOS-FILE ASSIGN TO "GRADUADOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-GRADUADOS.
SELECT EMITIDOS-FILE ASSIGN TO "CERTIFICADOS-EMITIDOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-EMITIDOS.
SELECT ENMIENDAS-LOG ASSIGN TO "ENMIENDAS-NOTAS.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LOG.
SELECT REEMISIONES-FILE ASSIGN TO "REEMISIONES-CERTIFICADO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REEMISIONES.

DATA DIVISION.
FILE SECTION.
FD ENMIENDAS-FILE.
01 ENMIENDAS-REGISTRO.
   05 ENM-EstudianteId PIC 9(8).
   05 ENM-Curso PIC X(8).
   05 ENM-Periodo PIC 9(6).
   05 ENM-NotaNueva PIC 9(3).
   05 ENM-Motivo PIC X(40).

FD CALIFICACIONES-HIST.
01 CALIFICACIONES-HIST-REGISTRO.
   05 CHI-EstudianteId PIC 9(8).
   05 CHI-Curso PIC X(8).
   05 CHI-Nota PIC 9(3).
   05 CHI-Periodo PIC 9(6).

FD CAL-HIST-TEMP.
01 CAL-HIST-TEMP-REGISTRO PIC X(25).

FD USUARIOS-ROLES.
01 USUARIOS-ROLES-REGISTRO.
   05 ROL-NOMBRE PIC A(15).
   05 ROL-VALOR PIC A(10).
   05 ROL-FECHA-FIN PIC 9(8).

FD GRADUADOS-FILE.
01 GRADUADOS-REGISTRO.
   05 GRA-EstudianteId PIC 9(8).
   05 GRA-FechaGraduacion PIC 9(8).

FD EMITIDOS-FILE.
01 EMITIDOS-REGISTRO.
   05 CEM-EstudianteId PIC 9(8).
   05 CEM-FechaEmision PIC 9(8).

FD ENMIENDAS-LOG.
01 ENMIENDA-LOG-REGISTRO.
   05 ENL-Fecha PIC 9(8).
   05 ENL-Usuario PIC X(20).
   05 ENL-EstudianteId PIC 9(8).
   05 ENL-Curso PIC X(8).
   05 ENL-Periodo PIC 9(6).
   05 ENL-NotaAnterior PIC 9(3).
   05 ENL-NotaNueva PIC 9(3).
   05 ENL-Motivo PIC X(40).

FD REEMISIONES-FILE.
01 REEMISIONES-REGISTRO.
   05 REE-EstudianteId PIC 9(8).
   05 REE-Curso PIC X(8).
   05 REE-Periodo PIC 9(6).
   05 REE-Motivo PIC X(12).
   05 REE-Fecha PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ENMIENDAS PIC X(2).
01 WS-ESTADO-CAL-HIST PIC X(2).
01 WS-ESTADO-CAL-HIST-TEMP PIC X(2).
01 WS-ESTADO-ROLES PIC X(2).
01 WS-ESTADO-GRADUADOS PIC X(2).
01 WS-ESTADO-EMITIDOS PIC X(2).
01 WS-ESTADO-LOG PIC X(2).
01 WS-ESTADO-REEMISIONES PIC X(2).
01 WS-EOF-ENMIENDAS PIC A(1) VALUE 'N'.
01 WS-EOF-CAL-HIST PIC A(1) VALUE 'N'.
01 WS-EOF-GRADUADOS PIC A(1) VALUE 'N'.
01 WS-EOF-EMITIDOS PIC A(1) VALUE 'N'.
01 WS-TEMP-PENDIENTE PIC A(1) VALUE 'N'.
01 WS-COMANDO-MV PIC X(80).
01 WS-FECHA-HOY PIC 9(8).

01 WS-USUARIO-OS PIC X(20).
01 WS-FECHA-HOY-ROL PIC 9(8).
01 WS-ROL-USUARIO PIC A(10).
01 WS-ENMIENDA-AUTORIZADA PIC A(1).

*> Los pedidos de enmienda: ENE-ESTADO queda en P mientras no se
*> encuentra su fila, A si se aplico, Y si la nota ya era esa.
01 WS-TABLA-ENMIENDAS.
   05 WS-ENMIENDA-FILA OCCURS 200 TIMES.
      10 ENE-ID PIC 9(8).
      10 ENE-CURSO PIC X(8).
      10 ENE-PERIODO PIC 9(6).
      10 ENE-NOTA PIC 9(3).
      10 ENE-MOTIVO PIC X(40).
      10 ENE-ANTERIOR PIC 9(3).
      10 ENE-ESTADO PIC A(1).
01 WS-TOTAL-ENMIENDAS PIC 9(3) VALUE 0.
01 WS-ENE-SUB PIC 9(3).

01 WS-TABLA-GRADUADOS.
   05 WS-GRADUADO OCCURS 500 TIMES PIC 9(8).
01 WS-TOTAL-GRADUADOS PIC 9(3) VALUE 0.
01 WS-TABLA-EMITIDOS.
   05 WS-EMITIDO OCCURS 500 TIMES PIC 9(8).
01 WS-TOTAL-EMITIDOS PIC 9(3) VALUE 0.
01 WS-BUS-SUB PIC 9(3).
01 WS-MOTIVO-REEMISION PIC X(12).

01 WS-APLICADAS PIC 9(3) VALUE 0.
01 WS-YA-APLICADAS PIC 9(3) VALUE 0.
01 WS-RECHAZOS PIC 9(3) VALUE 0.
01 WS-REEMISIONES PIC 9(3) VALUE 0.
*> El cuadre de la corrida para BALANCE-DIARIO.DAT, via el
*> subprograma comun REGISTRARBALANCE.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS-BAL PIC 9(6).
01 WS-RECHAZOS-BAL PIC 9(6).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "ENMIENDANOTAS".

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
    PERFORM VerificarAutorizacionEnmienda
    IF WS-ENMIENDA-AUTORIZADA NOT = 'S'
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarEnmiendas
    IF WS-TOTAL-ENMIENDAS = 0
       DISPLAY "NO HAY ENMIENDAS VALIDAS EN ENMIENDAS-NOTAS.DAT"
    ELSE
       PERFORM CargarGraduados
       PERFORM CargarEmitidos
       PERFORM RegrabarHistorico
       PERFORM InformarEnmiendas
    END-IF
    COMPUTE WS-POSTEADOS-BAL = WS-APLICADAS + WS-YA-APLICADAS
    MOVE WS-RECHAZOS TO WS-RECHAZOS-BAL
    CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL
       WS-LEIDOS WS-POSTEADOS-BAL WS-RECHAZOS-BAL
    DISPLAY "APLICADAS: " WS-APLICADAS
       "  YA APLICADAS: " WS-YA-APLICADAS
       "  RECHAZADAS: " WS-RECHAZOS
       "  A REEMITIR: " WS-REEMISIONES
    IF WS-RECHAZOS > 0
       MOVE 4 TO RETURN-CODE
    END-IF.
FinInicio.
DISPLAY "JOB ENMIENDANOTAS COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Un .TMP que quedo de una corrida anterior es el sintoma de
*> una regrabacion que murio a mitad de camino: antes que pisar
*> esos restos, se frena y que alguien resuelva a mano, mismo
*> criterio que el lock de datos.dat en ARCHIVO1.
VerificarTempPendiente.
    OPEN INPUT CAL-HIST-TEMP
    IF WS-ESTADO-CAL-HIST-TEMP = "00"
       CLOSE CAL-HIST-TEMP
       DISPLAY "HAY UN CALIFICACIONES-HIST.DAT.TMP DE UNA CORRIDA "
          "ANTERIOR FALLADA, RESOLVER ANTES DE CORRER"
       MOVE 'S' TO WS-TEMP-PENDIENTE
    END-IF.

*> Mismo chequeo de USUARIOS-ROLES.DAT que
*> VerificarAutorizacionMantenimiento en CORRECCIONES, pero ademas
*> del ADMIN habilita al rol REGISTRO de registraduria.
VerificarAutorizacionEnmienda.
   MOVE 'N' TO WS-ENMIENDA-AUTORIZADA
   ACCEPT WS-USUARIO-OS FROM USER NAME
   MOVE SPACES TO WS-ROL-USUARIO
   ACCEPT WS-FECHA-HOY-ROL FROM DATE YYYYMMDD
   OPEN INPUT USUARIOS-ROLES
   IF WS-ESTADO-ROLES = "00"
      MOVE WS-USUARIO-OS TO ROL-NOMBRE
      READ USUARIOS-ROLES
         INVALID KEY CONTINUE
         NOT INVALID KEY
            *> Un rol con fecha de fin cumplida esta revocado: se
            *> trata igual que un usuario sin rol.
            IF ROL-FECHA-FIN IS NUMERIC AND ROL-FECHA-FIN > 0
               AND ROL-FECHA-FIN <= WS-FECHA-HOY-ROL
               CONTINUE
            ELSE
               MOVE ROL-VALOR TO WS-ROL-USUARIO
            END-IF
      END-READ
      CLOSE USUARIOS-ROLES
   END-IF
   IF WS-ROL-USUARIO = "ADMIN" OR WS-ROL-USUARIO = "REGISTRO"
      MOVE 'S' TO WS-ENMIENDA-AUTORIZADA
   ELSE
      DISPLAY "ACCESO DENEGADO: " WS-USUARIO-OS
         " NO TIENE ROL ADMIN NI REGISTRO EN USUARIOS-ROLES.DAT"
   END-IF.

CargarEnmiendas.
    OPEN INPUT ENMIENDAS-FILE
    IF WS-ESTADO-ENMIENDAS NOT = "00"
       DISPLAY "NO HAY ENMIENDAS-NOTAS.DAT PARA APLICAR"
    ELSE
       PERFORM UNTIL WS-EOF-ENMIENDAS = 'Y'
          READ ENMIENDAS-FILE
             AT END MOVE 'Y' TO WS-EOF-ENMIENDAS
             NOT AT END PERFORM GuardarEnmienda
          END-READ
       END-PERFORM
       CLOSE ENMIENDAS-FILE
    END-IF.

GuardarEnmienda.
    ADD 1 TO WS-LEIDOS
    IF ENM-NotaNueva NOT NUMERIC OR ENM-NotaNueva > 100
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: " ENM-EstudianteId " " ENM-Curso
          " " ENM-Periodo " NOTA NUEVA FUERA DE 0-100"
       EXIT PARAGRAPH
    END-IF
    IF ENM-Motivo = SPACES
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: " ENM-EstudianteId " " ENM-Curso
          " " ENM-Periodo " SIN MOTIVO DE LA ENMIENDA"
       EXIT PARAGRAPH
    END-IF
    IF WS-TOTAL-ENMIENDAS < 200
       ADD 1 TO WS-TOTAL-ENMIENDAS
       MOVE ENM-EstudianteId TO ENE-ID(WS-TOTAL-ENMIENDAS)
       MOVE ENM-Curso TO ENE-CURSO(WS-TOTAL-ENMIENDAS)
       MOVE ENM-Periodo TO ENE-PERIODO(WS-TOTAL-ENMIENDAS)
       MOVE ENM-NotaNueva TO ENE-NOTA(WS-TOTAL-ENMIENDAS)
       MOVE ENM-Motivo TO ENE-MOTIVO(WS-TOTAL-ENMIENDAS)
       MOVE 0 TO ENE-ANTERIOR(WS-TOTAL-ENMIENDAS)
       MOVE 'P' TO ENE-ESTADO(WS-TOTAL-ENMIENDAS)
    ELSE
       ADD 1 TO WS-RECHAZOS
       DISPLAY "ATENCION: MAS DE 200 ENMIENDAS, SE PIERDE "
          ENM-EstudianteId " " ENM-Curso " " ENM-Periodo
    END-IF.

CargarGraduados.
    OPEN INPUT GRADUADOS-FILE
    IF WS-ESTADO-GRADUADOS = "00"
       PERFORM UNTIL WS-EOF-GRADUADOS = 'Y'
          READ GRADUADOS-FILE
             AT END MOVE 'Y' TO WS-EOF-GRADUADOS
             NOT AT END
                IF WS-TOTAL-GRADUADOS < 500
                   ADD 1 TO WS-TOTAL-GRADUADOS
                   MOVE GRA-EstudianteId
                      TO WS-GRADUADO(WS-TOTAL-GRADUADOS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 500 GRADUADOS, SE "
                      "PIERDE " GRA-EstudianteId
                END-IF
          END-READ
       END-PERFORM
       CLOSE GRADUADOS-FILE
    END-IF.

CargarEmitidos.
    OPEN INPUT EMITIDOS-FILE
    IF WS-ESTADO-EMITIDOS = "00"
       PERFORM UNTIL WS-EOF-EMITIDOS = 'Y'
          READ EMITIDOS-FILE
             AT END MOVE 'Y' TO WS-EOF-EMITIDOS
             NOT AT END
                IF WS-TOTAL-EMITIDOS < 500
                   ADD 1 TO WS-TOTAL-EMITIDOS
                   MOVE CEM-EstudianteId
                      TO WS-EMITIDO(WS-TOTAL-EMITIDOS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 500 CERTIFICADOS "
                      "EMITIDOS, SE PIERDE " CEM-EstudianteId
                END-IF
          END-READ
       END-PERFORM
       CLOSE EMITIDOS-FILE
    END-IF.

*> El historico pasa fila por fila al .TMP; la fila que coincide
*> con un pedido pendiente sale con la nota nueva. Recien con el
*> .TMP completo se pisa el archivo real.
RegrabarHistorico.
    OPEN INPUT CALIFICACIONES-HIST
    IF WS-ESTADO-CAL-HIST NOT = "00"
       DISPLAY "NO HAY CALIFICACIONES-HIST.DAT, NADA PARA ENMENDAR"
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT CAL-HIST-TEMP
    PERFORM UNTIL WS-EOF-CAL-HIST = 'Y'
       READ CALIFICACIONES-HIST
          AT END MOVE 'Y' TO WS-EOF-CAL-HIST
          NOT AT END
             PERFORM AplicarEnmiendaFila
             MOVE CALIFICACIONES-HIST-REGISTRO
                TO CAL-HIST-TEMP-REGISTRO
             WRITE CAL-HIST-TEMP-REGISTRO
       END-READ
    END-PERFORM
    CLOSE CALIFICACIONES-HIST
    CLOSE CAL-HIST-TEMP
    *> El archivo real recien se pisa con la version nueva
    *> completa, asi un corte a mitad de la regrabacion deja
    *> el maestro intacto y el .TMP como evidencia, mismo
    *> recurso que CONTACTOS-ARCHIVADOS.DAT.TMP en ARCHIVO1.
    MOVE SPACES TO WS-COMANDO-MV
    STRING "mv CALIFICACIONES-HIST.DAT.TMP CALIFICACIONES-HIST.DAT"
       DELIMITED BY SIZE INTO WS-COMANDO-MV
    CALL "SYSTEM" USING WS-COMANDO-MV.

AplicarEnmiendaFila.
    PERFORM VARYING WS-ENE-SUB FROM 1 BY 1
       UNTIL WS-ENE-SUB > WS-TOTAL-ENMIENDAS
       IF ENE-ID(WS-ENE-SUB) = CHI-EstudianteId
          AND ENE-CURSO(WS-ENE-SUB) = CHI-Curso
          AND ENE-PERIODO(WS-ENE-SUB) = CHI-Periodo
          AND ENE-ESTADO(WS-ENE-SUB) = 'P'
          MOVE CHI-Nota TO ENE-ANTERIOR(WS-ENE-SUB)
          IF CHI-Nota = ENE-NOTA(WS-ENE-SUB)
             MOVE 'Y' TO ENE-ESTADO(WS-ENE-SUB)
          ELSE
             MOVE ENE-NOTA(WS-ENE-SUB) TO CHI-Nota
             MOVE 'A' TO ENE-ESTADO(WS-ENE-SUB)
          END-IF
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> Con el historico ya regrabado: log de lo aplicado, aviso de
*> reemision y rechazo de los pedidos que no encontraron su fila.
InformarEnmiendas.
    PERFORM VARYING WS-ENE-SUB FROM 1 BY 1
       UNTIL WS-ENE-SUB > WS-TOTAL-ENMIENDAS
       EVALUATE ENE-ESTADO(WS-ENE-SUB)
          WHEN 'A'
             ADD 1 TO WS-APLICADAS
             DISPLAY "ENMENDADA: " ENE-ID(WS-ENE-SUB) " "
                ENE-CURSO(WS-ENE-SUB) " " ENE-PERIODO(WS-ENE-SUB)
                " NOTA " ENE-ANTERIOR(WS-ENE-SUB) " -> "
                ENE-NOTA(WS-ENE-SUB)
             PERFORM RegistrarEnmienda
             PERFORM VerificarReemision
          WHEN 'Y'
             ADD 1 TO WS-YA-APLICADAS
             DISPLAY "SIN CAMBIO: " ENE-ID(WS-ENE-SUB) " "
                ENE-CURSO(WS-ENE-SUB) " " ENE-PERIODO(WS-ENE-SUB)
                " YA TIENE NOTA " ENE-NOTA(WS-ENE-SUB)
          WHEN OTHER
             ADD 1 TO WS-RECHAZOS
             DISPLAY "RECHAZADO: " ENE-ID(WS-ENE-SUB) " "
                ENE-CURSO(WS-ENE-SUB) " " ENE-PERIODO(WS-ENE-SUB)
                " NO ESTA EN CALIFICACIONES-HIST.DAT"
       END-EVALUATE
    END-PERFORM.

*> Una linea por nota cambiada en ENMIENDAS-NOTAS.LOG con quien la
*> cambio y el antes/despues, mismo esquema que CAMBIOS-ROLES.LOG.
RegistrarEnmienda.
    OPEN EXTEND ENMIENDAS-LOG
    IF WS-ESTADO-LOG NOT = "00"
       OPEN OUTPUT ENMIENDAS-LOG
       CLOSE ENMIENDAS-LOG
       OPEN EXTEND ENMIENDAS-LOG
    END-IF
    MOVE WS-FECHA-HOY TO ENL-Fecha
    MOVE WS-USUARIO-OS TO ENL-Usuario
    MOVE ENE-ID(WS-ENE-SUB) TO ENL-EstudianteId
    MOVE ENE-CURSO(WS-ENE-SUB) TO ENL-Curso
    MOVE ENE-PERIODO(WS-ENE-SUB) TO ENL-Periodo
    MOVE ENE-ANTERIOR(WS-ENE-SUB) TO ENL-NotaAnterior
    MOVE ENE-NOTA(WS-ENE-SUB) TO ENL-NotaNueva
    MOVE ENE-MOTIVO(WS-ENE-SUB) TO ENL-Motivo
    WRITE ENMIENDA-LOG-REGISTRO
    CLOSE ENMIENDAS-LOG.

*> Graduado pesa mas que certificado: el titulo tambien se reemite.
VerificarReemision.
    MOVE SPACES TO WS-MOTIVO-REEMISION
    PERFORM VARYING WS-BUS-SUB FROM 1 BY 1
       UNTIL WS-BUS-SUB > WS-TOTAL-EMITIDOS
       IF WS-EMITIDO(WS-BUS-SUB) = ENE-ID(WS-ENE-SUB)
          MOVE "CERTIFICADO" TO WS-MOTIVO-REEMISION
          EXIT PERFORM
       END-IF
    END-PERFORM
    PERFORM VARYING WS-BUS-SUB FROM 1 BY 1
       UNTIL WS-BUS-SUB > WS-TOTAL-GRADUADOS
       IF WS-GRADUADO(WS-BUS-SUB) = ENE-ID(WS-ENE-SUB)
          MOVE "GRADUADO" TO WS-MOTIVO-REEMISION
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-MOTIVO-REEMISION = SPACES
       EXIT PARAGRAPH
    END-IF
    OPEN EXTEND REEMISIONES-FILE
    IF WS-ESTADO-REEMISIONES NOT = "00"
       OPEN OUTPUT REEMISIONES-FILE
       CLOSE REEMISIONES-FILE
       OPEN EXTEND REEMISIONES-FILE
    END-IF
    MOVE ENE-ID(WS-ENE-SUB) TO REE-EstudianteId
    MOVE ENE-CURSO(WS-ENE-SUB) TO REE-Curso
    MOVE ENE-PERIODO(WS-ENE-SUB) TO REE-Periodo
    MOVE WS-MOTIVO-REEMISION TO REE-Motivo
    MOVE WS-FECHA-HOY TO REE-Fecha
    WRITE REEMISIONES-REGISTRO
    CLOSE REEMISIONES-FILE
    ADD 1 TO WS-REEMISIONES
    DISPLAY "  REEMITIR: " ENE-ID(WS-ENE-SUB) " ("
       WS-MOTIVO-REEMISION ")".
