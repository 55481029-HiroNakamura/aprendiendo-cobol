IDENTIFICATION DIVISION.
PROGRAM-ID. COBERTURADOCENTES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Cuando un docente avisa que falta, la oficina salia a llamar
*> suplentes de DOCENTES.DAT sin saber quien esta libre a esa hora.
*> Las ausencias se cargan en AUSENCIAS-DOCENTES.DAT (docente,
*> fecha, jornada C completa, M manana o T tarde, y motivo; el
*> historico solo crece, como INCIDENTES) y este programa arma la
*> cobertura del dia de COBERTURA.CTL (la fecha de proceso si el
*> control no esta o viene en cero): por cada curso que el ausente
*> tiene en ASIGNACION-DOCENTES.DAT, cada seccion de SECCIONES.DAT
*> de ese dia de la semana que cae en la jornada ausente (manana es
*> lo que empieza antes de las 1300) necesita suplente. Se proponen
*> los docentes que no faltan ese dia, que estan habilitados para
*> el curso en IDONEIDAD-DOCENTES.DAT (docente y curso, mantenido a
*> mano por direccion como REQUISITOS-GRADO.DAT) y que no dictan ni
*> cubren otra seccion que se pise en horario; el primero queda
*> asignado y los demas como alternativas. Las asignaciones quedan
*> en COBERTURAS-DOCENTES.DAT (una corrida repetida para la misma
*> fecha reemplaza las filas de esa fecha) y la hoja de cobertura
*> del dia en COBERTURA-DIARIA.TXT. Una seccion sin suplente sale
*> SIN COBERTURA, se graba con suplente cero y deja RC=4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT AUSENCIAS-FILE ASSIGN TO "AUSENCIAS-DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-AUSENCIAS.
SELECT DOCENTES-FILE ASSIGN TO "DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DOCENTES.
SELECT ASIGNACION-FILE ASSIGN TO "ASIGNACION-DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ASIGNACION.
SELECT SECCIONES-FILE ASSIGN TO "SECCIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SECCIONES.
SELECT IDONEIDAD-FILE ASSIGN TO "IDONEIDAD-DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-IDONEIDAD.
SELECT COBERTURA-CTL ASSIGN TO "COBERTURA.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT COBERTURAS-FILE ASSIGN TO "COBERTURAS-DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-COBERTURAS.
SELECT HOJA-FILE ASSIGN TO "COBERTURA-DIARIA.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HOJA.

SELECT COBERTURAS-TEMP ASSIGN TO "COBERTURAS-DOCENTES.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-COBERTURAS-TEMP.

DATA DIVISION.
FILE SECTION.
FD AUSENCIAS-FILE.
01 AUSENCIAS-REGISTRO.
   05 AUS-DocenteId PIC 9(5).
   05 AUS-Fecha PIC 9(8).
   05 AUS-Jornada PIC X(1).
   05 AUS-Motivo PIC X(20).

FD DOCENTES-FILE.
01 DOCENTES-REGISTRO.
   05 DOC-DocenteId PIC 9(5).
   05 DOC-Nombre PIC X(30).
   05 DOC-Telefono PIC X(15).

FD ASIGNACION-FILE.
01 ASIGNACION-REGISTRO.
   05 ASG-Curso PIC X(8).
   05 ASG-DocenteId PIC 9(5).

FD SECCIONES-FILE.
01 SECCIONES-REGISTRO.
   05 SEC-Curso PIC X(8).
   05 SEC-Dia PIC 9(1).
   05 SEC-HoraInicio PIC 9(4).
   05 SEC-HoraFin PIC 9(4).
   05 SEC-Aula PIC X(6).

FD IDONEIDAD-FILE.
01 IDONEIDAD-REGISTRO.
   05 IDO-DocenteId PIC 9(5).
   05 IDO-Curso PIC X(8).

FD COBERTURA-CTL.
01 COBERTURA-CTL-REGISTRO.
   05 CTL-Fecha PIC 9(8).

FD COBERTURAS-FILE.
01 COBERTURAS-REGISTRO.
   05 COB-Fecha PIC 9(8).
   05 COB-Curso PIC X(8).
   05 COB-HoraInicio PIC 9(4).
   05 COB-HoraFin PIC 9(4).
   05 COB-Aula PIC X(6).
   05 COB-DocenteAusente PIC 9(5).
   05 COB-DocenteSuplente PIC 9(5).

FD HOJA-FILE.
01 HOJA-LINEA PIC X(80).

FD COBERTURAS-TEMP.
01 COBERTURAS-TEMP-REGISTRO PIC X(40).

WORKING-STORAGE SECTION.
01 WS-ESTADO-AUSENCIAS PIC X(2).
01 WS-ESTADO-DOCENTES PIC X(2).
01 WS-ESTADO-ASIGNACION PIC X(2).
01 WS-ESTADO-SECCIONES PIC X(2).
01 WS-ESTADO-IDONEIDAD PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-COBERTURAS PIC X(2).
01 WS-ESTADO-HOJA PIC X(2).
01 WS-ESTADO-COBERTURAS-TEMP PIC X(2).
01 WS-EOF-AUSENCIAS PIC A(1) VALUE 'N'.
01 WS-EOF-DOCENTES PIC A(1) VALUE 'N'.
01 WS-EOF-ASIGNACION PIC A(1) VALUE 'N'.
01 WS-EOF-SECCIONES PIC A(1) VALUE 'N'.
01 WS-EOF-IDONEIDAD PIC A(1) VALUE 'N'.
01 WS-EOF-COBERTURAS PIC A(1) VALUE 'N'.
01 WS-COMANDO-MV PIC X(80).

01 WS-FECHA-HOY PIC 9(8).
01 WS-FECHA-COBERTURA PIC 9(8).
*> 1 lunes a 7 domingo, la misma numeracion que SEC-Dia: el dia
*> entero 1 del calendario (1 de enero de 1601) fue lunes.
01 WS-DIA-SEMANA PIC 9(1).
01 WS-DIAS-ENTEROS PIC 9(7).
01 WS-SEMANAS PIC 9(7).
01 WS-RESTO-SEMANA PIC 9(1).

01 WS-TABLA-DOCENTES.
   05 WS-DOCENTE-FILA OCCURS 50 TIMES.
      10 TDO-ID PIC 9(5).
      10 TDO-NOMBRE PIC X(30).
      10 TDO-TELEFONO PIC X(15).
01 WS-TOTAL-DOCENTES PIC 9(2) VALUE 0.
01 WS-DOC-SUB PIC 9(2).
01 WS-BUSCAR-DOCENTE PIC 9(5).
01 WS-NOMBRE-DOCENTE PIC X(30).
01 WS-TELEFONO-DOCENTE PIC X(15).

01 WS-TABLA-ASIGNACIONES.
   05 WS-ASIGNACION-FILA OCCURS 100 TIMES.
      10 TAS-CURSO PIC X(8).
      10 TAS-DOCENTE PIC 9(5).
01 WS-TOTAL-ASIGNACIONES PIC 9(3) VALUE 0.
01 WS-ASG-SUB PIC 9(3).
01 WS-ASG-OTRA PIC 9(3).

01 WS-TABLA-SECCIONES.
   05 WS-SECCION-FILA OCCURS 200 TIMES.
      10 SEN-CURSO PIC X(8).
      10 SEN-DIA PIC 9(1).
      10 SEN-INICIO PIC 9(4).
      10 SEN-FIN PIC 9(4).
      10 SEN-AULA PIC X(6).
01 WS-TOTAL-SECCIONES PIC 9(3) VALUE 0.
01 WS-SEC-SUB PIC 9(3).
01 WS-SEC-OTRA PIC 9(3).

01 WS-TABLA-IDONEIDAD.
   05 WS-IDONEIDAD-FILA OCCURS 300 TIMES.
      10 TID-DOCENTE PIC 9(5).
      10 TID-CURSO PIC X(8).
01 WS-TOTAL-IDONEIDAD PIC 9(3) VALUE 0.
01 WS-IDO-SUB PIC 9(3).

*> Los ausentes de la fecha, uno por docente.
01 WS-TABLA-AUSENTES.
   05 WS-AUSENTE-FILA OCCURS 50 TIMES.
      10 TAU-DOCENTE PIC 9(5).
      10 TAU-JORNADA PIC X(1).
      10 TAU-MOTIVO PIC X(20).
01 WS-TOTAL-AUSENTES PIC 9(2) VALUE 0.
01 WS-AUS-SUB PIC 9(2).
01 WS-AUS-OTRO PIC 9(2).
01 WS-AUS-HALLADO PIC A(1).

*> Las secciones a cubrir de la fecha con el suplente asignado.
01 WS-TABLA-COBERTURAS.
   05 WS-COBERTURA-FILA OCCURS 200 TIMES.
      10 TCB-CURSO PIC X(8).
      10 TCB-INICIO PIC 9(4).
      10 TCB-FIN PIC 9(4).
      10 TCB-AULA PIC X(6).
      10 TCB-AUSENTE PIC 9(5).
      10 TCB-SUPLENTE PIC 9(5).
01 WS-TOTAL-COBERTURAS PIC 9(3) VALUE 0.
01 WS-COB-SUB PIC 9(3).
01 WS-COB-OTRA PIC 9(3).

01 WS-CANDIDATO PIC 9(5).
01 WS-CANDIDATO-OK PIC A(1).
01 WS-ALTERNATIVAS PIC 9(2).
01 WS-EN-JORNADA PIC A(1).
01 WS-SLOT-INICIO PIC 9(4).
01 WS-SLOT-FIN PIC 9(4).
01 WS-LINEA PIC X(80).

01 WS-SECCIONES-CUBIERTAS PIC 9(3) VALUE 0.
01 WS-SIN-COBERTURA PIC 9(3) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "COBERTURADOCENTES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    OPEN INPUT COBERTURAS-TEMP
    IF WS-ESTADO-COBERTURAS-TEMP = "00"
       CLOSE COBERTURAS-TEMP
       DISPLAY "HAY UN COBERTURAS-DOCENTES.DAT.TMP DE UNA CORRIDA "
          "ANTERIOR FALLADA, RESOLVER ANTES DE CORRER"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM LeerControl
    COMPUTE WS-DIAS-ENTEROS =
       FUNCTION INTEGER-OF-DATE(WS-FECHA-COBERTURA) - 1
    DIVIDE WS-DIAS-ENTEROS BY 7 GIVING WS-SEMANAS
       REMAINDER WS-RESTO-SEMANA
    COMPUTE WS-DIA-SEMANA = WS-RESTO-SEMANA + 1
    PERFORM CargarDocentes
    PERFORM CargarAsignaciones
    PERFORM CargarSecciones
    PERFORM CargarIdoneidad
    PERFORM CargarAusentes
    OPEN OUTPUT HOJA-FILE
    MOVE SPACES TO WS-LINEA
    STRING "*** HOJA DE COBERTURA DEL " WS-FECHA-COBERTURA
       " (DIA " WS-DIA-SEMANA ") ***"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO HOJA-LINEA
    WRITE HOJA-LINEA
    IF WS-TOTAL-AUSENTES = 0
       MOVE "(SIN AUSENCIAS DE DOCENTES PARA LA FECHA)"
          TO HOJA-LINEA
       WRITE HOJA-LINEA
    END-IF
    PERFORM VARYING WS-AUS-SUB FROM 1 BY 1
       UNTIL WS-AUS-SUB > WS-TOTAL-AUSENTES
       PERFORM CubrirAusente
    END-PERFORM
    CLOSE HOJA-FILE
    PERFORM GrabarCoberturas
    DISPLAY "AUSENTES: " WS-TOTAL-AUSENTES
       "  SECCIONES CUBIERTAS: " WS-SECCIONES-CUBIERTAS
       "  SIN COBERTURA: " WS-SIN-COBERTURA
    IF WS-SIN-COBERTURA > 0
       MOVE 4 TO RETURN-CODE
    END-IF.
FinInicio.
DISPLAY "JOB COBERTURADOCENTES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerControl.
    MOVE WS-FECHA-HOY TO WS-FECHA-COBERTURA
    OPEN INPUT COBERTURA-CTL
    IF WS-ESTADO-CTL = "00"
       READ COBERTURA-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-Fecha NUMERIC AND CTL-Fecha > 0
                MOVE CTL-Fecha TO WS-FECHA-COBERTURA
             END-IF
       END-READ
       CLOSE COBERTURA-CTL
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
                   MOVE DOC-DocenteId TO TDO-ID(WS-TOTAL-DOCENTES)
                   MOVE DOC-Nombre TO TDO-NOMBRE(WS-TOTAL-DOCENTES)
                   MOVE DOC-Telefono
                      TO TDO-TELEFONO(WS-TOTAL-DOCENTES)
                END-IF
          END-READ
       END-PERFORM
       CLOSE DOCENTES-FILE
    END-IF.

CargarAsignaciones.
    OPEN INPUT ASIGNACION-FILE
    IF WS-ESTADO-ASIGNACION = "00"
       PERFORM UNTIL WS-EOF-ASIGNACION = 'Y'
          READ ASIGNACION-FILE
             AT END MOVE 'Y' TO WS-EOF-ASIGNACION
             NOT AT END
                IF WS-TOTAL-ASIGNACIONES < 100
                   ADD 1 TO WS-TOTAL-ASIGNACIONES
                   MOVE ASG-Curso
                      TO TAS-CURSO(WS-TOTAL-ASIGNACIONES)
                   MOVE ASG-DocenteId
                      TO TAS-DOCENTE(WS-TOTAL-ASIGNACIONES)
                END-IF
          END-READ
       END-PERFORM
       CLOSE ASIGNACION-FILE
    END-IF.

*> Solo las secciones del dia de la semana de la fecha.
CargarSecciones.
    OPEN INPUT SECCIONES-FILE
    IF WS-ESTADO-SECCIONES = "00"
       PERFORM UNTIL WS-EOF-SECCIONES = 'Y'
          READ SECCIONES-FILE
             AT END MOVE 'Y' TO WS-EOF-SECCIONES
             NOT AT END
                IF SEC-Dia = WS-DIA-SEMANA
                   IF WS-TOTAL-SECCIONES < 200
                      ADD 1 TO WS-TOTAL-SECCIONES
                      MOVE SEC-Curso
                         TO SEN-CURSO(WS-TOTAL-SECCIONES)
                      MOVE SEC-Dia TO SEN-DIA(WS-TOTAL-SECCIONES)
                      MOVE SEC-HoraInicio
                         TO SEN-INICIO(WS-TOTAL-SECCIONES)
                      MOVE SEC-HoraFin
                         TO SEN-FIN(WS-TOTAL-SECCIONES)
                      MOVE SEC-Aula TO SEN-AULA(WS-TOTAL-SECCIONES)
                   ELSE
                      DISPLAY "ATENCION: MAS DE 200 SECCIONES EN EL "
                         "DIA, SE PIERDE " SEC-Curso
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE SECCIONES-FILE
    END-IF.

CargarIdoneidad.
    OPEN INPUT IDONEIDAD-FILE
    IF WS-ESTADO-IDONEIDAD = "00"
       PERFORM UNTIL WS-EOF-IDONEIDAD = 'Y'
          READ IDONEIDAD-FILE
             AT END MOVE 'Y' TO WS-EOF-IDONEIDAD
             NOT AT END
                IF WS-TOTAL-IDONEIDAD < 300
                   ADD 1 TO WS-TOTAL-IDONEIDAD
                   MOVE IDO-DocenteId
                      TO TID-DOCENTE(WS-TOTAL-IDONEIDAD)
                   MOVE IDO-Curso TO TID-CURSO(WS-TOTAL-IDONEIDAD)
                ELSE
                   DISPLAY "ATENCION: MAS DE 300 HABILITACIONES, "
                      "SE PIERDE " IDO-DocenteId " " IDO-Curso
                END-IF
          END-READ
       END-PERFORM
       CLOSE IDONEIDAD-FILE
    ELSE
       DISPLAY "AVISO: NO HAY IDONEIDAD-DOCENTES.DAT, NINGUN "
          "DOCENTE QUEDA HABILITADO COMO SUPLENTE"
    END-IF.

*> Dos avisos del mismo docente para la fecha se juntan: si uno
*> es de jornada completa, falta todo el dia.
CargarAusentes.
    OPEN INPUT AUSENCIAS-FILE
    IF WS-ESTADO-AUSENCIAS = "00"
       PERFORM UNTIL WS-EOF-AUSENCIAS = 'Y'
          READ AUSENCIAS-FILE
             AT END MOVE 'Y' TO WS-EOF-AUSENCIAS
             NOT AT END
                IF AUS-Fecha = WS-FECHA-COBERTURA
                   PERFORM GuardarAusente
                END-IF
          END-READ
       END-PERFORM
       CLOSE AUSENCIAS-FILE
    END-IF.

GuardarAusente.
    IF AUS-Jornada NOT = 'M' AND AUS-Jornada NOT = 'T'
       MOVE 'C' TO AUS-Jornada
    END-IF
    MOVE AUS-DocenteId TO WS-CANDIDATO
    PERFORM BuscarAusente
    IF WS-AUS-HALLADO = 'S'
       IF TAU-JORNADA(WS-AUS-OTRO) NOT = AUS-Jornada
          MOVE 'C' TO TAU-JORNADA(WS-AUS-OTRO)
       END-IF
       EXIT PARAGRAPH
    END-IF
    IF WS-TOTAL-AUSENTES < 50
       ADD 1 TO WS-TOTAL-AUSENTES
       MOVE AUS-DocenteId TO TAU-DOCENTE(WS-TOTAL-AUSENTES)
       MOVE AUS-Jornada TO TAU-JORNADA(WS-TOTAL-AUSENTES)
       MOVE AUS-Motivo TO TAU-MOTIVO(WS-TOTAL-AUSENTES)
    END-IF.

BuscarAusente.
    MOVE 'N' TO WS-AUS-HALLADO
    PERFORM VARYING WS-AUS-OTRO FROM 1 BY 1
       UNTIL WS-AUS-OTRO > WS-TOTAL-AUSENTES
       IF TAU-DOCENTE(WS-AUS-OTRO) = WS-CANDIDATO
          MOVE 'S' TO WS-AUS-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

BuscarNombreDocente.
    MOVE "(NO ESTA EN DOCENTES.DAT)" TO WS-NOMBRE-DOCENTE
    MOVE SPACES TO WS-TELEFONO-DOCENTE
    PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
       UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
       IF TDO-ID(WS-DOC-SUB) = WS-BUSCAR-DOCENTE
          MOVE TDO-NOMBRE(WS-DOC-SUB) TO WS-NOMBRE-DOCENTE
          MOVE TDO-TELEFONO(WS-DOC-SUB) TO WS-TELEFONO-DOCENTE
          EXIT PERFORM
       END-IF
    END-PERFORM.

CubrirAusente.
    MOVE TAU-DOCENTE(WS-AUS-SUB) TO WS-BUSCAR-DOCENTE
    PERFORM BuscarNombreDocente
    MOVE SPACES TO HOJA-LINEA
    WRITE HOJA-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "AUSENTE " TAU-DOCENTE(WS-AUS-SUB) " "
       WS-NOMBRE-DOCENTE " JORNADA " TAU-JORNADA(WS-AUS-SUB)
       " " TAU-MOTIVO(WS-AUS-SUB)
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO HOJA-LINEA
    WRITE HOJA-LINEA
    PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
       UNTIL WS-ASG-SUB > WS-TOTAL-ASIGNACIONES
       IF TAS-DOCENTE(WS-ASG-SUB) = TAU-DOCENTE(WS-AUS-SUB)
          PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
             UNTIL WS-SEC-SUB > WS-TOTAL-SECCIONES
             IF SEN-CURSO(WS-SEC-SUB) = TAS-CURSO(WS-ASG-SUB)
                PERFORM VerificarJornada
                IF WS-EN-JORNADA = 'S'
                   PERFORM CubrirSeccion
                END-IF
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM.

VerificarJornada.
    MOVE 'S' TO WS-EN-JORNADA
    IF TAU-JORNADA(WS-AUS-SUB) = 'M'
       AND SEN-INICIO(WS-SEC-SUB) >= 1300
       MOVE 'N' TO WS-EN-JORNADA
    END-IF
    IF TAU-JORNADA(WS-AUS-SUB) = 'T'
       AND SEN-INICIO(WS-SEC-SUB) < 1300
       MOVE 'N' TO WS-EN-JORNADA
    END-IF.

*> Recorre todos los docentes como candidatos: el primero libre
*> queda asignado, el resto se lista como alternativa.
CubrirSeccion.
    IF WS-TOTAL-COBERTURAS >= 200
       DISPLAY "ATENCION: MAS DE 200 SECCIONES A CUBRIR, SE PIERDE "
          SEN-CURSO(WS-SEC-SUB) " " SEN-INICIO(WS-SEC-SUB)
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TOTAL-COBERTURAS
    MOVE WS-TOTAL-COBERTURAS TO WS-COB-SUB
    MOVE SEN-CURSO(WS-SEC-SUB) TO TCB-CURSO(WS-COB-SUB)
    MOVE SEN-INICIO(WS-SEC-SUB) TO TCB-INICIO(WS-COB-SUB)
    MOVE SEN-FIN(WS-SEC-SUB) TO TCB-FIN(WS-COB-SUB)
    MOVE SEN-AULA(WS-SEC-SUB) TO TCB-AULA(WS-COB-SUB)
    MOVE TAU-DOCENTE(WS-AUS-SUB) TO TCB-AUSENTE(WS-COB-SUB)
    MOVE 0 TO TCB-SUPLENTE(WS-COB-SUB)
    MOVE SEN-INICIO(WS-SEC-SUB) TO WS-SLOT-INICIO
    MOVE SEN-FIN(WS-SEC-SUB) TO WS-SLOT-FIN
    MOVE SPACES TO WS-LINEA
    STRING "  " SEN-CURSO(WS-SEC-SUB) " " SEN-INICIO(WS-SEC-SUB)
       "-" SEN-FIN(WS-SEC-SUB) " AULA " SEN-AULA(WS-SEC-SUB)
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO HOJA-LINEA
    WRITE HOJA-LINEA
    MOVE 0 TO WS-ALTERNATIVAS
    PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
       UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
       MOVE TDO-ID(WS-DOC-SUB) TO WS-CANDIDATO
       PERFORM EvaluarCandidato
       IF WS-CANDIDATO-OK = 'S'
          PERFORM ProponerCandidato
       END-IF
    END-PERFORM
    IF TCB-SUPLENTE(WS-COB-SUB) = 0
       ADD 1 TO WS-SIN-COBERTURA
       MOVE "    >> SIN COBERTURA: NINGUN DOCENTE HABILITADO LIBRE"
          TO HOJA-LINEA
       WRITE HOJA-LINEA
    ELSE
       ADD 1 TO WS-SECCIONES-CUBIERTAS
    END-IF.

ProponerCandidato.
    MOVE SPACES TO WS-LINEA
    IF TCB-SUPLENTE(WS-COB-SUB) = 0
       MOVE WS-CANDIDATO TO TCB-SUPLENTE(WS-COB-SUB)
       STRING "    SUPLENTE   " WS-CANDIDATO " "
          TDO-NOMBRE(WS-DOC-SUB) " TEL " TDO-TELEFONO(WS-DOC-SUB)
          DELIMITED BY SIZE INTO WS-LINEA
    ELSE
       ADD 1 TO WS-ALTERNATIVAS
       STRING "    ALTERNATIVA " WS-CANDIDATO " "
          TDO-NOMBRE(WS-DOC-SUB) " TEL " TDO-TELEFONO(WS-DOC-SUB)
          DELIMITED BY SIZE INTO WS-LINEA
    END-IF
    MOVE WS-LINEA TO HOJA-LINEA
    WRITE HOJA-LINEA.

*> Un candidato sirve si no falta ese dia, esta habilitado para el
*> curso y no tiene otra seccion propia ni otra suplencia que se
*> pise con la franja a cubrir.
EvaluarCandidato.
    MOVE 'N' TO WS-CANDIDATO-OK
    PERFORM BuscarAusente
    IF WS-AUS-HALLADO = 'S'
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-IDO-SUB FROM 1 BY 1
       UNTIL WS-IDO-SUB > WS-TOTAL-IDONEIDAD
       IF TID-DOCENTE(WS-IDO-SUB) = WS-CANDIDATO
          AND TID-CURSO(WS-IDO-SUB) = TCB-CURSO(WS-COB-SUB)
          MOVE 'S' TO WS-CANDIDATO-OK
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-CANDIDATO-OK = 'N'
       EXIT PARAGRAPH
    END-IF
    PERFORM VerificarHorarioPropio
    IF WS-CANDIDATO-OK = 'N'
       EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-COB-OTRA FROM 1 BY 1
       UNTIL WS-COB-OTRA >= WS-COB-SUB
       IF TCB-SUPLENTE(WS-COB-OTRA) = WS-CANDIDATO
          AND TCB-INICIO(WS-COB-OTRA) < WS-SLOT-FIN
          AND WS-SLOT-INICIO < TCB-FIN(WS-COB-OTRA)
          MOVE 'N' TO WS-CANDIDATO-OK
          EXIT PERFORM
       END-IF
    END-PERFORM.

VerificarHorarioPropio.
    PERFORM VARYING WS-ASG-OTRA FROM 1 BY 1
       UNTIL WS-ASG-OTRA > WS-TOTAL-ASIGNACIONES
       IF TAS-DOCENTE(WS-ASG-OTRA) = WS-CANDIDATO
          PERFORM VARYING WS-SEC-OTRA FROM 1 BY 1
             UNTIL WS-SEC-OTRA > WS-TOTAL-SECCIONES
             IF SEN-CURSO(WS-SEC-OTRA) = TAS-CURSO(WS-ASG-OTRA)
                AND SEN-INICIO(WS-SEC-OTRA) < WS-SLOT-FIN
                AND WS-SLOT-INICIO < SEN-FIN(WS-SEC-OTRA)
                MOVE 'N' TO WS-CANDIDATO-OK
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM.

*> COBERTURAS-DOCENTES.DAT se regraba entero: las filas de otras
*> fechas pasan tal cual y las de esta fecha se reemplazan por las
*> de la corrida.
GrabarCoberturas.
    OPEN OUTPUT COBERTURAS-TEMP
    OPEN INPUT COBERTURAS-FILE
    IF WS-ESTADO-COBERTURAS = "00"
       PERFORM UNTIL WS-EOF-COBERTURAS = 'Y'
          READ COBERTURAS-FILE
             AT END MOVE 'Y' TO WS-EOF-COBERTURAS
             NOT AT END
                IF COB-Fecha NOT = WS-FECHA-COBERTURA
                   MOVE COBERTURAS-REGISTRO
                      TO COBERTURAS-TEMP-REGISTRO
                   WRITE COBERTURAS-TEMP-REGISTRO
                END-IF
          END-READ
       END-PERFORM
       CLOSE COBERTURAS-FILE
    END-IF
    PERFORM VARYING WS-COB-SUB FROM 1 BY 1
       UNTIL WS-COB-SUB > WS-TOTAL-COBERTURAS
       MOVE WS-FECHA-COBERTURA TO COB-Fecha
       MOVE TCB-CURSO(WS-COB-SUB) TO COB-Curso
       MOVE TCB-INICIO(WS-COB-SUB) TO COB-HoraInicio
       MOVE TCB-FIN(WS-COB-SUB) TO COB-HoraFin
       MOVE TCB-AULA(WS-COB-SUB) TO COB-Aula
       MOVE TCB-AUSENTE(WS-COB-SUB) TO COB-DocenteAusente
       MOVE TCB-SUPLENTE(WS-COB-SUB) TO COB-DocenteSuplente
       MOVE COBERTURAS-REGISTRO TO COBERTURAS-TEMP-REGISTRO
       WRITE COBERTURAS-TEMP-REGISTRO
    END-PERFORM
    CLOSE COBERTURAS-TEMP
    *> El archivo real recien se pisa con la version nueva
    *> completa, asi un corte a mitad de la regrabacion deja
    *> el maestro intacto y el .TMP como evidencia, mismo
    *> recurso que CONTACTOS-ARCHIVADOS.DAT.TMP en ARCHIVO1.
    MOVE SPACES TO WS-COMANDO-MV
    STRING "mv COBERTURAS-DOCENTES.DAT.TMP COBERTURAS-DOCENTES.DAT"
       DELIMITED BY SIZE INTO WS-COMANDO-MV
    CALL "SYSTEM" USING WS-COMANDO-MV.
