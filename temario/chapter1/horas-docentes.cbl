IDENTIFICATION DIVISION.
PROGRAM-ID. HORASDOCENTES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Sueldos liquidaba las horas catedra de una lista hecha a mano de
*> quien dicto que. Este programa las calcula para el mes YYYYMM de
*> HORAS-DOCENTES.CTL (el de la fecha de proceso si el control no
*> esta o viene en cero): por cada docente de DOCENTES.DAT, las
*> horas programadas son las secciones de SECCIONES.DAT de sus
*> cursos en ASIGNACION-DOCENTES.DAT multiplicadas por los dias de
*> clase de ese dia de la semana que tiene el mes en
*> CALENDARIO-ESCOLAR.DAT. Se restan las horas de las ausencias de
*> AUSENCIAS-DOCENTES.DAT que caen en dias de clase (con el mismo
*> corte de jornada que COBERTURADOCENTES: manana es lo que empieza
*> antes de las 1300, y dos avisos del mismo dia no se descuentan
*> dos veces) y se suman las suplencias cubiertas segun
*> COBERTURAS-DOCENTES.DAT. Tambien se informan los creditos de
*> CURSOS.DAT de los cursos asignados. El resultado va a
*> NOMINA-HORAS.DAT con el formato H/D/T de los feeds (encabezado
*> con lote de SECUENCIAID y periodo, un detalle por docente y
*> trailer con conteo y total de horas netas como total de
*> control). La carga programada se compara con el rango mensual
*> contratado de CARGA-CONTRATADA.DAT (docente, horas minimas y
*> maximas, mantenido a mano por direccion como
*> IDONEIDAD-DOCENTES.DAT); los que quedan fuera del rango o no
*> tienen rango salen en la hoja de excepciones y dejan RC=4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT DOCENTES-FILE ASSIGN TO "DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DOCENTES.
SELECT ASIGNACION-FILE ASSIGN TO "ASIGNACION-DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ASIGNACION.
SELECT SECCIONES-FILE ASSIGN TO "SECCIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SECCIONES.
SELECT CURSOS-FILE ASSIGN TO "CURSOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CURSOS.
SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO-ESCOLAR.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CALENDARIO.
SELECT AUSENCIAS-FILE ASSIGN TO "AUSENCIAS-DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-AUSENCIAS.
SELECT COBERTURAS-FILE ASSIGN TO "COBERTURAS-DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-COBERTURAS.
SELECT CONTRATOS-FILE ASSIGN TO "CARGA-CONTRATADA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CONTRATOS.
SELECT HORAS-CTL ASSIGN TO "HORAS-DOCENTES.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT NOMINA-FILE ASSIGN TO "NOMINA-HORAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-NOMINA.

DATA DIVISION.
FILE SECTION.
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

FD CURSOS-FILE.
01 CURSOS-REGISTRO.
   05 CUR-Curso PIC X(8).
   05 CUR-Titulo PIC X(30).
   05 CUR-Creditos PIC 9(2).
   05 CUR-Cupo PIC 9(3).

FD CALENDARIO-FILE.
01 CALENDARIO-REGISTRO.
   05 CAE-Fecha PIC 9(8).

FD AUSENCIAS-FILE.
01 AUSENCIAS-REGISTRO.
   05 AUS-DocenteId PIC 9(5).
   05 AUS-Fecha PIC 9(8).
   05 AUS-Jornada PIC X(1).
   05 AUS-Motivo PIC X(20).

FD COBERTURAS-FILE.
01 COBERTURAS-REGISTRO.
   05 COB-Fecha PIC 9(8).
   05 COB-Curso PIC X(8).
   05 COB-HoraInicio PIC 9(4).
   05 COB-HoraFin PIC 9(4).
   05 COB-Aula PIC X(6).
   05 COB-DocenteAusente PIC 9(5).
   05 COB-DocenteSuplente PIC 9(5).

FD CONTRATOS-FILE.
01 CONTRATOS-REGISTRO.
   05 CON-DocenteId PIC 9(5).
   05 CON-HorasMinimas PIC 9(3).
   05 CON-HorasMaximas PIC 9(3).

FD HORAS-CTL.
01 HORAS-CTL-REGISTRO.
   05 CTL-Periodo PIC 9(6).

FD NOMINA-FILE.
01 NOMINA-DETALLE.
   05 NHD-Indicador PIC X(1).
   05 NHD-DocenteId PIC 9(5).
   05 NHD-Periodo PIC 9(6).
   05 NHD-HorasProgramadas PIC 9(4)V99.
   05 NHD-HorasAusencia PIC 9(4)V99.
   05 NHD-HorasSuplencia PIC 9(4)V99.
   05 NHD-HorasNetas PIC 9(4)V99.
   05 NHD-Creditos PIC 9(3).
01 NOMINA-ENCABEZADO.
   05 NHE-Indicador PIC X(1).
   05 NHE-LoteId PIC X(10).
   05 NHE-Periodo PIC 9(6).
01 NOMINA-TRAILER.
   05 NHT-Indicador PIC X(1).
   05 NHT-Conteo PIC 9(6).
   05 NHT-TotalHorasNetas PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 WS-ESTADO-DOCENTES PIC X(2).
01 WS-ESTADO-ASIGNACION PIC X(2).
01 WS-ESTADO-SECCIONES PIC X(2).
01 WS-ESTADO-CURSOS PIC X(2).
01 WS-ESTADO-CALENDARIO PIC X(2).
01 WS-ESTADO-AUSENCIAS PIC X(2).
01 WS-ESTADO-COBERTURAS PIC X(2).
01 WS-ESTADO-CONTRATOS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-NOMINA PIC X(2).
01 WS-EOF-DOCENTES PIC A(1) VALUE 'N'.
01 WS-EOF-ASIGNACION PIC A(1) VALUE 'N'.
01 WS-EOF-SECCIONES PIC A(1) VALUE 'N'.
01 WS-EOF-CURSOS PIC A(1) VALUE 'N'.
01 WS-EOF-CALENDARIO PIC A(1) VALUE 'N'.
01 WS-EOF-AUSENCIAS PIC A(1) VALUE 'N'.
01 WS-EOF-COBERTURAS PIC A(1) VALUE 'N'.
01 WS-EOF-CONTRATOS PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-PERIODO PIC 9(6).
01 WS-FECHA-PERIODO PIC 9(6).
*> 1 lunes a 7 domingo, como SEC-Dia y COBERTURADOCENTES.
01 WS-FECHA-CALCULO PIC 9(8).
01 WS-DIA-SEMANA PIC 9(1).
01 WS-DIAS-ENTEROS PIC 9(7).
01 WS-SEMANAS PIC 9(7).
01 WS-RESTO-SEMANA PIC 9(1).

*> Los dias de clase del mes y cuantos caen en cada dia de la
*> semana.
01 WS-TABLA-DIAS-CLASE.
   05 WS-DIA-CLASE OCCURS 31 TIMES PIC 9(8).
01 WS-TOTAL-DIAS-CLASE PIC 9(2) VALUE 0.
01 WS-DCL-SUB PIC 9(2).
01 WS-ES-DIA-CLASE PIC A(1).
01 WS-TABLA-DIAS-SEMANA.
   05 WS-DIAS-EN-SEMANA OCCURS 7 TIMES PIC 9(2).

*> Una fila por docente: minutos semanales de manana y de tarde
*> por dia de la semana, y los acumulados del mes en minutos.
01 WS-TABLA-DOCENTES.
   05 WS-DOCENTE-FILA OCCURS 50 TIMES.
      10 TDO-ID PIC 9(5).
      10 TDO-NOMBRE PIC X(30).
      10 TDO-CREDITOS PIC 9(3).
      10 TDO-MINUTOS-DIA OCCURS 7 TIMES.
         15 TDO-MIN-MANANA PIC 9(4).
         15 TDO-MIN-TARDE PIC 9(4).
      10 TDO-MIN-PROGRAMADOS PIC 9(6).
      10 TDO-MIN-AUSENCIA PIC 9(6).
      10 TDO-MIN-SUPLENCIA PIC 9(6).
      10 TDO-HORAS-MIN PIC 9(3).
      10 TDO-HORAS-MAX PIC 9(3).
      10 TDO-CON-RANGO PIC A(1).
01 WS-TOTAL-DOCENTES PIC 9(2) VALUE 0.
01 WS-DOC-SUB PIC 9(2).
01 WS-BUSCAR-DOCENTE PIC 9(5).
01 WS-DIA-SUB PIC 9(1).

01 WS-TABLA-ASIGNACIONES.
   05 WS-ASIGNACION-FILA OCCURS 100 TIMES.
      10 TAS-CURSO PIC X(8).
      10 TAS-DOCENTE PIC 9(5).
      10 TAS-CON-SECCION PIC A(1).
01 WS-TOTAL-ASIGNACIONES PIC 9(3) VALUE 0.
01 WS-ASG-SUB PIC 9(3).

*> Avisos de ausencia ya descontados, por docente y fecha, para no
*> descontar dos veces la misma jornada.
01 WS-TABLA-DESCONTADOS.
   05 WS-DESCONTADO-FILA OCCURS 300 TIMES.
      10 TDE-DOCENTE PIC 9(5).
      10 TDE-FECHA PIC 9(8).
      10 TDE-MANANA PIC A(1).
      10 TDE-TARDE PIC A(1).
01 WS-TOTAL-DESCONTADOS PIC 9(3) VALUE 0.
01 WS-DES-SUB PIC 9(3).

01 WS-MINUTOS-INICIO PIC 9(4).
01 WS-MINUTOS-FIN PIC 9(4).
01 WS-MINUTOS-SECCION PIC 9(4).
01 WS-HORA PIC 9(2).
01 WS-MINUTO PIC 9(2).

01 WS-HORAS-PROGRAMADAS PIC 9(4)V99.
01 WS-HORAS-AUSENCIA PIC 9(4)V99.
01 WS-HORAS-SUPLENCIA PIC 9(4)V99.
01 WS-HORAS-NETAS PIC 9(4)V99.
01 WS-HORAS-EDITADO PIC Z,ZZ9.99.
01 WS-AUSENCIA-EDITADO PIC Z,ZZ9.99.
01 WS-SUPLENCIA-EDITADO PIC Z,ZZ9.99.
01 WS-NETAS-EDITADO PIC Z,ZZ9.99.
01 WS-TOTAL-NETAS PIC 9(7)V99 VALUE 0.
01 WS-TOTAL-EDITADO PIC Z,ZZZ,ZZ9.99.
01 WS-LOTE-SECUENCIA PIC 9(7).
01 WS-EXCEPCIONES PIC 9(3) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "HORASDOCENTES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM LeerControl
    PERFORM CargarDocentes
    IF WS-TOTAL-DOCENTES = 0
       DISPLAY "NO HAY DOCENTES.DAT PARA LIQUIDAR HORAS"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarCalendario
    IF WS-TOTAL-DIAS-CLASE = 0
       DISPLAY "AVISO: CALENDARIO-ESCOLAR.DAT NO TIENE DIAS DE CLASE "
          "EN " WS-PERIODO ", NO HAY HORAS PROGRAMADAS"
    END-IF
    PERFORM CargarAsignaciones
    PERFORM CargarCreditos
    PERFORM CargarSecciones
    PERFORM CalcularProgramadas
    PERFORM DescontarAusencias
    PERFORM SumarSuplencias
    PERFORM CargarContratos
    PERFORM GrabarNomina
    PERFORM ImprimirExcepciones
    IF WS-EXCEPCIONES > 0
       MOVE 4 TO RETURN-CODE
    END-IF.
FinInicio.
DISPLAY "JOB HORASDOCENTES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerControl.
    COMPUTE WS-PERIODO = WS-FECHA-HOY / 100
    OPEN INPUT HORAS-CTL
    IF WS-ESTADO-CTL = "00"
       READ HORAS-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-Periodo NUMERIC AND CTL-Periodo > 0
                MOVE CTL-Periodo TO WS-PERIODO
             END-IF
       END-READ
       CLOSE HORAS-CTL
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
                   MOVE WS-TOTAL-DOCENTES TO WS-DOC-SUB
                   INITIALIZE WS-DOCENTE-FILA(WS-DOC-SUB)
                   MOVE DOC-DocenteId TO TDO-ID(WS-DOC-SUB)
                   MOVE DOC-Nombre TO TDO-NOMBRE(WS-DOC-SUB)
                   MOVE 'N' TO TDO-CON-RANGO(WS-DOC-SUB)
                ELSE
                   DISPLAY "ATENCION: MAS DE 50 DOCENTES, SE PIERDE "
                      DOC-DocenteId
                END-IF
          END-READ
       END-PERFORM
       CLOSE DOCENTES-FILE
    END-IF.

CargarCalendario.
    INITIALIZE WS-TABLA-DIAS-SEMANA
    OPEN INPUT CALENDARIO-FILE
    IF WS-ESTADO-CALENDARIO NOT = "00"
       DISPLAY "AVISO: NO HAY CALENDARIO-ESCOLAR.DAT"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CALENDARIO = 'Y'
       READ CALENDARIO-FILE
          AT END MOVE 'Y' TO WS-EOF-CALENDARIO
          NOT AT END
             COMPUTE WS-FECHA-PERIODO = CAE-Fecha / 100
             IF WS-FECHA-PERIODO = WS-PERIODO
                MOVE CAE-Fecha TO WS-FECHA-CALCULO
                PERFORM BuscarDiaClase
                IF WS-ES-DIA-CLASE = 'N'
                   AND WS-TOTAL-DIAS-CLASE < 31
                   ADD 1 TO WS-TOTAL-DIAS-CLASE
                   MOVE CAE-Fecha TO WS-DIA-CLASE(WS-TOTAL-DIAS-CLASE)
                   PERFORM CalcularDiaSemana
                   ADD 1 TO WS-DIAS-EN-SEMANA(WS-DIA-SEMANA)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE CALENDARIO-FILE.

BuscarDiaClase.
    MOVE 'N' TO WS-ES-DIA-CLASE
    PERFORM VARYING WS-DCL-SUB FROM 1 BY 1
       UNTIL WS-DCL-SUB > WS-TOTAL-DIAS-CLASE
       IF WS-DIA-CLASE(WS-DCL-SUB) = WS-FECHA-CALCULO
          MOVE 'S' TO WS-ES-DIA-CLASE
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> El dia entero 1 del calendario (1 de enero de 1601) fue lunes.
CalcularDiaSemana.
    COMPUTE WS-DIAS-ENTEROS =
       FUNCTION INTEGER-OF-DATE(WS-FECHA-CALCULO) - 1
    DIVIDE WS-DIAS-ENTEROS BY 7 GIVING WS-SEMANAS
       REMAINDER WS-RESTO-SEMANA
    COMPUTE WS-DIA-SEMANA = WS-RESTO-SEMANA + 1.

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
                   MOVE 'N' TO TAS-CON-SECCION(WS-TOTAL-ASIGNACIONES)
                END-IF
          END-READ
       END-PERFORM
       CLOSE ASIGNACION-FILE
    END-IF.

CargarCreditos.
    OPEN INPUT CURSOS-FILE
    IF WS-ESTADO-CURSOS = "00"
       PERFORM UNTIL WS-EOF-CURSOS = 'Y'
          READ CURSOS-FILE
             AT END MOVE 'Y' TO WS-EOF-CURSOS
             NOT AT END
                PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
                   UNTIL WS-ASG-SUB > WS-TOTAL-ASIGNACIONES
                   IF TAS-CURSO(WS-ASG-SUB) = CUR-Curso
                      MOVE TAS-DOCENTE(WS-ASG-SUB)
                         TO WS-BUSCAR-DOCENTE
                      PERFORM BuscarDocente
                      IF WS-DOC-SUB > 0
                         ADD CUR-Creditos TO TDO-CREDITOS(WS-DOC-SUB)
                      END-IF
                   END-IF
                END-PERFORM
          END-READ
       END-PERFORM
       CLOSE CURSOS-FILE
    END-IF.

*> Cada seccion suma sus minutos a la manana o a la tarde del dia
*> de la semana del docente que tiene asignado el curso.
CargarSecciones.
    OPEN INPUT SECCIONES-FILE
    IF WS-ESTADO-SECCIONES = "00"
       PERFORM UNTIL WS-EOF-SECCIONES = 'Y'
          READ SECCIONES-FILE
             AT END MOVE 'Y' TO WS-EOF-SECCIONES
             NOT AT END
                IF SEC-Dia >= 1 AND SEC-Dia <= 7
                   PERFORM AcumularSeccion
                END-IF
          END-READ
       END-PERFORM
       CLOSE SECCIONES-FILE
    END-IF
    PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
       UNTIL WS-ASG-SUB > WS-TOTAL-ASIGNACIONES
       IF TAS-CON-SECCION(WS-ASG-SUB) = 'N'
          DISPLAY "AVISO: " TAS-CURSO(WS-ASG-SUB) " ASIGNADO A "
             TAS-DOCENTE(WS-ASG-SUB)
             " NO TIENE SECCIONES, NO SUMA HORAS"
       END-IF
    END-PERFORM.

AcumularSeccion.
    MOVE SEC-HoraInicio TO WS-MINUTOS-INICIO
    MOVE SEC-HoraFin TO WS-MINUTOS-FIN
    PERFORM CalcularMinutosSeccion
    PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
       UNTIL WS-ASG-SUB > WS-TOTAL-ASIGNACIONES
       IF TAS-CURSO(WS-ASG-SUB) = SEC-Curso
          MOVE 'S' TO TAS-CON-SECCION(WS-ASG-SUB)
          MOVE TAS-DOCENTE(WS-ASG-SUB) TO WS-BUSCAR-DOCENTE
          PERFORM BuscarDocente
          IF WS-DOC-SUB > 0
             IF SEC-HoraInicio < 1300
                ADD WS-MINUTOS-SECCION
                   TO TDO-MIN-MANANA(WS-DOC-SUB, SEC-Dia)
             ELSE
                ADD WS-MINUTOS-SECCION
                   TO TDO-MIN-TARDE(WS-DOC-SUB, SEC-Dia)
             END-IF
          END-IF
       END-IF
    END-PERFORM.

*> Entra con las horas HHMM en WS-MINUTOS-INICIO y WS-MINUTOS-FIN
*> y deja la duracion en minutos (cero si la seccion esta mal
*> cargada al reves).
CalcularMinutosSeccion.
    DIVIDE WS-MINUTOS-INICIO BY 100 GIVING WS-HORA
       REMAINDER WS-MINUTO
    COMPUTE WS-MINUTOS-INICIO = WS-HORA * 60 + WS-MINUTO
    DIVIDE WS-MINUTOS-FIN BY 100 GIVING WS-HORA
       REMAINDER WS-MINUTO
    COMPUTE WS-MINUTOS-FIN = WS-HORA * 60 + WS-MINUTO
    IF WS-MINUTOS-FIN > WS-MINUTOS-INICIO
       COMPUTE WS-MINUTOS-SECCION = WS-MINUTOS-FIN - WS-MINUTOS-INICIO
    ELSE
       MOVE 0 TO WS-MINUTOS-SECCION
    END-IF.

BuscarDocente.
    PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
       UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
       IF TDO-ID(WS-DOC-SUB) = WS-BUSCAR-DOCENTE
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    MOVE 0 TO WS-DOC-SUB.

CalcularProgramadas.
    PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
       UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
       PERFORM VARYING WS-DIA-SUB FROM 1 BY 1 UNTIL WS-DIA-SUB > 7
          COMPUTE TDO-MIN-PROGRAMADOS(WS-DOC-SUB) =
             TDO-MIN-PROGRAMADOS(WS-DOC-SUB)
             + (TDO-MIN-MANANA(WS-DOC-SUB, WS-DIA-SUB)
             + TDO-MIN-TARDE(WS-DOC-SUB, WS-DIA-SUB))
             * WS-DIAS-EN-SEMANA(WS-DIA-SUB)
       END-PERFORM
    END-PERFORM.

*> Una ausencia fuera de los dias de clase del mes no descuenta:
*> ese dia no habia horas programadas.
DescontarAusencias.
    OPEN INPUT AUSENCIAS-FILE
    IF WS-ESTADO-AUSENCIAS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-AUSENCIAS = 'Y'
       READ AUSENCIAS-FILE
          AT END MOVE 'Y' TO WS-EOF-AUSENCIAS
          NOT AT END
             MOVE AUS-Fecha TO WS-FECHA-CALCULO
             PERFORM BuscarDiaClase
             IF WS-ES-DIA-CLASE = 'S'
                MOVE AUS-DocenteId TO WS-BUSCAR-DOCENTE
                PERFORM BuscarDocente
                IF WS-DOC-SUB > 0
                   PERFORM DescontarUnaAusencia
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE AUSENCIAS-FILE.

DescontarUnaAusencia.
    IF AUS-Jornada NOT = 'M' AND AUS-Jornada NOT = 'T'
       MOVE 'C' TO AUS-Jornada
    END-IF
    PERFORM VARYING WS-DES-SUB FROM 1 BY 1
       UNTIL WS-DES-SUB > WS-TOTAL-DESCONTADOS
       IF TDE-DOCENTE(WS-DES-SUB) = AUS-DocenteId
          AND TDE-FECHA(WS-DES-SUB) = AUS-Fecha
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-DES-SUB > WS-TOTAL-DESCONTADOS
       IF WS-TOTAL-DESCONTADOS >= 300
          DISPLAY "ATENCION: MAS DE 300 AUSENCIAS EN EL MES, NO SE "
             "DESCUENTA " AUS-DocenteId " " AUS-Fecha
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-TOTAL-DESCONTADOS
       MOVE WS-TOTAL-DESCONTADOS TO WS-DES-SUB
       MOVE AUS-DocenteId TO TDE-DOCENTE(WS-DES-SUB)
       MOVE AUS-Fecha TO TDE-FECHA(WS-DES-SUB)
       MOVE 'N' TO TDE-MANANA(WS-DES-SUB)
       MOVE 'N' TO TDE-TARDE(WS-DES-SUB)
    END-IF
    PERFORM CalcularDiaSemana
    IF AUS-Jornada NOT = 'T' AND TDE-MANANA(WS-DES-SUB) = 'N'
       MOVE 'S' TO TDE-MANANA(WS-DES-SUB)
       ADD TDO-MIN-MANANA(WS-DOC-SUB, WS-DIA-SEMANA)
          TO TDO-MIN-AUSENCIA(WS-DOC-SUB)
    END-IF
    IF AUS-Jornada NOT = 'M' AND TDE-TARDE(WS-DES-SUB) = 'N'
       MOVE 'S' TO TDE-TARDE(WS-DES-SUB)
       ADD TDO-MIN-TARDE(WS-DOC-SUB, WS-DIA-SEMANA)
          TO TDO-MIN-AUSENCIA(WS-DOC-SUB)
    END-IF.

SumarSuplencias.
    OPEN INPUT COBERTURAS-FILE
    IF WS-ESTADO-COBERTURAS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-COBERTURAS = 'Y'
       READ COBERTURAS-FILE
          AT END MOVE 'Y' TO WS-EOF-COBERTURAS
          NOT AT END
             COMPUTE WS-FECHA-PERIODO = COB-Fecha / 100
             IF WS-FECHA-PERIODO = WS-PERIODO
                AND COB-DocenteSuplente > 0
                MOVE COB-DocenteSuplente TO WS-BUSCAR-DOCENTE
                PERFORM BuscarDocente
                IF WS-DOC-SUB > 0
                   MOVE COB-HoraInicio TO WS-MINUTOS-INICIO
                   MOVE COB-HoraFin TO WS-MINUTOS-FIN
                   PERFORM CalcularMinutosSeccion
                   ADD WS-MINUTOS-SECCION
                      TO TDO-MIN-SUPLENCIA(WS-DOC-SUB)
                ELSE
                   DISPLAY "AVISO: SUPLENTE " COB-DocenteSuplente
                      " DEL " COB-Fecha " NO ESTA EN DOCENTES.DAT"
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE COBERTURAS-FILE.

CargarContratos.
    OPEN INPUT CONTRATOS-FILE
    IF WS-ESTADO-CONTRATOS NOT = "00"
       DISPLAY "AVISO: NO HAY CARGA-CONTRATADA.DAT, NINGUN DOCENTE "
          "TIENE RANGO CONTRATADO"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CONTRATOS = 'Y'
       READ CONTRATOS-FILE
          AT END MOVE 'Y' TO WS-EOF-CONTRATOS
          NOT AT END
             MOVE CON-DocenteId TO WS-BUSCAR-DOCENTE
             PERFORM BuscarDocente
             IF WS-DOC-SUB > 0
                MOVE CON-HorasMinimas TO TDO-HORAS-MIN(WS-DOC-SUB)
                MOVE CON-HorasMaximas TO TDO-HORAS-MAX(WS-DOC-SUB)
                MOVE 'S' TO TDO-CON-RANGO(WS-DOC-SUB)
             END-IF
       END-READ
    END-PERFORM
    CLOSE CONTRATOS-FILE.

*> Pasa los minutos del docente WS-DOC-SUB a horas con dos
*> decimales.
ConvertirHoras.
    COMPUTE WS-HORAS-PROGRAMADAS ROUNDED =
       TDO-MIN-PROGRAMADOS(WS-DOC-SUB) / 60
    COMPUTE WS-HORAS-AUSENCIA ROUNDED =
       TDO-MIN-AUSENCIA(WS-DOC-SUB) / 60
    COMPUTE WS-HORAS-SUPLENCIA ROUNDED =
       TDO-MIN-SUPLENCIA(WS-DOC-SUB) / 60
    COMPUTE WS-HORAS-NETAS ROUNDED =
       (TDO-MIN-PROGRAMADOS(WS-DOC-SUB)
       - TDO-MIN-AUSENCIA(WS-DOC-SUB)
       + TDO-MIN-SUPLENCIA(WS-DOC-SUB)) / 60.

GrabarNomina.
    CALL "SECUENCIAID" USING WS-LOTE-SECUENCIA
    OPEN OUTPUT NOMINA-FILE
    MOVE 'H' TO NHE-Indicador
    MOVE SPACES TO NHE-LoteId
    MOVE "NH" TO NHE-LoteId(1:2)
    MOVE WS-LOTE-SECUENCIA TO NHE-LoteId(3:7)
    MOVE WS-PERIODO TO NHE-Periodo
    WRITE NOMINA-ENCABEZADO
    DISPLAY "*** HORAS CATEDRA DEL PERIODO " WS-PERIODO
       " (" WS-TOTAL-DIAS-CLASE " DIAS DE CLASE) ***"
    DISPLAY "DOCENTE NOMBRE                         PROGRAM.  "
       "AUSENC.  SUPLENC.    NETAS"
    PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
       UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
       PERFORM ConvertirHoras
       MOVE 'D' TO NHD-Indicador
       MOVE TDO-ID(WS-DOC-SUB) TO NHD-DocenteId
       MOVE WS-PERIODO TO NHD-Periodo
       MOVE WS-HORAS-PROGRAMADAS TO NHD-HorasProgramadas
       MOVE WS-HORAS-AUSENCIA TO NHD-HorasAusencia
       MOVE WS-HORAS-SUPLENCIA TO NHD-HorasSuplencia
       MOVE WS-HORAS-NETAS TO NHD-HorasNetas
       MOVE TDO-CREDITOS(WS-DOC-SUB) TO NHD-Creditos
       WRITE NOMINA-DETALLE
       ADD WS-HORAS-NETAS TO WS-TOTAL-NETAS
       MOVE WS-HORAS-PROGRAMADAS TO WS-HORAS-EDITADO
       MOVE WS-HORAS-AUSENCIA TO WS-AUSENCIA-EDITADO
       MOVE WS-HORAS-SUPLENCIA TO WS-SUPLENCIA-EDITADO
       MOVE WS-HORAS-NETAS TO WS-NETAS-EDITADO
       DISPLAY TDO-ID(WS-DOC-SUB) "   " TDO-NOMBRE(WS-DOC-SUB) " "
          WS-HORAS-EDITADO " " WS-AUSENCIA-EDITADO "  "
          WS-SUPLENCIA-EDITADO " " WS-NETAS-EDITADO
    END-PERFORM
    MOVE 'T' TO NHT-Indicador
    MOVE WS-TOTAL-DOCENTES TO NHT-Conteo
    MOVE WS-TOTAL-NETAS TO NHT-TotalHorasNetas
    WRITE NOMINA-TRAILER
    CLOSE NOMINA-FILE
    MOVE WS-TOTAL-NETAS TO WS-TOTAL-EDITADO
    DISPLAY "----------------------------------------"
    DISPLAY "LOTE NH" WS-LOTE-SECUENCIA " GRABADO EN NOMINA-HORAS.DAT: "
       WS-TOTAL-DOCENTES " DOCENTES, " WS-TOTAL-EDITADO
       " HORAS NETAS".

*> La carga que se compara con el contrato es la programada: las
*> ausencias y suplencias del mes no la cambian.
ImprimirExcepciones.
    DISPLAY " "
    DISPLAY "*** EXCEPCIONES DE CARGA CONTRATADA " WS-PERIODO " ***"
    PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
       UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
       PERFORM ConvertirHoras
       MOVE WS-HORAS-PROGRAMADAS TO WS-HORAS-EDITADO
       IF TDO-CON-RANGO(WS-DOC-SUB) = 'N'
          ADD 1 TO WS-EXCEPCIONES
          DISPLAY TDO-ID(WS-DOC-SUB) " " TDO-NOMBRE(WS-DOC-SUB)
             " SIN RANGO EN CARGA-CONTRATADA.DAT, PROGRAMADAS "
             WS-HORAS-EDITADO
       ELSE
          IF WS-HORAS-PROGRAMADAS < TDO-HORAS-MIN(WS-DOC-SUB)
             ADD 1 TO WS-EXCEPCIONES
             DISPLAY TDO-ID(WS-DOC-SUB) " " TDO-NOMBRE(WS-DOC-SUB)
                " DEBAJO DEL MINIMO " TDO-HORAS-MIN(WS-DOC-SUB)
                ", PROGRAMADAS " WS-HORAS-EDITADO
          END-IF
          IF WS-HORAS-PROGRAMADAS > TDO-HORAS-MAX(WS-DOC-SUB)
             ADD 1 TO WS-EXCEPCIONES
             DISPLAY TDO-ID(WS-DOC-SUB) " " TDO-NOMBRE(WS-DOC-SUB)
                " ENCIMA DEL MAXIMO " TDO-HORAS-MAX(WS-DOC-SUB)
                ", PROGRAMADAS " WS-HORAS-EDITADO
          END-IF
       END-IF
    END-PERFORM
    IF WS-EXCEPCIONES = 0
       DISPLAY "(SIN EXCEPCIONES)"
    END-IF.
