IDENTIFICATION DIVISION.
PROGRAM-ID. ALERTATEMPRANA.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Cada oficina mira su propio numero: la asistencia en
*> REPORTEASISTENCIA, los promedios en REPORTEGPA y la deuda en
*> REPORTEANTIGUEDAD, y el estudiante que anda mal en las tres cosas
*> recien se nota a fin de anio. Esta corrida semanal de alerta
*> temprana puntua a cada estudiante activo del maestro en los tres
*> frentes a la vez:
*>   - asistencia: presentes de ASISTENCIA.DAT sobre los dias de
*>     clase transcurridos de CALENDARIO-ESCOLAR.DAT, mismo
*>     denominador que REPORTEASISTENCIA, por debajo del umbral;
*>   - notas: alguna nota de CALIFICACIONES.DAT bajo la de
*>     aprobacion (peso completo) o un promedio del periodo vigente
*>     que cayo los puntos de caida o mas contra el ultimo periodo
*>     cerrado de CALIFICACIONES-HIST.DAT (medio peso);
*>   - deuda: saldo de FACTURACION.DAT impago con mas dias que el
*>     limite. Los pagos cubren los cargos mas viejos primero, como
*>     en REPORTEANTIGUEDAD, asi que lo vencido es lo que los cargos
*>     anteriores al corte superan a los pagos netos.
*> Umbrales y pesos salen de ALERTA-TEMPRANA.CTL (un campo en cero
*> o no numerico toma su valor por defecto: 85 por ciento y peso
*> 40 para asistencia, nota 60, caida 10 y peso 35 para notas, 60
*> dias y peso 25 para deuda, puntaje de alerta 50 y tope de 5
*> alertas). La lista sale ordenada de mayor a menor puntaje con
*> los motivos de cada uno, y los primeros casos que alcanzan el
*> puntaje de alerta se encolan en ALERTAS.DAT via REGISTRARALERTA
*> para los orientadores: severidad ALTA si falla en los tres
*> frentes, MEDIA si no.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT ASISTENCIA-FILE ASSIGN TO "ASISTENCIA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ASISTENCIA.
SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO-ESCOLAR.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CALENDARIO.
SELECT CALIFICACIONES-FILE ASSIGN TO "CALIFICACIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CALIF.
SELECT CALIFICACIONES-HIST ASSIGN TO "CALIFICACIONES-HIST.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAL-HIST.
SELECT FACTURACION-FILE ASSIGN TO "FACTURACION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FACTURACION.
SELECT ALERTA-CTL ASSIGN TO "ALERTA-TEMPRANA.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT SORT-WORK ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
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

FD ASISTENCIA-FILE.
01 ASISTENCIA-REGISTRO.
   05 ASI-Fecha PIC 9(8).
   05 ASI-EstudianteId PIC 9(8).
   05 ASI-Marca PIC A(1).

FD CALENDARIO-FILE.
01 CALENDARIO-REGISTRO.
   05 CAE-Fecha PIC 9(8).

FD CALIFICACIONES-FILE.
01 CALIFICACIONES-REGISTRO.
   05 CAL-EstudianteId PIC 9(8).
   05 CAL-Curso PIC X(8).
   05 CAL-Nota PIC 9(3).
   05 CAL-Periodo PIC 9(6).

FD CALIFICACIONES-HIST.
01 CALIFICACIONES-HIST-REGISTRO.
   05 CHI-EstudianteId PIC 9(8).
   05 CHI-Curso PIC X(8).
   05 CHI-Nota PIC 9(3).
   05 CHI-Periodo PIC 9(6).

FD FACTURACION-FILE.
01 FACTURACION-REGISTRO.
   05 FAC-EstudianteId PIC 9(8).
   05 FAC-Periodo PIC 9(6).
   05 FAC-Tipo PIC A(1).
   05 FAC-Monto PIC 9(5)V99.
   05 FAC-Concepto PIC X(20).
   05 FAC-Fecha PIC 9(8).

FD ALERTA-CTL.
01 ALERTA-CTL-REGISTRO.
   05 CTL-UmbralAsistencia PIC 9(3).
   05 CTL-PesoAsistencia PIC 9(3).
   05 CTL-NotaAprobacion PIC 9(3).
   05 CTL-CaidaPromedio PIC 9(3).
   05 CTL-PesoNotas PIC 9(3).
   05 CTL-DiasDeuda PIC 9(3).
   05 CTL-PesoDeuda PIC 9(3).
   05 CTL-PuntajeAlerta PIC 9(3).
   05 CTL-TopeAlertas PIC 9(2).

SD SORT-WORK.
01 SORT-RECORD.
   05 SR-Puntaje PIC 9(3).
   05 SR-EstudianteId PIC 9(8).
   05 SR-Nombre PIC A(33).
   05 SR-Frentes PIC 9(1).
   05 SR-Resumen PIC X(30).
   05 SR-Motivos PIC X(90).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-ASISTENCIA PIC X(2).
01 WS-ESTADO-CALENDARIO PIC X(2).
01 WS-ESTADO-CALIF PIC X(2).
01 WS-ESTADO-CAL-HIST PIC X(2).
01 WS-ESTADO-FACTURACION PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-EOF-ESTUDIANTES PIC A(1) VALUE 'N'.
01 WS-EOF-ASISTENCIA PIC A(1) VALUE 'N'.
01 WS-EOF-CALENDARIO PIC A(1) VALUE 'N'.
01 WS-EOF-CALIF PIC A(1) VALUE 'N'.
01 WS-EOF-CAL-HIST PIC A(1) VALUE 'N'.
01 WS-EOF-FACTURACION PIC A(1) VALUE 'N'.
01 WS-EOF-SORT PIC A(1) VALUE 'N'.
01 WS-HAY-ASISTENCIA PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-DIAS-INTEGER PIC S9(9) COMP.
01 WS-FECHA-CORTE-DEUDA PIC 9(8).
01 WS-DIAS-TRANSCURRIDOS PIC 9(3) VALUE 0.

*> Umbrales y pesos vigentes, con sus valores por defecto.
01 WS-UMBRAL-ASISTENCIA PIC 9(3) VALUE 85.
01 WS-PESO-ASISTENCIA PIC 9(3) VALUE 40.
01 WS-NOTA-APROBACION PIC 9(3) VALUE 60.
01 WS-CAIDA-PROMEDIO PIC 9(3) VALUE 10.
01 WS-PESO-NOTAS PIC 9(3) VALUE 35.
01 WS-DIAS-DEUDA PIC 9(3) VALUE 60.
01 WS-PESO-DEUDA PIC 9(3) VALUE 25.
01 WS-PUNTAJE-ALERTA PIC 9(3) VALUE 50.
01 WS-TOPE-ALERTAS PIC 9(2) VALUE 5.

*> Una fila por estudiante activo con todo lo que se acumula de
*> los cuatro archivos antes de puntuar.
01 WS-TABLA-RIESGO.
   05 WS-RIESGO-FILA OCCURS 1000 TIMES.
      10 ATR-ID PIC 9(8).
      10 ATR-NOMBRE PIC A(33).
      10 ATR-PRESENTES PIC 9(4).
      10 ATR-NOTAS-CANT PIC 9(3).
      10 ATR-NOTAS-SUMA PIC 9(6).
      10 ATR-APLAZOS PIC 9(2).
      10 ATR-HIST-PERIODO PIC 9(6).
      10 ATR-HIST-CANT PIC 9(3).
      10 ATR-HIST-SUMA PIC 9(6).
      10 ATR-CARGOS-VIEJOS PIC 9(7)V99.
      10 ATR-PAGOS PIC S9(7)V99.
01 WS-TOTAL-RIESGO PIC 9(4) VALUE 0.
01 WS-ATR-SUB PIC 9(4).
01 WS-BUSCAR-ID PIC 9(8).

01 WS-PORCENTAJE PIC 9(3)V99.
01 WS-PROMEDIO-ACTUAL PIC 9(3)V99.
01 WS-PROMEDIO-ANTERIOR PIC 9(3)V99.
01 WS-DEUDA-VENCIDA PIC S9(7)V99.
01 WS-PUNTAJE PIC 9(3).
01 WS-FRENTES PIC 9(1).
01 WS-FALLA-NOTAS PIC A(1).
01 WS-MOTIVOS PIC X(90).
01 WS-PUNTERO PIC 9(3).
01 WS-RESUMEN PIC X(30).
01 WS-PUNTERO-RESUMEN PIC 9(2).
01 WS-PCT-EDITADO PIC ZZ9.99.
01 WS-PROM-EDITADO PIC ZZ9.99.
01 WS-PROM-ANT-EDITADO PIC ZZ9.99.
01 WS-MONTO-EDITADO PIC $$$,$$9.99.

01 WS-LISTADOS PIC 9(4) VALUE 0.
01 WS-ALERTAS-ENCOLADAS PIC 9(2) VALUE 0.
01 WS-SEVERIDAD PIC X(5).
01 WS-MENSAJE-ALERTA PIC X(80).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "ALERTATEMPRANA".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM LeerControl
    COMPUTE WS-DIAS-INTEGER =
       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - WS-DIAS-DEUDA
    COMPUTE WS-FECHA-CORTE-DEUDA =
       FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEGER)
    PERFORM CargarActivos
    IF WS-TOTAL-RIESGO = 0
       DISPLAY "NO HAY ESTUDIANTES ACTIVOS EN ESTUDIANTES.DAT"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM ContarDiasTranscurridos
    PERFORM ContarPresentes
    PERFORM AcumularNotas
    PERFORM AcumularHistorico
    PERFORM AcumularFacturacion
    SORT SORT-WORK ON DESCENDING KEY SR-Puntaje
                      ASCENDING KEY SR-EstudianteId
       INPUT PROCEDURE IS PuntuarEstudiantes
       OUTPUT PROCEDURE IS ListarEnRiesgo.
    DISPLAY "ESTUDIANTES EN RIESGO: " WS-LISTADOS
       "  ALERTAS A ORIENTACION: " WS-ALERTAS-ENCOLADAS.
FinInicio.
DISPLAY "JOB ALERTATEMPRANA COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerControl.
    OPEN INPUT ALERTA-CTL
    IF WS-ESTADO-CTL = "00"
       READ ALERTA-CTL
          AT END CONTINUE
          NOT AT END PERFORM TomarValoresControl
       END-READ
       CLOSE ALERTA-CTL
    END-IF.

TomarValoresControl.
    IF CTL-UmbralAsistencia NUMERIC
       AND CTL-UmbralAsistencia > 0
       AND CTL-UmbralAsistencia <= 100
       MOVE CTL-UmbralAsistencia TO WS-UMBRAL-ASISTENCIA
    END-IF
    IF CTL-PesoAsistencia NUMERIC AND CTL-PesoAsistencia > 0
       MOVE CTL-PesoAsistencia TO WS-PESO-ASISTENCIA
    END-IF
    IF CTL-NotaAprobacion NUMERIC AND CTL-NotaAprobacion > 0
       MOVE CTL-NotaAprobacion TO WS-NOTA-APROBACION
    END-IF
    IF CTL-CaidaPromedio NUMERIC AND CTL-CaidaPromedio > 0
       MOVE CTL-CaidaPromedio TO WS-CAIDA-PROMEDIO
    END-IF
    IF CTL-PesoNotas NUMERIC AND CTL-PesoNotas > 0
       MOVE CTL-PesoNotas TO WS-PESO-NOTAS
    END-IF
    IF CTL-DiasDeuda NUMERIC AND CTL-DiasDeuda > 0
       MOVE CTL-DiasDeuda TO WS-DIAS-DEUDA
    END-IF
    IF CTL-PesoDeuda NUMERIC AND CTL-PesoDeuda > 0
       MOVE CTL-PesoDeuda TO WS-PESO-DEUDA
    END-IF
    IF CTL-PuntajeAlerta NUMERIC AND CTL-PuntajeAlerta > 0
       MOVE CTL-PuntajeAlerta TO WS-PUNTAJE-ALERTA
    END-IF
    IF CTL-TopeAlertas NUMERIC AND CTL-TopeAlertas > 0
       MOVE CTL-TopeAlertas TO WS-TOPE-ALERTAS
    END-IF.

*> Solo los activos: los de baja y los graduados no se puntuan.
CargarActivos.
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE LOW-VALUES TO FD-EstudianteId
    START ESTUDIANTES-FILE KEY IS NOT LESS THAN FD-EstudianteId
       INVALID KEY MOVE 'Y' TO WS-EOF-ESTUDIANTES
    END-START
    PERFORM UNTIL WS-EOF-ESTUDIANTES = 'Y'
       READ ESTUDIANTES-FILE NEXT
          AT END MOVE 'Y' TO WS-EOF-ESTUDIANTES
          NOT AT END
             IF FD-Estado NOT = 'B' AND FD-Estado NOT = 'G'
                PERFORM AgregarActivo
             END-IF
       END-READ
    END-PERFORM
    CLOSE ESTUDIANTES-FILE.

AgregarActivo.
    IF WS-TOTAL-RIESGO < 1000
       ADD 1 TO WS-TOTAL-RIESGO
       MOVE WS-TOTAL-RIESGO TO WS-ATR-SUB
       MOVE FD-EstudianteId TO ATR-ID(WS-ATR-SUB)
       MOVE FD-Nombre TO ATR-NOMBRE(WS-ATR-SUB)
       MOVE 0 TO ATR-PRESENTES(WS-ATR-SUB)
       MOVE 0 TO ATR-NOTAS-CANT(WS-ATR-SUB)
       MOVE 0 TO ATR-NOTAS-SUMA(WS-ATR-SUB)
       MOVE 0 TO ATR-APLAZOS(WS-ATR-SUB)
       MOVE 0 TO ATR-HIST-PERIODO(WS-ATR-SUB)
       MOVE 0 TO ATR-HIST-CANT(WS-ATR-SUB)
       MOVE 0 TO ATR-HIST-SUMA(WS-ATR-SUB)
       MOVE 0 TO ATR-CARGOS-VIEJOS(WS-ATR-SUB)
       MOVE 0 TO ATR-PAGOS(WS-ATR-SUB)
    ELSE
       DISPLAY "ATENCION: MAS DE 1000 ESTUDIANTES ACTIVOS, "
          "SE PIERDE " FD-EstudianteId
    END-IF.

*> Deja en WS-ATR-SUB la fila de WS-BUSCAR-ID, o cero si no es un
*> estudiante activo.
BuscarEstudiante.
    PERFORM VARYING WS-ATR-SUB FROM 1 BY 1
       UNTIL WS-ATR-SUB > WS-TOTAL-RIESGO
       IF ATR-ID(WS-ATR-SUB) = WS-BUSCAR-ID
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    MOVE 0 TO WS-ATR-SUB.

*> El mismo denominador que REPORTEASISTENCIA: dias de clase del
*> calendario hasta la fecha de proceso inclusive.
ContarDiasTranscurridos.
    OPEN INPUT CALENDARIO-FILE
    IF WS-ESTADO-CALENDARIO = "00"
       PERFORM UNTIL WS-EOF-CALENDARIO = 'Y'
          READ CALENDARIO-FILE
             AT END MOVE 'Y' TO WS-EOF-CALENDARIO
             NOT AT END
                IF CAE-Fecha <= WS-FECHA-HOY
                   ADD 1 TO WS-DIAS-TRANSCURRIDOS
                END-IF
          END-READ
       END-PERFORM
       CLOSE CALENDARIO-FILE
    END-IF.

ContarPresentes.
    IF WS-DIAS-TRANSCURRIDOS = 0
       DISPLAY "AVISO: SIN DIAS DE CLASE TRANSCURRIDOS, NO SE "
          "PUNTUA LA ASISTENCIA"
       EXIT PARAGRAPH
    END-IF
    OPEN INPUT ASISTENCIA-FILE
    IF WS-ESTADO-ASISTENCIA NOT = "00"
       DISPLAY "AVISO: NO HAY ASISTENCIA.DAT, NO SE PUNTUA LA "
          "ASISTENCIA"
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO WS-HAY-ASISTENCIA
    PERFORM UNTIL WS-EOF-ASISTENCIA = 'Y'
       READ ASISTENCIA-FILE
          AT END MOVE 'Y' TO WS-EOF-ASISTENCIA
          NOT AT END
             IF ASI-Marca = 'P' AND ASI-Fecha <= WS-FECHA-HOY
                MOVE ASI-EstudianteId TO WS-BUSCAR-ID
                PERFORM BuscarEstudiante
                IF WS-ATR-SUB > 0
                   ADD 1 TO ATR-PRESENTES(WS-ATR-SUB)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE ASISTENCIA-FILE.

AcumularNotas.
    OPEN INPUT CALIFICACIONES-FILE
    IF WS-ESTADO-CALIF NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CALIF = 'Y'
       READ CALIFICACIONES-FILE
          AT END MOVE 'Y' TO WS-EOF-CALIF
          NOT AT END
             MOVE CAL-EstudianteId TO WS-BUSCAR-ID
             PERFORM BuscarEstudiante
             IF WS-ATR-SUB > 0
                ADD 1 TO ATR-NOTAS-CANT(WS-ATR-SUB)
                ADD CAL-Nota TO ATR-NOTAS-SUMA(WS-ATR-SUB)
                IF CAL-Nota < WS-NOTA-APROBACION
                   ADD 1 TO ATR-APLAZOS(WS-ATR-SUB)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE CALIFICACIONES-FILE.

*> Del historico solo interesa el ultimo periodo cerrado de cada
*> estudiante: un periodo mas nuevo reinicia la suma.
AcumularHistorico.
    OPEN INPUT CALIFICACIONES-HIST
    IF WS-ESTADO-CAL-HIST NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CAL-HIST = 'Y'
       READ CALIFICACIONES-HIST
          AT END MOVE 'Y' TO WS-EOF-CAL-HIST
          NOT AT END
             MOVE CHI-EstudianteId TO WS-BUSCAR-ID
             PERFORM BuscarEstudiante
             IF WS-ATR-SUB > 0
                PERFORM AcumularNotaHistorica
             END-IF
       END-READ
    END-PERFORM
    CLOSE CALIFICACIONES-HIST.

AcumularNotaHistorica.
    IF CHI-Periodo < ATR-HIST-PERIODO(WS-ATR-SUB)
       EXIT PARAGRAPH
    END-IF
    IF CHI-Periodo > ATR-HIST-PERIODO(WS-ATR-SUB)
       MOVE CHI-Periodo TO ATR-HIST-PERIODO(WS-ATR-SUB)
       MOVE 0 TO ATR-HIST-CANT(WS-ATR-SUB)
       MOVE 0 TO ATR-HIST-SUMA(WS-ATR-SUB)
    END-IF
    ADD 1 TO ATR-HIST-CANT(WS-ATR-SUB)
    ADD CHI-Nota TO ATR-HIST-SUMA(WS-ATR-SUB).

*> Cargos anteriores al corte por un lado y pagos netos de
*> reembolsos por el otro: con los pagos aplicados de mas viejo a
*> mas nuevo, lo que los cargos viejos superan a los pagos es
*> exactamente la deuda vencida.
AcumularFacturacion.
    OPEN INPUT FACTURACION-FILE
    IF WS-ESTADO-FACTURACION NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-FACTURACION = 'Y'
       READ FACTURACION-FILE
          AT END MOVE 'Y' TO WS-EOF-FACTURACION
          NOT AT END
             MOVE FAC-EstudianteId TO WS-BUSCAR-ID
             PERFORM BuscarEstudiante
             IF WS-ATR-SUB > 0
                EVALUATE FAC-Tipo
                   WHEN 'C'
                      IF FAC-Fecha < WS-FECHA-CORTE-DEUDA
                         ADD FAC-Monto
                            TO ATR-CARGOS-VIEJOS(WS-ATR-SUB)
                      END-IF
                   WHEN 'R'
                      SUBTRACT FAC-Monto FROM ATR-PAGOS(WS-ATR-SUB)
                   WHEN OTHER
                      ADD FAC-Monto TO ATR-PAGOS(WS-ATR-SUB)
                END-EVALUATE
             END-IF
       END-READ
    END-PERFORM
    CLOSE FACTURACION-FILE.

*> Al SORT entra cada estudiante con puntaje, con los motivos ya
*> armados en texto.
PuntuarEstudiantes.
    PERFORM VARYING WS-ATR-SUB FROM 1 BY 1
       UNTIL WS-ATR-SUB > WS-TOTAL-RIESGO
       PERFORM PuntuarUnEstudiante
       IF WS-PUNTAJE > 0
          MOVE WS-PUNTAJE TO SR-Puntaje
          MOVE ATR-ID(WS-ATR-SUB) TO SR-EstudianteId
          MOVE ATR-NOMBRE(WS-ATR-SUB) TO SR-Nombre
          MOVE WS-FRENTES TO SR-Frentes
          MOVE WS-MOTIVOS TO SR-Motivos
          MOVE WS-RESUMEN TO SR-Resumen
          RELEASE SORT-RECORD
       END-IF
    END-PERFORM.

PuntuarUnEstudiante.
    MOVE 0 TO WS-PUNTAJE
    MOVE 0 TO WS-FRENTES
    MOVE SPACES TO WS-MOTIVOS
    MOVE 1 TO WS-PUNTERO
    MOVE SPACES TO WS-RESUMEN
    MOVE 1 TO WS-PUNTERO-RESUMEN
    IF WS-HAY-ASISTENCIA = 'S'
       COMPUTE WS-PORCENTAJE ROUNDED =
          ATR-PRESENTES(WS-ATR-SUB) * 100 / WS-DIAS-TRANSCURRIDOS
       IF WS-PORCENTAJE < WS-UMBRAL-ASISTENCIA
          ADD WS-PESO-ASISTENCIA TO WS-PUNTAJE
          ADD 1 TO WS-FRENTES
          STRING "ASISTENCIA " DELIMITED BY SIZE INTO WS-RESUMEN
             WITH POINTER WS-PUNTERO-RESUMEN
          MOVE WS-PORCENTAJE TO WS-PCT-EDITADO
          STRING "ASISTENCIA " WS-PCT-EDITADO "% "
             DELIMITED BY SIZE INTO WS-MOTIVOS
             WITH POINTER WS-PUNTERO
       END-IF
    END-IF
    MOVE 'N' TO WS-FALLA-NOTAS
    IF ATR-APLAZOS(WS-ATR-SUB) > 0
       ADD WS-PESO-NOTAS TO WS-PUNTAJE
       MOVE 'S' TO WS-FALLA-NOTAS
       STRING ATR-APLAZOS(WS-ATR-SUB) " APLAZOS "
          DELIMITED BY SIZE INTO WS-MOTIVOS
          WITH POINTER WS-PUNTERO
    END-IF
    IF ATR-NOTAS-CANT(WS-ATR-SUB) > 0
       AND ATR-HIST-CANT(WS-ATR-SUB) > 0
       COMPUTE WS-PROMEDIO-ACTUAL ROUNDED =
          ATR-NOTAS-SUMA(WS-ATR-SUB) / ATR-NOTAS-CANT(WS-ATR-SUB)
       COMPUTE WS-PROMEDIO-ANTERIOR ROUNDED =
          ATR-HIST-SUMA(WS-ATR-SUB) / ATR-HIST-CANT(WS-ATR-SUB)
       IF WS-PROMEDIO-ACTUAL + WS-CAIDA-PROMEDIO
          <= WS-PROMEDIO-ANTERIOR
          IF WS-FALLA-NOTAS = 'N'
             COMPUTE WS-PUNTAJE = WS-PUNTAJE + WS-PESO-NOTAS / 2
             MOVE 'S' TO WS-FALLA-NOTAS
          END-IF
          MOVE WS-PROMEDIO-ACTUAL TO WS-PROM-EDITADO
          MOVE WS-PROMEDIO-ANTERIOR TO WS-PROM-ANT-EDITADO
          STRING "PROMEDIO" WS-PROM-EDITADO " CAE DE"
             WS-PROM-ANT-EDITADO " "
             DELIMITED BY SIZE INTO WS-MOTIVOS
             WITH POINTER WS-PUNTERO
       END-IF
    END-IF
    IF WS-FALLA-NOTAS = 'S'
       ADD 1 TO WS-FRENTES
       STRING "NOTAS " DELIMITED BY SIZE INTO WS-RESUMEN
          WITH POINTER WS-PUNTERO-RESUMEN
    END-IF
    COMPUTE WS-DEUDA-VENCIDA = ATR-CARGOS-VIEJOS(WS-ATR-SUB)
       - ATR-PAGOS(WS-ATR-SUB)
    IF WS-DEUDA-VENCIDA > 0
       ADD WS-PESO-DEUDA TO WS-PUNTAJE
       ADD 1 TO WS-FRENTES
       STRING "DEUDA" DELIMITED BY SIZE INTO WS-RESUMEN
          WITH POINTER WS-PUNTERO-RESUMEN
       MOVE WS-DEUDA-VENCIDA TO WS-MONTO-EDITADO
       STRING "DEUDA" WS-MONTO-EDITADO " >" WS-DIAS-DEUDA " DIAS"
          DELIMITED BY SIZE INTO WS-MOTIVOS
          WITH POINTER WS-PUNTERO
    END-IF.

ListarEnRiesgo.
    DISPLAY "*** ALERTA TEMPRANA AL " WS-FECHA-HOY
       " (ALERTA DESDE " WS-PUNTAJE-ALERTA " PUNTOS) ***"
    PERFORM UNTIL WS-EOF-SORT = 'Y'
       RETURN SORT-WORK
          AT END MOVE 'Y' TO WS-EOF-SORT
          NOT AT END
             ADD 1 TO WS-LISTADOS
             DISPLAY SR-Puntaje " " SR-EstudianteId " " SR-Nombre
             DISPLAY "    " SR-Motivos
             IF SR-Puntaje >= WS-PUNTAJE-ALERTA
                AND WS-ALERTAS-ENCOLADAS < WS-TOPE-ALERTAS
                PERFORM EncolarAlerta
             END-IF
       END-RETURN
    END-PERFORM.

*> El mensaje de la cola es corto: los frentes en falta y el
*> puntaje; los motivos con sus numeros quedan en el listado.
EncolarAlerta.
    ADD 1 TO WS-ALERTAS-ENCOLADAS
    IF SR-Frentes = 3
       MOVE "ALTA" TO WS-SEVERIDAD
    ELSE
       MOVE "MEDIA" TO WS-SEVERIDAD
    END-IF
    MOVE SPACES TO WS-MENSAJE-ALERTA
    STRING "RIESGO " SR-EstudianteId " PUNTAJE " SR-Puntaje
       " EN " DELIMITED BY SIZE
       SR-Resumen DELIMITED BY "  "
       " - VER LISTADO" DELIMITED BY SIZE
       INTO WS-MENSAJE-ALERTA
    CALL "REGISTRARALERTA" USING WS-SEVERIDAD WS-PROGRAMA-ACTUAL
       WS-MENSAJE-ALERTA
    DISPLAY "    >> ENCOLADO EN ALERTAS.DAT PARA ORIENTACION <<".
