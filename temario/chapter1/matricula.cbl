*> previo sin aprobar, choque de horario con un curso ya tomado,
*> alta duplicada, baja de algo en lo que no estaba). Los horarios
*> salen de SECCIONES.DAT (curso, dia 1-7 y hora de inicio y fin
*> HHMM, una fila por dia de cursada, y el aula del maestro
*> AULAS.DAT que solo mira VALIDARAULAS): un alta cuyo horario se
*> pisa con el de un curso que el estudiante ya cursa en el mismo
*> periodo se rechaza nombrando al curso en conflicto. Un alta valida que llega con el curso lleno ya no se
*> rechaza: pasa a LISTA-ESPERA.DAT en orden de llegada, y cuando
*> una baja libera un asiento el primero de la lista de ese curso
*> y periodo se promueve solo a la matricula, informandolo por
*> consola. Tampoco entra un alta de quien figura en
*> RETENCIONES-SALUD.DAT, la lista que deja CUMPLIMIENTOSALUD con
*> los que siguen sin vacunas o apto medico pasada la fecha limite.
*> Un curso que figura en NIVELES-CURSOS.DAT (curso y nivel, una
*> fila por cada nivel que lo cursa) solo admite altas de
*> estudiantes de esos niveles segun FD-Nivel del maestro, que
*> PROMOCIONANUAL avanza a fin de anio; el estudiante sin nivel
*> asignado pasa sin este control.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT ESPERA-FILE ASSIGN TO "LISTA-ESPERA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ESPERA.
SELECT SITUACION-FILE ASSIGN TO "SITUACION-ACADEMICA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SITUACION.
SELECT SECCIONES-FILE ASSIGN TO "SECCIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SECCIONES.
SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES-MATRICULA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RETENCIONES.
SELECT RETENCIONES-SALUD-FILE ASSIGN TO "RETENCIONES-SALUD.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RETEN-SALUD.
SELECT NIVELES-CURSOS-FILE ASSIGN TO "NIVELES-CURSOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-NIVELES.

SELECT MATRICULA-TEMP ASSIGN TO "MATRICULA.DAT.TMP"
   ORGANIZATION IS LINE SEQUENTIAL
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD MATRICULA-FILE.
01 MATRICULA-REGISTRO.
01 RETENCION-REGISTRO.
   05 RET-EstudianteId PIC 9(8).

FD RETENCIONES-SALUD-FILE.
01 RETENCION-SALUD-REGISTRO.
   05 RSA-EstudianteId PIC 9(8).

FD NIVELES-CURSOS-FILE.
01 NIVELES-CURSOS-REGISTRO.
   05 NCU-Curso PIC X(8).
   05 NCU-Nivel PIC 9(2).

FD SITUACION-FILE.
01 SITUACION-REGISTRO.
   05 SIT-EstudianteId PIC 9(8).
   05 SIT-Periodo PIC 9(6).
   05 SIT-Promedio PIC 9(3)V99.
   05 SIT-Situacion PIC A(1).
   05 SIT-TopeCursos PIC 9(2).

FD SECCIONES-FILE.
01 SECCIONES-REGISTRO.
   05 SEC-Curso PIC X(8).
   05 SEC-Dia PIC 9(1).
   05 SEC-HoraInicio PIC 9(4).
   05 SEC-HoraFin PIC 9(4).
   05 SEC-Aula PIC X(6).

FD PRERREQUISITOS-FILE.
01 PRERREQUISITOS-REGISTRO.
01 WS-EOF-ESPERA PIC A(1) VALUE 'N'.
01 WS-EOF-SECCIONES PIC A(1) VALUE 'N'.
01 WS-EOF-RETENCIONES PIC A(1) VALUE 'N'.
01 WS-ESTADO-SITUACION PIC X(2).
01 WS-EOF-SITUACION PIC A(1) VALUE 'N'.
01 WS-ESTADO-RETEN-SALUD PIC X(2).
01 WS-EOF-RETEN-SALUD PIC A(1) VALUE 'N'.
01 WS-ESTADO-NIVELES PIC X(2).
01 WS-EOF-NIVELES PIC A(1) VALUE 'N'.

01 WS-MAESTRO-OK PIC A(1) VALUE 'N'.
01 WS-EST-HALLADO PIC A(1).
01 WS-EST-ESTADO PIC A(1).
01 WS-EST-NIVEL PIC 9(2).

*> La matricula completa en memoria para aplicar las altas y bajas
*> y reescribir el archivo de una sola pasada. VIG-ACTIVA marca las
01 WS-TOTAL-RETENIDOS PIC 9(3) VALUE 0.
01 WS-RET-SUB PIC 9(3).
01 WS-RETENIDO-HALLADO PIC A(1).
*> Los retenidos por vacunas o apto medico vencidos pasada la
*> fecha limite, segun CUMPLIMIENTOSALUD: mismo tratamiento.
01 WS-TABLA-RETENIDOS-SALUD.
   05 WS-RETENIDO-SALUD OCCURS 1000 TIMES PIC 9(8).
01 WS-TOTAL-RETEN-SALUD PIC 9(4) VALUE 0.
01 WS-RSA-SUB PIC 9(4).
01 WS-RETEN-SALUD-HALLADO PIC A(1).
01 WS-CANDIDATO-VALIDO PIC A(1).

*> Los niveles que admite cada curso; un curso sin filas admite
*> cualquier nivel.
01 WS-TABLA-NIVELES-CURSOS.
   05 WS-NIVEL-CURSO-FILA OCCURS 300 TIMES.
      10 NIV-CURSO PIC X(8).
      10 NIV-NIVEL PIC 9(2).
01 WS-TOTAL-NIVELES-CURSOS PIC 9(3) VALUE 0.
01 WS-NIV-SUB PIC 9(3).
01 WS-CURSO-CON-NIVEL PIC A(1).
01 WS-NIVEL-OK PIC A(1).

*> La ultima situacion academica de cada estudiante: solo la de
*> prueba, de un periodo anterior al del alta, pone tope de
*> cursos.
01 WS-TABLA-SITUACIONES.
   05 WS-SITUACION-FILA OCCURS 1000 TIMES.
      10 PRU-ID PIC 9(8).
      10 PRU-PERIODO PIC 9(6).
      10 PRU-SITUACION PIC A(1).
      10 PRU-TOPE PIC 9(2).
01 WS-TOTAL-SITUACIONES PIC 9(4) VALUE 0.
01 WS-PRU-SUB PIC 9(4).
01 WS-PRU-HALLADO PIC A(1).
01 WS-PRUEBA-ID PIC 9(8).
01 WS-PRUEBA-PERIODO PIC 9(6).
01 WS-PRUEBA-TOPE PIC 9(2).
01 WS-PRUEBA-CURSOS PIC 9(3).

01 WS-ALTAS PIC 9(3) VALUE 0.
01 WS-BAJAS PIC 9(3) VALUE 0.
01 WS-RECHAZOS PIC 9(3) VALUE 0.
    PERFORM CargarNotasAprobadas
    PERFORM CargarSecciones
    PERFORM CargarRetenidos
    PERFORM CargarRetenidosSalud
    PERFORM CargarNivelesCursos
    PERFORM CargarSituaciones
    IF WS-MAESTRO-OK = 'N'
       DISPLAY "NO HAY ESTUDIANTES.DAT PARA VALIDAR MATRICULAS"
       MOVE 8 TO RETURN-CODE
       CLOSE RETENCIONES-FILE
    END-IF.

CargarRetenidosSalud.
    OPEN INPUT RETENCIONES-SALUD-FILE
    IF WS-ESTADO-RETEN-SALUD = "00"
       PERFORM UNTIL WS-EOF-RETEN-SALUD = 'Y'
          READ RETENCIONES-SALUD-FILE
             AT END MOVE 'Y' TO WS-EOF-RETEN-SALUD
             NOT AT END
                IF WS-TOTAL-RETEN-SALUD < 1000
                   ADD 1 TO WS-TOTAL-RETEN-SALUD
                   MOVE RSA-EstudianteId
                      TO WS-RETENIDO-SALUD(WS-TOTAL-RETEN-SALUD)
                END-IF
          END-READ
       END-PERFORM
       CLOSE RETENCIONES-SALUD-FILE
    END-IF.

CargarNivelesCursos.
    OPEN INPUT NIVELES-CURSOS-FILE
    IF WS-ESTADO-NIVELES = "00"
       PERFORM UNTIL WS-EOF-NIVELES = 'Y'
          READ NIVELES-CURSOS-FILE
             AT END MOVE 'Y' TO WS-EOF-NIVELES
             NOT AT END
                IF WS-TOTAL-NIVELES-CURSOS < 300
                   ADD 1 TO WS-TOTAL-NIVELES-CURSOS
                   MOVE NCU-Curso
                      TO NIV-CURSO(WS-TOTAL-NIVELES-CURSOS)
                   MOVE NCU-Nivel
                      TO NIV-NIVEL(WS-TOTAL-NIVELES-CURSOS)
                END-IF
          END-READ
       END-PERFORM
       CLOSE NIVELES-CURSOS-FILE
    END-IF.

CargarSituaciones.
    OPEN INPUT SITUACION-FILE
    IF WS-ESTADO-SITUACION = "00"
       PERFORM UNTIL WS-EOF-SITUACION = 'Y'
          READ SITUACION-FILE
             AT END MOVE 'Y' TO WS-EOF-SITUACION
             NOT AT END PERFORM GuardarSituacion
          END-READ
       END-PERFORM
       CLOSE SITUACION-FILE
    END-IF.

GuardarSituacion.
    MOVE 'N' TO WS-PRU-HALLADO
    PERFORM VARYING WS-PRU-SUB FROM 1 BY 1
       UNTIL WS-PRU-SUB > WS-TOTAL-SITUACIONES
       IF PRU-ID(WS-PRU-SUB) = SIT-EstudianteId
          MOVE 'S' TO WS-PRU-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-PRU-HALLADO = 'N'
       IF WS-TOTAL-SITUACIONES < 1000
          ADD 1 TO WS-TOTAL-SITUACIONES
          MOVE WS-TOTAL-SITUACIONES TO WS-PRU-SUB
          MOVE SIT-EstudianteId TO PRU-ID(WS-PRU-SUB)
          MOVE 0 TO PRU-PERIODO(WS-PRU-SUB)
       ELSE
          DISPLAY "ATENCION: MAS DE 1000 ESTUDIANTES CON SITUACION "
             "ACADEMICA, SE PIERDE " SIT-EstudianteId
          EXIT PARAGRAPH
       END-IF
    END-IF
    IF SIT-Periodo > PRU-PERIODO(WS-PRU-SUB)
       MOVE SIT-Periodo TO PRU-PERIODO(WS-PRU-SUB)
       MOVE SIT-Situacion TO PRU-SITUACION(WS-PRU-SUB)
       MOVE SIT-TopeCursos TO PRU-TOPE(WS-PRU-SUB)
    END-IF.

*> La matricula vigente, si ya existe el archivo.
CargarMatricula.
    OPEN INPUT MATRICULA-FILE
                      "HASTA LIMPIAR LA DEUDA"
                   EXIT PARAGRAPH
                END-IF
                MOVE MOV-EstudianteId TO WS-PRUEBA-ID
                PERFORM BuscarRetenidoSalud
                IF WS-RETEN-SALUD-HALLADO = 'S'
                   ADD 1 TO WS-RECHAZOS
                   DISPLAY "RECHAZADO: " MOV-EstudianteId
                      " ESTA RETENIDO POR DOCUMENTACION DE SALUD "
                      "INCOMPLETA EN RETENCIONES-SALUD.DAT"
                   EXIT PARAGRAPH
                END-IF
                MOVE MOV-EstudianteId TO WS-PRUEBA-ID
                MOVE MOV-Periodo TO WS-PRUEBA-PERIODO
                PERFORM VerificarTopePrueba
                IF WS-PRUEBA-TOPE > 0
                   AND WS-PRUEBA-CURSOS >= WS-PRUEBA-TOPE
                   ADD 1 TO WS-RECHAZOS
                   DISPLAY "RECHAZADO: " MOV-EstudianteId
                      " EN PRUEBA ACADEMICA, TOPE DE "
                      WS-PRUEBA-TOPE " CURSOS EN EL PERIODO "
                      MOV-Periodo
                   EXIT PARAGRAPH
                END-IF
                PERFORM BuscarCursoCatalogo
                IF WS-CAT-HALLADO = 'N'
                   ADD 1 TO WS-RECHAZOS
                   DISPLAY "RECHAZADO: CURSO " MOV-Curso
                      " NO ESTA EN CURSOS.DAT"
                ELSE
                   PERFORM ValidarNivelCurso
                   IF WS-NIVEL-OK = 'S'
                      PERFORM ValidarPrerrequisitos
                   ELSE
                      MOVE 'N' TO WS-PRERREQ-OK
                   END-IF
                   IF WS-PRERREQ-OK = 'S'
                      PERFORM ValidarHorario
                   END-IF
BuscarEstudiante.
    MOVE 'N' TO WS-EST-HALLADO
    MOVE SPACE TO WS-EST-ESTADO
    MOVE 0 TO WS-EST-NIVEL
    MOVE MOV-EstudianteId TO FD-EstudianteId
    READ ESTUDIANTES-FILE
       INVALID KEY CONTINUE
       NOT INVALID KEY
          MOVE 'S' TO WS-EST-HALLADO
          MOVE FD-Estado TO WS-EST-ESTADO
          IF FD-Nivel IS NUMERIC
             MOVE FD-Nivel TO WS-EST-NIVEL
          END-IF
    END-READ.

*> Deja WS-VIG-SUB apuntando a la fila vigente del estudiante en el
       END-IF
    END-PERFORM.

*> Con WS-PRUEBA-ID cargado dice si el estudiante esta en la
*> lista de CUMPLIMIENTOSALUD por vacunas o apto vencidos.
BuscarRetenidoSalud.
    MOVE 'N' TO WS-RETEN-SALUD-HALLADO
    PERFORM VARYING WS-RSA-SUB FROM 1 BY 1
       UNTIL WS-RSA-SUB > WS-TOTAL-RETEN-SALUD
       IF WS-RETENIDO-SALUD(WS-RSA-SUB) = WS-PRUEBA-ID
          MOVE 'S' TO WS-RETEN-SALUD-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> Con WS-PRUEBA-ID y WS-PRUEBA-PERIODO cargados deja en
*> WS-PRUEBA-TOPE el tope de cursos (cero si no esta en prueba)
*> y en WS-PRUEBA-CURSOS cuantos cursos activos ya tiene en ese
*> periodo.
VerificarTopePrueba.
    MOVE 0 TO WS-PRUEBA-TOPE
    MOVE 0 TO WS-PRUEBA-CURSOS
    PERFORM VARYING WS-PRU-SUB FROM 1 BY 1
       UNTIL WS-PRU-SUB > WS-TOTAL-SITUACIONES
       IF PRU-ID(WS-PRU-SUB) = WS-PRUEBA-ID
          IF PRU-SITUACION(WS-PRU-SUB) = 'P'
             AND PRU-PERIODO(WS-PRU-SUB) < WS-PRUEBA-PERIODO
             MOVE PRU-TOPE(WS-PRU-SUB) TO WS-PRUEBA-TOPE
          END-IF
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-PRUEBA-TOPE > 0
       PERFORM VARYING WS-VIG-HOR FROM 1 BY 1
          UNTIL WS-VIG-HOR > WS-TOTAL-VIGENTES
          IF VIG-ID(WS-VIG-HOR) = WS-PRUEBA-ID
             AND VIG-PERIODO(WS-VIG-HOR) = WS-PRUEBA-PERIODO
             AND VIG-ACTIVA(WS-VIG-HOR) = 'S'
             ADD 1 TO WS-PRUEBA-CURSOS
          END-IF
       END-PERFORM
    END-IF.

BuscarCursoCatalogo.
    MOVE 'N' TO WS-CAT-HALLADO
    PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
       END-IF
    END-PERFORM.

*> Si el curso del alta tiene niveles en NIVELES-CURSOS.DAT, el
*> nivel del estudiante tiene que ser uno de ellos.
ValidarNivelCurso.
    MOVE 'S' TO WS-NIVEL-OK
    IF WS-EST-NIVEL = 0
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-CURSO-CON-NIVEL
    PERFORM VARYING WS-NIV-SUB FROM 1 BY 1
       UNTIL WS-NIV-SUB > WS-TOTAL-NIVELES-CURSOS
       IF NIV-CURSO(WS-NIV-SUB) = MOV-Curso
          MOVE 'S' TO WS-CURSO-CON-NIVEL
          IF NIV-NIVEL(WS-NIV-SUB) = WS-EST-NIVEL
             EXIT PARAGRAPH
          END-IF
       END-IF
    END-PERFORM
    IF WS-CURSO-CON-NIVEL = 'S'
       MOVE 'N' TO WS-NIVEL-OK
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: " MOV-EstudianteId " ES DE NIVEL "
          WS-EST-NIVEL " Y " MOV-Curso
          " NO ES DE ESE NIVEL EN NIVELES-CURSOS.DAT"
    END-IF.

*> Recorre los previos que el plan exige para el curso del alta y
*> verifica que el estudiante tenga cada uno aprobado con la nota
*> minima pedida; el primer previo que falta rechaza el movimiento
             MOVE WS-TOTAL-RETENIDOS TO WS-RET-SUB
          END-IF
       END-PERFORM
    END-IF
    IF WS-CANDIDATO-VALIDO = 'S'
       MOVE LES-ID(WS-ESP-SUB) TO WS-PRUEBA-ID
       PERFORM BuscarRetenidoSalud
       IF WS-RETEN-SALUD-HALLADO = 'S'
          MOVE 'N' TO WS-CANDIDATO-VALIDO
          DISPLAY "AVISO: " LES-ID(WS-ESP-SUB)
             " ESPERA " MOV-Curso " PERO ESTA RETENIDO POR "
             "DOCUMENTACION DE SALUD, SIGUE EL PROXIMO DE LA COLA"
       END-IF
    END-IF
    IF WS-CANDIDATO-VALIDO = 'S'
       MOVE LES-ID(WS-ESP-SUB) TO WS-PRUEBA-ID
       MOVE LES-PERIODO(WS-ESP-SUB) TO WS-PRUEBA-PERIODO
       PERFORM VerificarTopePrueba
       IF WS-PRUEBA-TOPE > 0
          AND WS-PRUEBA-CURSOS >= WS-PRUEBA-TOPE
          MOVE 'N' TO WS-CANDIDATO-VALIDO
          DISPLAY "AVISO: " LES-ID(WS-ESP-SUB)
             " ESPERA " MOV-Curso " PERO ESTA EN PRUEBA ACADEMICA "
             "CON EL TOPE CUBIERTO, SIGUE EL PROXIMO DE LA COLA"
       END-IF
    END-IF.

AgregarMatricula.
