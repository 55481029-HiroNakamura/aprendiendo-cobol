IDENTIFICATION DIVISION.
PROGRAM-ID. CALENDARIOEXAMENES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> La semana de examenes finales se armaba en un pizarron y cada
*> periodo algun estudiante terminaba con dos examenes en el mismo
*> turno. Este programa arma el calendario solo: toma los cursos con
*> matricula en MATRICULA.DAT para el periodo de EXAMENES.CTL
*> (companion-CTL de una linea, como PERIODO.CTL, que trae ademas el
*> maximo de examenes por dia y estudiante, 2 si viene en cero), los
*> turnos disponibles de TURNOS-EXAMEN.DAT (fecha y hora, en el orden
*> en que se quieren usar) y las aulas del maestro AULAS.DAT, y va
*> ubicando primero los cursos con mas inscriptos, cada uno en el
*> primer turno donde ninguno de sus estudiantes ya rinde otro
*> examen, ninguno pasa del maximo diario y hay un aula libre con
*> asientos para todos (la mas chica que alcance). Si no hay turno
*> perfecto se queda con el que menos estudiantes perjudica -- un
*> choque de turno pesa mas que un dia recargado -- y cada estudiante
*> perjudicado sale en EXAMENES-EXCEPCIONES.DAT con el motivo, igual
*> que un curso que no entra en ningun turno por falta de aula; con
*> excepciones la corrida termina con RC=4. El calendario queda en
*> CALENDARIO-EXAMENES.DAT y el listado por curso para los docentes
*> (titulo, docente, turno, aula y los inscriptos que rinden) en
*> EXAMENES-POR-CURSO.TXT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT EXAMENES-CTL ASSIGN TO "EXAMENES.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT TURNOS-FILE ASSIGN TO "TURNOS-EXAMEN.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-TURNOS.
SELECT AULAS-FILE ASSIGN TO "AULAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-AULAS.
SELECT MATRICULA-FILE ASSIGN TO "MATRICULA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MATRICULA.
SELECT CURSOS-FILE ASSIGN TO "CURSOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CURSOS.
SELECT DOCENTES-FILE ASSIGN TO "DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DOCENTES.
SELECT ASIGNACION-FILE ASSIGN TO "ASIGNACION-DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ASIGNACION.
SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO-EXAMENES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CALENDARIO.
SELECT EXCEPCIONES-FILE ASSIGN TO "EXAMENES-EXCEPCIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-EXCEPCIONES.
SELECT LISTADO-FILE ASSIGN TO "EXAMENES-POR-CURSO.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LISTADO.

DATA DIVISION.
FILE SECTION.
FD EXAMENES-CTL.
01 EXAMENES-CTL-REGISTRO.
   05 CTL-Periodo PIC 9(6).
   05 CTL-MaxPorDia PIC 9(1).

FD TURNOS-FILE.
01 TURNOS-REGISTRO.
   05 TUR-Fecha PIC 9(8).
   05 TUR-Hora PIC 9(4).

FD AULAS-FILE.
01 AULAS-REGISTRO.
   05 AUL-Aula PIC X(6).
   05 AUL-Edificio PIC X(20).
   05 AUL-Capacidad PIC 9(3).
   05 AUL-Tipo PIC X(12).

FD MATRICULA-FILE.
01 MATRICULA-REGISTRO.
   05 MAT-EstudianteId PIC 9(8).
   05 MAT-Curso PIC X(8).
   05 MAT-Periodo PIC 9(6).

FD CURSOS-FILE.
01 CURSOS-REGISTRO.
   05 CUR-Curso PIC X(8).
   05 CUR-Titulo PIC X(30).
   05 CUR-Creditos PIC 9(2).
   05 CUR-Cupo PIC 9(3).

FD DOCENTES-FILE.
01 DOCENTES-REGISTRO.
   05 DOC-DocenteId PIC 9(5).
   05 DOC-Nombre PIC X(30).
   05 DOC-Telefono PIC X(15).

FD ASIGNACION-FILE.
01 ASIGNACION-REGISTRO.
   05 ASG-Curso PIC X(8).
   05 ASG-DocenteId PIC 9(5).

FD CALENDARIO-FILE.
01 CALENDARIO-REGISTRO.
   05 CEX-Periodo PIC 9(6).
   05 CEX-Curso PIC X(8).
   05 CEX-Fecha PIC 9(8).
   05 CEX-Hora PIC 9(4).
   05 CEX-Aula PIC X(6).
   05 CEX-Inscriptos PIC 9(4).

FD EXCEPCIONES-FILE.
01 EXCEPCIONES-REGISTRO.
   05 EXC-Periodo PIC 9(6).
   05 EXC-Curso PIC X(8).
   05 EXC-EstudianteId PIC 9(8).
   05 EXC-Motivo PIC X(30).

FD LISTADO-FILE.
01 LISTADO-LINEA PIC X(80).

WORKING-STORAGE SECTION.
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-TURNOS PIC X(2).
01 WS-ESTADO-AULAS PIC X(2).
01 WS-ESTADO-MATRICULA PIC X(2).
01 WS-ESTADO-CURSOS PIC X(2).
01 WS-ESTADO-DOCENTES PIC X(2).
01 WS-ESTADO-ASIGNACION PIC X(2).
01 WS-ESTADO-CALENDARIO PIC X(2).
01 WS-ESTADO-EXCEPCIONES PIC X(2).
01 WS-ESTADO-LISTADO PIC X(2).
01 WS-EOF-TURNOS PIC A(1) VALUE 'N'.
01 WS-EOF-AULAS PIC A(1) VALUE 'N'.
01 WS-EOF-MATRICULA PIC A(1) VALUE 'N'.
01 WS-EOF-CURSOS PIC A(1) VALUE 'N'.
01 WS-EOF-DOCENTES PIC A(1) VALUE 'N'.
01 WS-EOF-ASIGNACION PIC A(1) VALUE 'N'.

01 WS-PERIODO PIC 9(6).
01 WS-MAX-POR-DIA PIC 9(1).

*> Los turnos en el orden del archivo; cada fecha distinta recibe
*> un numero de dia para el control del maximo diario.
01 WS-TABLA-TURNOS.
   05 WS-TURNO-FILA OCCURS 50 TIMES.
      10 TTU-FECHA PIC 9(8).
      10 TTU-HORA PIC 9(4).
      10 TTU-DIA PIC 9(2).
01 WS-TOTAL-TURNOS PIC 9(2) VALUE 0.
01 WS-TOTAL-DIAS PIC 9(2) VALUE 0.
01 WS-TUR-SUB PIC 9(2).
01 WS-TUR-OTRO PIC 9(2).

01 WS-TABLA-AULAS.
   05 WS-AULA-FILA OCCURS 100 TIMES.
      10 TAU-AULA PIC X(6).
      10 TAU-CAPACIDAD PIC 9(3).
01 WS-TOTAL-AULAS PIC 9(3) VALUE 0.
01 WS-AUL-SUB PIC 9(3).

*> Aula ocupada por turno: una fila por turno, una posicion por aula.
01 WS-TABLA-OCUPACION.
   05 WS-OCUPACION-TURNO OCCURS 50 TIMES.
      10 OCU-AULA OCCURS 100 TIMES PIC X(1).

*> Los cursos a rendir, con su turno y aula una vez ubicados.
01 WS-TABLA-EXAMENES.
   05 WS-EXAMEN-FILA OCCURS 100 TIMES.
      10 TEX-CURSO PIC X(8).
      10 TEX-INSCRIPTOS PIC 9(4).
      10 TEX-TURNO PIC 9(2).
      10 TEX-AULA PIC 9(3).
      10 TEX-PROCESADO PIC A(1).
01 WS-TOTAL-EXAMENES PIC 9(3) VALUE 0.
01 WS-EXA-SUB PIC 9(3).
01 WS-EXA-ACTUAL PIC 9(3).
01 WS-EXA-HALLADO PIC A(1).
01 WS-VUELTA PIC 9(3).

*> Los estudiantes del periodo con su agenda: cuantos examenes
*> tienen en cada turno y en cada dia.
01 WS-TABLA-ESTUDIANTES.
   05 WS-ESTUDIANTE-FILA OCCURS 500 TIMES.
      10 TES-ID PIC 9(8).
      10 TES-TURNO OCCURS 50 TIMES PIC 9(1).
      10 TES-DIA OCCURS 20 TIMES PIC 9(1).
01 WS-TOTAL-ESTUDIANTES PIC 9(3) VALUE 0.
01 WS-EST-SUB PIC 9(3).
01 WS-EST-HALLADO PIC A(1).

01 WS-TABLA-MATRICULA.
   05 WS-MATRICULA-FILA OCCURS 1000 TIMES.
      10 TMA-ESTUDIANTE PIC 9(3).
      10 TMA-EXAMEN PIC 9(3).
01 WS-TOTAL-MATRICULA PIC 9(4) VALUE 0.
01 WS-MAT-SUB PIC 9(4).

01 WS-TABLA-CURSOS.
   05 WS-CURSO-FILA OCCURS 100 TIMES.
      10 CAT-CURSO PIC X(8).
      10 CAT-TITULO PIC X(30).
01 WS-TOTAL-CURSOS PIC 9(3) VALUE 0.
01 WS-CAT-SUB PIC 9(3).

01 WS-TABLA-DOCENTES.
   05 WS-DOCENTE-FILA OCCURS 50 TIMES.
      10 TDO-ID PIC 9(5).
      10 TDO-NOMBRE PIC X(30).
01 WS-TOTAL-DOCENTES PIC 9(2) VALUE 0.
01 WS-DOC-SUB PIC 9(2).

01 WS-TABLA-ASIGNACIONES.
   05 WS-ASIGNACION-FILA OCCURS 100 TIMES.
      10 TAS-CURSO PIC X(8).
      10 TAS-DOCENTE PIC 9(5).
01 WS-TOTAL-ASIGNACIONES PIC 9(3) VALUE 0.
01 WS-ASG-SUB PIC 9(3).

*> La evaluacion de un turno para el curso que se esta ubicando.
01 WS-CHOQUES-TURNO PIC 9(4).
01 WS-EXCEDIDOS-TURNO PIC 9(4).
01 WS-AULA-TURNO PIC 9(3).
01 WS-AULA-LIBRE PIC A(1).
01 WS-PUNTAJE-TURNO PIC 9(8).
01 WS-MEJOR-PUNTAJE PIC 9(8).
01 WS-MEJOR-TURNO PIC 9(2).
01 WS-MEJOR-AULA PIC 9(3).
01 WS-DIA-ACTUAL PIC 9(2).

01 WS-AULA-EDITADA PIC X(6).
01 WS-TITULO-LISTADO PIC X(30).
01 WS-DOCENTE-LISTADO PIC X(30).
01 WS-LINEA PIC X(80).
01 WS-UBICADOS PIC 9(3) VALUE 0.
01 WS-SIN-TURNO PIC 9(3) VALUE 0.
01 WS-EXCEPCIONES PIC 9(5) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "CALENDARIOEXAMENES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    PERFORM LeerControlExamenes
    IF RETURN-CODE NOT = 0
       GO TO FinInicio
    END-IF
    PERFORM CargarTurnos
    IF WS-TOTAL-TURNOS = 0
       DISPLAY "NO HAY TURNOS EN TURNOS-EXAMEN.DAT, NO SE PUEDE "
          "ARMAR EL CALENDARIO"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarAulas
    IF WS-TOTAL-AULAS = 0
       DISPLAY "ATENCION: SIN AULAS.DAT, LOS EXAMENES SE UBICAN "
          "SIN AULA"
    END-IF
    PERFORM CargarMatricula
    PERFORM CargarCursos
    PERFORM CargarDocentes
    PERFORM CargarAsignaciones
    OPEN OUTPUT EXCEPCIONES-FILE
    PERFORM PlanificarExamenes
    CLOSE EXCEPCIONES-FILE
    PERFORM GrabarCalendario
    PERFORM EmitirListadoPorCurso
    DISPLAY "EXAMENES UBICADOS: " WS-UBICADOS
       "  SIN TURNO: " WS-SIN-TURNO
       "  EXCEPCIONES: " WS-EXCEPCIONES
    IF WS-EXCEPCIONES > 0
       MOVE 4 TO RETURN-CODE
    END-IF.
FinInicio.
DISPLAY "JOB CALENDARIOEXAMENES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerControlExamenes.
    OPEN INPUT EXAMENES-CTL
    IF WS-ESTADO-CTL NOT = "00"
       DISPLAY "NO HAY EXAMENES.CTL CON EL PERIODO A PLANIFICAR"
       MOVE 8 TO RETURN-CODE
    ELSE
       READ EXAMENES-CTL
          AT END
             DISPLAY "EXAMENES.CTL VACIO"
             MOVE 8 TO RETURN-CODE
          NOT AT END
             MOVE CTL-Periodo TO WS-PERIODO
             IF CTL-MaxPorDia NUMERIC AND CTL-MaxPorDia > 0
                MOVE CTL-MaxPorDia TO WS-MAX-POR-DIA
             ELSE
                MOVE 2 TO WS-MAX-POR-DIA
             END-IF
       END-READ
       CLOSE EXAMENES-CTL
    END-IF.

CargarTurnos.
    OPEN INPUT TURNOS-FILE
    IF WS-ESTADO-TURNOS = "00"
       PERFORM UNTIL WS-EOF-TURNOS = 'Y'
          READ TURNOS-FILE
             AT END MOVE 'Y' TO WS-EOF-TURNOS
             NOT AT END
                IF WS-TOTAL-TURNOS < 50
                   ADD 1 TO WS-TOTAL-TURNOS
                   MOVE TUR-Fecha TO TTU-FECHA(WS-TOTAL-TURNOS)
                   MOVE TUR-Hora TO TTU-HORA(WS-TOTAL-TURNOS)
                   PERFORM NumerarDiaTurno
                ELSE
                   DISPLAY "ATENCION: MAS DE 50 TURNOS, SE PIERDE "
                      TUR-Fecha " " TUR-Hora
                END-IF
          END-READ
       END-PERFORM
       CLOSE TURNOS-FILE
    END-IF.

NumerarDiaTurno.
    MOVE 0 TO TTU-DIA(WS-TOTAL-TURNOS)
    PERFORM VARYING WS-TUR-OTRO FROM 1 BY 1
       UNTIL WS-TUR-OTRO >= WS-TOTAL-TURNOS
       IF TTU-FECHA(WS-TUR-OTRO) = TUR-Fecha
          MOVE TTU-DIA(WS-TUR-OTRO) TO TTU-DIA(WS-TOTAL-TURNOS)
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF TTU-DIA(WS-TOTAL-TURNOS) = 0
       IF WS-TOTAL-DIAS < 20
          ADD 1 TO WS-TOTAL-DIAS
          MOVE WS-TOTAL-DIAS TO TTU-DIA(WS-TOTAL-TURNOS)
       ELSE
          DISPLAY "ATENCION: MAS DE 20 DIAS DE EXAMEN, SE PIERDE "
             "EL TURNO " TUR-Fecha " " TUR-Hora
          SUBTRACT 1 FROM WS-TOTAL-TURNOS
       END-IF
    END-IF.

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
                   MOVE AUL-Capacidad
                      TO TAU-CAPACIDAD(WS-TOTAL-AULAS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 100 AULAS, "
                      "SE PIERDE " AUL-Aula
                END-IF
          END-READ
       END-PERFORM
       CLOSE AULAS-FILE
    END-IF
    MOVE SPACES TO WS-TABLA-OCUPACION.

*> Cada fila de matricula del periodo suma un inscripto a su curso
*> y liga al estudiante, con la agenda en cero, a ese examen.
CargarMatricula.
    OPEN INPUT MATRICULA-FILE
    IF WS-ESTADO-MATRICULA = "00"
       PERFORM UNTIL WS-EOF-MATRICULA = 'Y'
          READ MATRICULA-FILE
             AT END MOVE 'Y' TO WS-EOF-MATRICULA
             NOT AT END
                IF MAT-Periodo = WS-PERIODO
                   PERFORM CargarUnaMatricula
                END-IF
          END-READ
       END-PERFORM
       CLOSE MATRICULA-FILE
    END-IF.

CargarUnaMatricula.
    IF WS-TOTAL-MATRICULA >= 1000
       DISPLAY "ATENCION: MAS DE 1000 MATRICULAS EN EL PERIODO, "
          "SE PIERDE " MAT-EstudianteId " " MAT-Curso
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EXA-HALLADO
    PERFORM VARYING WS-EXA-SUB FROM 1 BY 1
       UNTIL WS-EXA-SUB > WS-TOTAL-EXAMENES
       IF TEX-CURSO(WS-EXA-SUB) = MAT-Curso
          MOVE 'S' TO WS-EXA-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-EXA-HALLADO = 'N'
       IF WS-TOTAL-EXAMENES < 100
          ADD 1 TO WS-TOTAL-EXAMENES
          MOVE WS-TOTAL-EXAMENES TO WS-EXA-SUB
          MOVE MAT-Curso TO TEX-CURSO(WS-EXA-SUB)
          MOVE 0 TO TEX-INSCRIPTOS(WS-EXA-SUB)
          MOVE 0 TO TEX-TURNO(WS-EXA-SUB)
          MOVE 0 TO TEX-AULA(WS-EXA-SUB)
          MOVE 'N' TO TEX-PROCESADO(WS-EXA-SUB)
       ELSE
          DISPLAY "ATENCION: MAS DE 100 CURSOS CON MATRICULA, "
             "SE PIERDE " MAT-Curso
          EXIT PARAGRAPH
       END-IF
    END-IF
    MOVE 'N' TO WS-EST-HALLADO
    PERFORM VARYING WS-EST-SUB FROM 1 BY 1
       UNTIL WS-EST-SUB > WS-TOTAL-ESTUDIANTES
       IF TES-ID(WS-EST-SUB) = MAT-EstudianteId
          MOVE 'S' TO WS-EST-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-EST-HALLADO = 'N'
       IF WS-TOTAL-ESTUDIANTES < 500
          ADD 1 TO WS-TOTAL-ESTUDIANTES
          MOVE WS-TOTAL-ESTUDIANTES TO WS-EST-SUB
          MOVE MAT-EstudianteId TO TES-ID(WS-EST-SUB)
          PERFORM VARYING WS-TUR-SUB FROM 1 BY 1 UNTIL WS-TUR-SUB > 50
             MOVE 0 TO TES-TURNO(WS-EST-SUB, WS-TUR-SUB)
          END-PERFORM
          PERFORM VARYING WS-TUR-SUB FROM 1 BY 1 UNTIL WS-TUR-SUB > 20
             MOVE 0 TO TES-DIA(WS-EST-SUB, WS-TUR-SUB)
          END-PERFORM
       ELSE
          DISPLAY "ATENCION: MAS DE 500 ESTUDIANTES EN EL PERIODO, "
             "SE PIERDE " MAT-EstudianteId
          EXIT PARAGRAPH
       END-IF
    END-IF
    ADD 1 TO WS-TOTAL-MATRICULA
    MOVE WS-EST-SUB TO TMA-ESTUDIANTE(WS-TOTAL-MATRICULA)
    MOVE WS-EXA-SUB TO TMA-EXAMEN(WS-TOTAL-MATRICULA)
    ADD 1 TO TEX-INSCRIPTOS(WS-EXA-SUB).

CargarCursos.
    OPEN INPUT CURSOS-FILE
    IF WS-ESTADO-CURSOS = "00"
       PERFORM UNTIL WS-EOF-CURSOS = 'Y'
          READ CURSOS-FILE
             AT END MOVE 'Y' TO WS-EOF-CURSOS
             NOT AT END
                IF WS-TOTAL-CURSOS < 100
                   ADD 1 TO WS-TOTAL-CURSOS
                   MOVE CUR-Curso TO CAT-CURSO(WS-TOTAL-CURSOS)
                   MOVE CUR-Titulo TO CAT-TITULO(WS-TOTAL-CURSOS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 100 CURSOS, "
                      "SE PIERDE " CUR-Curso
                END-IF
          END-READ
       END-PERFORM
       CLOSE CURSOS-FILE
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
                ELSE
                   DISPLAY "ATENCION: MAS DE 50 DOCENTES, "
                      "SE PIERDE " DOC-DocenteId
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
                   MOVE ASG-Curso TO TAS-CURSO(WS-TOTAL-ASIGNACIONES)
                   MOVE ASG-DocenteId
                      TO TAS-DOCENTE(WS-TOTAL-ASIGNACIONES)
                ELSE
                   DISPLAY "ATENCION: MAS DE 100 ASIGNACIONES, "
                      "SE PIERDE " ASG-Curso
                END-IF
          END-READ
       END-PERFORM
       CLOSE ASIGNACION-FILE
    END-IF.

*> Una vuelta por curso: cada vuelta toma el curso pendiente con mas
*> inscriptos, que es el que menos lugar tiene para acomodarse.
PlanificarExamenes.
    PERFORM VARYING WS-VUELTA FROM 1 BY 1
       UNTIL WS-VUELTA > WS-TOTAL-EXAMENES
       MOVE 0 TO WS-EXA-ACTUAL
       PERFORM VARYING WS-EXA-SUB FROM 1 BY 1
          UNTIL WS-EXA-SUB > WS-TOTAL-EXAMENES
          IF TEX-PROCESADO(WS-EXA-SUB) = 'N'
             IF WS-EXA-ACTUAL = 0
                MOVE WS-EXA-SUB TO WS-EXA-ACTUAL
             ELSE
                IF TEX-INSCRIPTOS(WS-EXA-SUB)
                   > TEX-INSCRIPTOS(WS-EXA-ACTUAL)
                   MOVE WS-EXA-SUB TO WS-EXA-ACTUAL
                END-IF
             END-IF
          END-IF
       END-PERFORM
       MOVE 'S' TO TEX-PROCESADO(WS-EXA-ACTUAL)
       PERFORM UbicarExamen
    END-PERFORM.

*> El turno de menor puntaje entre los que tienen aula: cada
*> estudiante que ya rinde en ese turno pesa 1000, cada uno que pasa
*> del maximo diario pesa 1. Un turno en cero se toma en el acto.
UbicarExamen.
    MOVE 0 TO WS-MEJOR-TURNO
    MOVE 0 TO WS-MEJOR-AULA
    MOVE 99999999 TO WS-MEJOR-PUNTAJE
    PERFORM VARYING WS-TUR-SUB FROM 1 BY 1
       UNTIL WS-TUR-SUB > WS-TOTAL-TURNOS
       PERFORM EvaluarTurno
       IF WS-AULA-LIBRE = 'S'
          COMPUTE WS-PUNTAJE-TURNO =
             WS-CHOQUES-TURNO * 1000 + WS-EXCEDIDOS-TURNO
          IF WS-PUNTAJE-TURNO < WS-MEJOR-PUNTAJE
             MOVE WS-PUNTAJE-TURNO TO WS-MEJOR-PUNTAJE
             MOVE WS-TUR-SUB TO WS-MEJOR-TURNO
             MOVE WS-AULA-TURNO TO WS-MEJOR-AULA
          END-IF
          IF WS-PUNTAJE-TURNO = 0
             EXIT PERFORM
          END-IF
       END-IF
    END-PERFORM
    IF WS-MEJOR-TURNO = 0
       ADD 1 TO WS-SIN-TURNO
       MOVE 0 TO EXC-EstudianteId
       MOVE "SIN TURNO CON AULA DISPONIBLE" TO EXC-Motivo
       PERFORM GrabarExcepcion
       EXIT PARAGRAPH
    END-IF
    MOVE WS-MEJOR-TURNO TO TEX-TURNO(WS-EXA-ACTUAL)
    MOVE WS-MEJOR-AULA TO TEX-AULA(WS-EXA-ACTUAL)
    IF WS-MEJOR-AULA > 0
       MOVE 'S' TO OCU-AULA(WS-MEJOR-TURNO, WS-MEJOR-AULA)
    END-IF
    ADD 1 TO WS-UBICADOS
    MOVE TTU-DIA(WS-MEJOR-TURNO) TO WS-DIA-ACTUAL
    PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
       UNTIL WS-MAT-SUB > WS-TOTAL-MATRICULA
       IF TMA-EXAMEN(WS-MAT-SUB) = WS-EXA-ACTUAL
          MOVE TMA-ESTUDIANTE(WS-MAT-SUB) TO WS-EST-SUB
          IF TES-TURNO(WS-EST-SUB, WS-MEJOR-TURNO) < 9
             ADD 1 TO TES-TURNO(WS-EST-SUB, WS-MEJOR-TURNO)
          END-IF
          IF TES-DIA(WS-EST-SUB, WS-DIA-ACTUAL) < 9
             ADD 1 TO TES-DIA(WS-EST-SUB, WS-DIA-ACTUAL)
          END-IF
          MOVE TES-ID(WS-EST-SUB) TO EXC-EstudianteId
          IF TES-TURNO(WS-EST-SUB, WS-MEJOR-TURNO) > 1
             MOVE "DOS EXAMENES EN EL MISMO TURNO" TO EXC-Motivo
             PERFORM GrabarExcepcion
          ELSE
             IF TES-DIA(WS-EST-SUB, WS-DIA-ACTUAL) > WS-MAX-POR-DIA
                MOVE "EXCEDE MAXIMO EXAMENES POR DIA" TO EXC-Motivo
                PERFORM GrabarExcepcion
             END-IF
          END-IF
       END-IF
    END-PERFORM.

*> Cuantos inscriptos del curso ya rinden en el turno, cuantos
*> pasarian del maximo del dia, y el aula libre mas chica que
*> alcance para todos.
EvaluarTurno.
    MOVE 0 TO WS-CHOQUES-TURNO
    MOVE 0 TO WS-EXCEDIDOS-TURNO
    MOVE TTU-DIA(WS-TUR-SUB) TO WS-DIA-ACTUAL
    PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
       UNTIL WS-MAT-SUB > WS-TOTAL-MATRICULA
       IF TMA-EXAMEN(WS-MAT-SUB) = WS-EXA-ACTUAL
          MOVE TMA-ESTUDIANTE(WS-MAT-SUB) TO WS-EST-SUB
          IF TES-TURNO(WS-EST-SUB, WS-TUR-SUB) > 0
             ADD 1 TO WS-CHOQUES-TURNO
          ELSE
             IF TES-DIA(WS-EST-SUB, WS-DIA-ACTUAL) >= WS-MAX-POR-DIA
                ADD 1 TO WS-EXCEDIDOS-TURNO
             END-IF
          END-IF
       END-IF
    END-PERFORM
    MOVE 0 TO WS-AULA-TURNO
    IF WS-TOTAL-AULAS = 0
       MOVE 'S' TO WS-AULA-LIBRE
    ELSE
       MOVE 'N' TO WS-AULA-LIBRE
       PERFORM VARYING WS-AUL-SUB FROM 1 BY 1
          UNTIL WS-AUL-SUB > WS-TOTAL-AULAS
          IF OCU-AULA(WS-TUR-SUB, WS-AUL-SUB) NOT = 'S'
             AND TAU-CAPACIDAD(WS-AUL-SUB)
                >= TEX-INSCRIPTOS(WS-EXA-ACTUAL)
             IF WS-AULA-TURNO = 0
                MOVE WS-AUL-SUB TO WS-AULA-TURNO
             ELSE
                IF TAU-CAPACIDAD(WS-AUL-SUB)
                   < TAU-CAPACIDAD(WS-AULA-TURNO)
                   MOVE WS-AUL-SUB TO WS-AULA-TURNO
                END-IF
             END-IF
             MOVE 'S' TO WS-AULA-LIBRE
          END-IF
       END-PERFORM
    END-IF.

GrabarExcepcion.
    MOVE WS-PERIODO TO EXC-Periodo
    MOVE TEX-CURSO(WS-EXA-ACTUAL) TO EXC-Curso
    WRITE EXCEPCIONES-REGISTRO
    ADD 1 TO WS-EXCEPCIONES
    DISPLAY "EXCEPCION: " EXC-Curso " " EXC-EstudianteId " "
       EXC-Motivo.

GrabarCalendario.
    OPEN OUTPUT CALENDARIO-FILE
    PERFORM VARYING WS-EXA-SUB FROM 1 BY 1
       UNTIL WS-EXA-SUB > WS-TOTAL-EXAMENES
       IF TEX-TURNO(WS-EXA-SUB) > 0
          MOVE WS-PERIODO TO CEX-Periodo
          MOVE TEX-CURSO(WS-EXA-SUB) TO CEX-Curso
          MOVE TTU-FECHA(TEX-TURNO(WS-EXA-SUB)) TO CEX-Fecha
          MOVE TTU-HORA(TEX-TURNO(WS-EXA-SUB)) TO CEX-Hora
          PERFORM TomarAulaExamen
          MOVE WS-AULA-EDITADA TO CEX-Aula
          MOVE TEX-INSCRIPTOS(WS-EXA-SUB) TO CEX-Inscriptos
          WRITE CALENDARIO-REGISTRO
       END-IF
    END-PERFORM
    CLOSE CALENDARIO-FILE.

TomarAulaExamen.
    IF TEX-AULA(WS-EXA-SUB) > 0
       MOVE TAU-AULA(TEX-AULA(WS-EXA-SUB)) TO WS-AULA-EDITADA
    ELSE
       MOVE SPACES TO WS-AULA-EDITADA
    END-IF.

*> Una hoja por curso para el docente: titulo, docente, turno,
*> aula y los EstudianteId que rinden.
EmitirListadoPorCurso.
    OPEN OUTPUT LISTADO-FILE
    MOVE SPACES TO WS-LINEA
    STRING "*** CALENDARIO DE EXAMENES PERIODO " WS-PERIODO " ***"
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO LISTADO-LINEA
    WRITE LISTADO-LINEA
    PERFORM VARYING WS-EXA-SUB FROM 1 BY 1
       UNTIL WS-EXA-SUB > WS-TOTAL-EXAMENES
       PERFORM EmitirUnCurso
    END-PERFORM
    CLOSE LISTADO-FILE.

EmitirUnCurso.
    MOVE "(FUERA DEL CATALOGO)" TO WS-TITULO-LISTADO
    PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
       UNTIL WS-CAT-SUB > WS-TOTAL-CURSOS
       IF CAT-CURSO(WS-CAT-SUB) = TEX-CURSO(WS-EXA-SUB)
          MOVE CAT-TITULO(WS-CAT-SUB) TO WS-TITULO-LISTADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    MOVE "(SIN DOCENTE ASIGNADO)" TO WS-DOCENTE-LISTADO
    PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
       UNTIL WS-ASG-SUB > WS-TOTAL-ASIGNACIONES
       IF TAS-CURSO(WS-ASG-SUB) = TEX-CURSO(WS-EXA-SUB)
          PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
             UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
             IF TDO-ID(WS-DOC-SUB) = TAS-DOCENTE(WS-ASG-SUB)
                MOVE TDO-NOMBRE(WS-DOC-SUB) TO WS-DOCENTE-LISTADO
                EXIT PERFORM
             END-IF
          END-PERFORM
          EXIT PERFORM
       END-IF
    END-PERFORM
    MOVE SPACES TO LISTADO-LINEA
    WRITE LISTADO-LINEA
    MOVE SPACES TO WS-LINEA
    STRING "CURSO " TEX-CURSO(WS-EXA-SUB) " " WS-TITULO-LISTADO
       " DOCENTE " WS-DOCENTE-LISTADO
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO LISTADO-LINEA
    WRITE LISTADO-LINEA
    MOVE SPACES TO WS-LINEA
    IF TEX-TURNO(WS-EXA-SUB) > 0
       PERFORM TomarAulaExamen
       STRING "  FECHA " TTU-FECHA(TEX-TURNO(WS-EXA-SUB))
          " HORA " TTU-HORA(TEX-TURNO(WS-EXA-SUB))
          " AULA " WS-AULA-EDITADA
          " INSCRIPTOS " TEX-INSCRIPTOS(WS-EXA-SUB)
          DELIMITED BY SIZE INTO WS-LINEA
    ELSE
       STRING "  SIN TURNO ASIGNADO, VER EXAMENES-EXCEPCIONES.DAT"
          " INSCRIPTOS " TEX-INSCRIPTOS(WS-EXA-SUB)
          DELIMITED BY SIZE INTO WS-LINEA
    END-IF
    MOVE WS-LINEA TO LISTADO-LINEA
    WRITE LISTADO-LINEA
    PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
       UNTIL WS-MAT-SUB > WS-TOTAL-MATRICULA
       IF TMA-EXAMEN(WS-MAT-SUB) = WS-EXA-SUB
          MOVE SPACES TO WS-LINEA
          STRING "    ESTUDIANTE "
             TES-ID(TMA-ESTUDIANTE(WS-MAT-SUB))
             DELIMITED BY SIZE INTO WS-LINEA
          MOVE WS-LINEA TO LISTADO-LINEA
          WRITE LISTADO-LINEA
       END-IF
    END-PERFORM.
