IDENTIFICATION DIVISION.
PROGRAM-ID. PROMOCIONANUAL.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Pase de nivel de fin de anio. Hasta que ESTUDIANTES.DAT tuvo
*> FD-Nivel nadie podia decirle al sistema quien pasa, quien repite
*> y quien egresa. La corrida tiene dos pasos, elegidos por
*> PROMOCION.CTL (anio lectivo YYYY, el de la fecha de proceso si
*> viene en cero, y modo P proponer o C confirmar; P si no se
*> indica):
*>   - P arma la propuesta sin tocar el maestro: para cada
*>     estudiante activo cuenta los cursos distintos aprobados en
*>     CALIFICACIONES-HIST.DAT en periodos de ese anio y los compara
*>     con la regla de su nivel en REGLAS-PROMOCION.DAT (nivel,
*>     minimo de cursos aprobados, nota de aprobacion -60 si viene
*>     en cero- y S si es el ultimo nivel). Alcanza el minimo:
*>     promueve al nivel siguiente, o egresa si es el ultimo; no lo
*>     alcanza: repite. La propuesta queda en PROMOCION-PROPUESTA.DAT
*>     y el listado para la firma de direccion en
*>     PROMOCION-LISTADO.TXT. Los estudiantes sin nivel o de un
*>     nivel sin regla salen como excepcion y dejan RC=4.
*>   - C, una vez firmado el listado, aplica la propuesta (que
*>     direccion puede haber corregido cambiando la decision P, R o
*>     E de alguna fila): reescribe FD-Nivel de los promovidos por
*>     clave, con su antes y despues en CAMBIOS-ESTUDIANTE.LOG como
*>     las correcciones de MANTESTUDIANTES, y anexa a
*>     GRADUADOS-MOVS.DAT un bloque H/D/T con los egresados para que
*>     GRADUADOS los asiente con su control de requisitos. Una fila
*>     cuyo estudiante ya no esta activo o cambio de nivel desde la
*>     propuesta se saltea con aviso. El anio confirmado queda en
*>     PROMOCIONES-HECHAS.DAT y no se puede proponer ni confirmar
*>     de nuevo, igual que el candado de LIQUIDARMATRICULA.
*> Desde ahi MATRICULA y LIQUIDARMATRICULA ya ven el nivel nuevo.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT CALIFICACIONES-HIST ASSIGN TO "CALIFICACIONES-HIST.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAL-HIST.
SELECT REGLAS-FILE ASSIGN TO "REGLAS-PROMOCION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REGLAS.
SELECT PROMOCION-CTL ASSIGN TO "PROMOCION.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT PROPUESTA-FILE ASSIGN TO "PROMOCION-PROPUESTA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PROPUESTA.
SELECT LISTADO-FILE ASSIGN TO "PROMOCION-LISTADO.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LISTADO.
SELECT HECHAS-FILE ASSIGN TO "PROMOCIONES-HECHAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HECHAS.
SELECT GRADUADOS-MOVS ASSIGN TO "GRADUADOS-MOVS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-GRA-MOVS.
SELECT CAMBIOS-ESTUDIANTE ASSIGN TO "CAMBIOS-ESTUDIANTE.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAMBIOS.

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

FD CALIFICACIONES-HIST.
01 CALIFICACIONES-HIST-REGISTRO.
   05 CHI-EstudianteId PIC 9(8).
   05 CHI-Curso PIC X(8).
   05 CHI-Nota PIC 9(3).
   05 CHI-Periodo PIC 9(6).

FD REGLAS-FILE.
01 REGLAS-REGISTRO.
   05 RPR-Nivel PIC 9(2).
   05 RPR-MinAprobados PIC 9(2).
   05 RPR-NotaAprobacion PIC 9(3).
   05 RPR-Egreso PIC X(1).

FD PROMOCION-CTL.
01 PROMOCION-CTL-REGISTRO.
   05 CTL-Anio PIC 9(4).
   05 CTL-Modo PIC X(1).

*> PRP-Decision: P promueve, R repite, E egresa.
FD PROPUESTA-FILE.
01 PROPUESTA-REGISTRO.
   05 PRP-Anio PIC 9(4).
   05 PRP-EstudianteId PIC 9(8).
   05 PRP-NivelActual PIC 9(2).
   05 PRP-NivelNuevo PIC 9(2).
   05 PRP-Decision PIC X(1).
   05 PRP-Aprobados PIC 9(2).

FD LISTADO-FILE.
01 LISTADO-LINEA PIC X(80).

FD HECHAS-FILE.
01 HECHAS-REGISTRO.
   05 PHE-Anio PIC 9(4).

FD GRADUADOS-MOVS.
01 GRA-MOVS-REGISTRO.
   05 GRM-Indicador PIC X(1).
   05 GRM-EstudianteId PIC 9(8).
   05 GRM-FechaGraduacion PIC 9(8).
01 GRA-MOVS-ENCABEZADO.
   05 GRE-Indicador PIC X(1).
   05 GRE-FeedId PIC X(10).
   05 GRE-Fecha PIC 9(8).
01 GRA-MOVS-TRAILER.
   05 GRT-Indicador PIC X(1).
   05 GRT-Conteo PIC 9(6).

FD CAMBIOS-ESTUDIANTE.
01 CAMBIO-ESTUDIANTE-REGISTRO.
   05 CE-EstudianteId PIC 9(8).
   05 CE-Campo PIC X(10).
   05 CE-ValorAnterior PIC X(33).
   05 CE-ValorNuevo PIC X(33).
   05 CE-Usuario PIC X(20).
   05 CE-Fecha PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-CAL-HIST PIC X(2).
01 WS-ESTADO-REGLAS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-PROPUESTA PIC X(2).
01 WS-ESTADO-LISTADO PIC X(2).
01 WS-ESTADO-HECHAS PIC X(2).
01 WS-ESTADO-GRA-MOVS PIC X(2).
01 WS-ESTADO-CAMBIOS PIC X(2).
01 WS-EOF-ESTUDIANTES PIC A(1) VALUE 'N'.
01 WS-EOF-CAL-HIST PIC A(1) VALUE 'N'.
01 WS-EOF-REGLAS PIC A(1) VALUE 'N'.
01 WS-EOF-PROPUESTA PIC A(1) VALUE 'N'.
01 WS-EOF-HECHAS PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-USUARIO-OS PIC X(20).
01 WS-ANIO PIC 9(4).
01 WS-ANIO-PERIODO PIC 9(4).
01 WS-MODO PIC X(1) VALUE 'P'.
01 WS-YA-CONFIRMADO PIC A(1) VALUE 'N'.

*> Las reglas de pase por nivel.
01 WS-TABLA-REGLAS.
   05 WS-REGLA-FILA OCCURS 20 TIMES.
      10 REG-NIVEL PIC 9(2).
      10 REG-MIN-APROBADOS PIC 9(2).
      10 REG-NOTA PIC 9(3).
      10 REG-EGRESO PIC X(1).
01 WS-TOTAL-REGLAS PIC 9(2) VALUE 0.
01 WS-REG-SUB PIC 9(2).
01 WS-REG-HALLADA PIC A(1).

*> La mejor nota del anio de cada estudiante en cada curso, para
*> contar cursos distintos aunque se hayan rendido dos veces.
01 WS-TABLA-NOTAS.
   05 WS-NOTA-FILA OCCURS 3000 TIMES.
      10 NOT-ID PIC 9(8).
      10 NOT-CURSO PIC X(8).
      10 NOT-NOTA PIC 9(3).
01 WS-TOTAL-NOTAS PIC 9(4) VALUE 0.
01 WS-NOT-SUB PIC 9(4).
01 WS-APROBADOS PIC 9(2).

01 WS-DECISION PIC X(1).
01 WS-NIVEL-NUEVO PIC 9(2).
01 WS-LINEA PIC X(80).
01 WS-TEXTO-DECISION PIC X(14).

01 WS-PROMOVIDOS PIC 9(5) VALUE 0.
01 WS-REPITEN PIC 9(5) VALUE 0.
01 WS-EGRESAN PIC 9(5) VALUE 0.
01 WS-EXCEPCIONES PIC 9(5) VALUE 0.
01 WS-SALTEADOS PIC 9(5) VALUE 0.

01 WS-FEED-SECUENCIA PIC 9(7).
01 WS-FEED-ABIERTO PIC A(1) VALUE 'N'.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "PROMOCIONANUAL".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM LeerControl
    PERFORM VerificarAnioNoConfirmado
    IF WS-YA-CONFIRMADO = 'S'
       DISPLAY "RECHAZADO: EL ANIO " WS-ANIO
          " YA FUE CONFIRMADO SEGUN PROMOCIONES-HECHAS.DAT"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    IF WS-MODO = 'C'
       PERFORM ConfirmarPropuesta
    ELSE
       PERFORM ArmarPropuesta
    END-IF.
FinInicio.
DISPLAY "JOB PROMOCIONANUAL COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerControl.
    COMPUTE WS-ANIO = WS-FECHA-HOY / 10000
    OPEN INPUT PROMOCION-CTL
    IF WS-ESTADO-CTL = "00"
       READ PROMOCION-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-Anio NUMERIC AND CTL-Anio > 0
                MOVE CTL-Anio TO WS-ANIO
             END-IF
             IF CTL-Modo = 'C'
                MOVE 'C' TO WS-MODO
             END-IF
       END-READ
       CLOSE PROMOCION-CTL
    END-IF.

VerificarAnioNoConfirmado.
    OPEN INPUT HECHAS-FILE
    IF WS-ESTADO-HECHAS = "00"
       PERFORM UNTIL WS-EOF-HECHAS = 'Y'
          READ HECHAS-FILE
             AT END MOVE 'Y' TO WS-EOF-HECHAS
             NOT AT END
                IF PHE-Anio = WS-ANIO
                   MOVE 'S' TO WS-YA-CONFIRMADO
                   MOVE 'Y' TO WS-EOF-HECHAS
                END-IF
          END-READ
       END-PERFORM
       CLOSE HECHAS-FILE
    END-IF.

*> Paso P: la propuesta y el listado para direccion.
ArmarPropuesta.
    PERFORM CargarReglas
    IF WS-TOTAL-REGLAS = 0
       DISPLAY "NO HAY REGLAS-PROMOCION.DAT PARA DECIDIR EL PASE"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    PERFORM CargarNotasDelAnio
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES NOT = "00"
       DISPLAY "NO HAY ESTUDIANTES.DAT PARA PROMOVER"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN OUTPUT PROPUESTA-FILE
    OPEN OUTPUT LISTADO-FILE
    MOVE SPACES TO WS-LINEA
    STRING "*** PROPUESTA DE PROMOCION DEL ANIO " WS-ANIO " ***"
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM EscribirListado
    MOVE "ESTUDIANTE NOMBRE                            NIVEL APROB. "
       TO WS-LINEA
    MOVE "DECISION" TO WS-LINEA(62:8)
    PERFORM EscribirListado
    MOVE LOW-VALUES TO FD-EstudianteId
    START ESTUDIANTES-FILE KEY IS NOT LESS THAN FD-EstudianteId
       INVALID KEY MOVE 'Y' TO WS-EOF-ESTUDIANTES
    END-START
    PERFORM UNTIL WS-EOF-ESTUDIANTES = 'Y'
       READ ESTUDIANTES-FILE NEXT
          AT END MOVE 'Y' TO WS-EOF-ESTUDIANTES
          NOT AT END
             IF FD-Estado = 'A' OR FD-Estado = SPACE
                PERFORM EvaluarEstudiante
             END-IF
       END-READ
    END-PERFORM
    CLOSE ESTUDIANTES-FILE
    CLOSE PROPUESTA-FILE
    MOVE SPACES TO WS-LINEA
    PERFORM EscribirListado
    MOVE SPACES TO WS-LINEA
    STRING "PROMUEVEN: " WS-PROMOVIDOS "  REPITEN: " WS-REPITEN
       "  EGRESAN: " WS-EGRESAN "  EXCEPCIONES: " WS-EXCEPCIONES
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM EscribirListado
    MOVE SPACES TO WS-LINEA
    PERFORM EscribirListado
    MOVE "APROBADO POR DIRECCION: ____________________  FECHA: ______"
       TO WS-LINEA
    PERFORM EscribirListado
    CLOSE LISTADO-FILE
    DISPLAY "PROPUESTA DEL ANIO " WS-ANIO
       " EN PROMOCION-PROPUESTA.DAT, LISTADO EN PROMOCION-LISTADO.TXT"
    DISPLAY "PROMUEVEN: " WS-PROMOVIDOS "  REPITEN: " WS-REPITEN
       "  EGRESAN: " WS-EGRESAN "  EXCEPCIONES: " WS-EXCEPCIONES
    DISPLAY "NADA SE GRABA EN EL MAESTRO HASTA CORRER CON MODO C"
    IF WS-EXCEPCIONES > 0
       MOVE 4 TO RETURN-CODE
    END-IF.

CargarReglas.
    OPEN INPUT REGLAS-FILE
    IF WS-ESTADO-REGLAS = "00"
       PERFORM UNTIL WS-EOF-REGLAS = 'Y'
          READ REGLAS-FILE
             AT END MOVE 'Y' TO WS-EOF-REGLAS
             NOT AT END
                IF WS-TOTAL-REGLAS < 20
                   ADD 1 TO WS-TOTAL-REGLAS
                   MOVE RPR-Nivel TO REG-NIVEL(WS-TOTAL-REGLAS)
                   MOVE RPR-MinAprobados
                      TO REG-MIN-APROBADOS(WS-TOTAL-REGLAS)
                   IF RPR-NotaAprobacion NUMERIC
                      AND RPR-NotaAprobacion > 0
                      MOVE RPR-NotaAprobacion
                         TO REG-NOTA(WS-TOTAL-REGLAS)
                   ELSE
                      MOVE 60 TO REG-NOTA(WS-TOTAL-REGLAS)
                   END-IF
                   MOVE RPR-Egreso TO REG-EGRESO(WS-TOTAL-REGLAS)
                END-IF
          END-READ
       END-PERFORM
       CLOSE REGLAS-FILE
    END-IF.

*> Solo los periodos cerrados del anio lectivo: CIERREPERIODO ya
*> paso ahi las notas de CALIFICACIONES.DAT.
CargarNotasDelAnio.
    OPEN INPUT CALIFICACIONES-HIST
    IF WS-ESTADO-CAL-HIST NOT = "00"
       DISPLAY "ATENCION: NO HAY CALIFICACIONES-HIST.DAT, NADIE "
          "TIENE CURSOS APROBADOS EN EL ANIO"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CAL-HIST = 'Y'
       READ CALIFICACIONES-HIST
          AT END MOVE 'Y' TO WS-EOF-CAL-HIST
          NOT AT END
             COMPUTE WS-ANIO-PERIODO = CHI-Periodo / 100
             IF WS-ANIO-PERIODO = WS-ANIO
                PERFORM GuardarNotaDelAnio
             END-IF
       END-READ
    END-PERFORM
    CLOSE CALIFICACIONES-HIST.

GuardarNotaDelAnio.
    PERFORM VARYING WS-NOT-SUB FROM 1 BY 1
       UNTIL WS-NOT-SUB > WS-TOTAL-NOTAS
       IF NOT-ID(WS-NOT-SUB) = CHI-EstudianteId
          AND NOT-CURSO(WS-NOT-SUB) = CHI-Curso
          IF CHI-Nota > NOT-NOTA(WS-NOT-SUB)
             MOVE CHI-Nota TO NOT-NOTA(WS-NOT-SUB)
          END-IF
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-NOTAS < 3000
       ADD 1 TO WS-TOTAL-NOTAS
       MOVE CHI-EstudianteId TO NOT-ID(WS-TOTAL-NOTAS)
       MOVE CHI-Curso TO NOT-CURSO(WS-TOTAL-NOTAS)
       MOVE CHI-Nota TO NOT-NOTA(WS-TOTAL-NOTAS)
    ELSE
       DISPLAY "ATENCION: MAS DE 3000 NOTAS EN EL ANIO, SE PIERDE "
          CHI-EstudianteId " " CHI-Curso
    END-IF.

EvaluarEstudiante.
    IF FD-Nivel NOT NUMERIC OR FD-Nivel = 0
       ADD 1 TO WS-EXCEPCIONES
       MOVE SPACES TO WS-LINEA
       STRING FD-EstudianteId "   " FD-Nombre
          "    -- SIN NIVEL ASIGNADO"
          DELIMITED BY SIZE INTO WS-LINEA
       PERFORM EscribirListado
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-REG-HALLADA
    PERFORM VARYING WS-REG-SUB FROM 1 BY 1
       UNTIL WS-REG-SUB > WS-TOTAL-REGLAS
       IF REG-NIVEL(WS-REG-SUB) = FD-Nivel
          MOVE 'S' TO WS-REG-HALLADA
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-REG-HALLADA = 'N'
       ADD 1 TO WS-EXCEPCIONES
       MOVE SPACES TO WS-LINEA
       STRING FD-EstudianteId "   " FD-Nombre " " FD-Nivel
          "  -- NIVEL SIN REGLA DE PROMOCION"
          DELIMITED BY SIZE INTO WS-LINEA
       PERFORM EscribirListado
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-APROBADOS
    PERFORM VARYING WS-NOT-SUB FROM 1 BY 1
       UNTIL WS-NOT-SUB > WS-TOTAL-NOTAS
       IF NOT-ID(WS-NOT-SUB) = FD-EstudianteId
          AND NOT-NOTA(WS-NOT-SUB) >= REG-NOTA(WS-REG-SUB)
          ADD 1 TO WS-APROBADOS
       END-IF
    END-PERFORM
    MOVE FD-Nivel TO WS-NIVEL-NUEVO
    IF WS-APROBADOS >= REG-MIN-APROBADOS(WS-REG-SUB)
       IF REG-EGRESO(WS-REG-SUB) = 'S'
          MOVE 'E' TO WS-DECISION
          MOVE "EGRESA" TO WS-TEXTO-DECISION
          ADD 1 TO WS-EGRESAN
       ELSE
          MOVE 'P' TO WS-DECISION
          ADD 1 TO WS-NIVEL-NUEVO
          MOVE SPACES TO WS-TEXTO-DECISION
          STRING "PROMUEVE A " WS-NIVEL-NUEVO
             DELIMITED BY SIZE INTO WS-TEXTO-DECISION
          ADD 1 TO WS-PROMOVIDOS
       END-IF
    ELSE
       MOVE 'R' TO WS-DECISION
       MOVE "REPITE" TO WS-TEXTO-DECISION
       ADD 1 TO WS-REPITEN
    END-IF
    MOVE WS-ANIO TO PRP-Anio
    MOVE FD-EstudianteId TO PRP-EstudianteId
    MOVE FD-Nivel TO PRP-NivelActual
    MOVE WS-NIVEL-NUEVO TO PRP-NivelNuevo
    MOVE WS-DECISION TO PRP-Decision
    MOVE WS-APROBADOS TO PRP-Aprobados
    WRITE PROPUESTA-REGISTRO
    MOVE SPACES TO WS-LINEA
    STRING FD-EstudianteId "   " FD-Nombre " " FD-Nivel "    "
       WS-APROBADOS "/" REG-MIN-APROBADOS(WS-REG-SUB) "  "
       WS-TEXTO-DECISION
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM EscribirListado.

EscribirListado.
    MOVE WS-LINEA TO LISTADO-LINEA
    WRITE LISTADO-LINEA.

*> Paso C: la propuesta aprobada se aplica al maestro.
ConfirmarPropuesta.
    OPEN INPUT PROPUESTA-FILE
    IF WS-ESTADO-PROPUESTA NOT = "00"
       DISPLAY "NO HAY PROMOCION-PROPUESTA.DAT PARA CONFIRMAR, "
          "CORRER ANTES CON MODO P"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    READ PROPUESTA-FILE
       AT END MOVE 'Y' TO WS-EOF-PROPUESTA
    END-READ
    IF WS-EOF-PROPUESTA = 'N' AND PRP-Anio NOT = WS-ANIO
       DISPLAY "RECHAZADO: PROMOCION-PROPUESTA.DAT ES DEL ANIO "
          PRP-Anio " Y EL CONTROL PIDE " WS-ANIO
       CLOSE PROPUESTA-FILE
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    OPEN I-O ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES NOT = "00"
       DISPLAY "NO HAY ESTUDIANTES.DAT PARA PROMOVER"
       CLOSE PROPUESTA-FILE
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    ACCEPT WS-USUARIO-OS FROM USER NAME
    PERFORM UNTIL WS-EOF-PROPUESTA = 'Y'
       PERFORM AplicarUnaDecision
       READ PROPUESTA-FILE
          AT END MOVE 'Y' TO WS-EOF-PROPUESTA
       END-READ
    END-PERFORM
    CLOSE PROPUESTA-FILE
    CLOSE ESTUDIANTES-FILE
    IF WS-FEED-ABIERTO = 'S'
       MOVE 'T' TO GRT-Indicador
       MOVE WS-EGRESAN TO GRT-Conteo
       WRITE GRA-MOVS-TRAILER
       CLOSE GRADUADOS-MOVS
    END-IF
    PERFORM AsentarAnioConfirmado
    DISPLAY "ANIO " WS-ANIO " CONFIRMADO.  PROMOVIDOS: "
       WS-PROMOVIDOS "  REPITEN: " WS-REPITEN
    DISPLAY "EGRESADOS A GRADUADOS-MOVS.DAT: " WS-EGRESAN
       "  SALTEADOS: " WS-SALTEADOS
    IF WS-SALTEADOS > 0
       MOVE 4 TO RETURN-CODE
    END-IF.

AplicarUnaDecision.
    MOVE PRP-EstudianteId TO FD-EstudianteId
    READ ESTUDIANTES-FILE
       INVALID KEY
          ADD 1 TO WS-SALTEADOS
          DISPLAY "SALTEADO: " PRP-EstudianteId
             " YA NO EXISTE EN EL MAESTRO"
          EXIT PARAGRAPH
    END-READ
    IF FD-Estado NOT = 'A' AND FD-Estado NOT = SPACE
       ADD 1 TO WS-SALTEADOS
       DISPLAY "SALTEADO: " PRP-EstudianteId
          " YA NO ESTA ACTIVO (ESTADO " FD-Estado ")"
       EXIT PARAGRAPH
    END-IF
    IF FD-Nivel NOT = PRP-NivelActual
       ADD 1 TO WS-SALTEADOS
       DISPLAY "SALTEADO: " PRP-EstudianteId " CAMBIO DE NIVEL "
          "DESDE LA PROPUESTA (" PRP-NivelActual " -> " FD-Nivel ")"
       EXIT PARAGRAPH
    END-IF
    EVALUATE PRP-Decision
       WHEN 'P'
          COMPUTE WS-NIVEL-NUEVO = PRP-NivelActual + 1
          MOVE FD-Nivel TO CE-ValorAnterior
          MOVE WS-NIVEL-NUEVO TO FD-Nivel
          REWRITE ESTUDIANTES-REGISTRO
             INVALID KEY DISPLAY "ERROR AL REESCRIBIR "
                PRP-EstudianteId
          END-REWRITE
          ADD 1 TO WS-PROMOVIDOS
          PERFORM RegistrarCambioNivel
       WHEN 'R'
          ADD 1 TO WS-REPITEN
       WHEN 'E'
          PERFORM EscribirEgresado
       WHEN OTHER
          ADD 1 TO WS-SALTEADOS
          DISPLAY "SALTEADO: " PRP-EstudianteId
             " DECISION DESCONOCIDA: " PRP-Decision
    END-EVALUATE.

*> Mismo registro de antes/despues que las correcciones de
*> MANTESTUDIANTES.
RegistrarCambioNivel.
    MOVE PRP-EstudianteId TO CE-EstudianteId
    MOVE "NIVEL" TO CE-Campo
    MOVE FD-Nivel TO CE-ValorNuevo
    MOVE WS-USUARIO-OS TO CE-Usuario
    MOVE WS-FECHA-HOY TO CE-Fecha
    OPEN EXTEND CAMBIOS-ESTUDIANTE
    IF WS-ESTADO-CAMBIOS NOT = "00"
       OPEN OUTPUT CAMBIOS-ESTUDIANTE
       CLOSE CAMBIOS-ESTUDIANTE
       OPEN EXTEND CAMBIOS-ESTUDIANTE
    END-IF
    WRITE CAMBIO-ESTUDIANTE-REGISTRO
    CLOSE CAMBIOS-ESTUDIANTE.

*> El bloque de egresados se abre con el primero, con id unico de
*> SECUENCIAID como los bloques de LIQUIDARMATRICULA.
EscribirEgresado.
    IF WS-FEED-ABIERTO = 'N'
       OPEN EXTEND GRADUADOS-MOVS
       IF WS-ESTADO-GRA-MOVS NOT = "00"
          OPEN OUTPUT GRADUADOS-MOVS
          CLOSE GRADUADOS-MOVS
          OPEN EXTEND GRADUADOS-MOVS
       END-IF
       CALL "SECUENCIAID" USING WS-FEED-SECUENCIA
       MOVE 'H' TO GRE-Indicador
       MOVE SPACES TO GRE-FeedId
       MOVE "PR" TO GRE-FeedId(1:2)
       MOVE WS-FEED-SECUENCIA TO GRE-FeedId(3:7)
       MOVE WS-FECHA-HOY TO GRE-Fecha
       WRITE GRA-MOVS-ENCABEZADO
       MOVE 'S' TO WS-FEED-ABIERTO
    END-IF
    MOVE 'D' TO GRM-Indicador
    MOVE PRP-EstudianteId TO GRM-EstudianteId
    MOVE WS-FECHA-HOY TO GRM-FechaGraduacion
    WRITE GRA-MOVS-REGISTRO
    ADD 1 TO WS-EGRESAN.

AsentarAnioConfirmado.
    OPEN EXTEND HECHAS-FILE
    IF WS-ESTADO-HECHAS NOT = "00"
       OPEN OUTPUT HECHAS-FILE
    END-IF
    MOVE WS-ANIO TO PHE-Anio
    WRITE HECHAS-REGISTRO
    CLOSE HECHAS-FILE.
