IDENTIFICATION DIVISION.
PROGRAM-ID. VALIDARAULAS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> La corrida de validacion de aulas: cruza SECCIONES.DAT, que ya
*> trae el aula de cada fila de cursada, contra el maestro
*> AULAS.DAT que mantiene AULAS y contra el catalogo CURSOS.DAT.
*> Marca por consola las secciones sin aula o con un aula que no
*> esta en el maestro, dos secciones en la misma aula el mismo dia
*> con horarios que se pisan (mismo criterio de solapamiento que
*> usa MATRICULA para el horario del estudiante), y las aulas cuya
*> capacidad de asientos queda por debajo del CUR-Cupo del curso que
*> se dicta en ellas. Cualquiera de esos casos deja RC=4. Al final
*> imprime, por aula, la grilla de ocupacion de la semana: una fila
*> por hora de 07 a 21 y una columna por dia (1 lunes a 7 domingo)
*> con el curso que la ocupa, *CHOQUE* donde hay mas de uno, y las
*> horas ocupadas sobre el total de la semana.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT AULAS-FILE ASSIGN TO "AULAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-AULAS.
SELECT CURSOS-FILE ASSIGN TO "CURSOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CURSOS.
SELECT SECCIONES-FILE ASSIGN TO "SECCIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SECCIONES.

DATA DIVISION.
FILE SECTION.
FD AULAS-FILE.
01 AULAS-REGISTRO.
   05 AUL-Aula PIC X(6).
   05 AUL-Edificio PIC X(20).
   05 AUL-Capacidad PIC 9(3).
   05 AUL-Tipo PIC X(12).

FD CURSOS-FILE.
01 CURSOS-REGISTRO.
   05 CUR-Curso PIC X(8).
   05 CUR-Titulo PIC X(30).
   05 CUR-Creditos PIC 9(2).
   05 CUR-Cupo PIC 9(3).

FD SECCIONES-FILE.
01 SECCIONES-REGISTRO.
   05 SEC-Curso PIC X(8).
   05 SEC-Dia PIC 9(1).
   05 SEC-HoraInicio PIC 9(4).
   05 SEC-HoraFin PIC 9(4).
   05 SEC-Aula PIC X(6).

WORKING-STORAGE SECTION.
01 WS-ESTADO-AULAS PIC X(2).
01 WS-ESTADO-CURSOS PIC X(2).
01 WS-ESTADO-SECCIONES PIC X(2).
01 WS-EOF-AULAS PIC A(1) VALUE 'N'.
01 WS-EOF-CURSOS PIC A(1) VALUE 'N'.
01 WS-EOF-SECCIONES PIC A(1) VALUE 'N'.

01 WS-TABLA-AULAS.
   05 WS-AULA-FILA OCCURS 100 TIMES.
      10 TAU-AULA PIC X(6).
      10 TAU-EDIFICIO PIC X(20).
      10 TAU-CAPACIDAD PIC 9(3).
      10 TAU-TIPO PIC X(12).
01 WS-TOTAL-AULAS PIC 9(3) VALUE 0.
01 WS-AUL-SUB PIC 9(3).
01 WS-AUL-HALLADO PIC A(1).

01 WS-TABLA-CURSOS.
   05 WS-CURSO-FILA OCCURS 100 TIMES.
      10 CAT-CURSO PIC X(8).
      10 CAT-CUPO PIC 9(3).
01 WS-TOTAL-CURSOS PIC 9(3) VALUE 0.
01 WS-CAT-SUB PIC 9(3).
01 WS-CAT-HALLADO PIC A(1).

01 WS-TABLA-SECCIONES.
   05 WS-SECCION-FILA OCCURS 200 TIMES.
      10 SEN-CURSO PIC X(8).
      10 SEN-DIA PIC 9(1).
      10 SEN-INICIO PIC 9(4).
      10 SEN-FIN PIC 9(4).
      10 SEN-AULA PIC X(6).
01 WS-TOTAL-SECCIONES PIC 9(3) VALUE 0.
01 WS-SEC-SUB PIC 9(3).
01 WS-SEC-OTRO PIC 9(3).
01 WS-YA-MARCADO PIC A(1).

*> La grilla de una aula: 15 horas (07 a 21) por 7 dias.
01 WS-GRILLA.
   05 WS-GRILLA-HORA OCCURS 15 TIMES.
      10 GRI-CELDA OCCURS 7 TIMES PIC X(8).
01 WS-HORA-SUB PIC 9(2).
01 WS-DIA-SUB PIC 9(1).
01 WS-HORA-DESDE PIC 9(4).
01 WS-HORA-HASTA PIC 9(4).
01 WS-HORA-EDITADA PIC 9(2).
01 WS-LINEA-GRILLA PIC X(63).
01 WS-LINEA-POS PIC 9(2).
01 WS-HORAS-OCUPADAS PIC 9(3).

01 WS-SIN-AULA PIC 9(3) VALUE 0.
01 WS-AULA-INEXISTENTE PIC 9(3) VALUE 0.
01 WS-CHOQUES PIC 9(3) VALUE 0.
01 WS-SIN-CAPACIDAD PIC 9(3) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "VALIDARAULAS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    PERFORM CargarAulas
    IF WS-TOTAL-AULAS = 0
       DISPLAY "NO HAY AULAS.DAT CONTRA QUE VALIDAR"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarCursos
    PERFORM CargarSecciones
    DISPLAY "*** VALIDACION DE AULAS DE SECCIONES.DAT ***"
    PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
       UNTIL WS-SEC-SUB > WS-TOTAL-SECCIONES
       PERFORM ValidarSeccion
    END-PERFORM
    DISPLAY "SIN AULA: " WS-SIN-AULA
       "  AULA INEXISTENTE: " WS-AULA-INEXISTENTE
       "  CHOQUES: " WS-CHOQUES
       "  CAPACIDAD INSUFICIENTE: " WS-SIN-CAPACIDAD
    IF WS-SIN-AULA > 0 OR WS-AULA-INEXISTENTE > 0
       OR WS-CHOQUES > 0 OR WS-SIN-CAPACIDAD > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM VARYING WS-AUL-SUB FROM 1 BY 1
       UNTIL WS-AUL-SUB > WS-TOTAL-AULAS
       PERFORM ImprimirGrillaAula
    END-PERFORM.
FinInicio.
DISPLAY "JOB VALIDARAULAS COMPLETE, RC=" RETURN-CODE.
STOP RUN.

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
                   MOVE AUL-Edificio TO TAU-EDIFICIO(WS-TOTAL-AULAS)
                   MOVE AUL-Capacidad
                      TO TAU-CAPACIDAD(WS-TOTAL-AULAS)
                   MOVE AUL-Tipo TO TAU-TIPO(WS-TOTAL-AULAS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 100 AULAS, "
                      "SE PIERDE " AUL-Aula
                END-IF
          END-READ
       END-PERFORM
       CLOSE AULAS-FILE
    END-IF.

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
                   MOVE CUR-Cupo TO CAT-CUPO(WS-TOTAL-CURSOS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 100 CURSOS, "
                      "SE PIERDE " CUR-Curso
                END-IF
          END-READ
       END-PERFORM
       CLOSE CURSOS-FILE
    END-IF.

*> Las filas de cursada; una fila vieja sin aula entra con el aula
*> en blanco y se reporta como tal.
CargarSecciones.
    OPEN INPUT SECCIONES-FILE
    IF WS-ESTADO-SECCIONES = "00"
       PERFORM UNTIL WS-EOF-SECCIONES = 'Y'
          READ SECCIONES-FILE
             AT END MOVE 'Y' TO WS-EOF-SECCIONES
             NOT AT END
                IF WS-TOTAL-SECCIONES < 200
                   ADD 1 TO WS-TOTAL-SECCIONES
                   MOVE SEC-Curso TO SEN-CURSO(WS-TOTAL-SECCIONES)
                   MOVE SEC-Dia TO SEN-DIA(WS-TOTAL-SECCIONES)
                   MOVE SEC-HoraInicio
                      TO SEN-INICIO(WS-TOTAL-SECCIONES)
                   MOVE SEC-HoraFin TO SEN-FIN(WS-TOTAL-SECCIONES)
                   MOVE SEC-Aula TO SEN-AULA(WS-TOTAL-SECCIONES)
                ELSE
                   DISPLAY "ATENCION: MAS DE 200 SECCIONES, "
                      "SE PIERDE " SEC-Curso
                END-IF
          END-READ
       END-PERFORM
       CLOSE SECCIONES-FILE
    ELSE
       DISPLAY "NO HAY SECCIONES.DAT, NADA QUE VALIDAR"
    END-IF.

ValidarSeccion.
    IF SEN-AULA(WS-SEC-SUB) = SPACES
       ADD 1 TO WS-SIN-AULA
       DISPLAY "SIN AULA: " SEN-CURSO(WS-SEC-SUB)
          " DIA " SEN-DIA(WS-SEC-SUB) " " SEN-INICIO(WS-SEC-SUB)
          "-" SEN-FIN(WS-SEC-SUB)
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-AUL-HALLADO
    PERFORM VARYING WS-AUL-SUB FROM 1 BY 1
       UNTIL WS-AUL-SUB > WS-TOTAL-AULAS
       IF TAU-AULA(WS-AUL-SUB) = SEN-AULA(WS-SEC-SUB)
          MOVE 'S' TO WS-AUL-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-AUL-HALLADO = 'N'
       ADD 1 TO WS-AULA-INEXISTENTE
       DISPLAY "AULA INEXISTENTE: " SEN-AULA(WS-SEC-SUB)
          " EN " SEN-CURSO(WS-SEC-SUB) " DIA " SEN-DIA(WS-SEC-SUB)
       EXIT PARAGRAPH
    END-IF
    *> Cada par de filas que se pisan se informa una sola vez, desde
    *> la primera del par.
    PERFORM VARYING WS-SEC-OTRO FROM WS-SEC-SUB BY 1
       UNTIL WS-SEC-OTRO > WS-TOTAL-SECCIONES
       IF WS-SEC-OTRO NOT = WS-SEC-SUB
          AND SEN-AULA(WS-SEC-OTRO) = SEN-AULA(WS-SEC-SUB)
          AND SEN-DIA(WS-SEC-OTRO) = SEN-DIA(WS-SEC-SUB)
          AND SEN-INICIO(WS-SEC-SUB) < SEN-FIN(WS-SEC-OTRO)
          AND SEN-FIN(WS-SEC-SUB) > SEN-INICIO(WS-SEC-OTRO)
          ADD 1 TO WS-CHOQUES
          DISPLAY "CHOQUE EN AULA " SEN-AULA(WS-SEC-SUB)
             " DIA " SEN-DIA(WS-SEC-SUB) ": "
             SEN-CURSO(WS-SEC-SUB) " " SEN-INICIO(WS-SEC-SUB)
             "-" SEN-FIN(WS-SEC-SUB) " CONTRA "
             SEN-CURSO(WS-SEC-OTRO) " " SEN-INICIO(WS-SEC-OTRO)
             "-" SEN-FIN(WS-SEC-OTRO)
       END-IF
    END-PERFORM
    *> La capacidad contra el cupo se mira una vez por curso y aula,
    *> no una por cada dia de cursada.
    MOVE 'N' TO WS-YA-MARCADO
    PERFORM VARYING WS-SEC-OTRO FROM 1 BY 1
       UNTIL WS-SEC-OTRO >= WS-SEC-SUB
       IF SEN-CURSO(WS-SEC-OTRO) = SEN-CURSO(WS-SEC-SUB)
          AND SEN-AULA(WS-SEC-OTRO) = SEN-AULA(WS-SEC-SUB)
          MOVE 'S' TO WS-YA-MARCADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-YA-MARCADO = 'S'
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-CAT-HALLADO
    PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
       UNTIL WS-CAT-SUB > WS-TOTAL-CURSOS
       IF CAT-CURSO(WS-CAT-SUB) = SEN-CURSO(WS-SEC-SUB)
          MOVE 'S' TO WS-CAT-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-CAT-HALLADO = 'S'
       IF TAU-CAPACIDAD(WS-AUL-SUB) < CAT-CUPO(WS-CAT-SUB)
          ADD 1 TO WS-SIN-CAPACIDAD
          DISPLAY "CAPACIDAD INSUFICIENTE: AULA "
             TAU-AULA(WS-AUL-SUB) " (" TAU-CAPACIDAD(WS-AUL-SUB)
             " ASIENTOS) PARA " CAT-CURSO(WS-CAT-SUB)
             " CON CUPO " CAT-CUPO(WS-CAT-SUB)
       END-IF
    END-IF.

*> La semana de una aula hora por hora: una seccion ocupa la hora
*> HH si empieza antes de que termine y termina despues de que
*> empiece.
ImprimirGrillaAula.
    MOVE SPACES TO WS-GRILLA
    MOVE 0 TO WS-HORAS-OCUPADAS
    PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
       UNTIL WS-SEC-SUB > WS-TOTAL-SECCIONES
       IF SEN-AULA(WS-SEC-SUB) = TAU-AULA(WS-AUL-SUB)
          AND SEN-DIA(WS-SEC-SUB) >= 1 AND SEN-DIA(WS-SEC-SUB) <= 7
          MOVE SEN-DIA(WS-SEC-SUB) TO WS-DIA-SUB
          PERFORM VARYING WS-HORA-SUB FROM 1 BY 1
             UNTIL WS-HORA-SUB > 15
             COMPUTE WS-HORA-DESDE = (WS-HORA-SUB + 6) * 100
             COMPUTE WS-HORA-HASTA = WS-HORA-DESDE + 100
             IF SEN-INICIO(WS-SEC-SUB) < WS-HORA-HASTA
                AND SEN-FIN(WS-SEC-SUB) > WS-HORA-DESDE
                IF GRI-CELDA(WS-HORA-SUB, WS-DIA-SUB) = SPACES
                   MOVE SEN-CURSO(WS-SEC-SUB)
                      TO GRI-CELDA(WS-HORA-SUB, WS-DIA-SUB)
                   ADD 1 TO WS-HORAS-OCUPADAS
                ELSE
                   IF GRI-CELDA(WS-HORA-SUB, WS-DIA-SUB)
                      NOT = SEN-CURSO(WS-SEC-SUB)
                      MOVE "*CHOQUE*"
                         TO GRI-CELDA(WS-HORA-SUB, WS-DIA-SUB)
                   END-IF
                END-IF
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    DISPLAY " "
    DISPLAY "*** AULA " TAU-AULA(WS-AUL-SUB) " "
       TAU-EDIFICIO(WS-AUL-SUB) " " TAU-TIPO(WS-AUL-SUB)
       " CAPACIDAD " TAU-CAPACIDAD(WS-AUL-SUB) " ***"
    DISPLAY "HORA  LUNES    MARTES   MIERCOL  JUEVES   VIERNES  "
       "SABADO   DOMINGO"
    PERFORM VARYING WS-HORA-SUB FROM 1 BY 1 UNTIL WS-HORA-SUB > 15
       MOVE SPACES TO WS-LINEA-GRILLA
       MOVE 1 TO WS-LINEA-POS
       PERFORM VARYING WS-DIA-SUB FROM 1 BY 1 UNTIL WS-DIA-SUB > 7
          IF GRI-CELDA(WS-HORA-SUB, WS-DIA-SUB) = SPACES
             MOVE "   .    " TO WS-LINEA-GRILLA(WS-LINEA-POS:8)
          ELSE
             MOVE GRI-CELDA(WS-HORA-SUB, WS-DIA-SUB)
                TO WS-LINEA-GRILLA(WS-LINEA-POS:8)
          END-IF
          ADD 9 TO WS-LINEA-POS
       END-PERFORM
       COMPUTE WS-HORA-EDITADA = WS-HORA-SUB + 6
       DISPLAY WS-HORA-EDITADA "00  " WS-LINEA-GRILLA
    END-PERFORM
    DISPLAY "HORAS OCUPADAS: " WS-HORAS-OCUPADAS " DE 105".
