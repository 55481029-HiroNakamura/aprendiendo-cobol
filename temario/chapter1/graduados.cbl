*> (el maestro es indexado por FD-EstudianteId), para que los
*> reportes y validaciones que miran el estado dejen de tratarlo
*> como activo.
*> Tampoco se gradua a quien tenga en PRESTAMOS.DAT un ejemplar de
*> la biblioteca vencido a la fecha de proceso sin devolver: es
*> una deuda pendiente con la escuela y se rechaza el movimiento
*> hasta que BIBLIOTECA registre la devolucion o cobre el libro.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT CALIFICACIONES-HIST ASSIGN TO "CALIFICACIONES-HIST.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAL-HIST.
SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PRESTAMOS.

DATA DIVISION.
FILE SECTION.
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD GRADUADOS-FILE.
01 GRADUADOS-REGISTRO.
   05 CHI-Nota PIC 9(3).
   05 CHI-Periodo PIC 9(6).

*> Los prestamos abiertos de la biblioteca, que mantiene BIBLIOTECA.
FD PRESTAMOS-FILE.
01 PRESTAMOS-REGISTRO.
   05 PRE-EstudianteId PIC 9(8).
   05 PRE-Libro PIC X(10).
   05 PRE-FechaPrestamo PIC 9(8).
   05 PRE-FechaVence PIC 9(8).
   05 PRE-FechaCierre PIC 9(8).
   05 PRE-Estado PIC X(1).
   05 PRE-Multa PIC X(1).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-REQUISITOS PIC X(2).
01 WS-ESTADO-CALIF PIC X(2).
01 WS-ESTADO-CAL-HIST PIC X(2).
01 WS-ESTADO-PRESTAMOS PIC X(2).
01 WS-EOF-GRADUADOS PIC A(1) VALUE 'N'.
01 WS-EOF-MOVS PIC A(1) VALUE 'N'.
01 WS-EOF-REQUISITOS PIC A(1) VALUE 'N'.
01 WS-EOF-CALIF PIC A(1) VALUE 'N'.
01 WS-EOF-CAL-HIST PIC A(1) VALUE 'N'.
01 WS-EOF-PRESTAMOS PIC A(1) VALUE 'N'.

01 WS-MAESTRO-OK PIC A(1) VALUE 'N'.
01 WS-EST-HALLADO PIC A(1).
*> misma que se usa de minimo tipico en PRERREQUISITOS.DAT.
01 WS-NOTA-APROBACION PIC 9(3) VALUE 60.

*> Estudiantes con ejemplares vencidos sin devolver y cuantos.
01 WS-FECHA-HOY PIC 9(8).
01 WS-TABLA-VENCIDOS.
   05 WS-VENCIDO-FILA OCCURS 500 TIMES.
      10 VEN-ID PIC 9(8).
      10 VEN-CANTIDAD PIC 9(3).
01 WS-TOTAL-VENCIDOS PIC 9(3) VALUE 0.
01 WS-VEN-SUB PIC 9(3).
01 WS-VEN-HALLADO PIC 9(3).

01 WS-POSTEADOS PIC 9(3) VALUE 0.
01 WS-RECHAZOS PIC 9(3) VALUE 0.
*> El control de encabezado/trailer y doble posteo del feed,
PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    PERFORM AbrirMaestroEstudiantes
    IF WS-MAESTRO-OK = 'N'
       DISPLAY "NO HAY ESTUDIANTES.DAT PARA VALIDAR GRADUACIONES"
       PERFORM CargarGraduados
       PERFORM CargarRequisitos
       PERFORM CargarNotasAprobadas
       PERFORM CargarPrestamosVencidos
       PERFORM PostearGraduaciones
       CLOSE ESTUDIANTES-FILE
       DISPLAY "GRADUACIONES ASENTADAS: " WS-POSTEADOS
       CLOSE CALIFICACIONES-HIST
    END-IF.

CargarPrestamosVencidos.
    OPEN INPUT PRESTAMOS-FILE
    IF WS-ESTADO-PRESTAMOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PRESTAMOS = 'Y'
       READ PRESTAMOS-FILE
          AT END MOVE 'Y' TO WS-EOF-PRESTAMOS
          NOT AT END
             IF PRE-Estado = 'A' AND PRE-FechaVence < WS-FECHA-HOY
                PERFORM AnotarPrestamoVencido
             END-IF
       END-READ
    END-PERFORM
    CLOSE PRESTAMOS-FILE.

AnotarPrestamoVencido.
    MOVE 0 TO WS-VEN-HALLADO
    PERFORM VARYING WS-VEN-SUB FROM 1 BY 1
       UNTIL WS-VEN-SUB > WS-TOTAL-VENCIDOS
       IF VEN-ID(WS-VEN-SUB) = PRE-EstudianteId
          MOVE WS-VEN-SUB TO WS-VEN-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-VEN-HALLADO > 0
       ADD 1 TO VEN-CANTIDAD(WS-VEN-HALLADO)
    ELSE
       IF WS-TOTAL-VENCIDOS < 500
          ADD 1 TO WS-TOTAL-VENCIDOS
          MOVE PRE-EstudianteId TO VEN-ID(WS-TOTAL-VENCIDOS)
          MOVE 1 TO VEN-CANTIDAD(WS-TOTAL-VENCIDOS)
       END-IF
    END-IF.

PostearGraduaciones.
    CALL "VALIDARFEED" USING "VALIDAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO
             ADD 1 TO WS-RECHAZOS
             EXIT PARAGRAPH
          END-IF
          PERFORM BuscarPrestamoVencido
          IF WS-VEN-HALLADO > 0
             ADD 1 TO WS-RECHAZOS
             DISPLAY "RECHAZADO: " MOV-EstudianteId " TIENE "
                VEN-CANTIDAD(WS-VEN-HALLADO)
                " LIBROS VENCIDOS SIN DEVOLVER EN BIBLIOTECA"
             EXIT PARAGRAPH
          END-IF
          MOVE MOV-EstudianteId TO GRA-EstudianteId
          MOVE MOV-FechaGraduacion TO GRA-FechaGraduacion
          WRITE GRADUADOS-REGISTRO
       END-IF
    END-PERFORM.

BuscarPrestamoVencido.
    MOVE 0 TO WS-VEN-HALLADO
    PERFORM VARYING WS-VEN-SUB FROM 1 BY 1
       UNTIL WS-VEN-SUB > WS-TOTAL-VENCIDOS
       IF VEN-ID(WS-VEN-SUB) = MOV-EstudianteId
          MOVE WS-VEN-SUB TO WS-VEN-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

BuscarGraduado.
    MOVE 'N' TO WS-GRA-HALLADO
    PERFORM VARYING WS-GRA-SUB FROM 1 BY 1
