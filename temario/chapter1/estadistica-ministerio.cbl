IDENTIFICATION DIVISION.
PROGRAM-ID. ESTADISTICAMINISTERIO.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Cada termino la escuela presenta al ministerio la estadistica de
*> matricula, que se sumaba a mano de REPORTEEDADES,
*> REPORTEGENEROS y REPORTEGRADUADOS. Este programa arma la
*> presentacion entera para la fecha de censo de ESTADISTICA.CTL
*> (codigo de escuela ante el ministerio, fecha de censo e inicio
*> del termino, YYYYMMDD; sin fechas rige la de proceso y el 1 de
*> enero de su anio):
*>   - matricula: los estudiantes activos en ESTUDIANTES.DAT con al
*>     menos un curso en MATRICULA.DAT, por nivel, genero y banda de
*>     edad a la fecha de censo (la edad sale de FD-FechaNacimiento
*>     como en REPORTEEDADES); los activos sin cursos se informan
*>     aparte y no cuentan.
*>   - movimientos del termino por nivel: ingresantes de
*>     ALTAS-ESTUDIANTES.DAT (ESTRUCTURA), retiros de
*>     RETIROS-ESTUDIANTES.DAT (RETIROESTUDIANTE) y egresados de
*>     GRADUADOS.DAT, con fecha entre el inicio del termino y el
*>     censo.
*> La salida va en el formato de ancho fijo del ministerio a
*> RETORNO-MINISTERIO.DAT (01 encabezado, 02 matricula por nivel y
*> genero con las seis bandas, 03 movimientos por nivel, 99 totales)
*> y como cuadro cruzado impreso en ESTADISTICA-MINISTERIO.TXT.
*> Antes de dar el visto bueno se cruzan los totales: la suma de
*> las celdas contra el conteo de estudiantes, contra los totales
*> por genero y por banda contados por separado, y los movimientos
*> por nivel contra su total; si algo no cierra el listado dice NO
*> PRESENTAR y la corrida termina con RC=8. Los movimientos que no
*> condicen con el maestro (un retirado que sigue activo, un
*> egresado sin estado G, un ingresante que no esta) salen por
*> consola como discrepancias y dejan RC=4.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT MATRICULA-FILE ASSIGN TO "MATRICULA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-MATRICULA.
SELECT ALTAS-FILE ASSIGN TO "ALTAS-ESTUDIANTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ALTAS.
SELECT RETIROS-FILE ASSIGN TO "RETIROS-ESTUDIANTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RETIROS.
SELECT GRADUADOS-FILE ASSIGN TO "GRADUADOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-GRADUADOS.
SELECT ESTADISTICA-CTL ASSIGN TO "ESTADISTICA.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT RETORNO-FILE ASSIGN TO "RETORNO-MINISTERIO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RETORNO.
SELECT LISTADO-FILE ASSIGN TO "ESTADISTICA-MINISTERIO.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LISTADO.

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

FD MATRICULA-FILE.
01 MATRICULA-REGISTRO.
   05 MAT-EstudianteId PIC 9(8).
   05 MAT-Curso PIC X(8).
   05 MAT-Periodo PIC 9(6).

FD ALTAS-FILE.
01 ALTAS-REGISTRO.
   05 ALT-EstudianteId PIC 9(8).
   05 ALT-Fecha PIC 9(8).
   05 ALT-Nivel PIC 9(2).

FD RETIROS-FILE.
01 RETIROS-REGISTRO.
   05 RTE-EstudianteId PIC 9(8).
   05 RTE-FechaRetiro PIC 9(8).
   05 RTE-Nivel PIC 9(2).
   05 RTE-FechaProceso PIC 9(8).

FD GRADUADOS-FILE.
01 GRADUADOS-REGISTRO.
   05 GRA-EstudianteId PIC 9(8).
   05 GRA-FechaGraduacion PIC 9(8).

FD ESTADISTICA-CTL.
01 ESTADISTICA-CTL-REGISTRO.
   05 CTL-CodigoEscuela PIC X(10).
   05 CTL-FechaCenso PIC 9(8).
   05 CTL-InicioTermino PIC 9(8).

*> Formato de presentacion del ministerio, 80 posiciones.
FD RETORNO-FILE.
01 RETORNO-ENCABEZADO.
   05 RMH-Tipo PIC X(2).
   05 RMH-Escuela PIC X(10).
   05 RMH-FechaCenso PIC 9(8).
   05 RMH-InicioTermino PIC 9(8).
   05 FILLER PIC X(52).
01 RETORNO-MATRICULA.
   05 RMC-Tipo PIC X(2).
   05 RMC-Nivel PIC 9(2).
   05 RMC-Genero PIC X(1).
   05 RMC-Banda PIC 9(5) OCCURS 6 TIMES.
   05 RMC-Total PIC 9(6).
   05 FILLER PIC X(39).
01 RETORNO-MOVIMIENTOS.
   05 RMM-Tipo PIC X(2).
   05 RMM-Nivel PIC 9(2).
   05 RMM-Ingresos PIC 9(5).
   05 RMM-Retiros PIC 9(5).
   05 RMM-Egresos PIC 9(5).
   05 FILLER PIC X(61).
01 RETORNO-TOTALES.
   05 RMT-Tipo PIC X(2).
   05 RMT-Matricula PIC 9(6).
   05 RMT-Ingresos PIC 9(6).
   05 RMT-Retiros PIC 9(6).
   05 RMT-Egresos PIC 9(6).
   05 RMT-Registros PIC 9(6).
   05 FILLER PIC X(48).

FD LISTADO-FILE.
01 LISTADO-LINEA PIC X(80).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-MATRICULA PIC X(2).
01 WS-ESTADO-ALTAS PIC X(2).
01 WS-ESTADO-RETIROS PIC X(2).
01 WS-ESTADO-GRADUADOS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-RETORNO PIC X(2).
01 WS-ESTADO-LISTADO PIC X(2).
01 WS-EOF-ESTUDIANTES PIC A(1) VALUE 'N'.
01 WS-EOF-MATRICULA PIC A(1) VALUE 'N'.
01 WS-EOF-ALTAS PIC A(1) VALUE 'N'.
01 WS-EOF-RETIROS PIC A(1) VALUE 'N'.
01 WS-EOF-GRADUADOS PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-FECHA-CENSO PIC 9(8).
01 WS-INICIO-TERMINO PIC 9(8).
01 WS-ANIO-CENSO PIC 9(4).
01 WS-CODIGO-ESCUELA PIC X(10) VALUE SPACES.
01 WS-EDAD-CENSO PIC 9(3).

*> Bandas de edad del ministerio, cargadas en InicializarBandas.
01 WS-BANDAS-EDAD.
   05 WS-BANDA OCCURS 6 TIMES.
      10 BAN-DESDE PIC 9(3).
      10 BAN-HASTA PIC 9(3).
      10 BAN-ETIQUETA PIC X(5).
01 WS-BAN-SUB PIC 9(1).
01 WS-GEN-SUB PIC 9(1).
01 WS-NIV-SUB PIC 9(2).
01 WS-NIVEL-MOV PIC 9(2).
01 WS-CODIGO-GENERO PIC X(4) VALUE "MFXN".

*> Nivel 00 a 20 en las filas 1 a 21 (00 es sin nivel asignado),
*> genero M, F, X y no informado, y las seis bandas.
01 WS-TABLA-CENSO.
   05 WS-CENSO-NIVEL OCCURS 21 TIMES.
      10 WS-CENSO-GENERO OCCURS 4 TIMES.
         15 CEN-BANDA PIC 9(5) OCCURS 6 TIMES.
      10 NIV-INGRESOS PIC 9(5).
      10 NIV-RETIROS PIC 9(5).
      10 NIV-EGRESOS PIC 9(5).

*> Conteos independientes de la tabla, para el cruce de totales.
01 WS-TOTAL-CENSO PIC 9(6) VALUE 0.
01 WS-TOTALES-GENERO.
   05 TOT-GENERO PIC 9(6) OCCURS 4 TIMES.
01 WS-TOTALES-BANDA.
   05 TOT-BANDA PIC 9(6) OCCURS 6 TIMES.
01 WS-TOTAL-INGRESOS PIC 9(6) VALUE 0.
01 WS-TOTAL-RETIROS PIC 9(6) VALUE 0.
01 WS-TOTAL-EGRESOS PIC 9(6) VALUE 0.

*> Sumas de la tabla.
01 WS-SUMA-CELDAS PIC 9(6).
01 WS-SUMA PIC 9(6).
01 WS-SUMA-FILA PIC 9(6).
01 WS-SUMA-INGRESOS PIC 9(6).
01 WS-SUMA-RETIROS PIC 9(6).
01 WS-SUMA-EGRESOS PIC 9(6).
01 WS-CONTROLES-FALLIDOS PIC 9(3) VALUE 0.
01 WS-DISCREPANCIAS PIC 9(5) VALUE 0.

01 WS-TABLA-MATRICULADOS.
   05 MTR-ID PIC 9(8) OCCURS 2000 TIMES.
01 WS-TOTAL-MATRICULADOS PIC 9(4) VALUE 0.
01 WS-MTR-SUB PIC 9(4).
01 WS-MATRICULADO PIC A(1).
01 WS-SIN-MATRICULA PIC 9(5) VALUE 0.
01 WS-NIVEL-FUERA PIC 9(5) VALUE 0.
01 WS-NO-ACTIVOS PIC 9(5) VALUE 0.

01 WS-REGISTROS-RETORNO PIC 9(6) VALUE 0.
01 WS-LINEA PIC X(80).
01 WS-CONTEO-EDITADO PIC Z(4)9.
01 WS-TOTAL-EDITADO PIC Z(5)9.
01 WS-POS PIC 9(3).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "ESTADISTICAMINISTERIO".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM LeerControl
    PERFORM InicializarBandas
    INITIALIZE WS-TABLA-CENSO WS-TOTALES-GENERO WS-TOTALES-BANDA
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES NOT = "00"
       DISPLAY "NO HAY ESTUDIANTES.DAT PARA LA ESTADISTICA"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN OUTPUT LISTADO-FILE
    PERFORM CargarMatriculados
    PERFORM ContarMatricula
    PERFORM ContarIngresos
    PERFORM ContarRetiros
    PERFORM ContarEgresos
    CLOSE ESTUDIANTES-FILE
    PERFORM CruzarTotales
    PERFORM EscribirRetorno
    PERFORM ImprimirCuadro
    CLOSE LISTADO-FILE
    DISPLAY "MATRICULA AL " WS-FECHA-CENSO ": " WS-TOTAL-CENSO
       "  INGRESOS: " WS-TOTAL-INGRESOS "  RETIROS: "
       WS-TOTAL-RETIROS "  EGRESOS: " WS-TOTAL-EGRESOS
    IF WS-CONTROLES-FALLIDOS > 0
       DISPLAY "LOS TOTALES NO CIERRAN (" WS-CONTROLES-FALLIDOS
          " CONTROLES), NO PRESENTAR RETORNO-MINISTERIO.DAT"
       MOVE 8 TO RETURN-CODE
    ELSE
       DISPLAY "TOTALES CRUZADOS OK, RETORNO-MINISTERIO.DAT CON "
          WS-REGISTROS-RETORNO " REGISTROS"
       IF WS-DISCREPANCIAS > 0 OR WS-CODIGO-ESCUELA = SPACES
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF.
FinInicio.
DISPLAY "JOB ESTADISTICAMINISTERIO COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerControl.
    MOVE WS-FECHA-HOY TO WS-FECHA-CENSO
    MOVE 0 TO WS-INICIO-TERMINO
    OPEN INPUT ESTADISTICA-CTL
    IF WS-ESTADO-CTL = "00"
       READ ESTADISTICA-CTL
          AT END CONTINUE
          NOT AT END
             MOVE CTL-CodigoEscuela TO WS-CODIGO-ESCUELA
             IF CTL-FechaCenso NUMERIC AND CTL-FechaCenso > 0
                MOVE CTL-FechaCenso TO WS-FECHA-CENSO
             END-IF
             IF CTL-InicioTermino NUMERIC AND CTL-InicioTermino > 0
                MOVE CTL-InicioTermino TO WS-INICIO-TERMINO
             END-IF
       END-READ
       CLOSE ESTADISTICA-CTL
    END-IF
    IF WS-INICIO-TERMINO = 0
       COMPUTE WS-ANIO-CENSO = WS-FECHA-CENSO / 10000
       COMPUTE WS-INICIO-TERMINO = WS-ANIO-CENSO * 10000 + 101
    END-IF
    IF WS-CODIGO-ESCUELA = SPACES
       DISPLAY "ATENCION: ESTADISTICA.CTL SIN CODIGO DE ESCUELA, "
          "EL MINISTERIO RECHAZA EL ARCHIVO SIN EL"
    END-IF.

InicializarBandas.
    MOVE 0 TO BAN-DESDE(1)
    MOVE 5 TO BAN-HASTA(1)
    MOVE "  0-5" TO BAN-ETIQUETA(1)
    MOVE 6 TO BAN-DESDE(2)
    MOVE 8 TO BAN-HASTA(2)
    MOVE "  6-8" TO BAN-ETIQUETA(2)
    MOVE 9 TO BAN-DESDE(3)
    MOVE 11 TO BAN-HASTA(3)
    MOVE " 9-11" TO BAN-ETIQUETA(3)
    MOVE 12 TO BAN-DESDE(4)
    MOVE 14 TO BAN-HASTA(4)
    MOVE "12-14" TO BAN-ETIQUETA(4)
    MOVE 15 TO BAN-DESDE(5)
    MOVE 17 TO BAN-HASTA(5)
    MOVE "15-17" TO BAN-ETIQUETA(5)
    MOVE 18 TO BAN-DESDE(6)
    MOVE 999 TO BAN-HASTA(6)
    MOVE "  18+" TO BAN-ETIQUETA(6).

CargarMatriculados.
    OPEN INPUT MATRICULA-FILE
    IF WS-ESTADO-MATRICULA NOT = "00"
       DISPLAY "ATENCION: NO HAY MATRICULA.DAT, NADIE CUENTA COMO "
          "MATRICULADO"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-MATRICULA = 'Y'
       READ MATRICULA-FILE
          AT END MOVE 'Y' TO WS-EOF-MATRICULA
          NOT AT END PERFORM GuardarMatriculado
       END-READ
    END-PERFORM
    CLOSE MATRICULA-FILE.

GuardarMatriculado.
    PERFORM VARYING WS-MTR-SUB FROM 1 BY 1
       UNTIL WS-MTR-SUB > WS-TOTAL-MATRICULADOS
       IF MTR-ID(WS-MTR-SUB) = MAT-EstudianteId
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-MATRICULADOS < 2000
       ADD 1 TO WS-TOTAL-MATRICULADOS
       MOVE MAT-EstudianteId TO MTR-ID(WS-TOTAL-MATRICULADOS)
    ELSE
       DISPLAY "ATENCION: MAS DE 2000 MATRICULADOS, SE IGNORA "
          MAT-EstudianteId
    END-IF.

ContarMatricula.
    MOVE LOW-VALUES TO FD-EstudianteId
    START ESTUDIANTES-FILE KEY IS NOT LESS THAN FD-EstudianteId
       INVALID KEY MOVE 'Y' TO WS-EOF-ESTUDIANTES
    END-START
    PERFORM UNTIL WS-EOF-ESTUDIANTES = 'Y'
       READ ESTUDIANTES-FILE NEXT
          AT END MOVE 'Y' TO WS-EOF-ESTUDIANTES
          NOT AT END
             IF FD-Estado = 'A' OR FD-Estado = SPACE
                PERFORM ClasificarEstudiante
             ELSE
                ADD 1 TO WS-NO-ACTIVOS
             END-IF
       END-READ
    END-PERFORM.

ClasificarEstudiante.
    MOVE 'N' TO WS-MATRICULADO
    PERFORM VARYING WS-MTR-SUB FROM 1 BY 1
       UNTIL WS-MTR-SUB > WS-TOTAL-MATRICULADOS
       IF MTR-ID(WS-MTR-SUB) = FD-EstudianteId
          MOVE 'S' TO WS-MATRICULADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-MATRICULADO = 'N'
       ADD 1 TO WS-SIN-MATRICULA
       EXIT PARAGRAPH
    END-IF
    MOVE FD-Nivel TO WS-NIVEL-MOV
    PERFORM UbicarNivel
    EVALUATE FD-Genero
       WHEN 'M' MOVE 1 TO WS-GEN-SUB
       WHEN 'F' MOVE 2 TO WS-GEN-SUB
       WHEN 'X' MOVE 3 TO WS-GEN-SUB
       WHEN OTHER MOVE 4 TO WS-GEN-SUB
    END-EVALUATE
    IF FD-FechaNacimiento IS NUMERIC
       AND FD-FechaNacimiento > 0
       COMPUTE WS-EDAD-CENSO =
          (WS-FECHA-CENSO - FD-FechaNacimiento) / 10000
    ELSE
       MOVE FD-Edad TO WS-EDAD-CENSO
    END-IF
    PERFORM VARYING WS-BAN-SUB FROM 1 BY 1 UNTIL WS-BAN-SUB > 6
       IF WS-EDAD-CENSO >= BAN-DESDE(WS-BAN-SUB)
          AND WS-EDAD-CENSO <= BAN-HASTA(WS-BAN-SUB)
          EXIT PERFORM
       END-IF
    END-PERFORM
    ADD 1 TO CEN-BANDA(WS-NIV-SUB, WS-GEN-SUB, WS-BAN-SUB)
    ADD 1 TO WS-TOTAL-CENSO
    ADD 1 TO TOT-GENERO(WS-GEN-SUB)
    ADD 1 TO TOT-BANDA(WS-BAN-SUB).

*> WS-NIVEL-MOV a fila de la tabla; un nivel no numerico o mayor a
*> 20 va a la fila de sin nivel.
UbicarNivel.
    IF WS-NIVEL-MOV IS NUMERIC AND WS-NIVEL-MOV <= 20
       COMPUTE WS-NIV-SUB = WS-NIVEL-MOV + 1
    ELSE
       ADD 1 TO WS-NIVEL-FUERA
       MOVE 1 TO WS-NIV-SUB
    END-IF.

ContarIngresos.
    OPEN INPUT ALTAS-FILE
    IF WS-ESTADO-ALTAS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-ALTAS = 'Y'
       READ ALTAS-FILE
          AT END MOVE 'Y' TO WS-EOF-ALTAS
          NOT AT END
             IF ALT-Fecha >= WS-INICIO-TERMINO
                AND ALT-Fecha <= WS-FECHA-CENSO
                MOVE ALT-Nivel TO WS-NIVEL-MOV
                PERFORM UbicarNivel
                ADD 1 TO NIV-INGRESOS(WS-NIV-SUB)
                ADD 1 TO WS-TOTAL-INGRESOS
                MOVE ALT-EstudianteId TO FD-EstudianteId
                READ ESTUDIANTES-FILE
                   INVALID KEY
                      MOVE SPACES TO WS-LINEA
                      STRING "DISCREPANCIA: INGRESANTE "
                         ALT-EstudianteId " NO ESTA EN EL MAESTRO"
                         DELIMITED BY SIZE INTO WS-LINEA
                      PERFORM RegistrarDiscrepancia
                END-READ
             END-IF
       END-READ
    END-PERFORM
    CLOSE ALTAS-FILE.

ContarRetiros.
    OPEN INPUT RETIROS-FILE
    IF WS-ESTADO-RETIROS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-RETIROS = 'Y'
       READ RETIROS-FILE
          AT END MOVE 'Y' TO WS-EOF-RETIROS
          NOT AT END
             IF RTE-FechaRetiro >= WS-INICIO-TERMINO
                AND RTE-FechaRetiro <= WS-FECHA-CENSO
                MOVE RTE-Nivel TO WS-NIVEL-MOV
                PERFORM UbicarNivel
                ADD 1 TO NIV-RETIROS(WS-NIV-SUB)
                ADD 1 TO WS-TOTAL-RETIROS
                MOVE RTE-EstudianteId TO FD-EstudianteId
                READ ESTUDIANTES-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF FD-Estado = 'A' OR FD-Estado = SPACE
                         MOVE SPACES TO WS-LINEA
                         STRING "DISCREPANCIA: RETIRADO "
                            RTE-EstudianteId
                            " SIGUE ACTIVO EN EL MAESTRO"
                            DELIMITED BY SIZE INTO WS-LINEA
                         PERFORM RegistrarDiscrepancia
                      END-IF
                END-READ
             END-IF
       END-READ
    END-PERFORM
    CLOSE RETIROS-FILE.

*> GRADUADOS.DAT no trae el nivel: se toma del maestro.
ContarEgresos.
    OPEN INPUT GRADUADOS-FILE
    IF WS-ESTADO-GRADUADOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-GRADUADOS = 'Y'
       READ GRADUADOS-FILE
          AT END MOVE 'Y' TO WS-EOF-GRADUADOS
          NOT AT END
             IF GRA-FechaGraduacion >= WS-INICIO-TERMINO
                AND GRA-FechaGraduacion <= WS-FECHA-CENSO
                PERFORM ContarUnEgresado
             END-IF
       END-READ
    END-PERFORM
    CLOSE GRADUADOS-FILE.

ContarUnEgresado.
    MOVE 0 TO WS-NIVEL-MOV
    MOVE GRA-EstudianteId TO FD-EstudianteId
    READ ESTUDIANTES-FILE
       INVALID KEY
          MOVE SPACES TO WS-LINEA
          STRING "DISCREPANCIA: EGRESADO " GRA-EstudianteId
             " NO ESTA EN EL MAESTRO"
             DELIMITED BY SIZE INTO WS-LINEA
          PERFORM RegistrarDiscrepancia
       NOT INVALID KEY
          MOVE FD-Nivel TO WS-NIVEL-MOV
          IF FD-Estado NOT = 'G'
             MOVE SPACES TO WS-LINEA
             STRING "DISCREPANCIA: EGRESADO " GRA-EstudianteId
                " CON ESTADO " FD-Estado " EN EL MAESTRO"
                DELIMITED BY SIZE INTO WS-LINEA
             PERFORM RegistrarDiscrepancia
          END-IF
    END-READ
    PERFORM UbicarNivel
    ADD 1 TO NIV-EGRESOS(WS-NIV-SUB)
    ADD 1 TO WS-TOTAL-EGRESOS.

RegistrarDiscrepancia.
    ADD 1 TO WS-DISCREPANCIAS
    DISPLAY WS-LINEA.

*> Cada control compara una suma de la tabla contra un conteo hecho
*> aparte mientras se leia el maestro o los movimientos.
CruzarTotales.
    MOVE 0 TO WS-SUMA-CELDAS WS-SUMA-INGRESOS WS-SUMA-RETIROS
       WS-SUMA-EGRESOS
    PERFORM VARYING WS-NIV-SUB FROM 1 BY 1 UNTIL WS-NIV-SUB > 21
       PERFORM VARYING WS-GEN-SUB FROM 1 BY 1 UNTIL WS-GEN-SUB > 4
          PERFORM VARYING WS-BAN-SUB FROM 1 BY 1
             UNTIL WS-BAN-SUB > 6
             ADD CEN-BANDA(WS-NIV-SUB, WS-GEN-SUB, WS-BAN-SUB)
                TO WS-SUMA-CELDAS
          END-PERFORM
       END-PERFORM
       ADD NIV-INGRESOS(WS-NIV-SUB) TO WS-SUMA-INGRESOS
       ADD NIV-RETIROS(WS-NIV-SUB) TO WS-SUMA-RETIROS
       ADD NIV-EGRESOS(WS-NIV-SUB) TO WS-SUMA-EGRESOS
    END-PERFORM
    IF WS-SUMA-CELDAS NOT = WS-TOTAL-CENSO
       ADD 1 TO WS-CONTROLES-FALLIDOS
       DISPLAY "CONTROL: CELDAS " WS-SUMA-CELDAS
          " CONTRA MATRICULA " WS-TOTAL-CENSO
    END-IF
    MOVE 0 TO WS-SUMA
    PERFORM VARYING WS-GEN-SUB FROM 1 BY 1 UNTIL WS-GEN-SUB > 4
       ADD TOT-GENERO(WS-GEN-SUB) TO WS-SUMA
       PERFORM SumarGenero
       IF WS-SUMA-FILA NOT = TOT-GENERO(WS-GEN-SUB)
          ADD 1 TO WS-CONTROLES-FALLIDOS
          DISPLAY "CONTROL: GENERO " WS-CODIGO-GENERO(WS-GEN-SUB:1)
             " CELDAS " WS-SUMA-FILA " CONTRA "
             TOT-GENERO(WS-GEN-SUB)
       END-IF
    END-PERFORM
    IF WS-SUMA NOT = WS-TOTAL-CENSO
       ADD 1 TO WS-CONTROLES-FALLIDOS
       DISPLAY "CONTROL: TOTALES POR GENERO " WS-SUMA
          " CONTRA MATRICULA " WS-TOTAL-CENSO
    END-IF
    MOVE 0 TO WS-SUMA
    PERFORM VARYING WS-BAN-SUB FROM 1 BY 1 UNTIL WS-BAN-SUB > 6
       ADD TOT-BANDA(WS-BAN-SUB) TO WS-SUMA
       PERFORM SumarBanda
       IF WS-SUMA-FILA NOT = TOT-BANDA(WS-BAN-SUB)
          ADD 1 TO WS-CONTROLES-FALLIDOS
          DISPLAY "CONTROL: BANDA " BAN-ETIQUETA(WS-BAN-SUB)
             " CELDAS " WS-SUMA-FILA " CONTRA "
             TOT-BANDA(WS-BAN-SUB)
       END-IF
    END-PERFORM
    IF WS-SUMA NOT = WS-TOTAL-CENSO
       ADD 1 TO WS-CONTROLES-FALLIDOS
       DISPLAY "CONTROL: TOTALES POR BANDA " WS-SUMA
          " CONTRA MATRICULA " WS-TOTAL-CENSO
    END-IF
    IF WS-SUMA-INGRESOS NOT = WS-TOTAL-INGRESOS
       OR WS-SUMA-RETIROS NOT = WS-TOTAL-RETIROS
       OR WS-SUMA-EGRESOS NOT = WS-TOTAL-EGRESOS
       ADD 1 TO WS-CONTROLES-FALLIDOS
       DISPLAY "CONTROL: MOVIMIENTOS POR NIVEL NO CIERRAN CON SU "
          "TOTAL"
    END-IF.

SumarGenero.
    MOVE 0 TO WS-SUMA-FILA
    PERFORM VARYING WS-NIV-SUB FROM 1 BY 1 UNTIL WS-NIV-SUB > 21
       PERFORM VARYING WS-BAN-SUB FROM 1 BY 1 UNTIL WS-BAN-SUB > 6
          ADD CEN-BANDA(WS-NIV-SUB, WS-GEN-SUB, WS-BAN-SUB)
             TO WS-SUMA-FILA
       END-PERFORM
    END-PERFORM.

SumarBanda.
    MOVE 0 TO WS-SUMA-FILA
    PERFORM VARYING WS-NIV-SUB FROM 1 BY 1 UNTIL WS-NIV-SUB > 21
       PERFORM VARYING WS-GEN-SUB FROM 1 BY 1 UNTIL WS-GEN-SUB > 4
          ADD CEN-BANDA(WS-NIV-SUB, WS-GEN-SUB, WS-BAN-SUB)
             TO WS-SUMA-FILA
       END-PERFORM
    END-PERFORM.

SumarCelda.
    MOVE 0 TO WS-SUMA-FILA
    PERFORM VARYING WS-BAN-SUB FROM 1 BY 1 UNTIL WS-BAN-SUB > 6
       ADD CEN-BANDA(WS-NIV-SUB, WS-GEN-SUB, WS-BAN-SUB)
          TO WS-SUMA-FILA
    END-PERFORM.

EscribirRetorno.
    OPEN OUTPUT RETORNO-FILE
    MOVE SPACES TO RETORNO-ENCABEZADO
    MOVE "01" TO RMH-Tipo
    MOVE WS-CODIGO-ESCUELA TO RMH-Escuela
    MOVE WS-FECHA-CENSO TO RMH-FechaCenso
    MOVE WS-INICIO-TERMINO TO RMH-InicioTermino
    WRITE RETORNO-ENCABEZADO
    PERFORM VARYING WS-NIV-SUB FROM 1 BY 1 UNTIL WS-NIV-SUB > 21
       PERFORM VARYING WS-GEN-SUB FROM 1 BY 1 UNTIL WS-GEN-SUB > 4
          PERFORM SumarCelda
          IF WS-SUMA-FILA > 0
             PERFORM EscribirCeldaRetorno
          END-IF
       END-PERFORM
    END-PERFORM
    PERFORM VARYING WS-NIV-SUB FROM 1 BY 1 UNTIL WS-NIV-SUB > 21
       IF NIV-INGRESOS(WS-NIV-SUB) > 0 OR NIV-RETIROS(WS-NIV-SUB) > 0
          OR NIV-EGRESOS(WS-NIV-SUB) > 0
          MOVE SPACES TO RETORNO-MOVIMIENTOS
          MOVE "03" TO RMM-Tipo
          COMPUTE RMM-Nivel = WS-NIV-SUB - 1
          MOVE NIV-INGRESOS(WS-NIV-SUB) TO RMM-Ingresos
          MOVE NIV-RETIROS(WS-NIV-SUB) TO RMM-Retiros
          MOVE NIV-EGRESOS(WS-NIV-SUB) TO RMM-Egresos
          WRITE RETORNO-MOVIMIENTOS
          ADD 1 TO WS-REGISTROS-RETORNO
       END-IF
    END-PERFORM
    MOVE SPACES TO RETORNO-TOTALES
    MOVE "99" TO RMT-Tipo
    MOVE WS-TOTAL-CENSO TO RMT-Matricula
    MOVE WS-TOTAL-INGRESOS TO RMT-Ingresos
    MOVE WS-TOTAL-RETIROS TO RMT-Retiros
    MOVE WS-TOTAL-EGRESOS TO RMT-Egresos
    MOVE WS-REGISTROS-RETORNO TO RMT-Registros
    WRITE RETORNO-TOTALES
    CLOSE RETORNO-FILE.

EscribirCeldaRetorno.
    MOVE SPACES TO RETORNO-MATRICULA
    MOVE "02" TO RMC-Tipo
    COMPUTE RMC-Nivel = WS-NIV-SUB - 1
    MOVE WS-CODIGO-GENERO(WS-GEN-SUB:1) TO RMC-Genero
    PERFORM VARYING WS-BAN-SUB FROM 1 BY 1 UNTIL WS-BAN-SUB > 6
       MOVE CEN-BANDA(WS-NIV-SUB, WS-GEN-SUB, WS-BAN-SUB)
          TO RMC-Banda(WS-BAN-SUB)
    END-PERFORM
    MOVE WS-SUMA-FILA TO RMC-Total
    WRITE RETORNO-MATRICULA
    ADD 1 TO WS-REGISTROS-RETORNO.

*> El cuadro cruzado: una fila por nivel y genero con las bandas en
*> columnas, los totales por genero y banda, los movimientos y el
*> resultado del cruce de totales.
ImprimirCuadro.
    MOVE SPACES TO WS-LINEA
    STRING "*** ESTADISTICA DE MATRICULA - ESCUELA " WS-CODIGO-ESCUELA
       " - CENSO " WS-FECHA-CENSO " ***"
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM EscribirLinea
    PERFORM EscribirTitulosBandas
    PERFORM VARYING WS-NIV-SUB FROM 1 BY 1 UNTIL WS-NIV-SUB > 21
       PERFORM VARYING WS-GEN-SUB FROM 1 BY 1 UNTIL WS-GEN-SUB > 4
          PERFORM SumarCelda
          IF WS-SUMA-FILA > 0
             PERFORM ImprimirFilaCelda
          END-IF
       END-PERFORM
    END-PERFORM
    MOVE SPACES TO WS-LINEA
    PERFORM EscribirLinea
    PERFORM VARYING WS-GEN-SUB FROM 1 BY 1 UNTIL WS-GEN-SUB > 4
       MOVE SPACES TO WS-LINEA
       MOVE "TOTAL" TO WS-LINEA(1:5)
       MOVE WS-CODIGO-GENERO(WS-GEN-SUB:1) TO WS-LINEA(8:1)
       MOVE TOT-GENERO(WS-GEN-SUB) TO WS-TOTAL-EDITADO
       MOVE WS-TOTAL-EDITADO TO WS-LINEA(47:6)
       PERFORM EscribirLinea
    END-PERFORM
    MOVE SPACES TO WS-LINEA
    MOVE "BANDAS" TO WS-LINEA(1:6)
    MOVE 11 TO WS-POS
    PERFORM VARYING WS-BAN-SUB FROM 1 BY 1 UNTIL WS-BAN-SUB > 6
       MOVE TOT-BANDA(WS-BAN-SUB) TO WS-CONTEO-EDITADO
       MOVE WS-CONTEO-EDITADO TO WS-LINEA(WS-POS:5)
       ADD 6 TO WS-POS
    END-PERFORM
    MOVE WS-TOTAL-CENSO TO WS-TOTAL-EDITADO
    MOVE WS-TOTAL-EDITADO TO WS-LINEA(47:6)
    PERFORM EscribirLinea
    MOVE SPACES TO WS-LINEA
    PERFORM EscribirLinea
    MOVE "NIVEL  INGRESOS RETIROS EGRESOS" TO WS-LINEA
    PERFORM EscribirLinea
    PERFORM VARYING WS-NIV-SUB FROM 1 BY 1 UNTIL WS-NIV-SUB > 21
       IF NIV-INGRESOS(WS-NIV-SUB) > 0 OR NIV-RETIROS(WS-NIV-SUB) > 0
          OR NIV-EGRESOS(WS-NIV-SUB) > 0
          MOVE SPACES TO WS-LINEA
          COMPUTE WS-NIVEL-MOV = WS-NIV-SUB - 1
          MOVE WS-NIVEL-MOV TO WS-LINEA(1:2)
          MOVE NIV-INGRESOS(WS-NIV-SUB) TO WS-CONTEO-EDITADO
          MOVE WS-CONTEO-EDITADO TO WS-LINEA(11:5)
          MOVE NIV-RETIROS(WS-NIV-SUB) TO WS-CONTEO-EDITADO
          MOVE WS-CONTEO-EDITADO TO WS-LINEA(19:5)
          MOVE NIV-EGRESOS(WS-NIV-SUB) TO WS-CONTEO-EDITADO
          MOVE WS-CONTEO-EDITADO TO WS-LINEA(27:5)
          PERFORM EscribirLinea
       END-IF
    END-PERFORM
    MOVE SPACES TO WS-LINEA
    STRING "TOTAL  " WS-TOTAL-INGRESOS "  " WS-TOTAL-RETIROS "  "
       WS-TOTAL-EGRESOS DELIMITED BY SIZE INTO WS-LINEA
    PERFORM EscribirLinea
    MOVE SPACES TO WS-LINEA
    PERFORM EscribirLinea
    MOVE SPACES TO WS-LINEA
    STRING "ACTIVOS SIN CURSOS (NO CUENTAN): " WS-SIN-MATRICULA
       "  NO ACTIVOS: " WS-NO-ACTIVOS
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM EscribirLinea
    MOVE SPACES TO WS-LINEA
    STRING "NIVEL FUERA DE RANGO (CONTADO SIN NIVEL): " WS-NIVEL-FUERA
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM EscribirLinea
    MOVE SPACES TO WS-LINEA
    IF WS-CONTROLES-FALLIDOS > 0
       STRING "TOTALES: NO CIERRAN " WS-CONTROLES-FALLIDOS
          " CONTROLES - NO PRESENTAR"
          DELIMITED BY SIZE INTO WS-LINEA
    ELSE
       STRING "TOTALES: CRUZADOS OK  DISCREPANCIAS CON EL MAESTRO: "
          WS-DISCREPANCIAS
          DELIMITED BY SIZE INTO WS-LINEA
    END-IF
    PERFORM EscribirLinea.

EscribirTitulosBandas.
    MOVE SPACES TO WS-LINEA
    MOVE "NIVEL GEN" TO WS-LINEA(1:9)
    MOVE 11 TO WS-POS
    PERFORM VARYING WS-BAN-SUB FROM 1 BY 1 UNTIL WS-BAN-SUB > 6
       MOVE BAN-ETIQUETA(WS-BAN-SUB) TO WS-LINEA(WS-POS:5)
       ADD 6 TO WS-POS
    END-PERFORM
    MOVE " TOTAL" TO WS-LINEA(47:6)
    PERFORM EscribirLinea.

ImprimirFilaCelda.
    MOVE SPACES TO WS-LINEA
    COMPUTE WS-NIVEL-MOV = WS-NIV-SUB - 1
    MOVE WS-NIVEL-MOV TO WS-LINEA(1:2)
    MOVE WS-CODIGO-GENERO(WS-GEN-SUB:1) TO WS-LINEA(8:1)
    MOVE 11 TO WS-POS
    PERFORM VARYING WS-BAN-SUB FROM 1 BY 1 UNTIL WS-BAN-SUB > 6
       MOVE CEN-BANDA(WS-NIV-SUB, WS-GEN-SUB, WS-BAN-SUB)
          TO WS-CONTEO-EDITADO
       MOVE WS-CONTEO-EDITADO TO WS-LINEA(WS-POS:5)
       ADD 6 TO WS-POS
    END-PERFORM
    MOVE WS-SUMA-FILA TO WS-TOTAL-EDITADO
    MOVE WS-TOTAL-EDITADO TO WS-LINEA(47:6)
    PERFORM EscribirLinea.

EscribirLinea.
    MOVE WS-LINEA TO LISTADO-LINEA
    WRITE LISTADO-LINEA.
