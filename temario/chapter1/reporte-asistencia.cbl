*> dias y marca a los que quedan por debajo del umbral configurable
*> de ASISTENCIA-PCT.CTL (85 por ciento si no hay control), con el
*> nombre tomado de ESTUDIANTES.DAT.
*> Los anios lectivos que ARCHIVOANUAL saco de ASISTENCIA.DAT
*> figuran en el catalogo ARCHIVO-HISTORICO.DAT: un periodo de un
*> anio archivado cuenta tambien las marcas del archivo de ese
*> anio, y sin periodo los dias de clase de los anios archivados
*> no entran al denominador, porque sus marcas ya no estan en el
*> vigente.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ASISTENCIA-FILE ASSIGN DYNAMIC WS-ASISTENCIA-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ASISTENCIA.
SELECT CALENDARIO-FILE ASSIGN TO "CALENDARIO-ESCOLAR.DAT"
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT CATALOGO-FILE ASSIGN TO "ARCHIVO-HISTORICO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CATALOGO.
SELECT PCT-CTL ASSIGN TO "ASISTENCIA-PCT.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

*> Primera linea: umbral de porcentaje (999 = sin linea, rige 85).
*> Segunda linea opcional: periodo YYYYMM a acotar (0 = todo).
FD CATALOGO-FILE.
COPY ARCHIVOHIST REPLACING GRUPO BY CATALOGO-REGISTRO
                           CAMPO-ARCHIVO BY CAT-Archivo
                           CAMPO-ANIO BY CAT-Anio
                           CAMPO-HISTORICO BY CAT-Historico
                           CAMPO-FILAS BY CAT-Filas
                           CAMPO-DESDE BY CAT-Desde
                           CAMPO-HASTA BY CAT-Hasta
                           CAMPO-FECHA BY CAT-Fecha.

FD PCT-CTL.
01 PCT-CTL-REGISTRO.
   05 CTL-VALOR PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ASISTENCIA PIC X(2).
01 WS-ASISTENCIA-PATH PIC X(30) VALUE "ASISTENCIA.DAT".
01 WS-ESTADO-CATALOGO PIC X(2).
01 WS-EOF-CATALOGO PIC A(1) VALUE 'N'.
01 WS-ESTADO-CALENDARIO PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-FECHA-PERIODO PIC 9(6).
01 WS-DIAS-TRANSCURRIDOS PIC 9(3) VALUE 0.

*> Los anios archivados de ASISTENCIA.DAT con su archivo por anio.
01 WS-TABLA-ARCHIVADOS.
   05 WS-ARCHIVADO-FILA OCCURS 20 TIMES.
      10 ARC-ANIO PIC 9(4).
      10 ARC-HISTORICO PIC X(30).
01 WS-TOTAL-ARCHIVADOS PIC 9(2) VALUE 0.
01 WS-ARC-SUB PIC 9(2).
01 WS-ARC-HALLADO PIC A(1).
01 WS-ANIO-BUSCADO PIC 9(4).

01 WS-TABLA-CONTEO.
   05 WS-CONTEO OCCURS 200 TIMES.
      10 CON-ID PIC 9(8).
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
    PERFORM LeerControl
    PERFORM CargarArchivados
    PERFORM ContarDiasTranscurridos
    IF WS-DIAS-TRANSCURRIDOS = 0
       DISPLAY "NO HAY DIAS DE CLASE TRANSCURRIDOS EN "
             AT END MOVE 'Y' TO WS-EOF-CALENDARIO
             NOT AT END
                COMPUTE WS-FECHA-PERIODO = CAE-Fecha / 100
                MOVE 'N' TO WS-ARC-HALLADO
                IF WS-PERIODO = 0
                   MOVE CAE-Fecha(1:4) TO WS-ANIO-BUSCADO
                   PERFORM BuscarAnioArchivado
                END-IF
                IF CAE-Fecha <= WS-FECHA-HOY
                   AND WS-ARC-HALLADO = 'N'
                   AND (WS-PERIODO = 0
                      OR WS-FECHA-PERIODO = WS-PERIODO)
                   ADD 1 TO WS-DIAS-TRANSCURRIDOS
       DISPLAY "NO HAY CALENDARIO-ESCOLAR.DAT PARA PROCESAR"
    END-IF.

CargarArchivados.
    OPEN INPUT CATALOGO-FILE
    IF WS-ESTADO-CATALOGO NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CATALOGO = 'Y'
       READ CATALOGO-FILE
          AT END MOVE 'Y' TO WS-EOF-CATALOGO
          NOT AT END
             IF CAT-Archivo = "ASISTENCIA.DAT"
                MOVE CAT-Anio TO WS-ANIO-BUSCADO
                PERFORM BuscarAnioArchivado
                IF WS-ARC-HALLADO = 'N'
                   AND WS-TOTAL-ARCHIVADOS < 20
                   ADD 1 TO WS-TOTAL-ARCHIVADOS
                   MOVE CAT-Anio TO ARC-ANIO(WS-TOTAL-ARCHIVADOS)
                   MOVE CAT-Historico
                      TO ARC-HISTORICO(WS-TOTAL-ARCHIVADOS)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE CATALOGO-FILE.

BuscarAnioArchivado.
    MOVE 'N' TO WS-ARC-HALLADO
    PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
       UNTIL WS-ARC-SUB > WS-TOTAL-ARCHIVADOS
       IF ARC-ANIO(WS-ARC-SUB) = WS-ANIO-BUSCADO
          MOVE 'S' TO WS-ARC-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

CargarNombres.
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES = "00"
    END-IF.

ContarPresentes.
    PERFORM LeerAsistencia
    IF WS-PERIODO > 0
       MOVE WS-PERIODO(1:4) TO WS-ANIO-BUSCADO
       PERFORM BuscarAnioArchivado
       IF WS-ARC-HALLADO = 'S'
          MOVE ARC-HISTORICO(WS-ARC-SUB) TO WS-ASISTENCIA-PATH
          PERFORM LeerAsistencia
       END-IF
    END-IF.

LeerAsistencia.
    MOVE 'N' TO WS-EOF-ASISTENCIA
    OPEN INPUT ASISTENCIA-FILE
    IF WS-ESTADO-ASISTENCIA = "00"
       PERFORM UNTIL WS-EOF-ASISTENCIA = 'Y'
       END-PERFORM
       CLOSE ASISTENCIA-FILE
    ELSE
       DISPLAY "NO HAY " FUNCTION TRIM(WS-ASISTENCIA-PATH)
          " PARA PROCESAR"
    END-IF.

ContarUnaMarca.
