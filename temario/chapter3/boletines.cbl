*> bloque postal que el export de ETIQUETAS de ARCHIVO1. Los
*> estudiantes sin guardian salen en una seccion de excepciones.
*> Todo queda en BOLETINES.TXT.
*> Un boletin de un anio lectivo que ARCHIVOANUAL ya saco de
*> ASISTENCIA.DAT cuenta las faltas tambien en el archivo de ese
*> anio que da el catalogo ARCHIVO-HISTORICO.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT CALIFICACIONES-FILE ASSIGN TO "CALIFICACIONES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CALIF.
SELECT ASISTENCIA-FILE ASSIGN DYNAMIC WS-ASISTENCIA-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ASISTENCIA.
SELECT CONTACTO ASSIGN DYNAMIC WS-DATOS-PATH
SELECT BOLETIN-CTL ASSIGN TO "BOLETIN.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT CATALOGO-FILE ASSIGN TO "ARCHIVO-HISTORICO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CATALOGO.
SELECT BOLETINES-FILE ASSIGN TO "BOLETINES.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-BOLETINES.
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD CALIFICACIONES-FILE.
01 CALIFICACIONES-REGISTRO.
01 BOLETIN-CTL-REGISTRO.
   05 CTL-Periodo PIC 9(6).

FD CATALOGO-FILE.
COPY ARCHIVOHIST REPLACING GRUPO BY CATALOGO-REGISTRO
                           CAMPO-ARCHIVO BY CAT-Archivo
                           CAMPO-ANIO BY CAT-Anio
                           CAMPO-HISTORICO BY CAT-Historico
                           CAMPO-FILAS BY CAT-Filas
                           CAMPO-DESDE BY CAT-Desde
                           CAMPO-HASTA BY CAT-Hasta
                           CAMPO-FECHA BY CAT-Fecha.

FD BOLETINES-FILE.
01 BOLETINES-LINEA PIC X(100).

01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-CALIF PIC X(2).
01 WS-ESTADO-ASISTENCIA PIC X(2).
01 WS-ASISTENCIA-PATH PIC X(30) VALUE "ASISTENCIA.DAT".
01 WS-ASISTENCIA-HISTORICO PIC X(30) VALUE SPACES.
01 WS-ESTADO-CATALOGO PIC X(2).
01 WS-EOF-CATALOGO PIC A(1) VALUE 'N'.
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-GUARDIAN PIC X(2).
01 WS-ESTADO-HOGAR PIC X(2).
    END-IF.

ContarAusenciasDelPeriodo.
    PERFORM BuscarAsistenciaArchivada
    PERFORM LeerAusencias
    IF WS-ASISTENCIA-HISTORICO NOT = SPACES
       MOVE WS-ASISTENCIA-HISTORICO TO WS-ASISTENCIA-PATH
       PERFORM LeerAusencias
    END-IF.

BuscarAsistenciaArchivada.
    OPEN INPUT CATALOGO-FILE
    IF WS-ESTADO-CATALOGO NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CATALOGO = 'Y'
       READ CATALOGO-FILE
          AT END MOVE 'Y' TO WS-EOF-CATALOGO
          NOT AT END
             IF CAT-Archivo = "ASISTENCIA.DAT"
                AND CAT-Anio = WS-PERIODO(1:4)
                MOVE CAT-Historico TO WS-ASISTENCIA-HISTORICO
             END-IF
       END-READ
    END-PERFORM
    CLOSE CATALOGO-FILE.

LeerAusencias.
    MOVE 'N' TO WS-EOF-ASISTENCIA
    OPEN INPUT ASISTENCIA-FILE
    IF WS-ESTADO-ASISTENCIA = "00"
       PERFORM UNTIL WS-EOF-ASISTENCIA = 'Y'
