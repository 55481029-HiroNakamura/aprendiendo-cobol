*> MATRICULA.DAT que todavia no tienen nota como "EN CURSO",
*> calcula el promedio general igual que REPORTEGPA y cierra con la
*> fecha de graduacion de GRADUADOS.DAT cuando existe. El documento
*> queda en CERTIFICADO-ESTUDIOS.TXT, y cada emision se asienta en
*> CERTIFICADOS-EMITIDOS.DAT (estudiante y fecha) para saber a
*> quien hay que reemitirle el analitico si despues ENMIENDANOTAS
*> corrige una nota de un periodo cerrado.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT CERTIFICADO-FILE ASSIGN TO "CERTIFICADO-ESTUDIOS.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CERTIFICADO.
SELECT EMITIDOS-FILE ASSIGN TO "CERTIFICADOS-EMITIDOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-EMITIDOS.

DATA DIVISION.
FILE SECTION.
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD MATRICULA-FILE.
01 MATRICULA-REGISTRO.
FD CERTIFICADO-FILE.
01 CERTIFICADO-LINEA PIC X(80).

FD EMITIDOS-FILE.
01 EMITIDOS-REGISTRO.
   05 CEM-EstudianteId PIC 9(8).
   05 CEM-FechaEmision PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-GRADUADOS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-CERTIFICADO PIC X(2).
01 WS-ESTADO-EMITIDOS PIC X(2).
01 WS-EOF-ESTUDIANTES PIC A(1) VALUE 'N'.
01 WS-EOF-MATRICULA PIC A(1) VALUE 'N'.
01 WS-EOF-CALIF PIC A(1) VALUE 'N'.
          PERFORM CargarNotasDelEstudiante
          PERFORM BuscarGraduacion
          PERFORM EmitirCertificado
          PERFORM RegistrarEmision
          DISPLAY "CERTIFICADO EMITIDO PARA " WS-ID-BUSCADO
             " EN CERTIFICADO-ESTUDIOS.TXT"
       END-IF
    PERFORM EscribirGraduacion
    CLOSE CERTIFICADO-FILE.

*> Una linea por certificado emitido, por EXTEND con la misma caida
*> a OPEN OUTPUT de los demas registros acumulativos.
RegistrarEmision.
    OPEN EXTEND EMITIDOS-FILE
    IF WS-ESTADO-EMITIDOS NOT = "00"
       OPEN OUTPUT EMITIDOS-FILE
       CLOSE EMITIDOS-FILE
       OPEN EXTEND EMITIDOS-FILE
    END-IF
    MOVE WS-ID-BUSCADO TO CEM-EstudianteId
    MOVE WS-FECHA-HOY TO CEM-FechaEmision
    WRITE EMITIDOS-REGISTRO
    CLOSE EMITIDOS-FILE.

EscribirCursosCalificados.
    PERFORM VARYING WS-NOTA-SUB FROM 1 BY 1
       UNTIL WS-NOTA-SUB > WS-TOTAL-NOTAS
