*> quedan escritos en RETENCIONES-MATRICULA.DAT, el archivo de
*> retenidos que MATRICULA consulta para rechazar altas nuevas
*> hasta que el saldo se limpie.
*> Lo que sale por pantalla queda ademas escrito en
*> REPORTE-ANTIGUEDAD.TXT y archivado con fecha por ARCHIVARREPORTE,
*> para que REPARTIRREPORTES pueda hacerlo llegar a quien figure en
*> DISTRIBUCION-REPORTES.DAT sin que nadie lo imprima a mano.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT RETENCIONES-FILE ASSIGN TO "RETENCIONES-MATRICULA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RETENCIONES.
SELECT REPORTE-FILE ASSIGN TO "REPORTE-ANTIGUEDAD.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REPORTE.

DATA DIVISION.
FILE SECTION.
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD ANTIGUEDAD-CTL.
01 ANTIGUEDAD-CTL-REGISTRO.
01 RETENCION-REGISTRO.
   05 RET-EstudianteId PIC 9(8).

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(100).

WORKING-STORAGE SECTION.
01 WS-ESTADO-FACTURACION PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-RETENCIONES PIC X(2).
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-NOMBRE-REPORTE PIC X(30).
01 WS-EOF-FACTURACION PIC A(1) VALUE 'N'.
01 WS-EOF-ESTUDIANTES PIC A(1) VALUE 'N'.

          "SE PIERDE " CAR-ID(WS-CAR-SUB)
    END-IF.

*> Cada renglon se arma en REPORTE-LINEA y EmitirRenglon lo muestra
*> y lo escribe en REPORTE-ANTIGUEDAD.TXT, que al cerrarse queda
*> archivado con fecha como los demas reportes.
ImprimirAntiguedad.
    OPEN OUTPUT REPORTE-FILE
    MOVE SPACES TO REPORTE-LINEA
    PERFORM EmitirRenglon
    STRING "*** ANTIGUEDAD DE SALDOS AL " WS-FECHA-HOY
       " (RETENCION A LOS " WS-DIAS-RETENCION " DIAS) ***"
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    PERFORM VARYING WS-BAN-SUB FROM 1 BY 1
       UNTIL WS-BAN-SUB > WS-TOTAL-BANDAS
       PERFORM ImprimirUnaBanda
    END-PERFORM
    MOVE "----------------------------------------" TO REPORTE-LINEA
    PERFORM EmitirRenglon
    MOVE WS-TOTAL-B30 TO WS-MONTO-EDITADO
    STRING "TOTAL 0-30: " WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    MOVE WS-TOTAL-B60 TO WS-MONTO-EDITADO
    STRING "TOTAL 31-60: " WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    MOVE WS-TOTAL-B90 TO WS-MONTO-EDITADO
    STRING "TOTAL 61-90: " WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    MOVE WS-TOTAL-MAS90 TO WS-MONTO-EDITADO
    STRING "TOTAL MAS DE 90: " WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    CLOSE REPORTE-FILE
    MOVE "REPORTE-ANTIGUEDAD.TXT" TO WS-NOMBRE-REPORTE
    CALL "ARCHIVARREPORTE" USING WS-NOMBRE-REPORTE.

ImprimirUnaBanda.
    PERFORM BuscarNombre
    STRING BAN-ID(WS-BAN-SUB) " " WS-NOMBRE-HALLADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    MOVE BAN-B30(WS-BAN-SUB) TO WS-MONTO-EDITADO
    STRING "  0-30: " WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    MOVE BAN-B60(WS-BAN-SUB) TO WS-MONTO-EDITADO
    STRING "  31-60: " WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    MOVE BAN-B90(WS-BAN-SUB) TO WS-MONTO-EDITADO
    STRING "  61-90: " WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    MOVE BAN-MAS90(WS-BAN-SUB) TO WS-MONTO-EDITADO
    STRING "  MAS DE 90: " WS-MONTO-EDITADO
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    IF BAN-RETENER(WS-BAN-SUB) = 'S'
       MOVE "  >> RETENIDO PARA NUEVAS MATRICULAS <<" TO REPORTE-LINEA
       PERFORM EmitirRenglon
    END-IF.

*> Muestra el renglon armado, lo escribe en el reporte y deja
*> REPORTE-LINEA en blanco para el STRING siguiente.
EmitirRenglon.
    DISPLAY FUNCTION TRIM(REPORTE-LINEA TRAILING)
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA.

*> El archivo de retenidos se pisa entero en cada corrida: el que
*> limpio su deuda vieja sale de la lista solo.
GrabarRetenciones.
