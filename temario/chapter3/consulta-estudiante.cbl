*> mismo companion-CTL que BUSCARID.CTL): identidad y estado del
*> maestro, cursos vigentes, ultimas notas, faltas acumuladas,
*> saldo de cuenta (cargos menos pagos de todo el historico) y los
*> guardianes con nombre y telefono desde datos.dat. La conducta
*> sale de INCIDENTES.DAT (mantenido por INCIDENTES): cada
*> incidente del estudiante con su gravedad, accion y estado de
*> seguimiento. La consulta queda auditada via AUDITARCONSULTA
*> como las busquedas de ARCHIVO1.
*> Los anios lectivos que ARCHIVOANUAL saco de ASISTENCIA.DAT
*> siguen sumando a las faltas acumuladas por su fila de
*> ASISTENCIA-RESUMEN.DAT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
SELECT ASISTENCIA-FILE ASSIGN TO "ASISTENCIA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ASISTENCIA.
SELECT RESUMEN-ASISTENCIA ASSIGN TO "ASISTENCIA-RESUMEN.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RES-ASISTENCIA.
SELECT FACTURACION-FILE ASSIGN TO "FACTURACION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FACTURACION.
SELECT INCIDENTES-FILE ASSIGN TO "INCIDENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-INCIDENTES.
SELECT CONTACTO ASSIGN DYNAMIC WS-DATOS-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD MATRICULA-FILE.
01 MATRICULA-REGISTRO.
   05 ASI-EstudianteId PIC 9(8).
   05 ASI-Marca PIC A(1).

FD RESUMEN-ASISTENCIA.
01 RESUMEN-ASISTENCIA-REGISTRO.
   05 RAS-Anio PIC 9(4).
   05 RAS-EstudianteId PIC 9(8).
   05 RAS-Presentes PIC 9(5).
   05 RAS-Ausentes PIC 9(5).

FD FACTURACION-FILE.
01 FACTURACION-REGISTRO.
   05 FAC-EstudianteId PIC 9(8).
   05 FAC-Concepto PIC X(20).
   05 FAC-Fecha PIC 9(8).

FD INCIDENTES-FILE.
01 INCIDENTES-REGISTRO.
   05 INC-EstudianteId PIC 9(8).
   05 INC-Fecha PIC 9(8).
   05 INC-Secuencia PIC 9(2).
   05 INC-Tipo PIC X(12).
   05 INC-Gravedad PIC 9(1).
   05 INC-DocenteId PIC 9(5).
   05 INC-Accion PIC X(30).
   05 INC-Seguimiento PIC A(1).

FD CONTACTO.
COPY CONTACTO REPLACING GRUPO BY CONTACTO-FILE
                        CAMPO-ID BY CONTACTO-ID
01 WS-ESTADO-MATRICULA PIC X(2).
01 WS-ESTADO-CALIF PIC X(2).
01 WS-ESTADO-ASISTENCIA PIC X(2).
01 WS-ESTADO-RES-ASISTENCIA PIC X(2).
01 WS-ESTADO-FACTURACION PIC X(2).
01 WS-ESTADO-INCIDENTES PIC X(2).
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-GUARDIAN PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-EOF-MATRICULA PIC A(1) VALUE 'N'.
01 WS-EOF-CALIF PIC A(1) VALUE 'N'.
01 WS-EOF-ASISTENCIA PIC A(1) VALUE 'N'.
01 WS-EOF-RES-ASISTENCIA PIC A(1) VALUE 'N'.
01 WS-EOF-FACTURACION PIC A(1) VALUE 'N'.
01 WS-EOF-INCIDENTES PIC A(1) VALUE 'N'.
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-GUARDIANES-PATH PIC X(50) VALUE "guardianes.dat".

01 WS-NOTAS PIC 9(3) VALUE 0.
01 WS-PRESENTES PIC 9(4) VALUE 0.
01 WS-AUSENCIAS PIC 9(4) VALUE 0.
01 WS-ANIOS-ARCHIVADOS PIC 9(2) VALUE 0.
01 WS-CARGOS PIC 9(7)V99 VALUE 0.
01 WS-PAGOS PIC 9(7)V99 VALUE 0.
01 WS-SALDO PIC S9(7)V99.
01 WS-SALDO-EDITADO PIC $$,$$$,$$$.99-.
01 WS-INCIDENTES PIC 9(3) VALUE 0.
01 WS-INCIDENTES-ABIERTOS PIC 9(3) VALUE 0.
01 WS-GUARDIAN-SUB PIC 9(2).
01 WS-GUARDIANES-LISTADOS PIC 9(2) VALUE 0.
01 WS-CONSULTA-CRITERIO PIC X(40).
          PERFORM MostrarNotas
          PERFORM MostrarAsistencia
          PERFORM MostrarSaldo
          PERFORM MostrarConducta
          PERFORM MostrarGuardianes
          MOVE "ENCONTRADO" TO WS-CONSULTA-RESULTADO
       END-IF
       END-PERFORM
       CLOSE ASISTENCIA-FILE
    END-IF
    OPEN INPUT RESUMEN-ASISTENCIA
    IF WS-ESTADO-RES-ASISTENCIA = "00"
       PERFORM UNTIL WS-EOF-RES-ASISTENCIA = 'Y'
          READ RESUMEN-ASISTENCIA
             AT END MOVE 'Y' TO WS-EOF-RES-ASISTENCIA
             NOT AT END
                IF RAS-EstudianteId = WS-ID-BUSCADO
                   ADD RAS-Presentes TO WS-PRESENTES
                   ADD RAS-Ausentes TO WS-AUSENCIAS
                   ADD 1 TO WS-ANIOS-ARCHIVADOS
                END-IF
          END-READ
       END-PERFORM
       CLOSE RESUMEN-ASISTENCIA
    END-IF
    DISPLAY " "
    DISPLAY "ASISTENCIA: " WS-PRESENTES " PRESENTES, "
       WS-AUSENCIAS " FALTAS"
    IF WS-ANIOS-ARCHIVADOS > 0
       DISPLAY "  (INCLUYE " WS-ANIOS-ARCHIVADOS
          " RESUMENES DE ANIOS ARCHIVADOS)"
    END-IF.

MostrarSaldo.
    OPEN INPUT FACTURACION-FILE
    MOVE WS-SALDO TO WS-SALDO-EDITADO
    DISPLAY "SALDO DE CUENTA: " WS-SALDO-EDITADO.

MostrarConducta.
    DISPLAY " "
    DISPLAY "CONDUCTA:"
    OPEN INPUT INCIDENTES-FILE
    IF WS-ESTADO-INCIDENTES = "00"
       PERFORM UNTIL WS-EOF-INCIDENTES = 'Y'
          READ INCIDENTES-FILE
             AT END MOVE 'Y' TO WS-EOF-INCIDENTES
             NOT AT END
                IF INC-EstudianteId = WS-ID-BUSCADO
                   ADD 1 TO WS-INCIDENTES
                   IF INC-Seguimiento NOT = 'C'
                      ADD 1 TO WS-INCIDENTES-ABIERTOS
                   END-IF
                   DISPLAY "  " INC-Fecha " " INC-Tipo
                      " GRAVEDAD " INC-Gravedad
                      " SEGUIMIENTO " INC-Seguimiento
                      " " INC-Accion
                END-IF
          END-READ
       END-PERFORM
       CLOSE INCIDENTES-FILE
    END-IF
    IF WS-INCIDENTES = 0
       DISPLAY "  (SIN INCIDENTES REGISTRADOS)"
    ELSE
       DISPLAY "  " WS-INCIDENTES " INCIDENTES, "
          WS-INCIDENTES-ABIERTOS " SIN CERRAR"
    END-IF.

MostrarGuardianes.
    DISPLAY " "
    DISPLAY "GUARDIANES:"
