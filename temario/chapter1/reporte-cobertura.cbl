IDENTIFICATION DIVISION.
PROGRAM-ID. REPORTECOBERTURA.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Reporte mensual de ausencias y suplencias docentes. Para el mes
*> YYYYMM de REPORTE-COBERTURA.CTL (el de la fecha de proceso si el
*> control no esta o viene en cero) totaliza por docente las
*> ausencias de AUSENCIAS-DOCENTES.DAT (cantidad de avisos y dias,
*> con la media jornada M o T contando medio dia), las secciones
*> suyas que hubo que cubrir y las suplencias que cubrio para otros
*> segun COBERTURAS-DOCENTES.DAT (mantenido por COBERTURADOCENTES),
*> con el nombre de DOCENTES.DAT y al pie las secciones del mes que
*> quedaron sin cobertura.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT AUSENCIAS-FILE ASSIGN TO "AUSENCIAS-DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-AUSENCIAS.
SELECT COBERTURAS-FILE ASSIGN TO "COBERTURAS-DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-COBERTURAS.
SELECT DOCENTES-FILE ASSIGN TO "DOCENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-DOCENTES.
SELECT COBERTURA-CTL ASSIGN TO "REPORTE-COBERTURA.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.

DATA DIVISION.
FILE SECTION.
FD AUSENCIAS-FILE.
01 AUSENCIAS-REGISTRO.
   05 AUS-DocenteId PIC 9(5).
   05 AUS-Fecha PIC 9(8).
   05 AUS-Jornada PIC X(1).
   05 AUS-Motivo PIC X(20).

FD COBERTURAS-FILE.
01 COBERTURAS-REGISTRO.
   05 COB-Fecha PIC 9(8).
   05 COB-Curso PIC X(8).
   05 COB-HoraInicio PIC 9(4).
   05 COB-HoraFin PIC 9(4).
   05 COB-Aula PIC X(6).
   05 COB-DocenteAusente PIC 9(5).
   05 COB-DocenteSuplente PIC 9(5).

FD DOCENTES-FILE.
01 DOCENTES-REGISTRO.
   05 DOC-DocenteId PIC 9(5).
   05 DOC-Nombre PIC X(30).
   05 DOC-Telefono PIC X(15).

FD COBERTURA-CTL.
01 COBERTURA-CTL-REGISTRO.
   05 CTL-Periodo PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-ESTADO-AUSENCIAS PIC X(2).
01 WS-ESTADO-COBERTURAS PIC X(2).
01 WS-ESTADO-DOCENTES PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-EOF-AUSENCIAS PIC A(1) VALUE 'N'.
01 WS-EOF-COBERTURAS PIC A(1) VALUE 'N'.
01 WS-EOF-DOCENTES PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-PERIODO PIC 9(6).
01 WS-FECHA-PERIODO PIC 9(6).

*> Una fila por docente que aparece en el mes, en cualquiera de los
*> dos papeles.
01 WS-TABLA-TOTALES.
   05 WS-TOTAL-FILA OCCURS 50 TIMES.
      10 TOT-DOCENTE PIC 9(5).
      10 TOT-AVISOS PIC 9(3).
      10 TOT-DIAS PIC 9(3)V9.
      10 TOT-A-CUBRIR PIC 9(3).
      10 TOT-CUBIERTAS PIC 9(3).
01 WS-TOTAL-DOCENTES-MES PIC 9(2) VALUE 0.
01 WS-TOT-SUB PIC 9(2).
01 WS-BUSCAR-DOCENTE PIC 9(5).

01 WS-TABLA-DOCENTES.
   05 WS-DOCENTE-FILA OCCURS 50 TIMES.
      10 TDO-ID PIC 9(5).
      10 TDO-NOMBRE PIC X(30).
01 WS-TOTAL-DOCENTES PIC 9(2) VALUE 0.
01 WS-DOC-SUB PIC 9(2).
01 WS-NOMBRE-DOCENTE PIC X(30).

01 WS-DIAS-EDITADO PIC ZZ9.9.
01 WS-SUMA-AVISOS PIC 9(4) VALUE 0.
01 WS-SUMA-DIAS PIC 9(4)V9 VALUE 0.
01 WS-SUMA-DIAS-EDITADO PIC ZZZ9.9.
01 WS-SUMA-CUBIERTAS PIC 9(4) VALUE 0.
01 WS-SIN-COBERTURA PIC 9(4) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "REPORTECOBERTURA".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM LeerControl
    PERFORM CargarDocentes
    PERFORM SumarAusencias
    PERFORM SumarCoberturas
    PERFORM ImprimirTotales.
DISPLAY "JOB REPORTECOBERTURA COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerControl.
    COMPUTE WS-PERIODO = WS-FECHA-HOY / 100
    OPEN INPUT COBERTURA-CTL
    IF WS-ESTADO-CTL = "00"
       READ COBERTURA-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-Periodo NUMERIC AND CTL-Periodo > 0
                MOVE CTL-Periodo TO WS-PERIODO
             END-IF
       END-READ
       CLOSE COBERTURA-CTL
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
                END-IF
          END-READ
       END-PERFORM
       CLOSE DOCENTES-FILE
    END-IF.

SumarAusencias.
    OPEN INPUT AUSENCIAS-FILE
    IF WS-ESTADO-AUSENCIAS NOT = "00"
       DISPLAY "NO HAY AUSENCIAS-DOCENTES.DAT PARA PROCESAR"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-AUSENCIAS = 'Y'
       READ AUSENCIAS-FILE
          AT END MOVE 'Y' TO WS-EOF-AUSENCIAS
          NOT AT END
             COMPUTE WS-FECHA-PERIODO = AUS-Fecha / 100
             IF WS-FECHA-PERIODO = WS-PERIODO
                MOVE AUS-DocenteId TO WS-BUSCAR-DOCENTE
                PERFORM UbicarDocenteMes
                IF WS-TOT-SUB > 0
                   ADD 1 TO TOT-AVISOS(WS-TOT-SUB)
                   IF AUS-Jornada = 'M' OR AUS-Jornada = 'T'
                      ADD 0.5 TO TOT-DIAS(WS-TOT-SUB)
                   ELSE
                      ADD 1 TO TOT-DIAS(WS-TOT-SUB)
                   END-IF
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE AUSENCIAS-FILE.

SumarCoberturas.
    OPEN INPUT COBERTURAS-FILE
    IF WS-ESTADO-COBERTURAS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-COBERTURAS = 'Y'
       READ COBERTURAS-FILE
          AT END MOVE 'Y' TO WS-EOF-COBERTURAS
          NOT AT END
             COMPUTE WS-FECHA-PERIODO = COB-Fecha / 100
             IF WS-FECHA-PERIODO = WS-PERIODO
                PERFORM SumarUnaCobertura
             END-IF
       END-READ
    END-PERFORM
    CLOSE COBERTURAS-FILE.

SumarUnaCobertura.
    MOVE COB-DocenteAusente TO WS-BUSCAR-DOCENTE
    PERFORM UbicarDocenteMes
    IF WS-TOT-SUB > 0
       ADD 1 TO TOT-A-CUBRIR(WS-TOT-SUB)
    END-IF
    IF COB-DocenteSuplente = 0
       ADD 1 TO WS-SIN-COBERTURA
       EXIT PARAGRAPH
    END-IF
    MOVE COB-DocenteSuplente TO WS-BUSCAR-DOCENTE
    PERFORM UbicarDocenteMes
    IF WS-TOT-SUB > 0
       ADD 1 TO TOT-CUBIERTAS(WS-TOT-SUB)
    END-IF.

UbicarDocenteMes.
    PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
       UNTIL WS-TOT-SUB > WS-TOTAL-DOCENTES-MES
       IF TOT-DOCENTE(WS-TOT-SUB) = WS-BUSCAR-DOCENTE
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    IF WS-TOTAL-DOCENTES-MES < 50
       ADD 1 TO WS-TOTAL-DOCENTES-MES
       MOVE WS-TOTAL-DOCENTES-MES TO WS-TOT-SUB
       MOVE WS-BUSCAR-DOCENTE TO TOT-DOCENTE(WS-TOT-SUB)
       MOVE 0 TO TOT-AVISOS(WS-TOT-SUB)
       MOVE 0 TO TOT-DIAS(WS-TOT-SUB)
       MOVE 0 TO TOT-A-CUBRIR(WS-TOT-SUB)
       MOVE 0 TO TOT-CUBIERTAS(WS-TOT-SUB)
    ELSE
       MOVE 0 TO WS-TOT-SUB
       DISPLAY "ATENCION: MAS DE 50 DOCENTES EN EL MES, SE PIERDE "
          WS-BUSCAR-DOCENTE
    END-IF.

ImprimirTotales.
    DISPLAY "*** AUSENCIAS Y SUPLENCIAS DOCENTES DEL PERIODO "
       WS-PERIODO " ***"
    DISPLAY "DOCENTE NOMBRE                         AVISOS   DIAS "
       "A CUBRIR CUBRIO"
    PERFORM VARYING WS-TOT-SUB FROM 1 BY 1
       UNTIL WS-TOT-SUB > WS-TOTAL-DOCENTES-MES
       MOVE "(NO ESTA EN DOCENTES.DAT)" TO WS-NOMBRE-DOCENTE
       PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
          UNTIL WS-DOC-SUB > WS-TOTAL-DOCENTES
          IF TDO-ID(WS-DOC-SUB) = TOT-DOCENTE(WS-TOT-SUB)
             MOVE TDO-NOMBRE(WS-DOC-SUB) TO WS-NOMBRE-DOCENTE
             EXIT PERFORM
          END-IF
       END-PERFORM
       MOVE TOT-DIAS(WS-TOT-SUB) TO WS-DIAS-EDITADO
       DISPLAY TOT-DOCENTE(WS-TOT-SUB) "   " WS-NOMBRE-DOCENTE " "
          TOT-AVISOS(WS-TOT-SUB) "   " WS-DIAS-EDITADO "   "
          TOT-A-CUBRIR(WS-TOT-SUB) "      "
          TOT-CUBIERTAS(WS-TOT-SUB)
       ADD TOT-AVISOS(WS-TOT-SUB) TO WS-SUMA-AVISOS
       ADD TOT-DIAS(WS-TOT-SUB) TO WS-SUMA-DIAS
       ADD TOT-CUBIERTAS(WS-TOT-SUB) TO WS-SUMA-CUBIERTAS
    END-PERFORM
    MOVE WS-SUMA-DIAS TO WS-SUMA-DIAS-EDITADO
    DISPLAY "----------------------------------------"
    DISPLAY "AVISOS DE AUSENCIA: " WS-SUMA-AVISOS
       "  DIAS: " WS-SUMA-DIAS-EDITADO
    DISPLAY "SUPLENCIAS CUBIERTAS: " WS-SUMA-CUBIERTAS
       "  SECCIONES SIN COBERTURA: " WS-SIN-COBERTURA.
