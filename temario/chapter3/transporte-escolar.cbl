IDENTIFICATION DIVISION.
PROGRAM-ID. TRANSPORTEESCOLAR.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> La empresa de micros pide cada termino la lista de pasajeros
*> por parada y se armaba a mano desde cero. Ahora hay un maestro
*> de recorridos, RUTAS-PARADAS.DAT (ruta, parada, descripcion,
*> hora de recogida HHMM y hasta cinco codigos postales que
*> atiende la parada), y un archivo de pasajeros,
*> PASAJEROS-TRANSPORTE.DAT, que une cada EstudianteId con su ruta
*> y parada. TRANSPORTE.CTL elige la corrida (D si no se indica):
*>   - M, una vez por termino: el manifiesto por ruta en
*>     TRANSPORTE-MANIFIESTO.TXT, ordenado por hora de recogida,
*>     con el nombre del estudiante y el guardian con su telefono
*>     de datos.dat. Ademas, en TRANSPORTE-SUGERENCIAS.TXT, la
*>     parada sugerida segun el CODIGO-POSTAL del guardian para
*>     cada pasajero sin parada (o con una parada que no existe,
*>     que quedan fuera del manifiesto y dejan RC=4) y para los que
*>     tienen una parada que no atiende ese codigo postal. La
*>     sugerencia no se aplica sola: la oficina la confirma
*>     corrigiendo PASAJEROS-TRANSPORTE.DAT.
*>   - D, cada manana: los pasajeros con falta en ASISTENCIA.DAT
*>     para la fecha de proceso, por ruta y parada, en
*>     TRANSPORTE-AUSENTES.TXT para que el chofer no los espere.
*> Los estudiantes de baja o graduados no viajan en ninguna de las
*> dos. El guardian que figura es el primero de guardianes.dat con
*> telefono cargado; el codigo postal, el primero que lo tenga.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT CONTACTO ASSIGN DYNAMIC WS-DATOS-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS CONTACTO-ID
   FILE STATUS IS WS-ESTADO-CONTACTO.
SELECT GUARDIAN ASSIGN DYNAMIC WS-GUARDIANES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS GUARDIAN-EST-ID
   FILE STATUS IS WS-ESTADO-GUARDIAN.
SELECT PARADAS-FILE ASSIGN TO "RUTAS-PARADAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PARADAS.
SELECT PASAJEROS-FILE ASSIGN TO "PASAJEROS-TRANSPORTE.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PASAJEROS.
SELECT ASISTENCIA-FILE ASSIGN TO "ASISTENCIA.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ASISTENCIA.
SELECT TRANSPORTE-CTL ASSIGN TO "TRANSPORTE.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT LISTADO-FILE ASSIGN DYNAMIC WS-LISTADO-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-LISTADO.
SELECT SUGERENCIAS-FILE ASSIGN TO "TRANSPORTE-SUGERENCIAS.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SUGERENCIAS.
SELECT MANIFIESTO-WORK ASSIGN TO "SORTWK1".

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

FD CONTACTO.
COPY CONTACTO REPLACING GRUPO BY CONTACTO-FILE
                        CAMPO-ID BY CONTACTO-ID
                        CAMPO-EMAIL BY EMAIL
                        CAMPO-TEL BY TELEFONO
                        CAMPO-APE BY APELLIDO
                        CAMPO-NOM BY NOMBRE
                        CAMPO-ALTA BY FECHA-ALTA
                        CAMPO-MOD BY FECHA-MODIFICACION
                        CAMPO-DIRECCION BY DIRECCION
                        CAMPO-CALLE BY CALLE
                        CAMPO-CIUDAD BY CIUDAD
                        CAMPO-CP BY CODIGO-POSTAL.

FD GUARDIAN.
COPY GUARDIAN REPLACING GRUPO BY GUARDIAN-FILE
                        CAMPO-ID BY GUARDIAN-EST-ID
                        CAMPO-TOTAL BY GUARDIAN-TOTAL
                        CAMPO-GUARDIANES BY GUARDIAN-LISTA
                        CAMPO-GUARDIAN-ID BY GUARDIAN-CONTACTO-ID.

FD PARADAS-FILE.
01 PARADAS-REGISTRO.
   05 RUT-Ruta PIC X(4).
   05 RUT-Parada PIC X(4).
   05 RUT-Descripcion PIC X(20).
   05 RUT-HoraRecogida PIC 9(4).
   05 RUT-CodigoPostal PIC X(10) OCCURS 5 TIMES.

FD PASAJEROS-FILE.
01 PASAJEROS-REGISTRO.
   05 PAS-EstudianteId PIC 9(8).
   05 PAS-Ruta PIC X(4).
   05 PAS-Parada PIC X(4).

FD ASISTENCIA-FILE.
01 ASISTENCIA-REGISTRO.
   05 ASI-Fecha PIC 9(8).
   05 ASI-EstudianteId PIC 9(8).
   05 ASI-Marca PIC A(1).

FD TRANSPORTE-CTL.
01 TRANSPORTE-CTL-REGISTRO.
   05 CTL-Modo PIC X(1).

FD LISTADO-FILE.
01 LISTADO-LINEA PIC X(100).

FD SUGERENCIAS-FILE.
01 SUGERENCIAS-LINEA PIC X(100).

SD MANIFIESTO-WORK.
01 MANIFIESTO-SORT-REGISTRO.
   05 MW-Ruta PIC X(4).
   05 MW-Hora PIC 9(4).
   05 MW-Parada PIC X(4).
   05 MW-Nombre PIC X(33).
   05 MW-EstudianteId PIC 9(8).
   05 MW-Descripcion PIC X(20).
   05 MW-Guardian PIC X(30).
   05 MW-Telefono PIC X(12).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-GUARDIAN PIC X(2).
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-GUARDIANES-PATH PIC X(50) VALUE "guardianes.dat".
01 WS-ESTADO-PARADAS PIC X(2).
01 WS-ESTADO-PASAJEROS PIC X(2).
01 WS-ESTADO-ASISTENCIA PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-LISTADO PIC X(2).
01 WS-ESTADO-SUGERENCIAS PIC X(2).
01 WS-LISTADO-PATH PIC X(50).
01 WS-EOF-PARADAS PIC A(1) VALUE 'N'.
01 WS-EOF-PASAJEROS PIC A(1) VALUE 'N'.
01 WS-EOF-ASISTENCIA PIC A(1) VALUE 'N'.
01 WS-EOF-SORT PIC A(1) VALUE 'N'.
01 WS-GUARDIAN-ABIERTO PIC A(1) VALUE 'N'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-MODO PIC X(1) VALUE 'D'.

*> Las paradas del maestro con los codigos postales que atienden.
01 WS-TABLA-PARADAS.
   05 WS-PARADA-FILA OCCURS 200 TIMES.
      10 PRD-RUTA PIC X(4).
      10 PRD-PARADA PIC X(4).
      10 PRD-DESCRIPCION PIC X(20).
      10 PRD-HORA PIC 9(4).
      10 PRD-CP PIC X(10) OCCURS 5 TIMES.
01 WS-TOTAL-PARADAS PIC 9(3) VALUE 0.
01 WS-PRD-SUB PIC 9(3).
01 WS-CP-SUB PIC 9(1).
01 WS-PARADA-ASIGNADA PIC 9(3).
01 WS-PARADA-SUGERIDA PIC 9(3).
01 WS-PARADA-BUSCADA PIC 9(3).
01 WS-CUBRE-CP PIC A(1).

*> Los ausentes del dia segun ASISTENCIA.DAT.
01 WS-TABLA-AUSENTES.
   05 WS-AUSENTE OCCURS 500 TIMES PIC 9(8).
01 WS-TOTAL-AUSENTES PIC 9(3) VALUE 0.
01 WS-AUS-SUB PIC 9(3).
01 WS-ES-AUSENTE PIC A(1).

*> El guardian que figura en el manifiesto y el codigo postal que
*> decide la parada sugerida.
01 WS-GUARDIAN-SUB PIC 9(2).
01 WS-GUA-NOMBRE PIC X(30).
01 WS-GUA-TELEFONO PIC X(12).
01 WS-GUA-CP PIC X(10).

01 WS-RUTA-ANTERIOR PIC X(4) VALUE SPACES.
01 WS-PARADA-ANTERIOR PIC X(4) VALUE SPACES.
01 WS-PASAJEROS-RUTA PIC 9(4) VALUE 0.
01 WS-PASAJEROS-LISTADOS PIC 9(5) VALUE 0.
01 WS-PASAJEROS-LEIDOS PIC 9(5) VALUE 0.
01 WS-SIN-PARADA PIC 9(4) VALUE 0.
01 WS-A-REVISAR PIC 9(4) VALUE 0.
01 WS-INACTIVOS PIC 9(4) VALUE 0.
01 WS-HORA-EDITADA PIC X(5).
01 WS-CANTIDAD-EDITADA PIC ZZ,ZZ9.
01 WS-LINEA PIC X(100).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "TRANSPORTEESCOLAR".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM InicializarConfiguracion
    PERFORM LeerControl
    PERFORM CargarParadas
    IF WS-TOTAL-PARADAS = 0
       DISPLAY "NO HAY RUTAS-PARADAS.DAT CON PARADAS DE TRANSPORTE"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES NOT = "00"
       DISPLAY "NO HAY ESTUDIANTES.DAT, NO HAY LISTADO DE TRANSPORTE"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    OPEN INPUT GUARDIAN
    IF WS-ESTADO-GUARDIAN = "00"
       MOVE 'S' TO WS-GUARDIAN-ABIERTO
    ELSE
       DISPLAY "ATENCION: NO SE PUDO ABRIR " WS-GUARDIANES-PATH
          ", LOS PASAJEROS VIAJAN SIN GUARDIAN"
       MOVE 4 TO RETURN-CODE
    END-IF
    OPEN INPUT CONTACTO
    IF WS-ESTADO-CONTACTO NOT = "00"
       DISPLAY "ATENCION: NO SE PUDO ABRIR " WS-DATOS-PATH
          ", LOS GUARDIANES VIAJAN SIN NOMBRE NI TELEFONO"
       MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-MODO = 'M'
       MOVE "TRANSPORTE-MANIFIESTO.TXT" TO WS-LISTADO-PATH
       PERFORM AbrirSugerencias
    ELSE
       MOVE "TRANSPORTE-AUSENTES.TXT" TO WS-LISTADO-PATH
       PERFORM CargarAusentes
    END-IF
    SORT MANIFIESTO-WORK
       ON ASCENDING KEY MW-Ruta MW-Hora MW-Parada MW-Nombre
       INPUT PROCEDURE IS SeleccionarPasajeros
       OUTPUT PROCEDURE IS EscribirListado
    IF WS-MODO = 'M'
       PERFORM CerrarSugerencias
    END-IF
    IF WS-ESTADO-CONTACTO = "00"
       CLOSE CONTACTO
    END-IF
    IF WS-GUARDIAN-ABIERTO = 'S'
       CLOSE GUARDIAN
    END-IF
    CLOSE ESTUDIANTES-FILE
    IF WS-SIN-PARADA > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY FUNCTION TRIM(WS-LISTADO-PATH) ": "
       WS-PASAJEROS-LISTADOS " PASAJEROS DE " WS-PASAJEROS-LEIDOS
       "  NO ACTIVOS: " WS-INACTIVOS
    IF WS-MODO = 'M'
       DISPLAY "SIN PARADA: " WS-SIN-PARADA
          "  PARADA A REVISAR POR CODIGO POSTAL: " WS-A-REVISAR
          "  VER TRANSPORTE-SUGERENCIAS.TXT"
    END-IF.
FinInicio.
DISPLAY "JOB TRANSPORTEESCOLAR COMPLETE, RC=" RETURN-CODE.
STOP RUN.

InicializarConfiguracion.
    ACCEPT WS-DATOS-PATH FROM ENVIRONMENT "DATOS_DAT_PATH"
    IF WS-DATOS-PATH = SPACES
       MOVE "datos.dat" TO WS-DATOS-PATH
    END-IF
    ACCEPT WS-GUARDIANES-PATH FROM ENVIRONMENT "GUARDIANES_DAT_PATH"
    IF WS-GUARDIANES-PATH = SPACES
       MOVE "guardianes.dat" TO WS-GUARDIANES-PATH
    END-IF.

LeerControl.
    OPEN INPUT TRANSPORTE-CTL
    IF WS-ESTADO-CTL = "00"
       READ TRANSPORTE-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-Modo = 'M'
                MOVE 'M' TO WS-MODO
             END-IF
       END-READ
       CLOSE TRANSPORTE-CTL
    END-IF.

CargarParadas.
    OPEN INPUT PARADAS-FILE
    IF WS-ESTADO-PARADAS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PARADAS = 'Y'
       READ PARADAS-FILE
          AT END MOVE 'Y' TO WS-EOF-PARADAS
          NOT AT END
             IF WS-TOTAL-PARADAS < 200
                ADD 1 TO WS-TOTAL-PARADAS
                MOVE RUT-Ruta TO PRD-RUTA(WS-TOTAL-PARADAS)
                MOVE RUT-Parada TO PRD-PARADA(WS-TOTAL-PARADAS)
                MOVE RUT-Descripcion
                   TO PRD-DESCRIPCION(WS-TOTAL-PARADAS)
                MOVE RUT-HoraRecogida TO PRD-HORA(WS-TOTAL-PARADAS)
                PERFORM VARYING WS-CP-SUB FROM 1 BY 1
                   UNTIL WS-CP-SUB > 5
                   MOVE RUT-CodigoPostal(WS-CP-SUB)
                      TO PRD-CP(WS-TOTAL-PARADAS, WS-CP-SUB)
                END-PERFORM
             ELSE
                DISPLAY "ATENCION: MAS DE 200 PARADAS, SE IGNORA "
                   RUT-Ruta "/" RUT-Parada
             END-IF
       END-READ
    END-PERFORM
    CLOSE PARADAS-FILE.

CargarAusentes.
    OPEN INPUT ASISTENCIA-FILE
    IF WS-ESTADO-ASISTENCIA NOT = "00"
       DISPLAY "NO HAY ASISTENCIA.DAT, NO HAY AUSENTES PARA AVISAR"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-ASISTENCIA = 'Y'
       READ ASISTENCIA-FILE
          AT END MOVE 'Y' TO WS-EOF-ASISTENCIA
          NOT AT END
             IF ASI-Fecha = WS-FECHA-HOY AND ASI-Marca = 'A'
                AND WS-TOTAL-AUSENTES < 500
                ADD 1 TO WS-TOTAL-AUSENTES
                MOVE ASI-EstudianteId
                   TO WS-AUSENTE(WS-TOTAL-AUSENTES)
             END-IF
       END-READ
    END-PERFORM
    CLOSE ASISTENCIA-FILE.

AbrirSugerencias.
    OPEN OUTPUT SUGERENCIAS-FILE
    MOVE SPACES TO WS-LINEA
    STRING "PARADAS SUGERIDAS POR CODIGO POSTAL DEL GUARDIAN - "
       WS-FECHA-HOY DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarSugerencia
    MOVE SPACES TO WS-LINEA
    PERFORM GrabarSugerencia
    MOVE "ESTUDIANTE NOMBRE                            CODIGO POSTAL"
       TO WS-LINEA
    MOVE "ASIGNADA   SUGERIDA" TO WS-LINEA(62:19)
    PERFORM GrabarSugerencia.

CerrarSugerencias.
    MOVE SPACES TO WS-LINEA
    PERFORM GrabarSugerencia
    MOVE SPACES TO WS-LINEA
    STRING "SIN PARADA (FUERA DEL MANIFIESTO): " WS-SIN-PARADA
       "  PARADA A REVISAR: " WS-A-REVISAR
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarSugerencia
    CLOSE SUGERENCIAS-FILE.

*> Cada pasajero activo con su guardian; en M va al manifiesto si
*> su parada existe, en D solo si tiene falta hoy.
SeleccionarPasajeros.
    OPEN INPUT PASAJEROS-FILE
    IF WS-ESTADO-PASAJEROS NOT = "00"
       DISPLAY "NO HAY PASAJEROS-TRANSPORTE.DAT PARA LISTAR"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-PASAJEROS = 'Y'
       READ PASAJEROS-FILE
          AT END MOVE 'Y' TO WS-EOF-PASAJEROS
          NOT AT END
             ADD 1 TO WS-PASAJEROS-LEIDOS
             PERFORM SeleccionarUnPasajero
       END-READ
    END-PERFORM
    CLOSE PASAJEROS-FILE.

SeleccionarUnPasajero.
    MOVE PAS-EstudianteId TO FD-EstudianteId
    READ ESTUDIANTES-FILE
       INVALID KEY
          ADD 1 TO WS-INACTIVOS
          EXIT PARAGRAPH
    END-READ
    IF FD-Estado NOT = 'A' AND FD-Estado NOT = SPACE
       ADD 1 TO WS-INACTIVOS
       EXIT PARAGRAPH
    END-IF
    IF WS-MODO NOT = 'M'
       PERFORM VerificarAusente
       IF WS-ES-AUSENTE = 'N'
          EXIT PARAGRAPH
       END-IF
    END-IF
    PERFORM BuscarGuardian
    MOVE 0 TO WS-PARADA-ASIGNADA
    PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
       UNTIL WS-PRD-SUB > WS-TOTAL-PARADAS
       IF PRD-RUTA(WS-PRD-SUB) = PAS-Ruta
          AND PRD-PARADA(WS-PRD-SUB) = PAS-Parada
          MOVE WS-PRD-SUB TO WS-PARADA-ASIGNADA
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-MODO = 'M'
       PERFORM SugerirParada
    END-IF
    IF WS-PARADA-ASIGNADA = 0
       EXIT PARAGRAPH
    END-IF
    MOVE PAS-Ruta TO MW-Ruta
    MOVE PRD-HORA(WS-PARADA-ASIGNADA) TO MW-Hora
    MOVE PAS-Parada TO MW-Parada
    MOVE FD-Nombre TO MW-Nombre
    MOVE PAS-EstudianteId TO MW-EstudianteId
    MOVE PRD-DESCRIPCION(WS-PARADA-ASIGNADA) TO MW-Descripcion
    MOVE WS-GUA-NOMBRE TO MW-Guardian
    MOVE WS-GUA-TELEFONO TO MW-Telefono
    RELEASE MANIFIESTO-SORT-REGISTRO.

VerificarAusente.
    MOVE 'N' TO WS-ES-AUSENTE
    PERFORM VARYING WS-AUS-SUB FROM 1 BY 1
       UNTIL WS-AUS-SUB > WS-TOTAL-AUSENTES
       IF WS-AUSENTE(WS-AUS-SUB) = PAS-EstudianteId
          MOVE 'S' TO WS-ES-AUSENTE
          EXIT PERFORM
       END-IF
    END-PERFORM.

BuscarGuardian.
    MOVE SPACES TO WS-GUA-NOMBRE WS-GUA-TELEFONO WS-GUA-CP
    IF WS-GUARDIAN-ABIERTO = 'N' OR WS-ESTADO-CONTACTO NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE PAS-EstudianteId TO GUARDIAN-EST-ID
    READ GUARDIAN
       INVALID KEY EXIT PARAGRAPH
    END-READ
    PERFORM VARYING WS-GUARDIAN-SUB FROM 1 BY 1
       UNTIL WS-GUARDIAN-SUB > GUARDIAN-TOTAL
          OR WS-GUARDIAN-SUB > 5
       MOVE GUARDIAN-CONTACTO-ID(WS-GUARDIAN-SUB) TO CONTACTO-ID
       READ CONTACTO
          INVALID KEY CONTINUE
          NOT INVALID KEY
             IF WS-GUA-TELEFONO = SPACES AND TELEFONO NOT = SPACES
                MOVE TELEFONO TO WS-GUA-TELEFONO
                MOVE SPACES TO WS-GUA-NOMBRE
                STRING FUNCTION TRIM(APELLIDO) DELIMITED BY SIZE
                   ", " FUNCTION TRIM(NOMBRE) DELIMITED BY SIZE
                   INTO WS-GUA-NOMBRE
                END-STRING
             END-IF
             IF WS-GUA-CP = SPACES
                MOVE CODIGO-POSTAL TO WS-GUA-CP
             END-IF
       END-READ
    END-PERFORM.

*> Sin parada o con una inexistente: se sugiere y queda fuera del
*> manifiesto. Con parada que no atiende el codigo postal del
*> guardian: viaja igual, pero sale sugerida otra para revisar.
SugerirParada.
    MOVE 0 TO WS-PARADA-SUGERIDA
    IF WS-GUA-CP NOT = SPACES
       PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
          UNTIL WS-PRD-SUB > WS-TOTAL-PARADAS
             OR WS-PARADA-SUGERIDA > 0
          MOVE WS-PRD-SUB TO WS-PARADA-BUSCADA
          PERFORM VerificarCobertura
          IF WS-CUBRE-CP = 'S'
             MOVE WS-PRD-SUB TO WS-PARADA-SUGERIDA
          END-IF
       END-PERFORM
    END-IF
    IF WS-PARADA-ASIGNADA > 0
       MOVE WS-PARADA-ASIGNADA TO WS-PARADA-BUSCADA
       PERFORM VerificarCobertura
       IF WS-CUBRE-CP = 'S' OR WS-GUA-CP = SPACES
          EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-A-REVISAR
    ELSE
       ADD 1 TO WS-SIN-PARADA
    END-IF
    MOVE SPACES TO WS-LINEA
    MOVE PAS-EstudianteId TO WS-LINEA(1:8)
    MOVE FD-Nombre TO WS-LINEA(12:33)
    MOVE WS-GUA-CP TO WS-LINEA(47:10)
    IF WS-PARADA-ASIGNADA > 0
       STRING PAS-Ruta DELIMITED BY SPACE "/" DELIMITED BY SIZE
          PAS-Parada DELIMITED BY SPACE INTO WS-LINEA(62:9)
    ELSE
       IF PAS-Ruta = SPACES AND PAS-Parada = SPACES
          MOVE "NINGUNA" TO WS-LINEA(62:7)
       ELSE
          MOVE "NO EXISTE" TO WS-LINEA(62:9)
       END-IF
    END-IF
    EVALUATE TRUE
       WHEN WS-GUA-CP = SPACES
          MOVE "SIN CP DEL GUARDIAN" TO WS-LINEA(73:19)
       WHEN WS-PARADA-SUGERIDA = 0
          MOVE "NINGUNA ATIENDE EL CP" TO WS-LINEA(73:21)
       WHEN OTHER
          STRING PRD-RUTA(WS-PARADA-SUGERIDA) DELIMITED BY SPACE
             "/" DELIMITED BY SIZE
             PRD-PARADA(WS-PARADA-SUGERIDA) DELIMITED BY SPACE
             INTO WS-LINEA(73:9)
          MOVE PRD-HORA(WS-PARADA-SUGERIDA)(1:2) TO WS-LINEA(83:2)
          MOVE ":" TO WS-LINEA(85:1)
          MOVE PRD-HORA(WS-PARADA-SUGERIDA)(3:2) TO WS-LINEA(86:2)
    END-EVALUATE
    PERFORM GrabarSugerencia.

VerificarCobertura.
    MOVE 'N' TO WS-CUBRE-CP
    PERFORM VARYING WS-CP-SUB FROM 1 BY 1 UNTIL WS-CP-SUB > 5
       IF PRD-CP(WS-PARADA-BUSCADA, WS-CP-SUB) = WS-GUA-CP
          AND WS-GUA-CP NOT = SPACES
          MOVE 'S' TO WS-CUBRE-CP
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> Un bloque por ruta, con un subtitulo por parada en el orden de
*> recogida y el total de pasajeros de la ruta al pie.
EscribirListado.
    OPEN OUTPUT LISTADO-FILE
    MOVE SPACES TO WS-LINEA
    IF WS-MODO = 'M'
       STRING "MANIFIESTO DE TRANSPORTE ESCOLAR - " WS-FECHA-HOY
          DELIMITED BY SIZE INTO WS-LINEA
    ELSE
       STRING "AUSENTES DEL DIA " WS-FECHA-HOY
          " - NO ESPERAR EN LA PARADA"
          DELIMITED BY SIZE INTO WS-LINEA
    END-IF
    PERFORM GrabarLinea
    PERFORM UNTIL WS-EOF-SORT = 'Y'
       RETURN MANIFIESTO-WORK
          AT END MOVE 'Y' TO WS-EOF-SORT
          NOT AT END
             IF MW-Ruta NOT = WS-RUTA-ANTERIOR
                PERFORM CerrarRuta
                PERFORM AbrirRuta
             END-IF
             IF MW-Parada NOT = WS-PARADA-ANTERIOR
                PERFORM AbrirParada
             END-IF
             PERFORM EscribirPasajero
       END-RETURN
    END-PERFORM
    PERFORM CerrarRuta
    MOVE SPACES TO WS-LINEA
    PERFORM GrabarLinea
    MOVE WS-PASAJEROS-LISTADOS TO WS-CANTIDAD-EDITADA
    MOVE SPACES TO WS-LINEA
    STRING "TOTAL DE PASAJEROS: " WS-CANTIDAD-EDITADA
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarLinea
    CLOSE LISTADO-FILE.

AbrirRuta.
    MOVE MW-Ruta TO WS-RUTA-ANTERIOR
    MOVE SPACES TO WS-PARADA-ANTERIOR
    MOVE 0 TO WS-PASAJEROS-RUTA
    MOVE SPACES TO WS-LINEA
    PERFORM GrabarLinea
    MOVE SPACES TO WS-LINEA
    STRING "RUTA " MW-Ruta DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarLinea.

CerrarRuta.
    IF WS-RUTA-ANTERIOR = SPACES
       EXIT PARAGRAPH
    END-IF
    MOVE WS-PASAJEROS-RUTA TO WS-CANTIDAD-EDITADA
    MOVE SPACES TO WS-LINEA
    STRING "  PASAJEROS EN LA RUTA " DELIMITED BY SIZE
       WS-RUTA-ANTERIOR DELIMITED BY SPACE
       ": " WS-CANTIDAD-EDITADA DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarLinea.

AbrirParada.
    MOVE MW-Parada TO WS-PARADA-ANTERIOR
    MOVE SPACES TO WS-HORA-EDITADA
    STRING MW-Hora(1:2) ":" MW-Hora(3:2)
       DELIMITED BY SIZE INTO WS-HORA-EDITADA
    MOVE SPACES TO WS-LINEA
    STRING "  PARADA " MW-Parada " " MW-Descripcion
       " RECOGIDA " WS-HORA-EDITADA
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM GrabarLinea.

EscribirPasajero.
    ADD 1 TO WS-PASAJEROS-RUTA
    ADD 1 TO WS-PASAJEROS-LISTADOS
    MOVE SPACES TO WS-LINEA
    MOVE MW-EstudianteId TO WS-LINEA(5:8)
    MOVE MW-Nombre TO WS-LINEA(15:33)
    MOVE MW-Guardian TO WS-LINEA(50:30)
    MOVE MW-Telefono TO WS-LINEA(82:12)
    PERFORM GrabarLinea.

GrabarLinea.
    MOVE WS-LINEA TO LISTADO-LINEA
    WRITE LISTADO-LINEA.

GrabarSugerencia.
    MOVE WS-LINEA TO SUGERENCIAS-LINEA
    WRITE SUGERENCIAS-LINEA.
