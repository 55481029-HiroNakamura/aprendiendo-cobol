IDENTIFICATION DIVISION.
PROGRAM-ID. ENMASCARARDATOS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.
SECURITY. NO ES CONFIDENCIAL.

*> Para probar un arreglo se venia copiando datos.dat,
*> ESTUDIANTES.DAT, guardianes.dat y FACTURACION.DAT de produccion
*> a un directorio de prueba tal cual, con nombres y telefonos
*> reales adentro. Este utilitario arma esa copia de prueba ya
*> enmascarada: lee los cuatro archivos de produccion (datos.dat y
*> guardianes.dat por DATOS_DAT_PATH y GUARDIANES_DAT_PATH, el
*> mismo InicializarConfiguracion de siempre) y los escribe con los
*> mismos nombres en el directorio de prueba que recibe por
*> COMMAND-LINE (PRUEBA si no se indica), de modo que el ambiente
*> de prueba solo tiene que apuntar esas mismas variables a la
*> copia y correr parado en ese directorio.
*> Que se enmascara:
*> - CONTACTO-ID y EstudianteId se renumeran con una formula fija
*>   y biyectiva (multiplicar por 7 y desplazar, modulo el rango
*>   del campo), la misma en los cuatro archivos, asi que el cruce
*>   de guardianes.dat contra datos.dat y de FACTURACION.DAT contra
*>   ESTUDIANTES.DAT sigue dando exactamente los mismos pares. Al
*>   EstudianteId renumerado se le recalcula el digito verificador
*>   modulo-11 de CalcularDigitoVerificador (estructura.cbl), asi
*>   que todo id de la copia pasa ValidarEstudianteId.
*> - APELLIDO, NOMBRE y el Nombre del estudiante salen de tablas de
*>   nombres comunes elegidos por el id ya renumerado (el mismo
*>   contacto recibe siempre el mismo nombre falso); el nombre de
*>   pila del estudiante respeta el Genero. Las Iniciales se
*>   rearman del nombre falso.
*> - EMAIL pasa a nombre.id@mail.test y TELEFONO a doce digitos
*>   con prefijo 555, todo numerico como pide ValidarContacto.
*> - CALLE se reemplaza por una calle de tabla con numero derivado
*>   del id. CIUDAD y CODIGO-POSTAL se conservan: no identifican a
*>   nadie por si solos y los reportes por codigo postal y el
*>   armado de recorridos de transporte necesitan datos reales de
*>   zona para ser probados.
*> - FechaNacimiento se corre entre 30 dias antes y 30 despues
*>   segun el id, para que la edad siga siendo verosimil.
*> - FAC-Monto se multiplica por el factor del segundo parametro
*>   (0.85 si no se indica), redondeado al centavo; como cada
*>   movimiento se redondea por separado, un saldo que en
*>   produccion da cero puede quedar en un centavo en la copia.
*> El destino no puede ser el directorio actual, para que una
*> corrida equivocada nunca pise los archivos de produccion.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT CONTACTO ASSIGN DYNAMIC WS-DATOS-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS CONTACTO-ID
   FILE STATUS IS WS-ESTADO-CONTACTO.
SELECT CONTACTO-PRUEBA ASSIGN DYNAMIC WS-DESTINO-DATOS
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS PRU-CONTACTO-ID
   FILE STATUS IS WS-ESTADO-CONTACTO-PRUEBA.
SELECT GUARDIAN ASSIGN DYNAMIC WS-GUARDIANES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS GUARDIAN-EST-ID
   FILE STATUS IS WS-ESTADO-GUARDIAN.
SELECT GUARDIAN-PRUEBA ASSIGN DYNAMIC WS-DESTINO-GUARDIANES
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS PRU-GUARDIAN-EST-ID
   FILE STATUS IS WS-ESTADO-GUARDIAN-PRUEBA.
SELECT ESTUDIANTES-FILE ASSIGN DYNAMIC WS-ESTUDIANTES-PATH
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS FD-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES.
SELECT ESTUDIANTES-PRUEBA ASSIGN DYNAMIC WS-DESTINO-ESTUDIANTES
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS PRU-EstudianteId
   FILE STATUS IS WS-ESTADO-ESTUDIANTES-PRUEBA.
SELECT FACTURACION-FILE ASSIGN TO "FACTURACION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FACTURACION.
SELECT FACTURACION-PRUEBA ASSIGN DYNAMIC WS-DESTINO-FACTURACION
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FACTURACION-PRUEBA.

DATA DIVISION.
FILE SECTION.
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

FD CONTACTO-PRUEBA.
COPY CONTACTO REPLACING GRUPO BY CONTACTO-PRUEBA-REGISTRO
                        CAMPO-ID BY PRU-CONTACTO-ID
                        CAMPO-EMAIL BY PRU-EMAIL
                        CAMPO-TEL BY PRU-TELEFONO
                        CAMPO-APE BY PRU-APELLIDO
                        CAMPO-NOM BY PRU-NOMBRE
                        CAMPO-ALTA BY PRU-FECHA-ALTA
                        CAMPO-MOD BY PRU-FECHA-MODIFICACION
                        CAMPO-DIRECCION BY PRU-DIRECCION
                        CAMPO-CALLE BY PRU-CALLE
                        CAMPO-CIUDAD BY PRU-CIUDAD
                        CAMPO-CP BY PRU-CODIGO-POSTAL.

FD GUARDIAN.
COPY GUARDIAN REPLACING GRUPO BY GUARDIAN-FILE
                        CAMPO-ID BY GUARDIAN-EST-ID
                        CAMPO-TOTAL BY GUARDIAN-TOTAL
                        CAMPO-GUARDIANES BY GUARDIAN-LISTA
                        CAMPO-GUARDIAN-ID BY GUARDIAN-CONTACTO-ID.

FD GUARDIAN-PRUEBA.
COPY GUARDIAN REPLACING GRUPO BY GUARDIAN-PRUEBA-REGISTRO
                        CAMPO-ID BY PRU-GUARDIAN-EST-ID
                        CAMPO-TOTAL BY PRU-GUARDIAN-TOTAL
                        CAMPO-GUARDIANES BY PRU-GUARDIAN-LISTA
                        CAMPO-GUARDIAN-ID BY PRU-GUARDIAN-CONTACTO-ID.

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

FD ESTUDIANTES-PRUEBA.
COPY ESTUDIANTE REPLACING GRUPO BY ESTUDIANTES-PRUEBA-REGISTRO
                          CAMPO-ID BY PRU-EstudianteId
                          CAMPO-INICIALES BY PRU-EstIniciales
                          CAMPO-NOMBRE BY PRU-EstNombre
                          CAMPO-GENERO BY PRU-EstGenero
                          CAMPO-EDAD BY PRU-EstEdad
                          CAMPO-ESTADO BY PRU-EstEstado
                          CAMPO-FECHA-NAC BY PRU-EstFechaNacimiento
                          CAMPO-NIVEL BY PRU-EstNivel.

FD FACTURACION-FILE.
01 FACTURACION-REGISTRO.
   05 FAC-EstudianteId PIC 9(8).
   05 FAC-Periodo PIC 9(6).
   05 FAC-Tipo PIC A(1).
   05 FAC-Monto PIC 9(5)V99.
   05 FAC-Concepto PIC X(20).
   05 FAC-Fecha PIC 9(8).

FD FACTURACION-PRUEBA.
01 FACTURACION-PRUEBA-REGISTRO.
   05 PRU-FAC-EstudianteId PIC 9(8).
   05 PRU-FAC-Periodo PIC 9(6).
   05 PRU-FAC-Tipo PIC A(1).
   05 PRU-FAC-Monto PIC 9(5)V99.
   05 PRU-FAC-Concepto PIC X(20).
   05 PRU-FAC-Fecha PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-CONTACTO PIC X(2).
01 WS-ESTADO-CONTACTO-PRUEBA PIC X(2).
01 WS-ESTADO-GUARDIAN PIC X(2).
01 WS-ESTADO-GUARDIAN-PRUEBA PIC X(2).
01 WS-ESTADO-ESTUDIANTES PIC X(2).
01 WS-ESTADO-ESTUDIANTES-PRUEBA PIC X(2).
01 WS-ESTADO-FACTURACION PIC X(2).
01 WS-ESTADO-FACTURACION-PRUEBA PIC X(2).
01 WS-EOF-CONTACTO PIC A(1) VALUE 'N'.
01 WS-EOF-GUARDIAN PIC A(1) VALUE 'N'.
01 WS-EOF-ESTUDIANTES PIC A(1) VALUE 'N'.
01 WS-EOF-FACTURACION PIC A(1) VALUE 'N'.
01 WS-DATOS-PATH PIC X(50) VALUE "datos.dat".
01 WS-GUARDIANES-PATH PIC X(50) VALUE "guardianes.dat".
01 WS-ESTUDIANTES-PATH PIC X(50) VALUE "ESTUDIANTES.DAT".
01 WS-DESTINO-DIRECTORIO PIC X(40).
01 WS-DESTINO-DATOS PIC X(60).
01 WS-DESTINO-GUARDIANES PIC X(60).
01 WS-DESTINO-ESTUDIANTES PIC X(60).
01 WS-DESTINO-FACTURACION PIC X(60).
01 WS-COMANDO-DESTINO PIC X(80).
01 WS-PARAMETROS PIC X(80).
01 WS-FACTOR-TEXTO PIC X(10).
01 WS-FACTOR-MONTO PIC 9V99 VALUE 0.85.
01 WS-FACTOR-EDITADO PIC 9.99.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "ENMASCARARDATOS".
01 WS-FECHA-HOY PIC 9(8).

*> Contadores de lo copiado por archivo, para el resumen final.
01 WS-TOTAL-CONTACTOS PIC 9(7) VALUE 0.
01 WS-TOTAL-GUARDIANES PIC 9(7) VALUE 0.
01 WS-TOTAL-ESTUDIANTES PIC 9(7) VALUE 0.
01 WS-TOTAL-FACTURACION PIC 9(7) VALUE 0.
01 WS-TOTAL-ERRORES PIC 9(7) VALUE 0.

*> Renumeracion de CONTACTO-ID (1 a 99999) y de la base de siete
*> digitos del EstudianteId (1 a 9999999): (id - 1) * 7 + desplazo,
*> modulo el tamanio del rango, mas 1. 7 no divide a 99999 ni a
*> 9999999, asi que la formula nunca manda dos ids al mismo lugar.
01 WS-CID-ORIGINAL PIC 9(5).
01 WS-CID-NUEVO PIC 9(5).
01 WS-CID-DESPLAZO PIC 9(5) VALUE 40503.
01 WS-EID-ORIGINAL PIC 9(8).
01 WS-EID-NUEVO PIC 9(8).
01 WS-EID-DESPLAZO PIC 9(7) VALUE 3150721.
01 WS-RENUM-PRODUCTO PIC 9(9).
01 WS-RENUM-COCIENTE PIC 9(9).
01 WS-RENUM-RESTO PIC 9(7).

*> Digito verificador modulo-11, mismos campos y rutina que
*> CalcularDigitoVerificador en estructura.cbl.
01 WS-EID-BASE PIC 9(7).
01 WS-EID-CHECK PIC 9(1).
01 WS-EID-TEXTO PIC X(7).
01 WS-EID-DIGITO PIC 9(1).
01 WS-EID-PESO PIC 9(1).
01 WS-EID-POS PIC 9(1).
01 WS-EID-SUMA PIC 9(4).
01 WS-EID-CHECK-LEIDO PIC 9(1).

*> Eleccion de nombres falsos a partir del id renumerado.
01 WS-SEMILLA PIC 9(8).
01 WS-SEMILLA-COCIENTE PIC 9(8).
01 WS-IDX-APELLIDO PIC 9(2).
01 WS-IDX-NOMBRE PIC 9(2).
01 WS-IDX-CALLE PIC 9(2).
01 WS-NUMERO-CALLE PIC 9(4).
01 WS-NUMERO-CALLE-ED PIC Z(3)9.
01 WS-NOMBRE-FALSO PIC X(12).
01 WS-APELLIDO-FALSO PIC X(12).
01 WS-EMAIL-FALSO PIC X(25).
01 WS-TELEFONO-FALSO.
   05 FILLER PIC X(3) VALUE "555".
   05 WS-TEL-ID PIC 9(5).
   05 WS-TEL-SUFIJO PIC 9(4).

*> Corrimiento de la fecha de nacimiento: de -30 a +30 dias.
01 WS-DIAS-NAC PIC 9(7).
01 WS-CORRIMIENTO-NAC PIC S9(2).
01 WS-RESTO-NAC PIC 9(2).

01 WS-GUARDIAN-SUB PIC 9(1).

*> Tablas de nombres, apellidos y calles para los datos falsos.
01 WS-APELLIDOS-VALORES.
   05 FILLER PIC X(12) VALUE "GARCIA".
   05 FILLER PIC X(12) VALUE "LOPEZ".
   05 FILLER PIC X(12) VALUE "MARTINEZ".
   05 FILLER PIC X(12) VALUE "RODRIGUEZ".
   05 FILLER PIC X(12) VALUE "FERNANDEZ".
   05 FILLER PIC X(12) VALUE "GOMEZ".
   05 FILLER PIC X(12) VALUE "DIAZ".
   05 FILLER PIC X(12) VALUE "PEREZ".
   05 FILLER PIC X(12) VALUE "SANCHEZ".
   05 FILLER PIC X(12) VALUE "ROMERO".
   05 FILLER PIC X(12) VALUE "SUAREZ".
   05 FILLER PIC X(12) VALUE "TORRES".
   05 FILLER PIC X(12) VALUE "RUIZ".
   05 FILLER PIC X(12) VALUE "ALVAREZ".
   05 FILLER PIC X(12) VALUE "MORALES".
   05 FILLER PIC X(12) VALUE "CASTRO".
   05 FILLER PIC X(12) VALUE "ORTIZ".
   05 FILLER PIC X(12) VALUE "SILVA".
   05 FILLER PIC X(12) VALUE "ROJAS".
   05 FILLER PIC X(12) VALUE "MEDINA".
01 WS-APELLIDOS-TABLA REDEFINES WS-APELLIDOS-VALORES.
   05 WS-APELLIDO-TAB PIC X(12) OCCURS 20 TIMES.

*> Las diez primeras son nombres femeninos y las diez ultimas
*> masculinos; un contacto (sin genero) toma de las veinte.
01 WS-NOMBRES-VALORES.
   05 FILLER PIC X(12) VALUE "LAURA".
   05 FILLER PIC X(12) VALUE "MARIA".
   05 FILLER PIC X(12) VALUE "SOFIA".
   05 FILLER PIC X(12) VALUE "LUCIA".
   05 FILLER PIC X(12) VALUE "VALENTINA".
   05 FILLER PIC X(12) VALUE "CAMILA".
   05 FILLER PIC X(12) VALUE "PAULA".
   05 FILLER PIC X(12) VALUE "JULIA".
   05 FILLER PIC X(12) VALUE "ELENA".
   05 FILLER PIC X(12) VALUE "CLARA".
   05 FILLER PIC X(12) VALUE "JUAN".
   05 FILLER PIC X(12) VALUE "CARLOS".
   05 FILLER PIC X(12) VALUE "MATEO".
   05 FILLER PIC X(12) VALUE "DIEGO".
   05 FILLER PIC X(12) VALUE "PABLO".
   05 FILLER PIC X(12) VALUE "MARTIN".
   05 FILLER PIC X(12) VALUE "TOMAS".
   05 FILLER PIC X(12) VALUE "LUCAS".
   05 FILLER PIC X(12) VALUE "ANDRES".
   05 FILLER PIC X(12) VALUE "JAVIER".
01 WS-NOMBRES-TABLA REDEFINES WS-NOMBRES-VALORES.
   05 WS-NOMBRE-TAB PIC X(12) OCCURS 20 TIMES.

01 WS-CALLES-VALORES.
   05 FILLER PIC X(20) VALUE "AV. SAN MARTIN".
   05 FILLER PIC X(20) VALUE "CALLE BELGRANO".
   05 FILLER PIC X(20) VALUE "CALLE MITRE".
   05 FILLER PIC X(20) VALUE "AV. RIVADAVIA".
   05 FILLER PIC X(20) VALUE "CALLE SARMIENTO".
   05 FILLER PIC X(20) VALUE "CALLE LAS HERAS".
   05 FILLER PIC X(20) VALUE "AV. LIBERTAD".
   05 FILLER PIC X(20) VALUE "CALLE MORENO".
   05 FILLER PIC X(20) VALUE "CALLE ALSINA".
   05 FILLER PIC X(20) VALUE "AV. DEL PARQUE".
01 WS-CALLES-TABLA REDEFINES WS-CALLES-VALORES.
   05 WS-CALLE-TAB PIC X(20) OCCURS 10 TIMES.

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL.
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY.
    MOVE 0 TO RETURN-CODE.
    PERFORM InicializarConfiguracion.
    PERFORM LeerParametros.
    IF RETURN-CODE = 0
       PERFORM PrepararDestino
    END-IF.
    IF RETURN-CODE = 0
       PERFORM EnmascararContactos
       PERFORM EnmascararGuardianes
       PERFORM EnmascararEstudiantes
       PERFORM EnmascararFacturacion
       PERFORM ReportarResultado
    END-IF.
DISPLAY "JOB ENMASCARARDATOS COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> Toma las rutas de produccion de datos.dat y guardianes.dat de
*> las variables de entorno, mismo InicializarConfiguracion que
*> REORGDATOS y REPORTEDIRECTORIO.
InicializarConfiguracion.
    ACCEPT WS-DATOS-PATH FROM ENVIRONMENT "DATOS_DAT_PATH"
    IF WS-DATOS-PATH = SPACES
       MOVE "datos.dat" TO WS-DATOS-PATH
    END-IF
    ACCEPT WS-GUARDIANES-PATH FROM ENVIRONMENT "GUARDIANES_DAT_PATH"
    IF WS-GUARDIANES-PATH = SPACES
       MOVE "guardianes.dat" TO WS-GUARDIANES-PATH
    END-IF.

*> COMMAND-LINE: <directorio de prueba> [factor de montos]. El
*> directorio vale PRUEBA y el factor 0.85 si no se indican; un
*> factor que no es un numero entre 0.01 y 9.99 corta la corrida.
LeerParametros.
    MOVE SPACES TO WS-PARAMETROS WS-DESTINO-DIRECTORIO WS-FACTOR-TEXTO
    ACCEPT WS-PARAMETROS FROM COMMAND-LINE
    UNSTRING WS-PARAMETROS DELIMITED BY ALL SPACE
       INTO WS-DESTINO-DIRECTORIO WS-FACTOR-TEXTO
    END-UNSTRING
    IF WS-DESTINO-DIRECTORIO = SPACES
       MOVE "PRUEBA" TO WS-DESTINO-DIRECTORIO
    END-IF
    IF WS-DESTINO-DIRECTORIO = "." OR WS-DESTINO-DIRECTORIO = "./"
       DISPLAY "EL DIRECTORIO DE PRUEBA NO PUEDE SER EL ACTUAL: "
          "PISARIA LOS ARCHIVOS DE PRODUCCION"
       MOVE 8 TO RETURN-CODE
    END-IF
    IF WS-FACTOR-TEXTO NOT = SPACES
       IF FUNCTION TEST-NUMVAL(WS-FACTOR-TEXTO) NOT = 0
          DISPLAY "FACTOR DE MONTOS INVALIDO: " WS-FACTOR-TEXTO
          MOVE 8 TO RETURN-CODE
       ELSE
          COMPUTE WS-FACTOR-MONTO = FUNCTION NUMVAL(WS-FACTOR-TEXTO)
          IF WS-FACTOR-MONTO = 0
             DISPLAY "FACTOR DE MONTOS INVALIDO: " WS-FACTOR-TEXTO
             MOVE 8 TO RETURN-CODE
          END-IF
       END-IF
    END-IF.

*> Arma las cuatro rutas de destino con los nombres de siempre
*> dentro del directorio de prueba, crea el directorio si no
*> existe y se rehusa si alguna ruta de destino coincide con la de
*> produccion.
PrepararDestino.
    MOVE SPACES TO WS-DESTINO-DATOS WS-DESTINO-GUARDIANES
       WS-DESTINO-ESTUDIANTES WS-DESTINO-FACTURACION
    STRING FUNCTION TRIM(WS-DESTINO-DIRECTORIO) "/datos.dat"
       DELIMITED BY SIZE INTO WS-DESTINO-DATOS
    STRING FUNCTION TRIM(WS-DESTINO-DIRECTORIO) "/guardianes.dat"
       DELIMITED BY SIZE INTO WS-DESTINO-GUARDIANES
    STRING FUNCTION TRIM(WS-DESTINO-DIRECTORIO) "/ESTUDIANTES.DAT"
       DELIMITED BY SIZE INTO WS-DESTINO-ESTUDIANTES
    STRING FUNCTION TRIM(WS-DESTINO-DIRECTORIO) "/FACTURACION.DAT"
       DELIMITED BY SIZE INTO WS-DESTINO-FACTURACION
    IF WS-DESTINO-DATOS = WS-DATOS-PATH
       OR WS-DESTINO-GUARDIANES = WS-GUARDIANES-PATH
       DISPLAY "EL DESTINO " FUNCTION TRIM(WS-DESTINO-DIRECTORIO)
          " ES DONDE ESTAN LOS ARCHIVOS DE PRODUCCION"
       MOVE 8 TO RETURN-CODE
    ELSE
       MOVE SPACES TO WS-COMANDO-DESTINO
       STRING "mkdir -p " FUNCTION TRIM(WS-DESTINO-DIRECTORIO)
          DELIMITED BY SIZE INTO WS-COMANDO-DESTINO
       CALL "SYSTEM" USING WS-COMANDO-DESTINO
       MOVE WS-FACTOR-MONTO TO WS-FACTOR-EDITADO
       DISPLAY "COPIA ENMASCARADA EN "
          FUNCTION TRIM(WS-DESTINO-DIRECTORIO)
          ", FACTOR DE MONTOS " WS-FACTOR-EDITADO
    END-IF.

*> Recorre datos.dat en orden de clave (mismo START/READ NEXT que
*> DescargarContactos en REORGDATOS) y escribe cada contacto
*> renumerado y con nombre, correo, telefono y calle falsos.
EnmascararContactos.
    OPEN INPUT CONTACTO
    IF WS-ESTADO-CONTACTO NOT = "00"
       DISPLAY "NO SE PUDO ABRIR " WS-DATOS-PATH ", ESTADO="
          WS-ESTADO-CONTACTO
       MOVE 8 TO RETURN-CODE
    ELSE
       OPEN OUTPUT CONTACTO-PRUEBA
       IF WS-ESTADO-CONTACTO-PRUEBA NOT = "00"
          DISPLAY "NO SE PUDO CREAR " WS-DESTINO-DATOS ", ESTADO="
             WS-ESTADO-CONTACTO-PRUEBA
          MOVE 8 TO RETURN-CODE
       ELSE
          MOVE LOW-VALUES TO CONTACTO-ID
          START CONTACTO KEY IS NOT LESS THAN CONTACTO-ID
             INVALID KEY MOVE 'Y' TO WS-EOF-CONTACTO
          END-START
          PERFORM UNTIL WS-EOF-CONTACTO = 'Y'
             READ CONTACTO NEXT
                AT END MOVE 'Y' TO WS-EOF-CONTACTO
                NOT AT END PERFORM EnmascararUnContacto
             END-READ
          END-PERFORM
          CLOSE CONTACTO-PRUEBA
       END-IF
       CLOSE CONTACTO
    END-IF.

EnmascararUnContacto.
    MOVE CONTACTO-FILE TO CONTACTO-PRUEBA-REGISTRO
    MOVE CONTACTO-ID TO WS-CID-ORIGINAL
    PERFORM RenumerarContacto
    MOVE WS-CID-NUEVO TO PRU-CONTACTO-ID
    MOVE WS-CID-NUEVO TO WS-SEMILLA
    PERFORM ElegirNombreFalso
    MOVE WS-APELLIDO-FALSO TO PRU-APELLIDO
    MOVE WS-NOMBRE-FALSO TO PRU-NOMBRE
    MOVE WS-CID-NUEVO TO WS-TEL-ID
    PERFORM ArmarContactoFalso
    MOVE WS-EMAIL-FALSO TO PRU-EMAIL
    MOVE WS-TELEFONO-FALSO TO PRU-TELEFONO
    IF CALLE NOT = SPACES
       PERFORM ArmarCalleFalsa
    END-IF
    WRITE CONTACTO-PRUEBA-REGISTRO
       INVALID KEY
          DISPLAY "ERROR AL ESCRIBIR CONTACTO-ID ENMASCARADO: "
             PRU-CONTACTO-ID
          ADD 1 TO WS-TOTAL-ERRORES
       NOT INVALID KEY ADD 1 TO WS-TOTAL-CONTACTOS
    END-WRITE.

*> Copia guardianes.dat renumerando la clave EstudianteId y cada
*> CONTACTO-ID de la lista con las mismas formulas que se usaron en
*> datos.dat y ESTUDIANTES.DAT, para que el cruce siga cerrando.
EnmascararGuardianes.
    OPEN INPUT GUARDIAN
    IF WS-ESTADO-GUARDIAN NOT = "00"
       DISPLAY "NO SE PUDO ABRIR " WS-GUARDIANES-PATH ", ESTADO="
          WS-ESTADO-GUARDIAN
       MOVE 8 TO RETURN-CODE
    ELSE
       OPEN OUTPUT GUARDIAN-PRUEBA
       IF WS-ESTADO-GUARDIAN-PRUEBA NOT = "00"
          DISPLAY "NO SE PUDO CREAR " WS-DESTINO-GUARDIANES
             ", ESTADO=" WS-ESTADO-GUARDIAN-PRUEBA
          MOVE 8 TO RETURN-CODE
       ELSE
          MOVE LOW-VALUES TO GUARDIAN-EST-ID
          START GUARDIAN KEY IS NOT LESS THAN GUARDIAN-EST-ID
             INVALID KEY MOVE 'Y' TO WS-EOF-GUARDIAN
          END-START
          PERFORM UNTIL WS-EOF-GUARDIAN = 'Y'
             READ GUARDIAN NEXT
                AT END MOVE 'Y' TO WS-EOF-GUARDIAN
                NOT AT END PERFORM EnmascararUnGuardian
             END-READ
          END-PERFORM
          CLOSE GUARDIAN-PRUEBA
       END-IF
       CLOSE GUARDIAN
    END-IF.

EnmascararUnGuardian.
    MOVE GUARDIAN-FILE TO GUARDIAN-PRUEBA-REGISTRO
    MOVE GUARDIAN-EST-ID TO WS-EID-ORIGINAL
    PERFORM RenumerarEstudiante
    MOVE WS-EID-NUEVO TO PRU-GUARDIAN-EST-ID
    PERFORM VARYING WS-GUARDIAN-SUB FROM 1 BY 1
       UNTIL WS-GUARDIAN-SUB > 5
       MOVE GUARDIAN-CONTACTO-ID(WS-GUARDIAN-SUB) TO WS-CID-ORIGINAL
       PERFORM RenumerarContacto
       MOVE WS-CID-NUEVO TO PRU-GUARDIAN-CONTACTO-ID(WS-GUARDIAN-SUB)
    END-PERFORM
    WRITE GUARDIAN-PRUEBA-REGISTRO
       INVALID KEY
          DISPLAY "ERROR AL ESCRIBIR GUARDIANES DE ESTUDIANTE: "
             PRU-GUARDIAN-EST-ID
          ADD 1 TO WS-TOTAL-ERRORES
       NOT INVALID KEY ADD 1 TO WS-TOTAL-GUARDIANES
    END-WRITE.

*> Copia ESTUDIANTES.DAT con el id renumerado (y su digito
*> verificador recalculado), nombre falso acorde al Genero,
*> iniciales rearmadas y fecha de nacimiento corrida.
EnmascararEstudiantes.
    OPEN INPUT ESTUDIANTES-FILE
    IF WS-ESTADO-ESTUDIANTES NOT = "00"
       DISPLAY "NO SE PUDO ABRIR " WS-ESTUDIANTES-PATH ", ESTADO="
          WS-ESTADO-ESTUDIANTES
       MOVE 8 TO RETURN-CODE
    ELSE
       OPEN OUTPUT ESTUDIANTES-PRUEBA
       IF WS-ESTADO-ESTUDIANTES-PRUEBA NOT = "00"
          DISPLAY "NO SE PUDO CREAR " WS-DESTINO-ESTUDIANTES
             ", ESTADO=" WS-ESTADO-ESTUDIANTES-PRUEBA
          MOVE 8 TO RETURN-CODE
       ELSE
          MOVE LOW-VALUES TO FD-EstudianteId
          START ESTUDIANTES-FILE KEY IS NOT LESS THAN FD-EstudianteId
             INVALID KEY MOVE 'Y' TO WS-EOF-ESTUDIANTES
          END-START
          PERFORM UNTIL WS-EOF-ESTUDIANTES = 'Y'
             READ ESTUDIANTES-FILE NEXT
                AT END MOVE 'Y' TO WS-EOF-ESTUDIANTES
                NOT AT END PERFORM EnmascararUnEstudiante
             END-READ
          END-PERFORM
          CLOSE ESTUDIANTES-PRUEBA
       END-IF
       CLOSE ESTUDIANTES-FILE
    END-IF.

EnmascararUnEstudiante.
    MOVE ESTUDIANTES-REGISTRO TO ESTUDIANTES-PRUEBA-REGISTRO
    MOVE FD-EstudianteId TO WS-EID-ORIGINAL
    PERFORM RenumerarEstudiante
    MOVE WS-EID-NUEVO TO PRU-EstudianteId
    MOVE WS-EID-NUEVO TO WS-SEMILLA
    PERFORM ElegirNombreFalso
    EVALUATE FD-Genero
       WHEN "F"
          IF WS-IDX-NOMBRE > 10
             SUBTRACT 10 FROM WS-IDX-NOMBRE
          END-IF
       WHEN "M"
          IF WS-IDX-NOMBRE <= 10
             ADD 10 TO WS-IDX-NOMBRE
          END-IF
    END-EVALUATE
    MOVE WS-NOMBRE-TAB(WS-IDX-NOMBRE) TO WS-NOMBRE-FALSO
    MOVE SPACES TO PRU-EstNombre PRU-EstIniciales
    STRING FUNCTION TRIM(WS-NOMBRE-FALSO) " "
       FUNCTION TRIM(WS-APELLIDO-FALSO)
       DELIMITED BY SIZE INTO PRU-EstNombre
    MOVE WS-NOMBRE-FALSO(1:1) TO PRU-EstIniciales(1:1)
    MOVE WS-APELLIDO-FALSO(1:1) TO PRU-EstIniciales(2:1)
    IF FD-FechaNacimiento IS NUMERIC AND FD-FechaNacimiento > 0
       PERFORM CorrerFechaNacimiento
    END-IF
    WRITE ESTUDIANTES-PRUEBA-REGISTRO
       INVALID KEY
          DISPLAY "ERROR AL ESCRIBIR ESTUDIANTE ENMASCARADO: "
             PRU-EstudianteId
          ADD 1 TO WS-TOTAL-ERRORES
       NOT INVALID KEY ADD 1 TO WS-TOTAL-ESTUDIANTES
    END-WRITE.

*> Copia FACTURACION.DAT renumerando el EstudianteId y escalando
*> el monto por WS-FACTOR-MONTO; periodo, tipo, concepto y fecha
*> quedan como estan para que la antiguedad y los cierres de la
*> copia se comporten igual que en produccion.
EnmascararFacturacion.
    OPEN INPUT FACTURACION-FILE
    IF WS-ESTADO-FACTURACION NOT = "00"
       DISPLAY "NO SE PUDO ABRIR FACTURACION.DAT, ESTADO="
          WS-ESTADO-FACTURACION
       MOVE 8 TO RETURN-CODE
    ELSE
       OPEN OUTPUT FACTURACION-PRUEBA
       IF WS-ESTADO-FACTURACION-PRUEBA NOT = "00"
          DISPLAY "NO SE PUDO CREAR " WS-DESTINO-FACTURACION
             ", ESTADO=" WS-ESTADO-FACTURACION-PRUEBA
          MOVE 8 TO RETURN-CODE
       ELSE
          PERFORM UNTIL WS-EOF-FACTURACION = 'Y'
             READ FACTURACION-FILE
                AT END MOVE 'Y' TO WS-EOF-FACTURACION
                NOT AT END
                   MOVE FACTURACION-REGISTRO
                      TO FACTURACION-PRUEBA-REGISTRO
                   MOVE FAC-EstudianteId TO WS-EID-ORIGINAL
                   PERFORM RenumerarEstudiante
                   MOVE WS-EID-NUEVO TO PRU-FAC-EstudianteId
                   COMPUTE PRU-FAC-Monto ROUNDED =
                      FAC-Monto * WS-FACTOR-MONTO
                      ON SIZE ERROR MOVE 99999.99 TO PRU-FAC-Monto
                   END-COMPUTE
                   WRITE FACTURACION-PRUEBA-REGISTRO
                   ADD 1 TO WS-TOTAL-FACTURACION
             END-READ
          END-PERFORM
          CLOSE FACTURACION-PRUEBA
       END-IF
       CLOSE FACTURACION-FILE
    END-IF.

*> CONTACTO-ID: ((id - 1) * 7 + desplazo) modulo 99999, mas 1. El
*> cero (lugar vacio en la lista de guardianes) queda en cero.
RenumerarContacto.
    IF WS-CID-ORIGINAL = 0
       MOVE 0 TO WS-CID-NUEVO
    ELSE
       COMPUTE WS-RENUM-PRODUCTO =
          (WS-CID-ORIGINAL - 1) * 7 + WS-CID-DESPLAZO
       DIVIDE WS-RENUM-PRODUCTO BY 99999 GIVING WS-RENUM-COCIENTE
          REMAINDER WS-RENUM-RESTO
       COMPUTE WS-CID-NUEVO = WS-RENUM-RESTO + 1
    END-IF.

*> EstudianteId: se separa la base de siete digitos del digito
*> verificador, la base se renumera como en RenumerarContacto pero
*> modulo 9999999 y se le vuelve a calcular el digito, de modo que
*> el mismo id de produccion da siempre el mismo id de prueba, y
*> valido, en cualquiera de los archivos.
RenumerarEstudiante.
    DIVIDE WS-EID-ORIGINAL BY 10 GIVING WS-EID-BASE
       REMAINDER WS-EID-CHECK-LEIDO
    IF WS-EID-BASE = 0
       MOVE 0 TO WS-EID-NUEVO
    ELSE
       COMPUTE WS-RENUM-PRODUCTO =
          (WS-EID-BASE - 1) * 7 + WS-EID-DESPLAZO
       DIVIDE WS-RENUM-PRODUCTO BY 9999999 GIVING WS-RENUM-COCIENTE
          REMAINDER WS-RENUM-RESTO
       COMPUTE WS-EID-BASE = WS-RENUM-RESTO + 1
       PERFORM CalcularDigitoVerificador
       COMPUTE WS-EID-NUEVO = WS-EID-BASE * 10 + WS-EID-CHECK
    END-IF.

*> Mismo calculo que CalcularDigitoVerificador en estructura.cbl:
*> modulo-11 con pesos 2 a 7 de derecha a izquierda, 10 pasa a 0.
CalcularDigitoVerificador.
    MOVE WS-EID-BASE TO WS-EID-TEXTO
    MOVE 0 TO WS-EID-SUMA
    MOVE 2 TO WS-EID-PESO
    PERFORM VARYING WS-EID-POS FROM 7 BY -1 UNTIL WS-EID-POS < 1
       MOVE WS-EID-TEXTO(WS-EID-POS:1) TO WS-EID-DIGITO
       COMPUTE WS-EID-SUMA = WS-EID-SUMA + WS-EID-DIGITO * WS-EID-PESO
       ADD 1 TO WS-EID-PESO
       IF WS-EID-PESO > 7
          MOVE 2 TO WS-EID-PESO
       END-IF
    END-PERFORM
    COMPUTE WS-EID-CHECK = FUNCTION MOD(WS-EID-SUMA, 11)
    IF WS-EID-CHECK = 10
       MOVE 0 TO WS-EID-CHECK
    END-IF.

*> Elige apellido, nombre de pila y calle de las tablas a partir
*> de WS-SEMILLA (el id ya renumerado): el apellido por el resto
*> entre 20, el nombre por el resto entre 20 del cociente, y la
*> calle y su numero por el resto entre 10 y entre 4000.
ElegirNombreFalso.
    DIVIDE WS-SEMILLA BY 20 GIVING WS-SEMILLA-COCIENTE
       REMAINDER WS-IDX-APELLIDO
    ADD 1 TO WS-IDX-APELLIDO
    DIVIDE WS-SEMILLA-COCIENTE BY 20 GIVING WS-SEMILLA-COCIENTE
       REMAINDER WS-IDX-NOMBRE
    ADD 1 TO WS-IDX-NOMBRE
    DIVIDE WS-SEMILLA BY 10 GIVING WS-SEMILLA-COCIENTE
       REMAINDER WS-IDX-CALLE
    ADD 1 TO WS-IDX-CALLE
    DIVIDE WS-SEMILLA BY 4000 GIVING WS-SEMILLA-COCIENTE
       REMAINDER WS-NUMERO-CALLE
    ADD 1 TO WS-NUMERO-CALLE
    MOVE WS-APELLIDO-TAB(WS-IDX-APELLIDO) TO WS-APELLIDO-FALSO
    MOVE WS-NOMBRE-TAB(WS-IDX-NOMBRE) TO WS-NOMBRE-FALSO.

*> EMAIL nombre.id@mail.test en minusculas (.test es un dominio
*> reservado, nunca le llega un correo a nadie) y TELEFONO
*> 555 + id + cuatro digitos derivados, doce digitos en total.
ArmarContactoFalso.
    MOVE SPACES TO WS-EMAIL-FALSO
    STRING FUNCTION TRIM(WS-NOMBRE-FALSO) "." WS-TEL-ID
       "@mail.test" DELIMITED BY SIZE INTO WS-EMAIL-FALSO
    INSPECT WS-EMAIL-FALSO CONVERTING
       "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO "abcdefghijklmnopqrstuvwxyz"
    COMPUTE WS-TEL-SUFIJO = WS-NUMERO-CALLE * 2 + WS-IDX-APELLIDO.

ArmarCalleFalsa.
    MOVE WS-NUMERO-CALLE TO WS-NUMERO-CALLE-ED
    MOVE SPACES TO PRU-CALLE
    STRING FUNCTION TRIM(WS-CALLE-TAB(WS-IDX-CALLE)) " "
       FUNCTION TRIM(WS-NUMERO-CALLE-ED)
       DELIMITED BY SIZE INTO PRU-CALLE.

*> Corre FechaNacimiento entre -30 y +30 dias (resto entre 61 del
*> id renumerado, menos 30) con INTEGER-OF-DATE/DATE-OF-INTEGER,
*> mismo recurso que ALERTATEMPRANA. Una fecha que no es valida como
*> calendario se deja como esta.
CorrerFechaNacimiento.
    IF FUNCTION TEST-DATE-YYYYMMDD(FD-FechaNacimiento) = 0
       DIVIDE WS-EID-NUEVO BY 61 GIVING WS-SEMILLA-COCIENTE
          REMAINDER WS-RESTO-NAC
       COMPUTE WS-CORRIMIENTO-NAC = WS-RESTO-NAC - 30
       COMPUTE WS-DIAS-NAC =
          FUNCTION INTEGER-OF-DATE(FD-FechaNacimiento)
          + WS-CORRIMIENTO-NAC
       COMPUTE PRU-EstFechaNacimiento =
          FUNCTION DATE-OF-INTEGER(WS-DIAS-NAC)
    END-IF.

ReportarResultado.
    DISPLAY "CONTACTOS ENMASCARADOS:     " WS-TOTAL-CONTACTOS
    DISPLAY "GUARDIANES ENMASCARADOS:    " WS-TOTAL-GUARDIANES
    DISPLAY "ESTUDIANTES ENMASCARADOS:   " WS-TOTAL-ESTUDIANTES
    DISPLAY "MOVIMIENTOS DE FACTURACION: " WS-TOTAL-FACTURACION
    IF WS-TOTAL-ERRORES > 0
       DISPLAY "REGISTROS QUE NO SE PUDIERON ESCRIBIR: "
          WS-TOTAL-ERRORES
       MOVE 8 TO RETURN-CODE
    END-IF.
