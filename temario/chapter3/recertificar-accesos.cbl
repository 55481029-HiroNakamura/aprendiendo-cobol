IDENTIFICATION DIVISION.
PROGRAM-ID. RECERTIFICARACCESOS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.
SECURITY. NO ES CONFIDENCIAL.

*> USUARIOS-ROLES.DAT crece con cada ALTA de ADMINROLES, pero nadie
*> revisaba si la gente seguia necesitando su rol, y nada impedia
*> que la misma persona pidiera una correccion en CORRECCIONES y la
*> aprobara, o pidiera y aprobara un reembolso en REEMBOLSOS. Esta
*> corrida trimestral arma RECERTIFICACION-ACCESOS.TXT (archivado
*> con fecha por ARCHIVARREPORTE) con dos partes:
*>   - Una hoja de conformidad por responsable: cada usuario de
*>     USUARIOS-ROLES.DAT con su rol, su ultimo uso segun
*>     ACCESOS.LOG (la linea que deja AUDITORIA al arrancar cada
*>     programa) y los dias que lleva sin usarlo; el que no aparece
*>     en el log o supera el plazo de inactividad queda marcado, y
*>     el responsable tilda MANTENER o REVOCAR y firma. El
*>     responsable sale de RESPONSABLES-ROLES.DAT (mantenido a
*>     mano): una fila por usuario, o por rol para todos los que lo
*>     tienen; la fila del usuario manda sobre la del rol, y quien
*>     no tiene ninguna cae en SIN RESPONSABLE. Cada hoja empieza
*>     con "RESPONSABLE " y el nombre en las columnas 13-32, asi
*>     que REPARTIRREPORTES puede mandarle a cada uno la suya con
*>     una fila RESPONSABLE en SECCIONES-REPORTES.CTL.
*>   - Despues de la raya, el control de separacion de funciones:
*>     en CAMBIOS-ROLES.LOG, un admin que dio de alta o cambio su
*>     propio rol (revocarse a si mismo no suma permisos y no se
*>     cuenta); en RECHAZOS.LOG, una correccion aprobada por su
*>     mismo solicitante; en REGISTRO-REEMBOLSOS.DAT, un reembolso
*>     aprobado por quien lo pidio. Se recorre la historia entera:
*>     un caso no deja de serlo por viejo.
*> Cualquier caso de separacion de funciones termina con RC=4 y una
*> alerta ALTA en ALERTAS.DAT via REGISTRARALERTA; la corrida no
*> revoca ni bloquea nada, eso queda para ADMINROLES con la hoja
*> firmada.
*> COMMAND-LINE: [dias de inactividad], 90 si no se indica.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ACCESOS-LOG ASSIGN TO "ACCESOS.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ACCESOS.
SELECT USUARIOS-ROLES ASSIGN TO "USUARIOS-ROLES.DAT"
   ORGANIZATION IS INDEXED
   ACCESS MODE IS DYNAMIC
   RECORD KEY IS ROL-NOMBRE
   FILE STATUS IS WS-ESTADO-ROLES.
SELECT RESPONSABLES-FILE ASSIGN TO "RESPONSABLES-ROLES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RESPONSABLES.
SELECT CAMBIOS-ROLES ASSIGN TO "CAMBIOS-ROLES.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAMBIOS.
SELECT RECHAZOS-LOG ASSIGN TO "RECHAZOS.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RECHAZOS.
SELECT REGISTRO-FILE ASSIGN TO "REGISTRO-REEMBOLSOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REGISTRO.
SELECT REPORTE-FILE ASSIGN TO "RECERTIFICACION-ACCESOS.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-REPORTE.

DATA DIVISION.
FILE SECTION.
FD ACCESOS-LOG.
01 ACCESO-REGISTRO.
   05 ACC-Fecha PIC 9(8).
   05 FILLER PIC X(1).
   05 ACC-Hora PIC 9(8).
   05 FILLER PIC X(1).
   05 ACC-Programa PIC X(30).
   05 FILLER PIC X(1).
   05 ACC-Usuario PIC X(20).
   05 FILLER PIC X(11).

FD USUARIOS-ROLES.
01 USUARIOS-ROLES-REGISTRO.
   05 ROL-NOMBRE PIC A(15).
   05 ROL-VALOR PIC A(10).
   05 ROL-FECHA-FIN PIC 9(8).

FD RESPONSABLES-FILE.
01 RESPONSABLE-REGISTRO.
   05 RSP-Clave PIC X(15).
   05 RSP-Responsable PIC X(20).

FD CAMBIOS-ROLES.
01 CAMBIO-ROL-REGISTRO.
   05 CR-Fecha PIC 9(8).
   05 CR-Admin PIC X(20).
   05 CR-Accion PIC X(8).
   05 CR-Usuario PIC A(15).
   05 CR-RolAnterior PIC A(10).
   05 CR-RolNuevo PIC A(10).
   05 CR-FechaFin PIC 9(8).

FD RECHAZOS-LOG.
01 RECHAZO-LINEA PIC X(120).

FD REGISTRO-FILE.
01 REGISTRO-REEMBOLSO.
   05 RRE-Fecha PIC 9(8).
   05 RRE-EstudianteId PIC 9(8).
   05 RRE-Monto PIC 9(5)V99.
   05 RRE-Usuario PIC X(20).
   05 RRE-Solicitante PIC X(20).

FD REPORTE-FILE.
01 REPORTE-LINEA PIC X(100).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ACCESOS PIC X(2).
01 WS-ESTADO-ROLES PIC X(2).
01 WS-ESTADO-RESPONSABLES PIC X(2).
01 WS-ESTADO-CAMBIOS PIC X(2).
01 WS-ESTADO-RECHAZOS PIC X(2).
01 WS-ESTADO-REGISTRO PIC X(2).
01 WS-ESTADO-REPORTE PIC X(2).
01 WS-EOF PIC A(1).
01 WS-FECHA-HOY PIC 9(8).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "RECERTIFICARACCESOS".
01 WS-NOMBRE-REPORTE PIC X(30) VALUE "RECERTIFICACION-ACCESOS.TXT".

01 WS-PARAMETROS PIC X(40) VALUE SPACES.
01 WS-DIAS-TEXTO PIC X(10) VALUE SPACES.
01 WS-DIAS-LIMITE PIC 9(4) VALUE 90.

*> Ultimo uso por usuario segun ACCESOS.LOG: fecha y programa de la
*> linea mas reciente.
01 WS-TABLA-USOS.
   05 WS-USO-FILA OCCURS 300 TIMES.
      10 USO-USUARIO PIC X(20).
      10 USO-FECHA PIC 9(8).
      10 USO-PROGRAMA PIC X(30).
01 WS-TOTAL-USOS PIC 9(3) VALUE 0.
01 WS-USO-SUB PIC 9(3).
01 WS-USO-HALLADO PIC A(1).

01 WS-TABLA-RESPONSABLES.
   05 WS-RESPONSABLE-FILA OCCURS 100 TIMES.
      10 RES-CLAVE PIC X(15).
      10 RES-NOMBRE PIC X(20).
01 WS-TOTAL-RESPONSABLES PIC 9(3) VALUE 0.
01 WS-RES-SUB PIC 9(3).

*> Un renglon por usuario de USUARIOS-ROLES.DAT, ya con su ultimo
*> uso, su situacion y su responsable.
01 WS-TABLA-CERTIFICACION.
   05 WS-CERTIFICACION-FILA OCCURS 200 TIMES.
      10 RCE-NOMBRE PIC A(15).
      10 RCE-ROL PIC A(10).
      10 RCE-FECHA-FIN PIC 9(8).
      10 RCE-ULTIMO-USO PIC 9(8).
      10 RCE-DIAS PIC 9(5).
      10 RCE-SITUACION PIC X(18).
      10 RCE-REVOCADO PIC A(1).
      10 RCE-RESPONSABLE PIC X(20).
01 WS-TOTAL-CERTIFICACION PIC 9(3) VALUE 0.
01 WS-RCE-SUB PIC 9(3).

*> Los responsables en el orden en que aparecen, una hoja cada uno.
01 WS-TABLA-HOJAS.
   05 HOJ-RESPONSABLE OCCURS 100 TIMES PIC X(20).
01 WS-TOTAL-HOJAS PIC 9(3) VALUE 0.
01 WS-HOJ-SUB PIC 9(3).
01 WS-HOJA-HALLADA PIC A(1).

01 WS-USUARIO-CLAVE PIC X(20).
01 WS-RESPONSABLE-HALLADO PIC X(20).
01 WS-DIA-HOY PIC 9(7).
01 WS-DIA-USO PIC 9(7).
01 WS-VIGENTES PIC 9(3) VALUE 0.
01 WS-REVOCADOS PIC 9(3) VALUE 0.
01 WS-MARCADOS PIC 9(3) VALUE 0.

01 WS-USO-EDITADO PIC X(8).
01 WS-DIAS-EDITADO PIC ZZZZ9.
01 WS-DECISION PIC X(22).

*> Separacion de funciones.
01 WS-CASOS-SOD PIC 9(4) VALUE 0.
01 WS-SIN-SOLICITANTE PIC 9(4) VALUE 0.
01 WS-SOD-APROBADOR PIC X(20).
01 WS-SOD-SOLICITANTE PIC X(20).
01 WS-SOD-RESTO PIC X(81).
01 WS-MONTO-EDITADO PIC ZZ,ZZ9.99.
01 WS-SEVERIDAD PIC X(5) VALUE "ALTA".
01 WS-MENSAJE-ALERTA PIC X(80).

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    MOVE 0 TO RETURN-CODE
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    PERFORM LeerParametros
    IF RETURN-CODE = 0
       PERFORM CargarUltimosUsos
       PERFORM CargarResponsables
       PERFORM CargarRoles
    END-IF
    IF RETURN-CODE = 0
       OPEN OUTPUT REPORTE-FILE
       PERFORM EmitirHojas
       PERFORM EmitirSeparacionFunciones
       PERFORM EmitirTotales
       CLOSE REPORTE-FILE
       CALL "ARCHIVARREPORTE" USING WS-NOMBRE-REPORTE
       IF WS-CASOS-SOD > 0
          MOVE SPACES TO WS-MENSAJE-ALERTA
          STRING WS-CASOS-SOD " CASOS DE SEPARACION DE FUNCIONES, "
             "VER " WS-NOMBRE-REPORTE
             DELIMITED BY SIZE INTO WS-MENSAJE-ALERTA
          CALL "REGISTRARALERTA" USING WS-SEVERIDAD
             WS-PROGRAMA-ACTUAL WS-MENSAJE-ALERTA
          MOVE 4 TO RETURN-CODE
       END-IF
    END-IF.
DISPLAY "JOB RECERTIFICARACCESOS COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> COMMAND-LINE: [dias de inactividad], 90 si no se indica; lo que
*> no es un numero entre 1 y 9999 corta la corrida.
LeerParametros.
    ACCEPT WS-PARAMETROS FROM COMMAND-LINE
    UNSTRING WS-PARAMETROS DELIMITED BY ALL SPACE
       INTO WS-DIAS-TEXTO
    END-UNSTRING
    IF WS-DIAS-TEXTO NOT = SPACES
       IF FUNCTION TEST-NUMVAL(WS-DIAS-TEXTO) NOT = 0
          DISPLAY "DIAS DE INACTIVIDAD INVALIDOS: " WS-DIAS-TEXTO
          MOVE 8 TO RETURN-CODE
       ELSE
          COMPUTE WS-DIAS-LIMITE = FUNCTION NUMVAL(WS-DIAS-TEXTO)
          IF WS-DIAS-LIMITE = 0
             DISPLAY "DIAS DE INACTIVIDAD INVALIDOS: " WS-DIAS-TEXTO
             MOVE 8 TO RETURN-CODE
          END-IF
       END-IF
    END-IF.

*> ACCESOS.LOG se escribe en orden, pero una corrida fechada para
*> atras no lo esta: se queda con la fecha mas alta de cada
*> usuario.
CargarUltimosUsos.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ACCESOS-LOG
    IF WS-ESTADO-ACCESOS NOT = "00"
       DISPLAY "ATENCION: NO HAY ACCESOS.LOG, NINGUN USUARIO TIENE "
          "USO REGISTRADO"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ ACCESOS-LOG
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF ACC-Fecha IS NUMERIC AND ACC-Usuario NOT = SPACES
                PERFORM AcumularUso
             END-IF
       END-READ
    END-PERFORM
    CLOSE ACCESOS-LOG.

AcumularUso.
    MOVE 'N' TO WS-USO-HALLADO
    PERFORM VARYING WS-USO-SUB FROM 1 BY 1
       UNTIL WS-USO-SUB > WS-TOTAL-USOS
       IF USO-USUARIO(WS-USO-SUB) = ACC-Usuario
          MOVE 'S' TO WS-USO-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-USO-HALLADO = 'N'
       IF WS-TOTAL-USOS < 300
          ADD 1 TO WS-TOTAL-USOS
          MOVE WS-TOTAL-USOS TO WS-USO-SUB
          MOVE ACC-Usuario TO USO-USUARIO(WS-USO-SUB)
          MOVE 0 TO USO-FECHA(WS-USO-SUB)
       ELSE
          EXIT PARAGRAPH
       END-IF
    END-IF
    IF ACC-Fecha >= USO-FECHA(WS-USO-SUB)
       MOVE ACC-Fecha TO USO-FECHA(WS-USO-SUB)
       MOVE ACC-Programa TO USO-PROGRAMA(WS-USO-SUB)
    END-IF.

CargarResponsables.
    MOVE 'N' TO WS-EOF
    OPEN INPUT RESPONSABLES-FILE
    IF WS-ESTADO-RESPONSABLES NOT = "00"
       DISPLAY "ATENCION: NO HAY RESPONSABLES-ROLES.DAT, TODOS LOS "
          "USUARIOS VAN A LA HOJA SIN RESPONSABLE"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ RESPONSABLES-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF RSP-Clave NOT = SPACES
                AND RSP-Responsable NOT = SPACES
                AND WS-TOTAL-RESPONSABLES < 100
                ADD 1 TO WS-TOTAL-RESPONSABLES
                MOVE RSP-Clave
                   TO RES-CLAVE(WS-TOTAL-RESPONSABLES)
                MOVE RSP-Responsable
                   TO RES-NOMBRE(WS-TOTAL-RESPONSABLES)
             END-IF
       END-READ
    END-PERFORM
    CLOSE RESPONSABLES-FILE.

*> Recorre USUARIOS-ROLES.DAT completo en orden de clave, mismo
*> START/READ NEXT que ListarRoles en ADMINROLES.
CargarRoles.
    MOVE 'N' TO WS-EOF
    OPEN INPUT USUARIOS-ROLES
    IF WS-ESTADO-ROLES NOT = "00"
       DISPLAY "NO HAY USUARIOS-ROLES.DAT PARA RECERTIFICAR"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
    MOVE LOW-VALUES TO ROL-NOMBRE
    START USUARIOS-ROLES KEY IS NOT LESS THAN ROL-NOMBRE
       INVALID KEY MOVE 'Y' TO WS-EOF
    END-START
    PERFORM UNTIL WS-EOF = 'Y'
       READ USUARIOS-ROLES NEXT
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF WS-TOTAL-CERTIFICACION < 200
                PERFORM CertificarUsuario
             END-IF
       END-READ
    END-PERFORM
    CLOSE USUARIOS-ROLES.

CertificarUsuario.
    ADD 1 TO WS-TOTAL-CERTIFICACION
    MOVE WS-TOTAL-CERTIFICACION TO WS-RCE-SUB
    MOVE ROL-NOMBRE TO RCE-NOMBRE(WS-RCE-SUB)
    MOVE ROL-VALOR TO RCE-ROL(WS-RCE-SUB)
    MOVE ROL-FECHA-FIN TO RCE-FECHA-FIN(WS-RCE-SUB)
    MOVE 0 TO RCE-ULTIMO-USO(WS-RCE-SUB)
    MOVE 0 TO RCE-DIAS(WS-RCE-SUB)
    MOVE 'N' TO RCE-REVOCADO(WS-RCE-SUB)
    MOVE ROL-NOMBRE TO WS-USUARIO-CLAVE
    PERFORM VARYING WS-USO-SUB FROM 1 BY 1
       UNTIL WS-USO-SUB > WS-TOTAL-USOS
       IF USO-USUARIO(WS-USO-SUB) = WS-USUARIO-CLAVE
          MOVE USO-FECHA(WS-USO-SUB) TO RCE-ULTIMO-USO(WS-RCE-SUB)
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF RCE-ULTIMO-USO(WS-RCE-SUB) > 0
       AND RCE-ULTIMO-USO(WS-RCE-SUB) < WS-FECHA-HOY
       AND FUNCTION TEST-DATE-YYYYMMDD(RCE-ULTIMO-USO(WS-RCE-SUB))
          = 0
       COMPUTE WS-DIA-USO =
          FUNCTION INTEGER-OF-DATE(RCE-ULTIMO-USO(WS-RCE-SUB))
       COMPUTE RCE-DIAS(WS-RCE-SUB) = WS-DIA-HOY - WS-DIA-USO
    END-IF
    *> Un rol con fecha de fin cumplida esta revocado, igual que en
    *> todos los chequeos de autorizacion: se lista pero no se
    *> certifica.
    EVALUATE TRUE
       WHEN ROL-FECHA-FIN IS NUMERIC AND ROL-FECHA-FIN > 0
          AND ROL-FECHA-FIN <= WS-FECHA-HOY
          MOVE 'S' TO RCE-REVOCADO(WS-RCE-SUB)
          MOVE SPACES TO RCE-SITUACION(WS-RCE-SUB)
          STRING "REVOCADO " ROL-FECHA-FIN DELIMITED BY SIZE
             INTO RCE-SITUACION(WS-RCE-SUB)
          ADD 1 TO WS-REVOCADOS
       WHEN RCE-ULTIMO-USO(WS-RCE-SUB) = 0
          MOVE "SIN USO REGISTRADO" TO RCE-SITUACION(WS-RCE-SUB)
          ADD 1 TO WS-VIGENTES
          ADD 1 TO WS-MARCADOS
       WHEN RCE-DIAS(WS-RCE-SUB) > WS-DIAS-LIMITE
          MOVE "*** INACTIVO ***" TO RCE-SITUACION(WS-RCE-SUB)
          ADD 1 TO WS-VIGENTES
          ADD 1 TO WS-MARCADOS
       WHEN OTHER
          MOVE "EN USO" TO RCE-SITUACION(WS-RCE-SUB)
          ADD 1 TO WS-VIGENTES
    END-EVALUATE
    PERFORM BuscarResponsable
    MOVE WS-RESPONSABLE-HALLADO TO RCE-RESPONSABLE(WS-RCE-SUB)
    PERFORM AnotarHoja.

*> Primero la fila del usuario, despues la de su rol.
BuscarResponsable.
    MOVE "SIN RESPONSABLE" TO WS-RESPONSABLE-HALLADO
    PERFORM VARYING WS-RES-SUB FROM 1 BY 1
       UNTIL WS-RES-SUB > WS-TOTAL-RESPONSABLES
       IF RES-CLAVE(WS-RES-SUB) = ROL-NOMBRE
          MOVE RES-NOMBRE(WS-RES-SUB) TO WS-RESPONSABLE-HALLADO
          EXIT PARAGRAPH
       END-IF
    END-PERFORM
    PERFORM VARYING WS-RES-SUB FROM 1 BY 1
       UNTIL WS-RES-SUB > WS-TOTAL-RESPONSABLES
       IF RES-CLAVE(WS-RES-SUB) = ROL-VALOR
          MOVE RES-NOMBRE(WS-RES-SUB) TO WS-RESPONSABLE-HALLADO
          EXIT PARAGRAPH
       END-IF
    END-PERFORM.

AnotarHoja.
    MOVE 'N' TO WS-HOJA-HALLADA
    PERFORM VARYING WS-HOJ-SUB FROM 1 BY 1
       UNTIL WS-HOJ-SUB > WS-TOTAL-HOJAS
       IF HOJ-RESPONSABLE(WS-HOJ-SUB) = WS-RESPONSABLE-HALLADO
          MOVE 'S' TO WS-HOJA-HALLADA
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-HOJA-HALLADA = 'N' AND WS-TOTAL-HOJAS < 100
       ADD 1 TO WS-TOTAL-HOJAS
       MOVE WS-RESPONSABLE-HALLADO
          TO HOJ-RESPONSABLE(WS-TOTAL-HOJAS)
    END-IF.

*> Cada renglon se arma en REPORTE-LINEA y EmitirRenglon lo muestra
*> y lo graba, como en REPORTEANTIGUEDAD.
EmitirHojas.
    MOVE SPACES TO REPORTE-LINEA
    MOVE WS-DIAS-LIMITE TO WS-DIAS-EDITADO
    STRING "RECERTIFICACION DE ACCESOS AL " WS-FECHA-HOY
       " - INACTIVO MAS DE " FUNCTION TRIM(WS-DIAS-EDITADO) " DIAS"
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    PERFORM EmitirRenglon
    PERFORM VARYING WS-HOJ-SUB FROM 1 BY 1
       UNTIL WS-HOJ-SUB > WS-TOTAL-HOJAS
       PERFORM EmitirUnaHoja
    END-PERFORM.

EmitirUnaHoja.
    STRING "RESPONSABLE " HOJ-RESPONSABLE(WS-HOJ-SUB)
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    STRING "  USUARIO         ROL        ULT.USO   DIAS "
       "SITUACION          DECISION"
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    PERFORM VARYING WS-RCE-SUB FROM 1 BY 1
       UNTIL WS-RCE-SUB > WS-TOTAL-CERTIFICACION
       IF RCE-RESPONSABLE(WS-RCE-SUB) = HOJ-RESPONSABLE(WS-HOJ-SUB)
          PERFORM EmitirUnUsuario
       END-IF
    END-PERFORM
    PERFORM EmitirRenglon
    STRING "  CONFORME DEL RESPONSABLE: ____________________"
       "   FECHA: __________"
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    PERFORM EmitirRenglon.

EmitirUnUsuario.
    IF RCE-ULTIMO-USO(WS-RCE-SUB) = 0
       MOVE "NUNCA" TO WS-USO-EDITADO
    ELSE
       MOVE RCE-ULTIMO-USO(WS-RCE-SUB) TO WS-USO-EDITADO
    END-IF
    MOVE RCE-DIAS(WS-RCE-SUB) TO WS-DIAS-EDITADO
    IF RCE-REVOCADO(WS-RCE-SUB) = 'S'
       MOVE SPACES TO WS-DECISION
    ELSE
       MOVE "[ ]MANTENER [ ]REVOCAR" TO WS-DECISION
    END-IF
    STRING "  " RCE-NOMBRE(WS-RCE-SUB) " " RCE-ROL(WS-RCE-SUB)
       " " WS-USO-EDITADO " " WS-DIAS-EDITADO " "
       RCE-SITUACION(WS-RCE-SUB) " " WS-DECISION
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon.

*> La raya cierra las hojas: lo que sigue es para auditoria y no va
*> en la hoja de ningun responsable.
EmitirSeparacionFunciones.
    MOVE "----------------------------------------" TO REPORTE-LINEA
    PERFORM EmitirRenglon
    MOVE "SEPARACION DE FUNCIONES: PIDIO Y APROBO LO MISMO"
       TO REPORTE-LINEA
    PERFORM EmitirRenglon
    PERFORM RevisarCambiosRoles
    PERFORM RevisarCorrecciones
    PERFORM RevisarReembolsos
    IF WS-CASOS-SOD = 0
       MOVE "  SIN CASOS" TO REPORTE-LINEA
       PERFORM EmitirRenglon
    END-IF.

RevisarCambiosRoles.
    MOVE 'N' TO WS-EOF
    OPEN INPUT CAMBIOS-ROLES
    IF WS-ESTADO-CAMBIOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ CAMBIOS-ROLES
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             MOVE CR-Usuario TO WS-USUARIO-CLAVE
             IF CR-Admin = WS-USUARIO-CLAVE
                AND CR-Accion NOT = "REVOCAR "
                ADD 1 TO WS-CASOS-SOD
                STRING "  ROLES      " CR-Fecha " "
                   FUNCTION TRIM(CR-Admin) " HIZO " CR-Accion
                   "SOBRE SU PROPIO ROL: " CR-RolAnterior " -> "
                   CR-RolNuevo
                   DELIMITED BY SIZE INTO REPORTE-LINEA
                PERFORM EmitirRenglon
             END-IF
       END-READ
    END-PERFORM
    CLOSE CAMBIOS-ROLES.

*> Las aprobaciones de CORRECCIONES quedan en RECHAZOS.LOG como
*> "<fecha> SOLICITUD=<id> APROBADA POR <admin> SOLICITANTE=[<u>]";
*> los rechazos no cuentan.
RevisarCorrecciones.
    MOVE 'N' TO WS-EOF
    OPEN INPUT RECHAZOS-LOG
    IF WS-ESTADO-RECHAZOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ RECHAZOS-LOG
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF RECHAZO-LINEA(26:14) = " APROBADA POR "
                PERFORM RevisarUnaAprobacion
             END-IF
       END-READ
    END-PERFORM
    CLOSE RECHAZOS-LOG.

RevisarUnaAprobacion.
    MOVE SPACES TO WS-SOD-APROBADOR WS-SOD-SOLICITANTE WS-SOD-RESTO
    UNSTRING RECHAZO-LINEA(40:81) DELIMITED BY " SOLICITANTE=["
       INTO WS-SOD-APROBADOR WS-SOD-RESTO
    END-UNSTRING
    UNSTRING WS-SOD-RESTO DELIMITED BY "]"
       INTO WS-SOD-SOLICITANTE
    END-UNSTRING
    IF WS-SOD-SOLICITANTE NOT = SPACES
       AND WS-SOD-SOLICITANTE = WS-SOD-APROBADOR
       ADD 1 TO WS-CASOS-SOD
       STRING "  CORRECCION " RECHAZO-LINEA(1:8) " SOLICITUD "
          RECHAZO-LINEA(20:6) " PEDIDA Y APROBADA POR "
          FUNCTION TRIM(WS-SOD-APROBADOR)
          DELIMITED BY SIZE INTO REPORTE-LINEA
       PERFORM EmitirRenglon
    END-IF.

*> Un reembolso registrado sin solicitante (REEMBOLSO.CTL armado a
*> mano, o anterior a SOLICITAR) no se puede juzgar: se cuenta
*> aparte en los totales.
RevisarReembolsos.
    MOVE 'N' TO WS-EOF
    OPEN INPUT REGISTRO-FILE
    IF WS-ESTADO-REGISTRO NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ REGISTRO-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF RRE-Solicitante = SPACES
                ADD 1 TO WS-SIN-SOLICITANTE
             ELSE
                IF RRE-Solicitante = RRE-Usuario
                   ADD 1 TO WS-CASOS-SOD
                   MOVE RRE-Monto TO WS-MONTO-EDITADO
                   STRING "  REEMBOLSO  " RRE-Fecha " ESTUDIANTE "
                      RRE-EstudianteId " MONTO " WS-MONTO-EDITADO
                      " PEDIDO Y APROBADO POR "
                      FUNCTION TRIM(RRE-Usuario)
                      DELIMITED BY SIZE INTO REPORTE-LINEA
                   PERFORM EmitirRenglon
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE REGISTRO-FILE.

EmitirTotales.
    PERFORM EmitirRenglon
    STRING "USUARIOS: " WS-TOTAL-CERTIFICACION
       "  VIGENTES: " WS-VIGENTES "  REVOCADOS: " WS-REVOCADOS
       "  INACTIVOS O SIN USO: " WS-MARCADOS
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    STRING "HOJAS DE RESPONSABLE: " WS-TOTAL-HOJAS
       "  CASOS DE SEPARACION DE FUNCIONES: " WS-CASOS-SOD
       DELIMITED BY SIZE INTO REPORTE-LINEA
    PERFORM EmitirRenglon
    IF WS-SIN-SOLICITANTE > 0
       STRING "REEMBOLSOS REGISTRADOS SIN SOLICITANTE: "
          WS-SIN-SOLICITANTE
          DELIMITED BY SIZE INTO REPORTE-LINEA
       PERFORM EmitirRenglon
    END-IF.

EmitirRenglon.
    DISPLAY FUNCTION TRIM(REPORTE-LINEA TRAILING)
    WRITE REPORTE-LINEA
    MOVE SPACES TO REPORTE-LINEA.
