IDENTIFICATION DIVISION.
PROGRAM-ID. ESTADOAVISOS.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> La otra mitad de DESPACHARAVISOS, como RESPUESTADEBITOS lo es de
*> DEBITOSCUOTAS: el proveedor de SMS/email devuelve
*> AVISOS-ESTADO.DAT con un bloque H (id de su archivo y fecha), un
*> D por mensaje (el id de mensaje que le mandamos, el estado 'D'
*> entregado, 'R' rebotado o 'F' fallido, la fecha y el detalle que
*> da el proveedor) y un T con el conteo. El bloque se controla con
*> VALIDARFEED como cualquier feed, asi el archivo de ayer sin
*> limpiar no se procesa dos veces. Cada estado se cruza contra los
*> mensajes pendientes de AVISOS-ENVIOS.DAT y se asienta en
*> AVISOS-RESULTADOS.DAT con el contacto, el canal, el destino y el
*> programa que lo pidio; el mensaje resuelto sale de pendientes,
*> que se pisa entero con lo que sigue esperando estado. Un id que
*> no esta pendiente o un estado desconocido se rechaza (RC=4). Los
*> rebotados y fallidos se listan por consola y, si hubo alguno,
*> se encola una alerta en ALERTAS.DAT via REGISTRARALERTA para que
*> secretaria corrija el email o el telefono del contacto.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT ESTADO-FILE ASSIGN TO "AVISOS-ESTADO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ESTADO.
SELECT ENVIOS-FILE ASSIGN TO "AVISOS-ENVIOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ENVIOS.
SELECT RESULTADOS-FILE ASSIGN TO "AVISOS-RESULTADOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RESULTADOS.

DATA DIVISION.
FILE SECTION.
FD ESTADO-FILE.
01 ESTADO-DETALLE.
   05 EST-Indicador PIC X(1).
   05 EST-MensajeId PIC X(9).
   05 EST-Estado PIC X(1).
   05 EST-Fecha PIC 9(8).
   05 EST-Detalle PIC X(30).

FD ENVIOS-FILE.
01 ENVIOS-REGISTRO.
   05 ENV-MensajeId PIC X(9).
   05 ENV-FechaPedido PIC 9(8).
   05 ENV-Programa PIC X(30).
   05 ENV-ContactoId PIC 9(5).
   05 ENV-Canal PIC X(1).
   05 ENV-Plantilla PIC X(8).
   05 ENV-Destino PIC X(25).
   05 ENV-LoteId PIC X(10).
   05 ENV-FechaEnvio PIC 9(8).

FD RESULTADOS-FILE.
01 RESULTADOS-REGISTRO.
   05 RES-MensajeId PIC X(9).
   05 RES-Programa PIC X(30).
   05 RES-ContactoId PIC 9(5).
   05 RES-Canal PIC X(1).
   05 RES-Plantilla PIC X(8).
   05 RES-Destino PIC X(25).
   05 RES-Estado PIC X(1).
   05 RES-Fecha PIC 9(8).
   05 RES-Detalle PIC X(30).

WORKING-STORAGE SECTION.
01 WS-ESTADO-ESTADO PIC X(2).
01 WS-ESTADO-ENVIOS PIC X(2).
01 WS-ESTADO-RESULTADOS PIC X(2).
01 WS-EOF-ESTADO PIC A(1) VALUE 'N'.
01 WS-EOF-ENVIOS PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).

*> Los mensajes que esperan estado; ENV-PENDIENTE queda en 'N'
*> cuando el proveedor lo resuelve en esta corrida.
01 WS-TABLA-ENVIOS.
   05 WS-ENVIO-FILA OCCURS 5000 TIMES.
      10 ENV-FILA-REGISTRO PIC X(104).
      10 ENV-FILA-PENDIENTE PIC A(1).
01 WS-TOTAL-ENVIOS PIC 9(4) VALUE 0.
01 WS-ENV-SUB PIC 9(4).
01 WS-ENV-HALLADO PIC 9(4).
01 WS-ENVIOS-DESBORDE PIC A(1) VALUE 'N'.

01 WS-NOMBRE-FEED PIC X(30) VALUE "AVISOS-ESTADO.DAT".
01 WS-FEED-RESULTADO PIC X(1).
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS PIC 9(6) VALUE 0.
01 WS-RECHAZOS PIC 9(6) VALUE 0.
01 WS-ENTREGADOS PIC 9(6) VALUE 0.
01 WS-REBOTADOS PIC 9(6) VALUE 0.
01 WS-FALLIDOS PIC 9(6) VALUE 0.
01 WS-SIGUEN-PENDIENTES PIC 9(6) VALUE 0.
01 WS-RC-CORRIDA PIC S9(4) COMP-5.

01 WS-SEVERIDAD-ALERTA PIC X(5).
01 WS-MENSAJE-ALERTA PIC X(80).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "ESTADOAVISOS".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    CALL "VALIDARFEED" USING "VALIDAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO
    IF WS-FEED-RESULTADO = 'N'
       DISPLAY "FEED " WS-NOMBRE-FEED " RECHAZADO POR "
          "ENCABEZADO/TRAILER O DOBLE POSTEO, NO SE PROCESA NADA"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    IF WS-FEED-RESULTADO = 'V'
       DISPLAY "NO HAY AVISOS-ESTADO.DAT DEL PROVEEDOR"
       GO TO FinInicio
    END-IF
    PERFORM CargarEnvios
    IF WS-ENVIOS-DESBORDE = 'S'
       DISPLAY "MAS DE 5000 AVISOS PENDIENTES EN AVISOS-ENVIOS.DAT, "
          "NO SE PROCESA NADA PARA NO PERDER PENDIENTES"
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM ProcesarEstados
    PERFORM GrabarEnvios
    CALL "VALIDARFEED" USING "ASENTAR " WS-NOMBRE-FEED
       WS-FEED-RESULTADO
    IF WS-REBOTADOS > 0 OR WS-FALLIDOS > 0
       PERFORM EncolarAlerta
    END-IF
    IF WS-RECHAZOS > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "ESTADOS LEIDOS: " WS-LEIDOS "  ENTREGADOS: "
       WS-ENTREGADOS "  REBOTADOS: " WS-REBOTADOS "  FALLIDOS: "
       WS-FALLIDOS "  RECHAZOS: " WS-RECHAZOS
    DISPLAY "AVISOS QUE SIGUEN ESPERANDO ESTADO: "
       WS-SIGUEN-PENDIENTES.
FinInicio.
MOVE RETURN-CODE TO WS-RC-CORRIDA.
CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL WS-LEIDOS
   WS-POSTEADOS WS-RECHAZOS.
MOVE WS-RC-CORRIDA TO RETURN-CODE.
DISPLAY "JOB ESTADOAVISOS COMPLETE, RC=" RETURN-CODE.
*> GOBACK y no STOP RUN: PLANIFICADOR llama este paso con CALL por
*> el nombre de JOB-DEFINICIONES.DAT y un STOP RUN le mataria la
*> ventana entera, igual que los pasos de LOTEDIARIO terminan con
*> GOBACK.
GOBACK.

CargarEnvios.
    OPEN INPUT ENVIOS-FILE
    IF WS-ESTADO-ENVIOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-ENVIOS = 'Y'
       READ ENVIOS-FILE
          AT END MOVE 'Y' TO WS-EOF-ENVIOS
          NOT AT END
             IF WS-TOTAL-ENVIOS < 5000
                ADD 1 TO WS-TOTAL-ENVIOS
                MOVE ENVIOS-REGISTRO
                   TO ENV-FILA-REGISTRO(WS-TOTAL-ENVIOS)
                MOVE 'S' TO ENV-FILA-PENDIENTE(WS-TOTAL-ENVIOS)
             ELSE
                MOVE 'S' TO WS-ENVIOS-DESBORDE
                MOVE 'Y' TO WS-EOF-ENVIOS
             END-IF
       END-READ
    END-PERFORM
    CLOSE ENVIOS-FILE.

ProcesarEstados.
    OPEN INPUT ESTADO-FILE
    OPEN EXTEND RESULTADOS-FILE
    IF WS-ESTADO-RESULTADOS NOT = "00"
       OPEN OUTPUT RESULTADOS-FILE
       CLOSE RESULTADOS-FILE
       OPEN EXTEND RESULTADOS-FILE
    END-IF
    PERFORM UNTIL WS-EOF-ESTADO = 'Y'
       READ ESTADO-FILE
          AT END MOVE 'Y' TO WS-EOF-ESTADO
          NOT AT END
             IF EST-Indicador = 'D'
                ADD 1 TO WS-LEIDOS
                PERFORM AsentarUnEstado
             END-IF
       END-READ
    END-PERFORM
    CLOSE RESULTADOS-FILE
    CLOSE ESTADO-FILE.

AsentarUnEstado.
    IF EST-Estado NOT = 'D' AND EST-Estado NOT = 'R'
       AND EST-Estado NOT = 'F'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: ESTADO " EST-Estado " DESCONOCIDO PARA "
          "EL MENSAJE " EST-MensajeId
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-ENV-HALLADO
    PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
       UNTIL WS-ENV-SUB > WS-TOTAL-ENVIOS
       IF ENV-FILA-REGISTRO(WS-ENV-SUB)(1:9) = EST-MensajeId
          AND ENV-FILA-PENDIENTE(WS-ENV-SUB) = 'S'
          MOVE WS-ENV-SUB TO WS-ENV-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-ENV-HALLADO = 0
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: EL MENSAJE " EST-MensajeId
          " NO ESTA PENDIENTE EN AVISOS-ENVIOS.DAT"
       EXIT PARAGRAPH
    END-IF
    MOVE ENV-FILA-REGISTRO(WS-ENV-HALLADO) TO ENVIOS-REGISTRO
    MOVE 'N' TO ENV-FILA-PENDIENTE(WS-ENV-HALLADO)
    MOVE ENV-MensajeId TO RES-MensajeId
    MOVE ENV-Programa TO RES-Programa
    MOVE ENV-ContactoId TO RES-ContactoId
    MOVE ENV-Canal TO RES-Canal
    MOVE ENV-Plantilla TO RES-Plantilla
    MOVE ENV-Destino TO RES-Destino
    MOVE EST-Estado TO RES-Estado
    MOVE EST-Fecha TO RES-Fecha
    MOVE EST-Detalle TO RES-Detalle
    WRITE RESULTADOS-REGISTRO
    ADD 1 TO WS-POSTEADOS
    EVALUATE EST-Estado
       WHEN 'D'
          ADD 1 TO WS-ENTREGADOS
       WHEN 'R'
          ADD 1 TO WS-REBOTADOS
          DISPLAY "REBOTADO: " EST-MensajeId " CONTACTO-ID "
             ENV-ContactoId " " ENV-Destino " " EST-Detalle
       WHEN 'F'
          ADD 1 TO WS-FALLIDOS
          DISPLAY "FALLIDO: " EST-MensajeId " CONTACTO-ID "
             ENV-ContactoId " " ENV-Destino " " EST-Detalle
    END-EVALUATE.

*> AVISOS-ENVIOS.DAT queda solo con lo que sigue esperando estado.
GrabarEnvios.
    OPEN OUTPUT ENVIOS-FILE
    PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
       UNTIL WS-ENV-SUB > WS-TOTAL-ENVIOS
       IF ENV-FILA-PENDIENTE(WS-ENV-SUB) = 'S'
          MOVE ENV-FILA-REGISTRO(WS-ENV-SUB) TO ENVIOS-REGISTRO
          WRITE ENVIOS-REGISTRO
          ADD 1 TO WS-SIGUEN-PENDIENTES
       END-IF
    END-PERFORM
    CLOSE ENVIOS-FILE.

EncolarAlerta.
    MOVE "MEDIA" TO WS-SEVERIDAD-ALERTA
    MOVE SPACES TO WS-MENSAJE-ALERTA
    STRING "AVISOS REBOTADOS: " WS-REBOTADOS " FALLIDOS: "
       WS-FALLIDOS " - REVISAR EMAIL/TELEFONO EN DATOS.DAT"
       DELIMITED BY SIZE INTO WS-MENSAJE-ALERTA
    CALL "REGISTRARALERTA" USING WS-SEVERIDAD-ALERTA
       WS-PROGRAMA-ACTUAL WS-MENSAJE-ALERTA.
