*> telefono de cada guardian desde datos.dat por clave directa, y
*> escribe LLAMADAS-AUSENTES.TXT. Los ausentes sin guardian en el
*> cruce salen en su propia seccion de excepciones al final, que
*> son justo los que mas urge resolver. Ademas de la linea en la
*> hoja, a cada guardian ubicado se le pide un SMS de ausencia
*> (plantilla AUSENCIA, con el EstudianteId y la fecha) via
*> SOLICITARAVISO, que DESPACHARAVISOS manda esa noche.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD CONTACTO.
COPY CONTACTO REPLACING GRUPO BY CONTACTO-FILE
      10 SGU-ID PIC 9(8).
      10 SGU-NOMBRE PIC A(33).
01 WS-SGU-SUB PIC 9(3).

*> El pedido de SMS al guardian para SOLICITARAVISO.
01 WS-AVISO-CONTACTO PIC 9(5).
01 WS-AVISO-CANAL PIC X(1) VALUE 'S'.
01 WS-AVISO-PLANTILLA PIC X(8) VALUE "AUSENCIA".
01 WS-AVISO-PARAMETROS PIC X(60).
01 WS-AVISO-FINALIDAD PIC X(1) VALUE 'E'.
01 WS-AVISOS-PEDIDOS PIC 9(3) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "LLAMADASAUSENTES".

PROCEDURE DIVISION.
       DISPLAY "AUSENTES DEL " WS-FECHA-LLAMADAS ": "
          WS-TOTAL-AUSENTES "  LLAMADAS EN LA HOJA: " WS-LLAMADAS
          "  SIN GUARDIAN: " WS-SIN-GUARDIAN
          "  SMS PEDIDOS: " WS-AVISOS-PEDIDOS
    END-IF.
DISPLAY "JOB LLAMADASAUSENTES COMPLETE, RC=" RETURN-CODE.
STOP RUN.
                " TEL " TELEFONO
                DELIMITED BY SIZE INTO WS-LINEA
             ADD 1 TO WS-LLAMADAS
             PERFORM PedirAvisoAusencia
       END-READ
    ELSE
       STRING "  LLAMAR A CONTACTO-ID "
    MOVE WS-LINEA TO LLAMADAS-LINEA
    WRITE LLAMADAS-LINEA.

PedirAvisoAusencia.
    MOVE CONTACTO-ID TO WS-AVISO-CONTACTO
    MOVE SPACES TO WS-AVISO-PARAMETROS
    STRING "EST=" ASI-EstudianteId " FECHA=" WS-FECHA-LLAMADAS
       DELIMITED BY SIZE INTO WS-AVISO-PARAMETROS
    CALL "SOLICITARAVISO" USING WS-PROGRAMA-ACTUAL
       WS-AVISO-CONTACTO WS-AVISO-CANAL WS-AVISO-PLANTILLA
       WS-AVISO-PARAMETROS WS-AVISO-FINALIDAD
    ADD 1 TO WS-AVISOS-PEDIDOS.

AnotarSinGuardian.
    IF WS-SIN-GUARDIAN < 200
       ADD 1 TO WS-SIN-GUARDIAN
