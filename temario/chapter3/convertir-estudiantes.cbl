                          CAMPO-GENERO BY SEC-Genero
                          CAMPO-EDAD BY SEC-Edad
                          CAMPO-ESTADO BY SEC-Estado
                          CAMPO-FECHA-NAC BY SEC-FechaNacimiento
                          CAMPO-NIVEL BY SEC-Nivel.

FD ESTUDIANTES-FILE.
COPY ESTUDIANTE REPLACING GRUPO BY ESTUDIANTES-REGISTRO
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

WORKING-STORAGE SECTION.
01 WS-ESTADO-SECUENCIAL PIC X(2).
    ELSE
       MOVE 0 TO FD-FechaNacimiento
    END-IF
    IF SEC-Nivel IS NUMERIC
       MOVE SEC-Nivel TO FD-Nivel
    ELSE
       MOVE 0 TO FD-Nivel
    END-IF
    WRITE ESTUDIANTES-REGISTRO
       INVALID KEY
          ADD 1 TO WS-DUPLICADOS
