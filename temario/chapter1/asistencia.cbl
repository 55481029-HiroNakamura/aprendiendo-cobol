                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD ASISTENCIA-FILE.
01 ASISTENCIA-REGISTRO.
