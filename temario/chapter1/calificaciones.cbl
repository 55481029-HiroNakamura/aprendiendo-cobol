*> la nueva la reemplaza (una recalificacion dentro del periodo).
*> Un recursado en un periodo posterior es una fila nueva, asi las
*> dos notas conviven en el historico. Mismo esquema de
*> cargar-aplicar-regrabar que usa MATRICULA. Las notas ponderadas
*> por plan de evaluacion llegan al mismo feed en bloques propios
*> que anexa CALCULARNOTAS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD CALIFICACIONES-FILE.
01 CALIFICACIONES-REGISTRO.
