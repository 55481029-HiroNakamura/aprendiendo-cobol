                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

*> Layout fijo pactado con el sistema de la registraduria:
*>  01-10  EstudianteId, con ceros a la izquierda (10 posiciones)
