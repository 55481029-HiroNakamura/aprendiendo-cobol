      *> contra la fecha de proceso. Un registro anterior al campo
      *> llega con cero y CONVERTIRNACIMIENTO le deriva una fecha
      *> del anio de nacimiento implicado por la edad guardada.
      *> CAMPO-NIVEL es el nivel o grado que cursa el estudiante en
      *> el anio lectivo; lo carga el alta o una correccion NIVEL de
      *> MANTESTUDIANTES y lo avanza cada fin de anio PROMOCIONANUAL.
      *> Un registro anterior al campo llega con cero (o no
      *> numerico) y se trata como nivel sin asignar.
       01 GRUPO.
           05 CAMPO-ID         PIC 9(8).
           05 CAMPO-INICIALES  PIC A(4).
           05 CAMPO-EDAD       PIC 9(2).
           05 CAMPO-ESTADO     PIC A(1).
           05 CAMPO-FECHA-NAC  PIC 9(8).
           05 CAMPO-NIVEL      PIC 9(2).
