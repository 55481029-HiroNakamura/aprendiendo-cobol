      *> Area del llamado a la entrada ESTADISTICAS de FUNCIONES: quien
      *> llama carga la cantidad de valores y la serie (hasta 100, por
      *> ejemplo la demanda de cada semana), y FUNCIONES devuelve el
      *> minimo, el maximo, la media y el desvio estandar de la serie.
      *> Se incluye por COPY ... REPLACING en FUNCIONES (LINKAGE) y en
      *> cada programa que la llama, mismo esquema que ARTICULO.CPY.
       01 GRUPO.
           05 CAMPO-CANTIDAD        PIC 9(3).
           05 CAMPO-VALOR           PIC S9(5)V99 OCCURS 100 TIMES.
           05 CAMPO-MINIMO          PIC S9(5)V99.
           05 CAMPO-MAXIMO          PIC S9(5)V99.
           05 CAMPO-MEDIA           PIC S9(5)V99.
           05 CAMPO-DESVIO          PIC S9(5)V99.
