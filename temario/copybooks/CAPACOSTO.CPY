      *> Layout compartido de una capa de costo de COSTO-CAPAS.DAT:
      *> lo que queda de una compra de un codigo de producto en una
      *> ubicacion, con la fecha en que entro (el orden FIFO) y el
      *> costo unitario que se pago. Se incluye por COPY ...
      *> REPLACING para el registro del archivo en CAPASCOSTO y como
      *> area del llamado a CAPASCOSTO en cada programa que entra,
      *> consume, traspasa o valua stock a costo, mismo esquema que
      *> ARTICULO.CPY.
       01 GRUPO.
           05 CAMPO-CODIGO          PIC X(8).
           05 CAMPO-UBICACION       PIC X(3).
           05 CAMPO-FECHA           PIC 9(8).
           05 CAMPO-CANTIDAD        PIC 9(5).
           05 CAMPO-COSTO           PIC 9(4)V99.
