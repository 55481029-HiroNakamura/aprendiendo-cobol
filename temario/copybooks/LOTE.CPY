      *> Layout compartido de un lote de LOTES-STOCK.DAT: lo que queda
      *> en una ubicacion de un lote recibido de un codigo de producto
      *> perecedero, con el numero de lote del proveedor y su fecha de
      *> vencimiento (el orden en que se vende: primero lo que vence
      *> primero). Se incluye por COPY ... REPLACING para el registro
      *> del archivo en LOTESSTOCK y como area del llamado a
      *> LOTESSTOCK en cada programa que entra, vende o mueve stock
      *> con lote, mismo esquema que CAPACOSTO.CPY.
       01 GRUPO.
           05 CAMPO-CODIGO          PIC X(8).
           05 CAMPO-UBICACION       PIC X(3).
           05 CAMPO-LOTE            PIC X(10).
           05 CAMPO-VENCIMIENTO     PIC 9(8).
           05 CAMPO-CANTIDAD        PIC 9(5).
