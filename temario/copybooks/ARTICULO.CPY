      *> Layout compartido del maestro de articulos ARTICULOS.DAT,
      *> por codigo de producto: la Marca deja de ser la clave y pasa
      *> a ser un atributo mas, junto con la descripcion, el modelo
      *> y la unidad de medida, asi una misma Marca puede tener
      *> varios modelos y renombrarla es tocar una sola fila. El
      *> estado es 'A' activo o 'B' dado de baja (el codigo no se
      *> borra porque el historial de stock y ventas lo sigue
      *> nombrando). Se incluye por COPY ... REPLACING en ARTICULOS,
      *> BUSCARARTICULO, CONVERTIRCODIGOS y RENOMBRARMARCA, y en cada
      *> programa que muestra la Marca de un codigo (como area del
      *> llamado a BUSCARARTICULO), mismo esquema que CONTACTO.CPY.
       01 GRUPO.
           05 CAMPO-CODIGO          PIC X(8).
           05 CAMPO-MARCA           PIC A(20).
           05 CAMPO-DESCRIPCION     PIC X(30).
           05 CAMPO-MODELO          PIC X(15).
           05 CAMPO-UNIDAD          PIC X(3).
           05 CAMPO-ESTADO          PIC X(1).
