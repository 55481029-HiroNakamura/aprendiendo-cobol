      *> Layout compartido del catalogo de historicos anuales
      *> (ARCHIVO-HISTORICO.DAT): una linea por cada pasada de
      *> ARCHIVOANUAL con el archivo vigente del que salieron las
      *> filas, el anio lectivo o ejercicio archivado, el archivo
      *> por anio que las guarda, cuantas filas se movieron, la
      *> primera y la ultima fecha movidas y la fecha de proceso del
      *> archivado. Un anio archivado dos veces (filas asentadas con
      *> fecha atrasada despues del primer archivado) deja dos lineas
      *> con el mismo archivo por anio. Se incluye por COPY ...
      *> REPLACING en ARCHIVOANUAL y en cada programa que tiene que ir
      *> a buscar un anio viejo, mismo esquema que CONSENTIMIENTO.CPY.
       01 GRUPO.
           05 CAMPO-ARCHIVO         PIC X(20).
           05 CAMPO-ANIO            PIC 9(4).
           05 CAMPO-HISTORICO       PIC X(30).
           05 CAMPO-FILAS           PIC 9(7).
           05 CAMPO-DESDE           PIC 9(8).
           05 CAMPO-HASTA           PIC 9(8).
           05 CAMPO-FECHA           PIC 9(8).
