      *> Layout compartido del consentimiento de comunicaciones de un
      *> contacto, por CONTACTO-ID: un permiso por canal (email, SMS,
      *> correo postal y portal de padres) y uno por finalidad
      *> (comunicaciones escolares y marketing), cada uno con la
      *> fecha en que se dio o se retiro. 'S' es opt-in, 'N' opt-out
      *> y blanco es que nunca se registro nada. Se incluye por
      *> COPY ... REPLACING para el registro de CONSENTIMIENTOS.DAT
      *> en ARCHIVO1 y en cada extracto que lo respeta, mismo
      *> esquema que CONTACTO.CPY.
       01 GRUPO.
           05 CAMPO-ID              PIC 9(5).
           05 CAMPO-EMAIL           PIC X(1).
           05 CAMPO-EMAIL-FECHA     PIC 9(8).
           05 CAMPO-SMS             PIC X(1).
           05 CAMPO-SMS-FECHA       PIC 9(8).
           05 CAMPO-POSTAL          PIC X(1).
           05 CAMPO-POSTAL-FECHA    PIC 9(8).
           05 CAMPO-PORTAL          PIC X(1).
           05 CAMPO-PORTAL-FECHA    PIC 9(8).
           05 CAMPO-ESCOLAR         PIC X(1).
           05 CAMPO-ESCOLAR-FECHA   PIC 9(8).
           05 CAMPO-MARKETING       PIC X(1).
           05 CAMPO-MARKETING-FECHA PIC 9(8).
