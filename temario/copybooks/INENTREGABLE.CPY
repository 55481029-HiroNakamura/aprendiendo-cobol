      *> Layout compartido de las marcas de correo devuelto de un
      *> contacto, por CONTACTO-ID: la direccion postal y el EMAIL
      *> cada uno con su marca ('S' no entregable, blanco
      *> entregable), la fecha de la devolucion y el motivo que dio
      *> el correo o el proveedor de email. Se incluye por COPY ...
      *> REPLACING para el registro de inentregables.dat en
      *> DEVOLUCIONESCORREO, en ARCHIVO1 y en cada programa que deja
      *> afuera las direcciones devueltas, mismo esquema que
      *> CONSENTIMIENTO.CPY.
       01 GRUPO.
           05 CAMPO-ID              PIC 9(5).
           05 CAMPO-POSTAL          PIC X(1).
           05 CAMPO-POSTAL-FECHA    PIC 9(8).
           05 CAMPO-POSTAL-MOTIVO   PIC X(20).
           05 CAMPO-EMAIL           PIC X(1).
           05 CAMPO-EMAIL-FECHA     PIC 9(8).
           05 CAMPO-EMAIL-MOTIVO    PIC X(20).
