*> AplicarTransaccion de ARCHIVO1 (con su validacion de EMAIL,
*> normalizacion de TELEFONO y log en CAMBIOS-CONTACTO.LOG), en vez de
*> duplicar esa logica aca.
*> Cada aprobacion tambien queda en RECHAZOS.LOG (el nombre es el
*> de siempre, aunque ya no asienta solo rechazos) con el admin que
*> aprobo y el solicitante, para que RECERTIFICARACCESOS pueda
*> encontrar a quien aprobo su propio pedido.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
               SET SOL-APROBADA TO TRUE
               REWRITE SOLICITUD-REGISTRO
               PERFORM AgregarTransaccionAprobada
               PERFORM RegistrarAprobacion
               DISPLAY "SOLICITUD " CTL-SOLICITUD-ID
                  " APROBADA Y AGREGADA A TRANSACCIONES.DAT"
            END-IF
      DELIMITED BY SIZE INTO RECHAZO-LINEA
   WRITE RECHAZO-LINEA
   CLOSE RECHAZOS-LOG.

*> Una linea por aprobacion en RECHAZOS.LOG, al lado de los
*> rechazos: solicitud, admin que la aprobo y el solicitante
*> registrado al pedirla, entre corchetes como el motivo.
RegistrarAprobacion.
   ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
   OPEN EXTEND RECHAZOS-LOG
   IF WS-ESTADO-RECHAZOS NOT = "00"
      OPEN OUTPUT RECHAZOS-LOG
      CLOSE RECHAZOS-LOG
      OPEN EXTEND RECHAZOS-LOG
   END-IF
   MOVE SPACES TO RECHAZO-LINEA
   STRING WS-FECHA-HOY " SOLICITUD=" CTL-SOLICITUD-ID
      " APROBADA POR " FUNCTION TRIM(WS-USUARIO-OS)
      " SOLICITANTE=[" FUNCTION TRIM(SOL-SOLICITANTE) "]"
      DELIMITED BY SIZE INTO RECHAZO-LINEA
   WRITE RECHAZO-LINEA
   CLOSE RECHAZOS-LOG.
