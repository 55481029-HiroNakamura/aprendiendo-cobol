   END-IF
   PERFORM EscribirRenglonValidacion.

*> SLA.CTL: los segundos de SLA deben ser numericos, PLANIFICADOR los
*> usa para marcar los pasos lentos en JOB-TIMING.LOG.
ValidarSlaCtl.
   ADD 1 TO WS-TOTAL-ARCHIVOS
   PERFORM EscribirRenglonValidacion.

*> REINTENTOS.CTL: reintentos y espera deben ser numericos,
*> PLANIFICADOR los usa para reintentar un paso que fallo antes de
*> escalar.
ValidarReintentosCtl.
   ADD 1 TO WS-TOTAL-ARCHIVOS
