*> un monto que no coincide con el autorizado se rechaza, para que
*> el mismo concepto deje de escribirse de tres maneras y un
*> 9000.00 tipeado por 900.00 no se postee sin pregunta. Sin
*> ARANCELES.DAT se avisa y los cargos pasan como antes. Un
*> concepto del arancelario con monto autorizado en cero es de
*> monto abierto (el recargo por mora que calcula RECARGOSMORA):
*> el concepto se valida igual, pero el monto no. Cada pago
*> P aceptado emite ademas un recibo numerado: el numero sale del
*> subprograma SECUENCIAID (asi nunca se repite entre corridas), el
*> recibo imprimible con nombre, fecha, monto en el formato $ de
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD FACTURACION-FILE.
01 FACTURACION-REGISTRO.
    END-PERFORM.

*> El concepto del cargo debe ser un codigo del arancelario y el
*> monto debe coincidir exactamente con el autorizado (salvo los
*> conceptos de monto abierto, autorizados en cero); cualquiera
*> de los dos desvios rechaza el movimiento y deja WS-ARN-HALLADO
*> en 'N' para el llamador.
ValidarContraArancelario.
       DISPLAY "RECHAZADO: CONCEPTO " MOV-Concepto
          " NO ESTA EN ARANCELES.DAT PARA " MOV-EstudianteId
    ELSE
       IF ARN-MONTO(WS-ARN-SUB) NOT = 0
          AND MOV-Monto NOT = ARN-MONTO(WS-ARN-SUB)
          MOVE 'N' TO WS-ARN-HALLADO
          ADD 1 TO WS-RECHAZOS
          DISPLAY "RECHAZADO: MONTO " MOV-Monto " DE "
