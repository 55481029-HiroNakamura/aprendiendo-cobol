*> SECUENCIAID (igual que los EstudianteId de estructura.cbl, asi
*> dos corridas nunca reparten el mismo), MOD reemplaza los datos
*> de un id existente y BAJA lo retira. VENTAS valida el cliente de
*> cada orden contra este maestro y lo arrastra a VENTAS.DAT. ALTA y
*> MOD traen tambien el limite de credito del cliente: la venta a
*> cuenta que lo pasaria se rechaza en VENTAS; un limite en cero (o
*> un cliente anterior al campo) no tiene cuenta corriente.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
   05 CLI-Nombre PIC X(30).
   05 CLI-Telefono PIC X(15).
   05 CLI-Direccion PIC X(40).
   05 CLI-LimiteCredito PIC 9(7)V99.

FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Nombre PIC X(30).
   05 MOV-Telefono PIC X(15).
   05 MOV-Direccion PIC X(40).
   05 MOV-LimiteCredito PIC 9(7)V99.

FD CLIENTES-TEMP.
01 CLIENTES-TEMP-REGISTRO PIC X(101).

WORKING-STORAGE SECTION.
01 WS-ESTADO-CLIENTES PIC X(2).
      10 TCL-NOMBRE PIC X(30).
      10 TCL-TELEFONO PIC X(15).
      10 TCL-DIRECCION PIC X(40).
      10 TCL-LIMITE PIC 9(7)V99.
      10 TCL-ACTIVO PIC A(1).
01 WS-TOTAL-CLIENTES PIC 9(3) VALUE 0.
01 WS-CLI-SUB PIC 9(3).
                      TO TCL-TELEFONO(WS-TOTAL-CLIENTES)
                   MOVE CLI-Direccion
                      TO TCL-DIRECCION(WS-TOTAL-CLIENTES)
                   IF CLI-LimiteCredito IS NUMERIC
                      MOVE CLI-LimiteCredito
                         TO TCL-LIMITE(WS-TOTAL-CLIENTES)
                   ELSE
                      MOVE 0 TO TCL-LIMITE(WS-TOTAL-CLIENTES)
                   END-IF
                   MOVE 'S' TO TCL-ACTIVO(WS-TOTAL-CLIENTES)
                END-IF
          END-READ

AplicarUnMovimiento.
    ADD 1 TO WS-LEIDOS
    IF MOV-LimiteCredito IS NOT NUMERIC
       MOVE 0 TO MOV-LimiteCredito
    END-IF
    EVALUATE MOV-TIPO
       WHEN "ALTA"
          PERFORM AltaCliente
       MOVE MOV-Nombre TO TCL-NOMBRE(WS-TOTAL-CLIENTES)
       MOVE MOV-Telefono TO TCL-TELEFONO(WS-TOTAL-CLIENTES)
       MOVE MOV-Direccion TO TCL-DIRECCION(WS-TOTAL-CLIENTES)
       MOVE MOV-LimiteCredito TO TCL-LIMITE(WS-TOTAL-CLIENTES)
       MOVE 'S' TO TCL-ACTIVO(WS-TOTAL-CLIENTES)
       ADD 1 TO WS-ALTAS
       DISPLAY "CLIENTE " WS-ID-NUEVO " DADO DE ALTA: "
       MOVE MOV-Nombre TO TCL-NOMBRE(WS-CLI-SUB)
       MOVE MOV-Telefono TO TCL-TELEFONO(WS-CLI-SUB)
       MOVE MOV-Direccion TO TCL-DIRECCION(WS-CLI-SUB)
       MOVE MOV-LimiteCredito TO TCL-LIMITE(WS-CLI-SUB)
       ADD 1 TO WS-MODIFICADOS
    END-IF.

          MOVE TCL-NOMBRE(WS-CLI-SUB) TO CLI-Nombre
          MOVE TCL-TELEFONO(WS-CLI-SUB) TO CLI-Telefono
          MOVE TCL-DIRECCION(WS-CLI-SUB) TO CLI-Direccion
          MOVE TCL-LIMITE(WS-CLI-SUB) TO CLI-LimiteCredito
          MOVE CLIENTES-REGISTRO TO CLIENTES-TEMP-REGISTRO
          WRITE CLIENTES-TEMP-REGISTRO
       END-IF
