AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Nadie tenia anotado a quien llamar para reponer un producto:
*> este programa mantiene PROVEEDORES.DAT, que liga cada codigo de
*> producto de PRODUCTOS.DAT con su proveedor (nombre, telefono, dias de
*> entrega, costo unitario pactado y dias de plazo de pago). El
*> costo pasa a cada orden de compra y es contra lo que
*> FACTURASPROVEEDOR controla el precio facturado; el plazo de pago
*> da el vencimiento de la cuenta a pagar. El feed
*> PROVEEDORES-MOVS.DAT trae una fila por codigo: si el codigo ya
*> tenia proveedor la fila lo reemplaza, si no lo
*> agrega, y una fila con el nombre en blanco lo da de baja. Mismo
*> esquema de cargar-aplicar-regrabar que MATRICULA e INVENTARIO.

FILE SECTION.
FD PRODUCTOS-FILE.
01 PRODUCTOS-REGISTRO.
   05 PR-Codigo PIC X(8).
   05 PR-Precio PIC 9(4)V99.
   05 PR-Moneda PIC X(3).
   05 PR-FechaVigencia PIC 9(8).

FD PROVEEDORES-FILE.
01 PROVEEDORES-REGISTRO.
   05 PRV-Codigo PIC X(8).
   05 PRV-Proveedor PIC X(30).
   05 PRV-Telefono PIC X(15).
   05 PRV-DiasEntrega PIC 9(3).
   05 PRV-CostoUnitario PIC 9(4)V99.
   05 PRV-DiasPago PIC 9(3).

FD MOVS-FILE.
01 MOVS-REGISTRO.
   05 MOV-Indicador PIC X(1).
   05 MOV-Codigo PIC X(8).
   05 MOV-Proveedor PIC X(30).
   05 MOV-Telefono PIC X(15).
   05 MOV-DiasEntrega PIC 9(3).
   05 MOV-CostoUnitario PIC 9(4)V99.
   05 MOV-DiasPago PIC 9(3).

FD PROVEEDORES-TEMP.
01 PROVEEDORES-TEMP-REGISTRO PIC X(65).

WORKING-STORAGE SECTION.
01 WS-ESTADO-PRODUCTOS PIC X(2).
01 WS-EOF-PROVEEDORES PIC A(1) VALUE 'N'.
01 WS-EOF-MOVS PIC A(1) VALUE 'N'.

01 WS-TABLA-CODIGOS.
   05 WS-CODIGO-CONOCIDO OCCURS 100 TIMES PIC X(8).
01 WS-TOTAL-CODIGOS PIC 9(3) VALUE 0.
01 WS-CODIGO-SUB PIC 9(3).
01 WS-CODIGO-HALLADO PIC A(1).

01 WS-TABLA-PROVEEDORES.
   05 WS-PROV OCCURS 100 TIMES.
      10 PRO-CODIGO PIC X(8).
      10 PRO-NOMBRE PIC X(30).
      10 PRO-TELEFONO PIC X(15).
      10 PRO-DIAS PIC 9(3).
      10 PRO-COSTO PIC 9(4)V99.
      10 PRO-DIAS-PAGO PIC 9(3).
      10 PRO-ACTIVO PIC A(1).
01 WS-TOTAL-PROV PIC 9(3) VALUE 0.
01 WS-PRO-SUB PIC 9(3).
       MOVE 8 TO RETURN-CODE
       GO TO FinInicio
    END-IF
    PERFORM CargarCodigos
    IF WS-TOTAL-CODIGOS = 0
       DISPLAY "NO HAY PRODUCTOS.DAT PARA VALIDAR CODIGOS"
       MOVE 8 TO RETURN-CODE
    ELSE
       MOVE 0 TO RETURN-CODE
       MOVE 'S' TO WS-TEMP-PENDIENTE
    END-IF.

CargarCodigos.
    OPEN INPUT PRODUCTOS-FILE
    IF WS-ESTADO-PRODUCTOS = "00"
       PERFORM UNTIL WS-EOF-PRODUCTOS = 'Y'
          READ PRODUCTOS-FILE
             AT END MOVE 'Y' TO WS-EOF-PRODUCTOS
             NOT AT END PERFORM RecordarCodigo
          END-READ
       END-PERFORM
       CLOSE PRODUCTOS-FILE
    END-IF.

RecordarCodigo.
    MOVE 'N' TO WS-CODIGO-HALLADO
    PERFORM VARYING WS-CODIGO-SUB FROM 1 BY 1
       UNTIL WS-CODIGO-SUB > WS-TOTAL-CODIGOS
       IF WS-CODIGO-CONOCIDO(WS-CODIGO-SUB) = PR-Codigo
          MOVE 'S' TO WS-CODIGO-HALLADO
          MOVE WS-TOTAL-CODIGOS TO WS-CODIGO-SUB
       END-IF
    END-PERFORM
    IF WS-CODIGO-HALLADO = 'N' AND WS-TOTAL-CODIGOS < 100
       ADD 1 TO WS-TOTAL-CODIGOS
       MOVE PR-Codigo TO WS-CODIGO-CONOCIDO(WS-TOTAL-CODIGOS)
    END-IF.

CargarProveedores.
             NOT AT END
                IF WS-TOTAL-PROV < 100
                   ADD 1 TO WS-TOTAL-PROV
                   MOVE PRV-Codigo TO PRO-CODIGO(WS-TOTAL-PROV)
                   MOVE PRV-Proveedor TO PRO-NOMBRE(WS-TOTAL-PROV)
                   MOVE PRV-Telefono
                      TO PRO-TELEFONO(WS-TOTAL-PROV)
                   MOVE PRV-DiasEntrega TO PRO-DIAS(WS-TOTAL-PROV)
                   *> Las filas grabadas antes de que el maestro
                   *> llevara costo y plazo los traen en blanco.
                   IF PRV-CostoUnitario IS NUMERIC
                      MOVE PRV-CostoUnitario
                         TO PRO-COSTO(WS-TOTAL-PROV)
                   ELSE
                      MOVE 0 TO PRO-COSTO(WS-TOTAL-PROV)
                   END-IF
                   IF PRV-DiasPago IS NUMERIC
                      MOVE PRV-DiasPago TO PRO-DIAS-PAGO(WS-TOTAL-PROV)
                   ELSE
                      MOVE 0 TO PRO-DIAS-PAGO(WS-TOTAL-PROV)
                   END-IF
                   MOVE 'S' TO PRO-ACTIVO(WS-TOTAL-PROV)
                END-IF
          END-READ

AplicarUnMovimiento.
    ADD 1 TO WS-LEIDOS
    PERFORM BuscarCodigoCatalogo
    IF WS-CODIGO-HALLADO = 'N'
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: CODIGO " MOV-Codigo
          " NO ESTA EN PRODUCTOS.DAT"
    ELSE
       PERFORM BuscarProveedor
          ELSE
             ADD 1 TO WS-RECHAZOS
             DISPLAY "RECHAZADO: BAJA DE PROVEEDOR INEXISTENTE "
                "PARA " MOV-Codigo
          END-IF
       ELSE
          IF WS-PRO-HALLADO = 'S'
             MOVE MOV-Proveedor TO PRO-NOMBRE(WS-PRO-SUB)
             MOVE MOV-Telefono TO PRO-TELEFONO(WS-PRO-SUB)
             MOVE MOV-DiasEntrega TO PRO-DIAS(WS-PRO-SUB)
             PERFORM TomarCostoYPlazo
             ADD 1 TO WS-REEMPLAZOS
          ELSE
             PERFORM AgregarProveedor
       END-IF
    END-IF.

BuscarCodigoCatalogo.
    MOVE 'N' TO WS-CODIGO-HALLADO
    PERFORM VARYING WS-CODIGO-SUB FROM 1 BY 1
       UNTIL WS-CODIGO-SUB > WS-TOTAL-CODIGOS
       IF WS-CODIGO-CONOCIDO(WS-CODIGO-SUB) = MOV-Codigo
          MOVE 'S' TO WS-CODIGO-HALLADO
          MOVE WS-TOTAL-CODIGOS TO WS-CODIGO-SUB
       END-IF
    END-PERFORM.

    MOVE 'N' TO WS-PRO-HALLADO
    PERFORM VARYING WS-PRO-SUB FROM 1 BY 1
       UNTIL WS-PRO-SUB > WS-TOTAL-PROV
       IF PRO-CODIGO(WS-PRO-SUB) = MOV-Codigo
          AND PRO-ACTIVO(WS-PRO-SUB) = 'S'
          MOVE 'S' TO WS-PRO-HALLADO
          EXIT PERFORM
AgregarProveedor.
    IF WS-TOTAL-PROV < 100
       ADD 1 TO WS-TOTAL-PROV
       MOVE MOV-Codigo TO PRO-CODIGO(WS-TOTAL-PROV)
       MOVE MOV-Proveedor TO PRO-NOMBRE(WS-TOTAL-PROV)
       MOVE MOV-Telefono TO PRO-TELEFONO(WS-TOTAL-PROV)
       MOVE MOV-DiasEntrega TO PRO-DIAS(WS-TOTAL-PROV)
       MOVE WS-TOTAL-PROV TO WS-PRO-SUB
       PERFORM TomarCostoYPlazo
       MOVE 'S' TO PRO-ACTIVO(WS-TOTAL-PROV)
       ADD 1 TO WS-ALTAS
    ELSE
       ADD 1 TO WS-RECHAZOS
       DISPLAY "RECHAZADO: TABLA DE PROVEEDORES LLENA (100), "
          "NO ENTRA " MOV-Codigo
    END-IF.

*> Costo y plazo en blanco en el movimiento quedan en cero: sin
*> costo la factura no se puede conciliar por precio, y sin plazo
*> la cuenta a pagar vence el mismo dia de la factura.
TomarCostoYPlazo.
    IF MOV-CostoUnitario IS NUMERIC
       MOVE MOV-CostoUnitario TO PRO-COSTO(WS-PRO-SUB)
    ELSE
       MOVE 0 TO PRO-COSTO(WS-PRO-SUB)
    END-IF
    IF MOV-DiasPago IS NUMERIC
       MOVE MOV-DiasPago TO PRO-DIAS-PAGO(WS-PRO-SUB)
    ELSE
       MOVE 0 TO PRO-DIAS-PAGO(WS-PRO-SUB)
    END-IF.

GrabarProveedores.
    PERFORM VARYING WS-PRO-SUB FROM 1 BY 1
       UNTIL WS-PRO-SUB > WS-TOTAL-PROV
       IF PRO-ACTIVO(WS-PRO-SUB) = 'S'
          MOVE PRO-CODIGO(WS-PRO-SUB) TO PRV-Codigo
          MOVE PRO-NOMBRE(WS-PRO-SUB) TO PRV-Proveedor
          MOVE PRO-TELEFONO(WS-PRO-SUB) TO PRV-Telefono
          MOVE PRO-DIAS(WS-PRO-SUB) TO PRV-DiasEntrega
          MOVE PRO-COSTO(WS-PRO-SUB) TO PRV-CostoUnitario
          MOVE PRO-DIAS-PAGO(WS-PRO-SUB) TO PRV-DiasPago
          MOVE PROVEEDORES-REGISTRO TO PROVEEDORES-TEMP-REGISTRO
          WRITE PROVEEDORES-TEMP-REGISTRO
       END-IF
