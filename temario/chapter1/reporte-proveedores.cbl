FD RECEPCIONES-FILE.
01 RECEPCIONES-REGISTRO.
   05 ROC-Numero PIC 9(7).
   05 ROC-Codigo PIC X(8).
   05 ROC-Proveedor PIC X(30).
   05 ROC-FechaPromesa PIC 9(8).
   05 ROC-FechaReal PIC 9(8).

FD PROVEEDORES-FILE.
01 PROVEEDORES-REGISTRO.
   05 PRV-Codigo PIC X(8).
   05 PRV-Proveedor PIC X(30).
   05 PRV-Telefono PIC X(15).
   05 PRV-DiasEntrega PIC 9(3).
    END-IF.

*> El plazo declarado del proveedor: de PROVEEDORES.DAT, tomando
*> el primer codigo que lo nombra.
CargarDiasDeclarados.
    OPEN INPUT PROVEEDORES-FILE
    IF WS-ESTADO-PROVEEDORES = "00"
