IDENTIFICATION DIVISION.
PROGRAM-ID. ESTADOCUENTACLIENTES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Estado de cuenta mensual de la cuenta corriente de clientes, lo
*> que CONSTANCIAPAGOS es para la matricula. El mes sale de
*> ESTADO-CUENTA.CTL (AAAAMM; sin control es el mes anterior a la
*> fecha de proceso). Junta en un SORT por cliente y fecha (mismo
*> SORT y corte de control que REPORTECLIENTES) las ventas a cuenta
*> de VENTAS.DAT (forma de pago C, con IVA), sus devoluciones y los
*> cobros de CLIENTES-PAGOS.DAT. Lo anterior al mes forma el saldo
*> inicial; cada venta, devolucion y cobro del mes sale en su linea
*> y el estado cierra con el saldo final. Sale un estado por
*> cliente con saldo o movimiento, con nombre, direccion y limite
*> de credito de CLIENTES.DAT, en ESTADOS-CUENTA-CLIENTES.TXT.
*> Los ejercicios que ARCHIVOANUAL saco de VENTAS.DAT no se pierden:
*> los anteriores al anio del estado entran al saldo inicial por su
*> fila C de VENTAS-RESUMEN.DAT (vendido y devuelto a cuenta con
*> IVA), y si el mes pedido cae en un ejercicio archivado se leen,
*> ademas del vigente, los archivos por anio que el catalogo
*> ARCHIVO-HISTORICO.DAT da para ese anio y los siguientes.
*> El estado se lleva en la moneda base (USD), con la misma regla
*> que VENTAS usa para el saldo contra el limite: cada venta,
*> devolucion, resumen archivado y cobro viaja en el SORT con su
*> moneda y entra al saldo convertido con la tasa de
*> TASAS-CAMBIO.DAT vigente a su fecha (la mas antigua si todas son
*> posteriores; una moneda sin ninguna tasa entra uno a uno), con
*> aviso al final de la corrida. La linea de un movimiento en otra
*> moneda muestra ademas el importe original.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT VENTAS-FILE ASSIGN DYNAMIC WS-VENTAS-PATH
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS.
SELECT PAGOS-CLIENTES-FILE ASSIGN TO "CLIENTES-PAGOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PAGOS-CLIENTES.
SELECT CATALOGO-FILE ASSIGN TO "ARCHIVO-HISTORICO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CATALOGO.
SELECT RESUMEN-VENTAS ASSIGN TO "VENTAS-RESUMEN.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-RES-VENTAS.
SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CLIENTES.
SELECT ESTADO-CTL ASSIGN TO "ESTADO-CUENTA.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT ESTADOS-FILE ASSIGN TO "ESTADOS-CUENTA-CLIENTES.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ESTADOS.
SELECT CAMBIOS-FILE ASSIGN TO "TASAS-CAMBIO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CAMBIOS.
SELECT SORT-WORK ASSIGN TO "SORTWK1".

DATA DIVISION.
FILE SECTION.
FD VENTAS-FILE.
01 VENTAS-REGISTRO.
   05 VEN-Fecha PIC 9(8).
   05 VEN-Codigo PIC X(8).
   05 VEN-Cantidad PIC 9(4).
   05 VEN-PrecioUnitario PIC 9(4)V99.
   05 VEN-Moneda PIC X(3).
   05 VEN-ClienteId PIC 9(7).
   05 VEN-PrecioLista PIC 9(4)V99.
   05 VEN-Tipo PIC A(1).
   05 VEN-TasaIva PIC 9(2)V99.
   05 VEN-Iva PIC 9(7)V99.
   05 VEN-Factura PIC 9(7).
   05 VEN-FormaPago PIC X(1).

FD PAGOS-CLIENTES-FILE.
01 PAGOS-CLIENTES-REGISTRO.
   05 PAG-ClienteId PIC 9(7).
   05 PAG-Fecha PIC 9(8).
   05 PAG-Monto PIC 9(7)V99.
   05 PAG-FormaPago PIC X(1).
   05 PAG-Moneda PIC X(3).
   05 PAG-Referencia PIC X(10).

FD CATALOGO-FILE.
COPY ARCHIVOHIST REPLACING GRUPO BY CATALOGO-REGISTRO
                           CAMPO-ARCHIVO BY CAT-Archivo
                           CAMPO-ANIO BY CAT-Anio
                           CAMPO-HISTORICO BY CAT-Historico
                           CAMPO-FILAS BY CAT-Filas
                           CAMPO-DESDE BY CAT-Desde
                           CAMPO-HASTA BY CAT-Hasta
                           CAMPO-FECHA BY CAT-Fecha.

FD RESUMEN-VENTAS.
01 RESUMEN-VENTAS-REGISTRO.
   05 RVE-Anio PIC 9(4).
   05 RVE-Tipo PIC A(1).
   05 RVE-Clave PIC X(20).
   05 RVE-Moneda PIC X(3).
   05 RVE-Filas PIC 9(7).
   05 RVE-Vendidas PIC 9(7).
   05 RVE-Devueltas PIC 9(7).
   05 RVE-Importe PIC 9(9)V99.
   05 RVE-ImporteDevuelto PIC 9(9)V99.

FD CLIENTES-FILE.
01 CLIENTES-REGISTRO.
   05 CLI-Id PIC 9(7).
   05 CLI-Nombre PIC X(30).
   05 CLI-Telefono PIC X(15).
   05 CLI-Direccion PIC X(40).
   05 CLI-LimiteCredito PIC 9(7)V99.

FD ESTADO-CTL.
01 CTL-ESTADO.
   05 CTL-PERIODO PIC 9(6).

FD ESTADOS-FILE.
01 ESTADOS-LINEA PIC X(100).

FD CAMBIOS-FILE.
01 CAMBIOS-REGISTRO.
   05 TC-MONEDA PIC X(3).
   05 TC-TASA-A-USD PIC 9(3)V9999.
   05 TC-FechaVigencia PIC 9(8).

SD SORT-WORK.
01 SORT-RECORD.
   05 SR-ClienteId PIC 9(7).
   05 SR-Fecha PIC 9(8).
   05 SR-Tipo PIC X(1).
   05 SR-Comprobante PIC X(10).
   05 SR-Detalle PIC X(20).
   05 SR-Importe PIC 9(8)V99.
   05 SR-Moneda PIC X(3).

WORKING-STORAGE SECTION.
01 WS-ESTADO-VENTAS PIC X(2).
01 WS-ESTADO-PAGOS-CLIENTES PIC X(2).
01 WS-ESTADO-CLIENTES PIC X(2).
01 WS-ESTADO-CATALOGO PIC X(2).
01 WS-ESTADO-RES-VENTAS PIC X(2).
01 WS-VENTAS-PATH PIC X(30) VALUE "VENTAS.DAT".
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-ESTADOS PIC X(2).
01 WS-EOF-VENTAS PIC A(1) VALUE 'N'.
01 WS-EOF-PAGOS-CLIENTES PIC A(1) VALUE 'N'.
01 WS-EOF-CLIENTES PIC A(1) VALUE 'N'.
01 WS-EOF-CATALOGO PIC A(1) VALUE 'N'.
01 WS-EOF-RES-VENTAS PIC A(1) VALUE 'N'.
01 WS-ESTADO-CAMBIOS PIC X(2).
01 WS-EOF-CAMBIOS PIC A(1) VALUE 'N'.
01 WS-EOF-SORT PIC A(1) VALUE 'N'.
01 WS-PRIMERA-VEZ PIC A(1) VALUE 'S'.

01 WS-FECHA-HOY PIC 9(8).
01 WS-PERIODO-ESTADO PIC 9(6).
01 WS-ANIO PIC 9(4).
01 WS-MES PIC 9(2).
01 WS-ANIO-ESTADO PIC 9(4).

*> Los archivos por anio de VENTAS.DAT que hay que leer para el
*> mes pedido, sin repetir (un anio archivado dos veces tiene dos
*> lineas en el catalogo con el mismo archivo).
01 WS-TABLA-HISTORICOS.
   05 HIS-ARCHIVO OCCURS 20 TIMES PIC X(30).
01 WS-TOTAL-HISTORICOS PIC 9(2) VALUE 0.
01 WS-HIS-SUB PIC 9(2).
01 WS-HIS-HALLADO PIC A(1).

01 WS-TABLA-CLIENTES.
   05 WS-CLIENTE-FILA OCCURS 200 TIMES.
      10 TCL-ID PIC 9(7).
      10 TCL-NOMBRE PIC X(30).
      10 TCL-DIRECCION PIC X(40).
      10 TCL-LIMITE PIC 9(7)V99.
01 WS-TOTAL-CLIENTES PIC 9(3) VALUE 0.
01 WS-CLI-SUB PIC 9(3).
01 WS-CLI-HALLADO PIC A(1).

01 WS-CLIENTE-ANTERIOR PIC 9(7) VALUE 0.
01 WS-ENCABEZADO-IMPRESO PIC A(1) VALUE 'N'.
01 WS-SALDO-INICIAL PIC S9(9)V99 VALUE 0.
01 WS-SALDO PIC S9(9)V99 VALUE 0.
01 WS-IMPORTE PIC 9(8)V99.
01 WS-MOVS-MES PIC 9(4) VALUE 0.
01 WS-IMPORTE-EDITADO PIC $$$,$$$,$$9.99-.
01 WS-SALDO-EDITADO PIC $$$,$$$,$$9.99-.
01 WS-LIMITE-EDITADO PIC $$$,$$$,$$9.99.
01 WS-NOMBRE-TIPO PIC X(10).
01 WS-ORIGINAL-EDITADO PIC Z(7)9.99.

*> El historial de tasas de cambio a USD, igual que en VENTAS.
01 WS-TABLA-CAMBIOS.
   05 WS-CAMBIO-ENTRADA OCCURS 50 TIMES.
      10 CAMBIO-MONEDA PIC X(3) VALUE SPACES.
      10 CAMBIO-VALOR PIC 9(3)V9999 VALUE 0.
      10 CAMBIO-VIGENCIA PIC 9(8) VALUE 0.
01 WS-TOTAL-CAMBIOS PIC 9(2) VALUE 0.
01 WS-CAMBIO-SUB PIC 9(2).
01 WS-CAMBIO-HALLADO PIC A(1).
01 WS-CAMBIO-ELEGIDO PIC 9(3)V9999.
01 WS-CAMBIO-FECHA-ELEGIDA PIC 9(8).
01 WS-CAMBIO-RETROCESOS PIC 9(4) VALUE 0.
01 WS-SIN-CAMBIO PIC 9(4) VALUE 0.
01 WS-LINEA PIC X(100).
01 WS-ESTADOS PIC 9(4) VALUE 0.
*> La Marca que se muestra como detalle de cada venta.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "ESTADOCUENTACLIENTES".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM LeerPeriodoEstado
    PERFORM CargarHistoricos
    PERFORM CargarClientes
    PERFORM CargarTasasCambio
    OPEN OUTPUT ESTADOS-FILE
    SORT SORT-WORK ON ASCENDING KEY SR-ClienteId SR-Fecha
       INPUT PROCEDURE IS LeerMovimientos
       OUTPUT PROCEDURE IS EmitirEstados.
    IF WS-PRIMERA-VEZ = 'N'
       PERFORM CerrarCliente
    END-IF
    CLOSE ESTADOS-FILE
    IF WS-ESTADOS = 0
       DISPLAY "SIN CUENTAS CORRIENTES CON SALDO O MOVIMIENTO EN "
          WS-PERIODO-ESTADO
    ELSE
       DISPLAY "ESTADOS DE CUENTA DEL PERIODO " WS-PERIODO-ESTADO
          " EMITIDOS: " WS-ESTADOS
    END-IF
    IF WS-SIN-CAMBIO > 0
       DISPLAY "ATENCION: " WS-SIN-CAMBIO " MOVIMIENTO(S) EN MONEDA "
          "SIN TASA EN TASAS-CAMBIO.DAT, TOMADOS UNO A UNO"
    END-IF
    IF WS-CAMBIO-RETROCESOS > 0
       DISPLAY "ATENCION: " WS-CAMBIO-RETROCESOS " MOVIMIENTO(S) MAS "
          "VIEJOS QUE TODA TASA DE SU MONEDA, CONVERTIDOS CON LA "
          "TASA MAS ANTIGUA DISPONIBLE"
    END-IF.
DISPLAY "JOB ESTADOCUENTACLIENTES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

LeerPeriodoEstado.
    MOVE WS-FECHA-HOY(1:4) TO WS-ANIO
    MOVE WS-FECHA-HOY(5:2) TO WS-MES
    IF WS-MES = 1
       MOVE 12 TO WS-MES
       SUBTRACT 1 FROM WS-ANIO
    ELSE
       SUBTRACT 1 FROM WS-MES
    END-IF
    COMPUTE WS-PERIODO-ESTADO = WS-ANIO * 100 + WS-MES
    OPEN INPUT ESTADO-CTL
    IF WS-ESTADO-CTL = "00"
       READ ESTADO-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-PERIODO IS NUMERIC AND CTL-PERIODO > 0
                MOVE CTL-PERIODO TO WS-PERIODO-ESTADO
             END-IF
       END-READ
       CLOSE ESTADO-CTL
    END-IF.

CargarHistoricos.
    COMPUTE WS-ANIO-ESTADO = WS-PERIODO-ESTADO / 100
    OPEN INPUT CATALOGO-FILE
    IF WS-ESTADO-CATALOGO NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CATALOGO = 'Y'
       READ CATALOGO-FILE
          AT END MOVE 'Y' TO WS-EOF-CATALOGO
          NOT AT END
             IF CAT-Archivo = "VENTAS.DAT"
                AND CAT-Anio >= WS-ANIO-ESTADO
                PERFORM AnotarHistorico
             END-IF
       END-READ
    END-PERFORM
    CLOSE CATALOGO-FILE.

AnotarHistorico.
    MOVE 'N' TO WS-HIS-HALLADO
    PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
       UNTIL WS-HIS-SUB > WS-TOTAL-HISTORICOS
       IF HIS-ARCHIVO(WS-HIS-SUB) = CAT-Historico
          MOVE 'S' TO WS-HIS-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-HIS-HALLADO = 'N'
       IF WS-TOTAL-HISTORICOS < 20
          ADD 1 TO WS-TOTAL-HISTORICOS
          MOVE CAT-Historico TO HIS-ARCHIVO(WS-TOTAL-HISTORICOS)
       ELSE
          DISPLAY "ATENCION: MAS DE 20 EJERCICIOS ARCHIVADOS, NO SE "
             "LEE " CAT-Historico
       END-IF
    END-IF.

*> Carga TASAS-CAMBIO.DAT entero en WS-TABLA-CAMBIOS.
CargarTasasCambio.
    OPEN INPUT CAMBIOS-FILE
    IF WS-ESTADO-CAMBIOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CAMBIOS = 'Y'
       READ CAMBIOS-FILE
          AT END MOVE 'Y' TO WS-EOF-CAMBIOS
          NOT AT END
             IF WS-TOTAL-CAMBIOS < 50
                ADD 1 TO WS-TOTAL-CAMBIOS
                MOVE TC-MONEDA TO CAMBIO-MONEDA(WS-TOTAL-CAMBIOS)
                MOVE TC-TASA-A-USD TO CAMBIO-VALOR(WS-TOTAL-CAMBIOS)
                IF TC-FechaVigencia IS NUMERIC
                   MOVE TC-FechaVigencia
                      TO CAMBIO-VIGENCIA(WS-TOTAL-CAMBIOS)
                ELSE
                   MOVE 0 TO CAMBIO-VIGENCIA(WS-TOTAL-CAMBIOS)
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE CAMBIOS-FILE.

CargarClientes.
    OPEN INPUT CLIENTES-FILE
    IF WS-ESTADO-CLIENTES = "00"
       PERFORM UNTIL WS-EOF-CLIENTES = 'Y'
          READ CLIENTES-FILE
             AT END MOVE 'Y' TO WS-EOF-CLIENTES
             NOT AT END
                IF WS-TOTAL-CLIENTES < 200
                   ADD 1 TO WS-TOTAL-CLIENTES
                   MOVE CLI-Id TO TCL-ID(WS-TOTAL-CLIENTES)
                   MOVE CLI-Nombre TO TCL-NOMBRE(WS-TOTAL-CLIENTES)
                   MOVE CLI-Direccion
                      TO TCL-DIRECCION(WS-TOTAL-CLIENTES)
                   IF CLI-LimiteCredito IS NUMERIC
                      MOVE CLI-LimiteCredito
                         TO TCL-LIMITE(WS-TOTAL-CLIENTES)
                   ELSE
                      MOVE 0 TO TCL-LIMITE(WS-TOTAL-CLIENTES)
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE CLIENTES-FILE
    END-IF.

*> Solo entra lo que mueve la cuenta corriente: ventas y
*> devoluciones a cuenta y los cobros. Lo posterior al mes del
*> estado no se suelta al SORT.
LeerMovimientos.
    PERFORM LeerVentas
    PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
       UNTIL WS-HIS-SUB > WS-TOTAL-HISTORICOS
       MOVE HIS-ARCHIVO(WS-HIS-SUB) TO WS-VENTAS-PATH
       PERFORM LeerVentas
    END-PERFORM
    PERFORM SoltarResumenACuenta
    OPEN INPUT PAGOS-CLIENTES-FILE
    IF WS-ESTADO-PAGOS-CLIENTES = "00"
       PERFORM UNTIL WS-EOF-PAGOS-CLIENTES = 'Y'
          READ PAGOS-CLIENTES-FILE
             AT END MOVE 'Y' TO WS-EOF-PAGOS-CLIENTES
             NOT AT END
                IF PAG-Fecha(1:6) <= WS-PERIODO-ESTADO
                   MOVE PAG-ClienteId TO SR-ClienteId
                   MOVE PAG-Fecha TO SR-Fecha
                   MOVE 'P' TO SR-Tipo
                   MOVE PAG-Referencia TO SR-Comprobante
                   MOVE "COBRO" TO SR-Detalle
                   MOVE PAG-Monto TO SR-Importe
                   MOVE PAG-Moneda TO SR-Moneda
                   RELEASE SORT-RECORD
                END-IF
          END-READ
       END-PERFORM
       CLOSE PAGOS-CLIENTES-FILE
    END-IF.

LeerVentas.
    MOVE 'N' TO WS-EOF-VENTAS
    OPEN INPUT VENTAS-FILE
    IF WS-ESTADO-VENTAS = "00"
       PERFORM UNTIL WS-EOF-VENTAS = 'Y'
          READ VENTAS-FILE
             AT END MOVE 'Y' TO WS-EOF-VENTAS
             NOT AT END
                IF VEN-FormaPago = 'C'
                   AND VEN-Fecha(1:6) <= WS-PERIODO-ESTADO
                   PERFORM SoltarVenta
                END-IF
          END-READ
       END-PERFORM
       CLOSE VENTAS-FILE
    END-IF.

*> Un ejercicio archivado anterior al anio del estado entra al
*> saldo inicial como una venta y una devolucion al 31/12 por lo
*> que suma su fila C.
SoltarResumenACuenta.
    OPEN INPUT RESUMEN-VENTAS
    IF WS-ESTADO-RES-VENTAS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-RES-VENTAS = 'Y'
       READ RESUMEN-VENTAS
          AT END MOVE 'Y' TO WS-EOF-RES-VENTAS
          NOT AT END
             IF RVE-Tipo = 'C' AND RVE-Anio < WS-ANIO-ESTADO
                AND RVE-Clave(1:7) IS NUMERIC
                MOVE RVE-Clave(1:7) TO SR-ClienteId
                COMPUTE SR-Fecha = RVE-Anio * 10000 + 1231
                MOVE "RESUMEN" TO SR-Comprobante
                MOVE "EJERCICIO ARCHIVADO" TO SR-Detalle
                MOVE RVE-Moneda TO SR-Moneda
                IF RVE-Importe > 0
                   MOVE 'V' TO SR-Tipo
                   MOVE RVE-Importe TO SR-Importe
                   RELEASE SORT-RECORD
                END-IF
                IF RVE-ImporteDevuelto > 0
                   MOVE 'D' TO SR-Tipo
                   MOVE RVE-ImporteDevuelto TO SR-Importe
                   RELEASE SORT-RECORD
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE RESUMEN-VENTAS.

SoltarVenta.
    MOVE VEN-ClienteId TO SR-ClienteId
    MOVE VEN-Fecha TO SR-Fecha
    MOVE VEN-Tipo TO SR-Tipo
    MOVE VEN-Factura TO SR-Comprobante
    MOVE VEN-Codigo TO WS-ART-CODIGO
    CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO
    MOVE WS-ART-MARCA TO SR-Detalle
    COMPUTE SR-Importe = VEN-Cantidad * VEN-PrecioUnitario
    IF VEN-Iva IS NUMERIC
       ADD VEN-Iva TO SR-Importe
    END-IF
    MOVE VEN-Moneda TO SR-Moneda
    RELEASE SORT-RECORD.

EmitirEstados.
    PERFORM UNTIL WS-EOF-SORT = 'Y'
       RETURN SORT-WORK
          AT END MOVE 'Y' TO WS-EOF-SORT
          NOT AT END
             IF WS-PRIMERA-VEZ = 'S'
                MOVE 'N' TO WS-PRIMERA-VEZ
                MOVE SR-ClienteId TO WS-CLIENTE-ANTERIOR
             END-IF
             IF SR-ClienteId NOT = WS-CLIENTE-ANTERIOR
                PERFORM CerrarCliente
                MOVE SR-ClienteId TO WS-CLIENTE-ANTERIOR
             END-IF
             PERFORM ProcesarMovimiento
       END-RETURN
    END-PERFORM.

*> Lo anterior al mes solo suma al saldo inicial; el primer
*> movimiento del mes abre el estado con ese saldo. Todo entra en
*> USD (ConvertirAUsd deja el importe en WS-IMPORTE).
ProcesarMovimiento.
    PERFORM ConvertirAUsd
    IF SR-Fecha(1:6) < WS-PERIODO-ESTADO
       IF SR-Tipo = 'V'
          ADD WS-IMPORTE TO WS-SALDO-INICIAL
       ELSE
          SUBTRACT WS-IMPORTE FROM WS-SALDO-INICIAL
       END-IF
       EXIT PARAGRAPH
    END-IF
    IF WS-ENCABEZADO-IMPRESO = 'N'
       PERFORM AbrirEstado
    END-IF
    EVALUATE SR-Tipo
       WHEN 'V'
          MOVE "VENTA" TO WS-NOMBRE-TIPO
          ADD WS-IMPORTE TO WS-SALDO
          MOVE WS-IMPORTE TO WS-IMPORTE-EDITADO
       WHEN 'D'
          MOVE "DEVOLUCION" TO WS-NOMBRE-TIPO
          SUBTRACT WS-IMPORTE FROM WS-SALDO
          COMPUTE WS-IMPORTE-EDITADO = 0 - WS-IMPORTE
       WHEN OTHER
          MOVE "COBRO" TO WS-NOMBRE-TIPO
          SUBTRACT WS-IMPORTE FROM WS-SALDO
          COMPUTE WS-IMPORTE-EDITADO = 0 - WS-IMPORTE
    END-EVALUATE
    ADD 1 TO WS-MOVS-MES
    MOVE SPACES TO WS-LINEA
    IF SR-Moneda = "USD" OR SR-Moneda = SPACES
       STRING "  " SR-Fecha "  " WS-NOMBRE-TIPO " " SR-Comprobante
          " " SR-Detalle " " WS-IMPORTE-EDITADO
          DELIMITED BY SIZE INTO WS-LINEA
    ELSE
       MOVE SR-Importe TO WS-ORIGINAL-EDITADO
       STRING "  " SR-Fecha "  " WS-NOMBRE-TIPO " " SR-Comprobante
          " " SR-Detalle " " WS-IMPORTE-EDITADO " "
          WS-ORIGINAL-EDITADO " " SR-Moneda
          DELIMITED BY SIZE INTO WS-LINEA
    END-IF
    PERFORM EscribirLinea.

*> El USD (o una fila vieja sin moneda) va uno a uno; el resto con
*> la tasa vigente a la fecha del movimiento, y sin tasa, uno a uno
*> con aviso, igual que el saldo a cuenta de VENTAS.
ConvertirAUsd.
    MOVE 1 TO WS-CAMBIO-ELEGIDO
    IF SR-Moneda NOT = "USD" AND SR-Moneda NOT = SPACES
       PERFORM BuscarTasaCambio
       IF WS-CAMBIO-HALLADO = 'N'
          ADD 1 TO WS-SIN-CAMBIO
          MOVE 1 TO WS-CAMBIO-ELEGIDO
       END-IF
    END-IF
    COMPUTE WS-IMPORTE ROUNDED = SR-Importe * WS-CAMBIO-ELEGIDO.

*> Misma busqueda que BuscarTasaVigente en CONTEOCICLICO: gana la
*> tasa con vigencia mas alta no posterior al movimiento; si todas
*> son posteriores, con aviso contado, la mas antigua.
BuscarTasaCambio.
    MOVE 'N' TO WS-CAMBIO-HALLADO
    MOVE 0 TO WS-CAMBIO-ELEGIDO
    MOVE 0 TO WS-CAMBIO-FECHA-ELEGIDA
    PERFORM VARYING WS-CAMBIO-SUB FROM 1 BY 1
       UNTIL WS-CAMBIO-SUB > WS-TOTAL-CAMBIOS
       IF CAMBIO-MONEDA(WS-CAMBIO-SUB) = SR-Moneda
          AND CAMBIO-VIGENCIA(WS-CAMBIO-SUB) <= SR-Fecha
          IF WS-CAMBIO-HALLADO = 'N'
             OR CAMBIO-VIGENCIA(WS-CAMBIO-SUB)
                >= WS-CAMBIO-FECHA-ELEGIDA
             MOVE 'S' TO WS-CAMBIO-HALLADO
             MOVE CAMBIO-VALOR(WS-CAMBIO-SUB) TO WS-CAMBIO-ELEGIDO
             MOVE CAMBIO-VIGENCIA(WS-CAMBIO-SUB)
                TO WS-CAMBIO-FECHA-ELEGIDA
          END-IF
       END-IF
    END-PERFORM
    IF WS-CAMBIO-HALLADO = 'N'
       MOVE 99999999 TO WS-CAMBIO-FECHA-ELEGIDA
       PERFORM VARYING WS-CAMBIO-SUB FROM 1 BY 1
          UNTIL WS-CAMBIO-SUB > WS-TOTAL-CAMBIOS
          IF CAMBIO-MONEDA(WS-CAMBIO-SUB) = SR-Moneda
             AND CAMBIO-VIGENCIA(WS-CAMBIO-SUB)
                < WS-CAMBIO-FECHA-ELEGIDA
             MOVE 'S' TO WS-CAMBIO-HALLADO
             MOVE CAMBIO-VALOR(WS-CAMBIO-SUB) TO WS-CAMBIO-ELEGIDO
             MOVE CAMBIO-VIGENCIA(WS-CAMBIO-SUB)
                TO WS-CAMBIO-FECHA-ELEGIDA
          END-IF
       END-PERFORM
       IF WS-CAMBIO-HALLADO = 'S'
          ADD 1 TO WS-CAMBIO-RETROCESOS
       END-IF
    END-IF.

AbrirEstado.
    MOVE 'S' TO WS-ENCABEZADO-IMPRESO
    ADD 1 TO WS-ESTADOS
    MOVE WS-SALDO-INICIAL TO WS-SALDO
    MOVE 'N' TO WS-CLI-HALLADO
    PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
       UNTIL WS-CLI-SUB > WS-TOTAL-CLIENTES
       IF TCL-ID(WS-CLI-SUB) = WS-CLIENTE-ANTERIOR
          MOVE 'S' TO WS-CLI-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM
    MOVE SPACES TO ESTADOS-LINEA
    WRITE ESTADOS-LINEA
    MOVE "========================================" TO ESTADOS-LINEA
    WRITE ESTADOS-LINEA
    MOVE SPACES TO WS-LINEA
    IF WS-CLI-HALLADO = 'S'
       STRING "CLIENTE " WS-CLIENTE-ANTERIOR " "
          TCL-NOMBRE(WS-CLI-SUB)
          DELIMITED BY SIZE INTO WS-LINEA
       PERFORM EscribirLinea
       MOVE TCL-DIRECCION(WS-CLI-SUB) TO WS-LINEA
       PERFORM EscribirLinea
       MOVE TCL-LIMITE(WS-CLI-SUB) TO WS-LIMITE-EDITADO
       MOVE SPACES TO WS-LINEA
       STRING "LIMITE DE CREDITO: " WS-LIMITE-EDITADO
          DELIMITED BY SIZE INTO WS-LINEA
    ELSE
       STRING "CLIENTE " WS-CLIENTE-ANTERIOR
          " (SIN NOMBRE EN CLIENTES.DAT)"
          DELIMITED BY SIZE INTO WS-LINEA
    END-IF
    PERFORM EscribirLinea
    MOVE SPACES TO WS-LINEA
    STRING "ESTADO DE CUENTA DEL PERIODO " WS-PERIODO-ESTADO
       " (IMPORTES EN USD)"
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM EscribirLinea
    MOVE WS-SALDO-INICIAL TO WS-SALDO-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING "SALDO INICIAL:  " WS-SALDO-EDITADO
       DELIMITED BY SIZE INTO WS-LINEA
    PERFORM EscribirLinea.

*> Un cliente sin movimientos en el mes pero con saldo igual recibe
*> su estado, con el saldo inicial como final.
CerrarCliente.
    IF WS-ENCABEZADO-IMPRESO = 'N' AND WS-SALDO-INICIAL NOT = 0
       PERFORM AbrirEstado
    END-IF
    IF WS-ENCABEZADO-IMPRESO = 'S'
       MOVE WS-SALDO TO WS-SALDO-EDITADO
       MOVE SPACES TO WS-LINEA
       STRING "SALDO FINAL:    " WS-SALDO-EDITADO
          DELIMITED BY SIZE INTO WS-LINEA
       PERFORM EscribirLinea
    END-IF
    MOVE 'N' TO WS-ENCABEZADO-IMPRESO
    MOVE 0 TO WS-SALDO-INICIAL
    MOVE 0 TO WS-SALDO
    MOVE 0 TO WS-MOVS-MES.

EscribirLinea.
    MOVE WS-LINEA TO ESTADOS-LINEA
    WRITE ESTADOS-LINEA.
