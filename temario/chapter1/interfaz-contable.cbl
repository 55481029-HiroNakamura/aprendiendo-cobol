IDENTIFICATION DIVISION.
PROGRAM-ID. INTERFAZCONTABLE.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> Contaduria volvia a tipear cada noche en el mayor los cargos,
*> pagos, creditos y reembolsos de aranceles y las ventas del dia,
*> leyendolos de REPORTEFACTURAS y REPORTEVENTAS. Esta interfaz los
*> arma sola: toma la fecha de proceso de FECHAPROCESO, recorre lo
*> que FACTURACION asento ese dia en FACTURACION.DAT (FAC-Tipo C,
*> P, A o R) y lo que VENTAS asento en VENTAS.DAT (ventas V y
*> devoluciones D), y convierte cada asiento en un par de lineas
*> de diario debe/haber por el mismo importe. Las cuentas salen del
*> plan de imputacion CUENTAS-CONTABLES.DAT: origen (F aranceles, V
*> ventas), tipo de asiento y clave -- el concepto para aranceles,
*> la Marca para ventas, que sale de ARTICULOS.DAT por el codigo
*> de producto vendido -- con '*' como clave comodin para el resto
*> del tipo. El resultado va a INTERFAZ-CONTABLE.DAT con el mismo
*> formato H/D/T de los feeds (encabezado con id de lote de
*> SECUENCIAID y fecha, trailer con conteo y totales de debe y
*> haber). Un asiento cuyo concepto o Marca no tiene imputacion no
*> se pierde: queda en SUSPENSO-CONTABLE.TXT para que contaduria lo
*> impute a mano, y la corrida termina con RC=4 para que se note.
*> Si el debe no cierra con el haber (o el diario no entra en la
*> tabla) no se escribe ningun archivo de interfaz: un lote
*> desbalanceado no llega al mayor.
*> Las ventas se imputan por su neto; el IVA de cada venta o
*> devolucion (VEN-Iva, a la tasa VEN-TasaIva) es un asiento propio
*> de origen V y el mismo tipo, con clave 'IVA ' y la tasa (IVA
*> 21.00, IVA 10.50), que va a la cuenta de IVA debito fiscal del
*> plan de imputacion. La clave comodin del IVA es 'IVA', no '*':
*> el comodin de ventas imputa ingresos y no puede llevarse el
*> impuesto. Un IVA sin imputacion va a suspenso como cualquier
*> otro asiento, y una fila vieja de VENTAS.DAT sin IVA no genera
*> asiento de impuesto.
*> El mayor se lleva en la moneda base (USD, como VALORINVENTARIO y
*> CONTEOCICLICO): el neto y el IVA de cada fila de VENTAS.DAT se
*> pasan de VEN-Moneda a USD con la tasa de TASAS-CAMBIO.DAT vigente
*> a la fecha de la venta (la mas antigua, con aviso, si todas son
*> posteriores), asi el lote tiene un solo debe y un solo haber. Una
*> venta en una moneda sin ninguna tasa no se postea sin convertir:
*> va a suspenso con su moneda. Los aranceles de FACTURACION.DAT ya
*> estan en la moneda base.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FACTURACION-FILE ASSIGN TO "FACTURACION.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FACTURACION.
SELECT VENTAS-FILE ASSIGN TO "VENTAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VENTAS.
SELECT CUENTAS-FILE ASSIGN TO "CUENTAS-CONTABLES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CUENTAS.
SELECT INTERFAZ-FILE ASSIGN TO "INTERFAZ-CONTABLE.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-INTERFAZ.
SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO-CONTABLE.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-SUSPENSO.
SELECT TASAS-CAMBIO ASSIGN TO "TASAS-CAMBIO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-TASAS.

DATA DIVISION.
FILE SECTION.
FD FACTURACION-FILE.
01 FACTURACION-REGISTRO.
   05 FAC-EstudianteId PIC 9(8).
   05 FAC-Periodo PIC 9(6).
   05 FAC-Tipo PIC A(1).
   05 FAC-Monto PIC 9(5)V99.
   05 FAC-Concepto PIC X(20).
   05 FAC-Fecha PIC 9(8).

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

FD CUENTAS-FILE.
01 CUENTAS-REGISTRO.
   05 CTA-Origen PIC X(1).
   05 CTA-Tipo PIC X(1).
   05 CTA-Clave PIC X(20).
   05 CTA-Debe PIC X(10).
   05 CTA-Haber PIC X(10).

FD INTERFAZ-FILE.
01 INTERFAZ-DETALLE.
   05 GLD-Indicador PIC X(1).
   05 GLD-Fecha PIC 9(8).
   05 GLD-Cuenta PIC X(10).
   05 GLD-DebeHaber PIC X(1).
   05 GLD-Monto PIC 9(9)V99.
   05 GLD-Origen PIC X(1).
   05 GLD-Referencia PIC X(20).
   05 GLD-Concepto PIC X(20).
01 INTERFAZ-ENCABEZADO.
   05 GLE-Indicador PIC X(1).
   05 GLE-LoteId PIC X(10).
   05 GLE-Fecha PIC 9(8).
01 INTERFAZ-TRAILER.
   05 GLT-Indicador PIC X(1).
   05 GLT-Conteo PIC 9(6).
   05 GLT-TotalDebe PIC 9(11)V99.
   05 GLT-TotalHaber PIC 9(11)V99.

FD SUSPENSO-FILE.
01 SUSPENSO-LINEA PIC X(100).

FD TASAS-CAMBIO.
01 TASAS-CAMBIO-REGISTRO.
   05 TC-MONEDA PIC X(3).
   05 TC-TASA-A-USD PIC 9(3)V9999.
   05 TC-FechaVigencia PIC 9(8).

WORKING-STORAGE SECTION.
01 WS-ESTADO-FACTURACION PIC X(2).
01 WS-ESTADO-VENTAS PIC X(2).
01 WS-ESTADO-CUENTAS PIC X(2).
01 WS-ESTADO-INTERFAZ PIC X(2).
01 WS-ESTADO-SUSPENSO PIC X(2).
01 WS-ESTADO-TASAS PIC X(2).
01 WS-EOF-TASAS PIC A(1) VALUE 'N'.
01 WS-EOF-FACTURACION PIC A(1) VALUE 'N'.
01 WS-EOF-VENTAS PIC A(1) VALUE 'N'.
01 WS-EOF-CUENTAS PIC A(1) VALUE 'N'.
01 WS-FECHA-HOY PIC 9(8).

*> El plan de imputacion en memoria.
01 WS-TABLA-CUENTAS.
   05 WS-CUENTA-FILA OCCURS 200 TIMES.
      10 MAP-ORIGEN PIC X(1).
      10 MAP-TIPO PIC X(1).
      10 MAP-CLAVE PIC X(20).
      10 MAP-DEBE PIC X(10).
      10 MAP-HABER PIC X(10).
01 WS-TOTAL-CUENTAS PIC 9(3) VALUE 0.
01 WS-MAP-SUB PIC 9(3).
01 WS-MAP-HALLADO PIC 9(3).

*> El asiento que se esta imputando, venga de aranceles o ventas.
01 WS-ASI-ORIGEN PIC X(1).
01 WS-ASI-TIPO PIC X(1).
01 WS-ASI-CLAVE PIC X(20).
01 WS-ASI-MONTO PIC 9(9)V99.
01 WS-ASI-REFERENCIA PIC X(20).
01 WS-ASI-ID-EDITADO PIC 9(8).
*> La moneda del asiento (en blanco para aranceles) y por que va a
*> suspenso: 'M' sin imputacion en el plan, 'T' sin tasa de cambio.
01 WS-ASI-MONEDA PIC X(3).
01 WS-ASI-MOTIVO PIC X(1).
*> La clave que vale como comodin para el asiento: '*' en
*> aranceles y ventas, 'IVA' en el impuesto de la venta.
01 WS-ASI-COMODIN PIC X(20).
01 WS-TASA-EDITADA PIC 99.99.

*> El diario completo en memoria: recien cuando cierra debe contra
*> haber se baja al archivo de interfaz.
01 WS-TABLA-DIARIO.
   05 WS-DIARIO-FILA OCCURS 2000 TIMES.
      10 DIA-CUENTA PIC X(10).
      10 DIA-DEBEHABER PIC X(1).
      10 DIA-MONTO PIC 9(9)V99.
      10 DIA-ORIGEN PIC X(1).
      10 DIA-REFERENCIA PIC X(20).
      10 DIA-CONCEPTO PIC X(20).
01 WS-TOTAL-DIARIO PIC 9(4) VALUE 0.
01 WS-DIA-SUB PIC 9(4).
01 WS-DIARIO-DESBORDADO PIC A(1) VALUE 'N'.

01 WS-TOTAL-DEBE PIC 9(11)V99 VALUE 0.
01 WS-TOTAL-HABER PIC 9(11)V99 VALUE 0.
01 WS-MONTO-EDITADO PIC $$$,$$$,$$$,$$9.99.
01 WS-LOTE-SECUENCIA PIC 9(7).
01 WS-LINEA PIC X(100).

01 WS-IMPUTADOS PIC 9(6) VALUE 0.
01 WS-EN-SUSPENSO PIC 9(6) VALUE 0.
01 WS-SUSPENSO-ABIERTO PIC A(1) VALUE 'N'.
*> El cuadre de la corrida para BALANCE-DIARIO.DAT, via el
*> subprograma comun REGISTRARBALANCE.
01 WS-LEIDOS PIC 9(6) VALUE 0.
01 WS-POSTEADOS-BAL PIC 9(6).
01 WS-RECHAZOS-BAL PIC 9(6).
01 WS-RC-CORRIDA PIC S9(4) COMP-5.
*> La Marca del codigo vendido, que es la clave de imputacion.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).

*> El historial de tasas completo en memoria, como en
*> CONTEOCICLICO, y la tasa elegida para la fila de VENTAS.DAT.
01 WS-TABLA-TASAS.
   05 WS-TASA-ENTRADA OCCURS 50 TIMES.
      10 TASA-MONEDA PIC X(3) VALUE SPACES.
      10 TASA-VALOR PIC 9(3)V9999 VALUE 0.
      10 TASA-VIGENCIA PIC 9(8) VALUE 0.
01 WS-TASA-TOTAL PIC 9(2) VALUE 0.
01 WS-TASA-SUB PIC 9(2).
01 WS-TASA-HALLADA PIC A(1).
01 WS-TASA-ELEGIDA PIC 9(3)V9999.
01 WS-TASA-FECHA-ELEGIDA PIC 9(8).
01 WS-TASA-RETROCESOS PIC 9(4) VALUE 0.
01 WS-MONEDA-BUSCADA PIC X(3).
01 WS-FECHA-REGISTRO PIC 9(8).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "INTERFAZCONTABLE".

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM CargarCuentas
    IF WS-TOTAL-CUENTAS = 0
       DISPLAY "NO HAY CUENTAS-CONTABLES.DAT PARA IMPUTAR ASIENTOS"
       MOVE 8 TO RETURN-CODE
    ELSE
       PERFORM ImputarAranceles
       PERFORM CargarTasasCambio
       PERFORM ImputarVentas
       IF WS-SUSPENSO-ABIERTO = 'S'
          CLOSE SUSPENSO-FILE
       END-IF
       PERFORM VerificarBalanceDiario
       IF RETURN-CODE = 0
          PERFORM GrabarInterfaz
          IF WS-EN-SUSPENSO > 0
             MOVE 4 TO RETURN-CODE
          END-IF
       END-IF
       DISPLAY "ASIENTOS LEIDOS: " WS-LEIDOS
          "  IMPUTADOS: " WS-IMPUTADOS
          "  EN SUSPENSO: " WS-EN-SUSPENSO
          "  LINEAS DE DIARIO: " WS-TOTAL-DIARIO
       IF WS-TASA-RETROCESOS > 0
          DISPLAY "ATENCION: " WS-TASA-RETROCESOS " VENTA(S) MAS "
             "VIEJAS QUE TODA TASA DE SU MONEDA, CONVERTIDAS CON LA "
             "TASA MAS ANTIGUA DISPONIBLE"
       END-IF
       PERFORM RegistrarBalanceDiario
    END-IF.
DISPLAY "JOB INTERFAZCONTABLE COMPLETE, RC=" RETURN-CODE.
GOBACK.

CargarCuentas.
    OPEN INPUT CUENTAS-FILE
    IF WS-ESTADO-CUENTAS = "00"
       PERFORM UNTIL WS-EOF-CUENTAS = 'Y'
          READ CUENTAS-FILE
             AT END MOVE 'Y' TO WS-EOF-CUENTAS
             NOT AT END
                IF WS-TOTAL-CUENTAS < 200
                   ADD 1 TO WS-TOTAL-CUENTAS
                   MOVE CTA-Origen TO MAP-ORIGEN(WS-TOTAL-CUENTAS)
                   MOVE CTA-Tipo TO MAP-TIPO(WS-TOTAL-CUENTAS)
                   MOVE CTA-Clave TO MAP-CLAVE(WS-TOTAL-CUENTAS)
                   MOVE CTA-Debe TO MAP-DEBE(WS-TOTAL-CUENTAS)
                   MOVE CTA-Haber TO MAP-HABER(WS-TOTAL-CUENTAS)
                ELSE
                   DISPLAY "ATENCION: MAS DE 200 IMPUTACIONES, SE "
                      "IGNORA " CTA-Origen CTA-Tipo " " CTA-Clave
                END-IF
          END-READ
       END-PERFORM
       CLOSE CUENTAS-FILE
    END-IF.

*> Los asientos de aranceles que FACTURACION fecho hoy.
ImputarAranceles.
    OPEN INPUT FACTURACION-FILE
    IF WS-ESTADO-FACTURACION NOT = "00"
       DISPLAY "NO HAY FACTURACION.DAT, SIN ASIENTOS DE ARANCELES"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-FACTURACION = 'Y'
       READ FACTURACION-FILE
          AT END MOVE 'Y' TO WS-EOF-FACTURACION
          NOT AT END
             IF FAC-Fecha = WS-FECHA-HOY
                ADD 1 TO WS-LEIDOS
                MOVE 'F' TO WS-ASI-ORIGEN
                MOVE FAC-Tipo TO WS-ASI-TIPO
                MOVE FAC-Concepto TO WS-ASI-CLAVE
                MOVE FAC-Monto TO WS-ASI-MONTO
                MOVE FAC-EstudianteId TO WS-ASI-ID-EDITADO
                MOVE SPACES TO WS-ASI-REFERENCIA
                MOVE WS-ASI-ID-EDITADO TO WS-ASI-REFERENCIA
                MOVE SPACES TO WS-ASI-MONEDA
                MOVE "*" TO WS-ASI-COMODIN
                PERFORM ImputarUnAsiento
             END-IF
       END-READ
    END-PERFORM
    CLOSE FACTURACION-FILE.

*> Las ventas y devoluciones que VENTAS fecho hoy, por su importe
*> neto (cantidad por precio unitario congelado) y aparte su IVA,
*> los dos en USD con la tasa de la moneda de la fila.
ImputarVentas.
    OPEN INPUT VENTAS-FILE
    IF WS-ESTADO-VENTAS NOT = "00"
       DISPLAY "NO HAY VENTAS.DAT, SIN ASIENTOS DE VENTAS"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-VENTAS = 'Y'
       READ VENTAS-FILE
          AT END MOVE 'Y' TO WS-EOF-VENTAS
          NOT AT END
             IF VEN-Fecha = WS-FECHA-HOY
                ADD 1 TO WS-LEIDOS
                MOVE 'V' TO WS-ASI-ORIGEN
                MOVE VEN-Tipo TO WS-ASI-TIPO
                MOVE VEN-Codigo TO WS-ART-CODIGO
                CALL "BUSCARARTICULO"
                   USING WS-ARTICULO WS-ART-RESULTADO
                MOVE WS-ART-MARCA TO WS-ASI-CLAVE
                MOVE SPACES TO WS-ASI-REFERENCIA
                MOVE VEN-ClienteId TO WS-ASI-REFERENCIA(1:7)
                MOVE VEN-Moneda TO WS-ASI-MONEDA
                PERFORM BuscarTasaVenta
                IF WS-TASA-HALLADA = 'S'
                   COMPUTE WS-ASI-MONTO ROUNDED =
                      VEN-Cantidad * VEN-PrecioUnitario
                      * WS-TASA-ELEGIDA
                   MOVE "*" TO WS-ASI-COMODIN
                   PERFORM ImputarUnAsiento
                ELSE
                   COMPUTE WS-ASI-MONTO =
                      VEN-Cantidad * VEN-PrecioUnitario
                   MOVE 'T' TO WS-ASI-MOTIVO
                   PERFORM AnotarSuspenso
                END-IF
                PERFORM ImputarIvaVenta
             END-IF
       END-READ
    END-PERFORM
    CLOSE VENTAS-FILE.

*> El IVA de la fila de VENTAS.DAT como asiento propio, con la
*> referencia del cliente que ya dejo la venta. Se cuenta como un
*> asiento leido mas, asi el balance de la corrida sigue siendo
*> leidos igual a imputados mas suspenso.
ImputarIvaVenta.
    IF VEN-Iva NOT NUMERIC OR VEN-TasaIva NOT NUMERIC
       EXIT PARAGRAPH
    END-IF
    IF VEN-Iva = 0
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-LEIDOS
    MOVE VEN-TasaIva TO WS-TASA-EDITADA
    MOVE SPACES TO WS-ASI-CLAVE
    STRING "IVA " WS-TASA-EDITADA
       DELIMITED BY SIZE INTO WS-ASI-CLAVE
    IF WS-TASA-HALLADA = 'N'
       MOVE VEN-Iva TO WS-ASI-MONTO
       MOVE 'T' TO WS-ASI-MOTIVO
       PERFORM AnotarSuspenso
       EXIT PARAGRAPH
    END-IF
    MOVE "IVA" TO WS-ASI-COMODIN
    COMPUTE WS-ASI-MONTO ROUNDED = VEN-Iva * WS-TASA-ELEGIDA
    PERFORM ImputarUnAsiento.

*> La tasa a USD de la moneda de la venta a su fecha; el USD va
*> uno a uno aunque TASAS-CAMBIO.DAT no lo traiga.
BuscarTasaVenta.
    IF VEN-Moneda = "USD"
       MOVE 'S' TO WS-TASA-HALLADA
       MOVE 1 TO WS-TASA-ELEGIDA
       EXIT PARAGRAPH
    END-IF
    MOVE VEN-Moneda TO WS-MONEDA-BUSCADA
    MOVE VEN-Fecha TO WS-FECHA-REGISTRO
    PERFORM BuscarTasaVigente.

*> Carga TASAS-CAMBIO.DAT entero en WS-TABLA-TASAS; sin archivo
*> solo se postea lo vendido en USD.
CargarTasasCambio.
    OPEN INPUT TASAS-CAMBIO
    IF WS-ESTADO-TASAS = "00"
       PERFORM UNTIL WS-EOF-TASAS = 'Y'
          READ TASAS-CAMBIO
             AT END MOVE 'Y' TO WS-EOF-TASAS
             NOT AT END
                IF WS-TASA-TOTAL < 50
                   ADD 1 TO WS-TASA-TOTAL
                   MOVE TC-MONEDA TO TASA-MONEDA(WS-TASA-TOTAL)
                   MOVE TC-TASA-A-USD TO TASA-VALOR(WS-TASA-TOTAL)
                   IF TC-FechaVigencia IS NUMERIC
                      MOVE TC-FechaVigencia
                         TO TASA-VIGENCIA(WS-TASA-TOTAL)
                   ELSE
                      MOVE 0 TO TASA-VIGENCIA(WS-TASA-TOTAL)
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE TASAS-CAMBIO
    END-IF.

*> Misma busqueda que BuscarTasaVigente en CONTEOCICLICO: gana la
*> tasa con vigencia mas alta no posterior a la venta; si todas
*> son posteriores, con aviso contado, la mas antigua.
BuscarTasaVigente.
    MOVE 'N' TO WS-TASA-HALLADA
    MOVE 0 TO WS-TASA-ELEGIDA
    MOVE 0 TO WS-TASA-FECHA-ELEGIDA
    PERFORM VARYING WS-TASA-SUB FROM 1 BY 1
       UNTIL WS-TASA-SUB > WS-TASA-TOTAL
       IF TASA-MONEDA(WS-TASA-SUB) = WS-MONEDA-BUSCADA
          AND TASA-VIGENCIA(WS-TASA-SUB) <= WS-FECHA-REGISTRO
          IF WS-TASA-HALLADA = 'N'
             OR TASA-VIGENCIA(WS-TASA-SUB)
                >= WS-TASA-FECHA-ELEGIDA
             MOVE 'S' TO WS-TASA-HALLADA
             MOVE TASA-VALOR(WS-TASA-SUB) TO WS-TASA-ELEGIDA
             MOVE TASA-VIGENCIA(WS-TASA-SUB)
                TO WS-TASA-FECHA-ELEGIDA
          END-IF
       END-IF
    END-PERFORM
    IF WS-TASA-HALLADA = 'N'
       MOVE 99999999 TO WS-TASA-FECHA-ELEGIDA
       PERFORM VARYING WS-TASA-SUB FROM 1 BY 1
          UNTIL WS-TASA-SUB > WS-TASA-TOTAL
          IF TASA-MONEDA(WS-TASA-SUB) = WS-MONEDA-BUSCADA
             AND TASA-VIGENCIA(WS-TASA-SUB)
                < WS-TASA-FECHA-ELEGIDA
             MOVE 'S' TO WS-TASA-HALLADA
             MOVE TASA-VALOR(WS-TASA-SUB) TO WS-TASA-ELEGIDA
             MOVE TASA-VIGENCIA(WS-TASA-SUB)
                TO WS-TASA-FECHA-ELEGIDA
          END-IF
       END-PERFORM
       IF WS-TASA-HALLADA = 'S'
          ADD 1 TO WS-TASA-RETROCESOS
       END-IF
    END-IF.

*> Gana la imputacion exacta de origen, tipo y clave; si no hay,
*> la comodin (WS-ASI-COMODIN) del mismo origen y tipo. Sin
*> ninguna de las dos (o con una cuenta en blanco) el asiento va a
*> suspenso.
ImputarUnAsiento.
    MOVE 0 TO WS-MAP-HALLADO
    PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
       UNTIL WS-MAP-SUB > WS-TOTAL-CUENTAS
       IF MAP-ORIGEN(WS-MAP-SUB) = WS-ASI-ORIGEN
          AND MAP-TIPO(WS-MAP-SUB) = WS-ASI-TIPO
          IF MAP-CLAVE(WS-MAP-SUB) = WS-ASI-CLAVE
             MOVE WS-MAP-SUB TO WS-MAP-HALLADO
             MOVE WS-TOTAL-CUENTAS TO WS-MAP-SUB
          ELSE
             IF MAP-CLAVE(WS-MAP-SUB) = WS-ASI-COMODIN
                AND WS-MAP-HALLADO = 0
                MOVE WS-MAP-SUB TO WS-MAP-HALLADO
             END-IF
          END-IF
       END-IF
    END-PERFORM
    MOVE 'M' TO WS-ASI-MOTIVO
    IF WS-MAP-HALLADO = 0
       PERFORM AnotarSuspenso
       EXIT PARAGRAPH
    END-IF
    IF MAP-DEBE(WS-MAP-HALLADO) = SPACES
       OR MAP-HABER(WS-MAP-HALLADO) = SPACES
       PERFORM AnotarSuspenso
       EXIT PARAGRAPH
    END-IF
    IF WS-TOTAL-DIARIO > 1998
       MOVE 'S' TO WS-DIARIO-DESBORDADO
       PERFORM AnotarSuspenso
       EXIT PARAGRAPH
    END-IF
    ADD 1 TO WS-TOTAL-DIARIO
    MOVE MAP-DEBE(WS-MAP-HALLADO) TO DIA-CUENTA(WS-TOTAL-DIARIO)
    MOVE 'D' TO DIA-DEBEHABER(WS-TOTAL-DIARIO)
    PERFORM CompletarLineaDiario
    ADD WS-ASI-MONTO TO WS-TOTAL-DEBE
    ADD 1 TO WS-TOTAL-DIARIO
    MOVE MAP-HABER(WS-MAP-HALLADO) TO DIA-CUENTA(WS-TOTAL-DIARIO)
    MOVE 'H' TO DIA-DEBEHABER(WS-TOTAL-DIARIO)
    PERFORM CompletarLineaDiario
    ADD WS-ASI-MONTO TO WS-TOTAL-HABER
    ADD 1 TO WS-IMPUTADOS.

CompletarLineaDiario.
    MOVE WS-ASI-MONTO TO DIA-MONTO(WS-TOTAL-DIARIO)
    MOVE WS-ASI-ORIGEN TO DIA-ORIGEN(WS-TOTAL-DIARIO)
    MOVE WS-ASI-REFERENCIA TO DIA-REFERENCIA(WS-TOTAL-DIARIO)
    MOVE SPACES TO DIA-CONCEPTO(WS-TOTAL-DIARIO)
    STRING WS-ASI-TIPO " " WS-ASI-CLAVE
       DELIMITED BY SIZE INTO DIA-CONCEPTO(WS-TOTAL-DIARIO).

*> El asiento sin imputacion queda listado con todo lo necesario
*> para imputarlo a mano; el archivo de suspenso se pisa en cada
*> corrida, como el de retenidos de REPORTEANTIGUEDAD.
AnotarSuspenso.
    IF WS-SUSPENSO-ABIERTO = 'N'
       OPEN OUTPUT SUSPENSO-FILE
       MOVE 'S' TO WS-SUSPENSO-ABIERTO
       MOVE SPACES TO WS-LINEA
       STRING "ASIENTOS EN SUSPENSO SIN IMPUTACION CONTABLE AL "
          WS-FECHA-HOY
          DELIMITED BY SIZE INTO WS-LINEA
       MOVE WS-LINEA TO SUSPENSO-LINEA
       WRITE SUSPENSO-LINEA
    END-IF
    ADD 1 TO WS-EN-SUSPENSO
    MOVE WS-ASI-MONTO TO WS-MONTO-EDITADO
    MOVE SPACES TO WS-LINEA
    STRING "ORIGEN " WS-ASI-ORIGEN " TIPO " WS-ASI-TIPO
       " CLAVE " WS-ASI-CLAVE " REF " WS-ASI-REFERENCIA
       " " WS-MONTO-EDITADO " " WS-ASI-MONEDA
       DELIMITED BY SIZE INTO WS-LINEA
    MOVE WS-LINEA TO SUSPENSO-LINEA
    WRITE SUSPENSO-LINEA
    IF WS-ASI-MOTIVO = 'T'
       DISPLAY "SUSPENSO: " WS-ASI-ORIGEN WS-ASI-TIPO " "
          WS-ASI-CLAVE " SIN TASA DE " WS-ASI-MONEDA
          " EN TASAS-CAMBIO.DAT"
    ELSE
       DISPLAY "SUSPENSO: " WS-ASI-ORIGEN WS-ASI-TIPO " "
          WS-ASI-CLAVE " SIN IMPUTACION EN CUENTAS-CONTABLES.DAT"
    END-IF.

*> El candado del lote: debe igual a haber, y el diario entero en
*> la tabla. Cualquier desvio deja RC=8 y no se graba la interfaz.
VerificarBalanceDiario.
    IF WS-DIARIO-DESBORDADO = 'S'
       DISPLAY "RECHAZADO: EL DIARIO DEL DIA NO ENTRA EN LA TABLA, "
          "NO SE GRABA INTERFAZ-CONTABLE.DAT"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    IF WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
       MOVE WS-TOTAL-DEBE TO WS-MONTO-EDITADO
       DISPLAY "RECHAZADO: DEBE " WS-MONTO-EDITADO
       MOVE WS-TOTAL-HABER TO WS-MONTO-EDITADO
       DISPLAY "  DISTINTO DE HABER " WS-MONTO-EDITADO
          ", NO SE GRABA INTERFAZ-CONTABLE.DAT"
       MOVE 8 TO RETURN-CODE
    END-IF.

GrabarInterfaz.
    CALL "SECUENCIAID" USING WS-LOTE-SECUENCIA
    OPEN OUTPUT INTERFAZ-FILE
    MOVE 'H' TO GLE-Indicador
    MOVE SPACES TO GLE-LoteId
    MOVE "GL" TO GLE-LoteId(1:2)
    MOVE WS-LOTE-SECUENCIA TO GLE-LoteId(3:7)
    MOVE WS-FECHA-HOY TO GLE-Fecha
    WRITE INTERFAZ-ENCABEZADO
    PERFORM VARYING WS-DIA-SUB FROM 1 BY 1
       UNTIL WS-DIA-SUB > WS-TOTAL-DIARIO
       MOVE 'D' TO GLD-Indicador
       MOVE WS-FECHA-HOY TO GLD-Fecha
       MOVE DIA-CUENTA(WS-DIA-SUB) TO GLD-Cuenta
       MOVE DIA-DEBEHABER(WS-DIA-SUB) TO GLD-DebeHaber
       MOVE DIA-MONTO(WS-DIA-SUB) TO GLD-Monto
       MOVE DIA-ORIGEN(WS-DIA-SUB) TO GLD-Origen
       MOVE DIA-REFERENCIA(WS-DIA-SUB) TO GLD-Referencia
       MOVE DIA-CONCEPTO(WS-DIA-SUB) TO GLD-Concepto
       WRITE INTERFAZ-DETALLE
    END-PERFORM
    MOVE 'T' TO GLT-Indicador
    MOVE WS-TOTAL-DIARIO TO GLT-Conteo
    MOVE WS-TOTAL-DEBE TO GLT-TotalDebe
    MOVE WS-TOTAL-HABER TO GLT-TotalHaber
    WRITE INTERFAZ-TRAILER
    CLOSE INTERFAZ-FILE
    MOVE WS-TOTAL-DEBE TO WS-MONTO-EDITADO
    DISPLAY "LOTE " GLE-LoteId " GRABADO, DEBE = HABER = "
       WS-MONTO-EDITADO.

*> Lo leido tiene que ser lo imputado mas lo que quedo en
*> suspenso, y REPORTEBALANCE lo verifica a fin de dia. El CALL
*> pisa RETURN-CODE, y el RC=4 del suspenso tiene que llegar al
*> planificador.
RegistrarBalanceDiario.
    MOVE RETURN-CODE TO WS-RC-CORRIDA
    MOVE WS-IMPUTADOS TO WS-POSTEADOS-BAL
    MOVE WS-EN-SUSPENSO TO WS-RECHAZOS-BAL
    CALL "REGISTRARBALANCE" USING WS-PROGRAMA-ACTUAL
       WS-LEIDOS WS-POSTEADOS-BAL WS-RECHAZOS-BAL
    MOVE WS-RC-CORRIDA TO RETURN-CODE.
