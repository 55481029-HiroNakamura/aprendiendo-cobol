IDENTIFICATION DIVISION.
PROGRAM-ID. CIERREMES.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.

*> El cierre de mes era una secuencia que nadie tenia escrita y un
*> mes CIERREFACTURACION corrio antes de que se postearan los
*> ultimos pagos. Este programa lleva la lista de verificacion del
*> cierre, en orden fijo:
*>   01 LIQUIDACION  LIQUIDARMATRICULA del periodo (asentado en
*>                   LIQUIDACIONES-HECHAS.DAT).
*>   02 POSTEO       FACTURACION posteo todos los feeds: ningun
*>                   bloque de FACTURACION-MOVS.DAT sin asentar en
*>                   FEEDS-PROCESADOS.DAT y BALANCE-DIARIO.DAT
*>                   cuadrado en cada dia del mes.
*>   03 CUOTAS       GENERARCUOTAS sobre los cargos ya posteados.
*>   04 ANTIGUEDAD   REPORTEANTIGUEDAD.
*>   05 FACTURACION  CIERREFACTURACION del periodo (asentado en
*>                   PERIODOS-CERRADOS.DAT), revisando de nuevo que
*>                   no haya quedado un pago tardio sin postear.
*>   06 INVENTARIO   VALORINVENTARIO con las ventas ya posteadas
*>                   (nada pendiente en VENTAS-MOVS.DAT) y
*>                   VALOR-INVENTARIO.TXT generado despues del fin
*>                   del periodo (su ultima generacion en
*>                   REPORTES-ARCHIVADOS.DAT).
*>   07 IVA          REPORTEIVA con las ventas ya posteadas.
*>   08 ARCHIVO      los reportes del cierre archivados: al firmar
*>                   este paso se archiva VALOR-INVENTARIO.TXT via
*>                   ARCHIVARREPORTE.
*> Cada paso lo corre el operador como siempre y despues lo firma
*> aca: la firma verifica que esten firmados todos los pasos
*> anteriores y los requisitos del paso, y asienta en CIERRE-MES.DAT
*> quien firmo (el usuario del sistema, como AUDITORIA) y cuando.
*> Todo paso salvo ARCHIVO (que lo hace la firma misma) pide ademas
*> una corrida de su programa en ACCESOS.LOG fechada en el periodo
*> o despues y posterior a la firma del paso anterior: firmar
*> ANTIGUEDAD sin haber corrido REPORTEANTIGUEDAD, o con la corrida
*> del mes pasado, ya no pasa. La fecha, hora y usuario de esa
*> corrida quedan en la fila de la firma y en el certificado.
*> El cierre del periodo no se asienta hasta que esten firmados
*> todos; al cerrar se imprime CERTIFICADO-CIERRE.TXT para el
*> contador (archivado con su generacion via ARCHIVARREPORTE) y el
*> periodo ya no admite firmas. Modos por COMMAND-LINE:
*>   ESTADO                         la lista con lo firmado (por
*>                                  defecto).
*>   FIRMAR <paso> [observacion]    firma un paso.
*>   CERRAR                         cierra el periodo.
*> El periodo viene de CIERRE-MES.CTL (AAAAMM; sin control es el
*> mes anterior a la fecha de proceso, como REPORTEIVA).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FIRMAS-FILE ASSIGN TO "CIERRE-MES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FIRMAS.
SELECT CIERRE-CTL ASSIGN TO "CIERRE-MES.CTL"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CTL.
SELECT HECHAS-FILE ASSIGN TO "LIQUIDACIONES-HECHAS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-HECHAS.
SELECT CERRADOS-FILE ASSIGN TO "PERIODOS-CERRADOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CERRADOS.
SELECT PROCESADOS-FILE ASSIGN TO "FEEDS-PROCESADOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-PROCESADOS.
SELECT FEED-FILE ASSIGN DYNAMIC WS-NOMBRE-FEED
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-FEED.
SELECT BALANCE-FILE ASSIGN TO "BALANCE-DIARIO.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-BALANCE.
SELECT VALOR-FILE ASSIGN TO "VALOR-INVENTARIO.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-VALOR.
SELECT CERTIFICADO-FILE ASSIGN TO "CERTIFICADO-CIERRE.TXT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CERTIFICADO.
SELECT ACCESOS-LOG ASSIGN TO "ACCESOS.LOG"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ACCESOS.
SELECT CATALOGO-FILE ASSIGN TO "REPORTES-ARCHIVADOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CATALOGO.

DATA DIVISION.
FILE SECTION.
FD FIRMAS-FILE.
01 FIRMAS-REGISTRO.
   05 CMS-Periodo PIC 9(6).
   05 CMS-Paso PIC 9(2).
   05 CMS-Codigo PIC X(12).
   05 CMS-Usuario PIC X(20).
   05 CMS-Fecha PIC 9(8).
   05 CMS-Hora PIC 9(6).
   05 CMS-Observacion PIC X(40).
   05 CMS-FechaReal PIC 9(8).
   05 CMS-CorridaFecha PIC 9(8).
   05 CMS-CorridaHora PIC 9(6).
   05 CMS-CorridaUsuario PIC X(20).

FD CIERRE-CTL.
01 CIERRE-CTL-REGISTRO.
   05 CTL-Periodo PIC 9(6).

FD HECHAS-FILE.
01 HECHAS-REGISTRO.
   05 HEC-Periodo PIC 9(6).

FD CERRADOS-FILE.
01 CERRADOS-REGISTRO.
   05 CER-Periodo PIC 9(6).

FD PROCESADOS-FILE.
01 PROCESADOS-REGISTRO.
   05 PRO-FeedId PIC X(10).
   05 PRO-Fecha PIC 9(8).
   05 PRO-Archivo PIC X(30).

FD FEED-FILE.
01 FEED-LINEA.
   05 FED-Indicador PIC X(1).
   05 FED-FeedId PIC X(10).
   05 FILLER PIC X(189).

FD BALANCE-FILE.
01 BALANCE-REGISTRO.
   05 BAL-Fecha PIC 9(8).
   05 BAL-Programa PIC X(30).
   05 BAL-Leidos PIC 9(6).
   05 BAL-Posteados PIC 9(6).
   05 BAL-Rechazados PIC 9(6).

FD VALOR-FILE.
01 VALOR-LINEA PIC X(132).

FD CERTIFICADO-FILE.
01 CERTIFICADO-LINEA PIC X(100).

FD ACCESOS-LOG.
01 ACCESO-REGISTRO.
   05 ACC-Fecha PIC 9(8).
   05 FILLER PIC X(1).
   05 ACC-Hora PIC 9(6).
   05 FILLER PIC X(3).
   05 ACC-Programa PIC X(30).
   05 FILLER PIC X(1).
   05 ACC-Usuario PIC X(20).

FD CATALOGO-FILE.
01 CATALOGO-REGISTRO.
   05 CAT-Fecha PIC 9(8).
   05 CAT-Nombre PIC X(30).

WORKING-STORAGE SECTION.
01 WS-ESTADO-FIRMAS PIC X(2).
01 WS-ESTADO-CTL PIC X(2).
01 WS-ESTADO-HECHAS PIC X(2).
01 WS-ESTADO-CERRADOS PIC X(2).
01 WS-ESTADO-PROCESADOS PIC X(2).
01 WS-ESTADO-FEED PIC X(2).
01 WS-ESTADO-BALANCE PIC X(2).
01 WS-ESTADO-VALOR PIC X(2).
01 WS-ESTADO-CERTIFICADO PIC X(2).
01 WS-ESTADO-ACCESOS PIC X(2).
01 WS-ESTADO-CATALOGO PIC X(2).
01 WS-EOF PIC A(1).
01 WS-FECHA-HOY PIC 9(8).
01 WS-HORA-AHORA PIC 9(8).
*> La fecha real de la firma, la misma que AUDITORIA pone en
*> ACCESOS.LOG (la de proceso puede venir fechada para atras).
01 WS-FECHA-REAL PIC 9(8).
01 WS-USUARIO PIC X(20).
01 WS-PERIODO-CIERRE PIC 9(6).
01 WS-ANIO PIC 9(4).
01 WS-MES PIC 9(2).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "CIERREMES".
01 WS-NOMBRE-ARCHIVO PIC X(30).

*> Lo que pide el operador por COMMAND-LINE.
01 WS-LINEA-COMANDO PIC X(100).
01 WS-PUNTERO PIC 9(3).
01 WS-MODO PIC X(10).
01 WS-PASO-PEDIDO PIC X(12).
01 WS-OBSERVACION PIC X(40).

*> La lista del cierre en su orden fijo: codigo del paso, programa
*> que lo corre y descripcion para la lista y el certificado.
01 WS-LISTA-CIERRE.
   05 FILLER PIC X(12) VALUE "LIQUIDACION".
   05 FILLER PIC X(20) VALUE "LIQUIDARMATRICULA".
   05 FILLER PIC X(40) VALUE "LIQUIDACION DE MATRICULA DEL PERIODO".
   05 FILLER PIC X(12) VALUE "POSTEO".
   05 FILLER PIC X(20) VALUE "FACTURACION".
   05 FILLER PIC X(40) VALUE "CARGOS Y PAGOS POSTEADOS Y CUADRADOS".
   05 FILLER PIC X(12) VALUE "CUOTAS".
   05 FILLER PIC X(20) VALUE "GENERARCUOTAS".
   05 FILLER PIC X(40) VALUE "CUOTAS DE LOS PLANES DE PAGO".
   05 FILLER PIC X(12) VALUE "ANTIGUEDAD".
   05 FILLER PIC X(20) VALUE "REPORTEANTIGUEDAD".
   05 FILLER PIC X(40) VALUE "ANTIGUEDAD DE DEUDA Y RETENCIONES".
   05 FILLER PIC X(12) VALUE "FACTURACION".
   05 FILLER PIC X(20) VALUE "CIERREFACTURACION".
   05 FILLER PIC X(40) VALUE "CIERRE DE FACTURACION DEL PERIODO".
   05 FILLER PIC X(12) VALUE "INVENTARIO".
   05 FILLER PIC X(20) VALUE "VALORINVENTARIO".
   05 FILLER PIC X(40) VALUE "VALUACION DEL INVENTARIO".
   05 FILLER PIC X(12) VALUE "IVA".
   05 FILLER PIC X(20) VALUE "REPORTEIVA".
   05 FILLER PIC X(40) VALUE "RESUMEN DE IVA DEL MES".
   05 FILLER PIC X(12) VALUE "ARCHIVO".
   05 FILLER PIC X(20) VALUE "ARCHIVARREPORTE".
   05 FILLER PIC X(40) VALUE "REPORTES DEL CIERRE ARCHIVADOS".
01 WS-TABLA-CIERRE REDEFINES WS-LISTA-CIERRE.
   05 WS-PASO-CIERRE OCCURS 8 TIMES.
      10 PCI-CODIGO PIC X(12).
      10 PCI-PROGRAMA PIC X(20).
      10 PCI-DESCRIPCION PIC X(40).
01 WS-TOTAL-PASOS PIC 9(2) VALUE 8.
01 WS-PASO-CERRAR PIC 9(2) VALUE 99.

*> Lo ya firmado del periodo, por paso.
01 WS-TABLA-FIRMAS.
   05 WS-FIRMA OCCURS 8 TIMES.
      10 FIR-FIRMADO PIC A(1).
      10 FIR-USUARIO PIC X(20).
      10 FIR-FECHA PIC 9(8).
      10 FIR-HORA PIC 9(6).
      10 FIR-OBSERVACION PIC X(40).
      10 FIR-FECHA-REAL PIC 9(8).
      10 FIR-CORRIDA-FECHA PIC 9(8).
      10 FIR-CORRIDA-HORA PIC 9(6).
      10 FIR-CORRIDA-USUARIO PIC X(20).
01 WS-PERIODO-CERRADO PIC A(1) VALUE 'N'.
01 WS-CERRADO-USUARIO PIC X(20).
01 WS-CERRADO-FECHA PIC 9(8).
01 WS-CERRADO-HORA PIC 9(6).
01 WS-PASO-SUB PIC 9(2).
01 WS-PASO-NUMERO PIC 9(2).
01 WS-FALTANTES PIC 9(2).
01 WS-PROBLEMAS PIC 9(3).
01 WS-HALLADO PIC A(1).

*> La corrida del programa del paso que respalda la firma, la
*> ultima de ACCESOS.LOG que cumple; en cero para ARCHIVO y el
*> cierre, que no tienen programa aparte.
01 WS-CORRIDA-FECHA PIC 9(8) VALUE 0.
01 WS-CORRIDA-HORA PIC 9(6) VALUE 0.
01 WS-CORRIDA-USUARIO PIC X(20) VALUE SPACES.
01 WS-PASO-ANTERIOR PIC 9(2).
01 WS-MOMENTO-FIRMA-ANTERIOR PIC 9(14).
01 WS-MOMENTO-ACCESO PIC 9(14).
01 WS-MOMENTO-CORRIDA PIC 9(14).
*> La ultima generacion archivada de VALOR-INVENTARIO.TXT.
01 WS-GENERACION-VALOR PIC 9(8).

*> Los ids de feed ya asentados, para ver que bloques de un feed de
*> movimientos siguen sin postear.
01 WS-TABLA-PROCESADOS.
   05 WS-ID-PROCESADO OCCURS 3000 TIMES PIC X(10).
01 WS-TOTAL-PROCESADOS PIC 9(4) VALUE 0.
01 WS-PROCESADOS-CARGADOS PIC A(1) VALUE 'N'.
01 WS-PRO-SUB PIC 9(4).
01 WS-NOMBRE-FEED PIC X(30).
01 WS-BLOQUES-PENDIENTES PIC 9(4).
01 WS-CORRIDAS-MES PIC 9(5).
01 WS-DIAS-DESCUADRADOS PIC 9(3).
01 WS-ULTIMO-DESCUADRADO PIC 9(8).

01 WS-HORA-EDITADA PIC 99B99B99.
01 WS-LINEA-LISTA PIC X(100).

PROCEDURE DIVISION.
Inicio.
    CALL "AUDITORIA" USING WS-PROGRAMA-ACTUAL
    CALL "FECHAPROCESO" USING WS-PROGRAMA-ACTUAL WS-FECHA-HOY
    MOVE 0 TO RETURN-CODE
    PERFORM LeerOrden
    PERFORM LeerPeriodoCierre
    PERFORM CargarFirmas
    DISPLAY "CIERRE DE MES DEL PERIODO " WS-PERIODO-CIERRE
    EVALUATE WS-MODO
       WHEN SPACES
       WHEN "ESTADO"
          PERFORM MostrarLista
       WHEN "FIRMAR"
          PERFORM FirmarPaso
       WHEN "CERRAR"
          PERFORM CerrarPeriodo
       WHEN OTHER
          DISPLAY "MODO NO RECONOCIDO: " WS-MODO
             " - SE ESPERA ESTADO, FIRMAR O CERRAR"
          MOVE 8 TO RETURN-CODE
    END-EVALUATE.
DISPLAY "JOB CIERREMES COMPLETE, RC=" RETURN-CODE.
STOP RUN.

*> El modo, el paso a firmar y la observacion (el resto de la
*> linea).
LeerOrden.
    MOVE SPACES TO WS-LINEA-COMANDO
    ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE
    MOVE SPACES TO WS-MODO WS-PASO-PEDIDO WS-OBSERVACION
    MOVE 1 TO WS-PUNTERO
    UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
       INTO WS-MODO WS-PASO-PEDIDO
       WITH POINTER WS-PUNTERO
    END-UNSTRING
    IF WS-PUNTERO <= 100
       MOVE WS-LINEA-COMANDO(WS-PUNTERO:) TO WS-OBSERVACION
    END-IF.

LeerPeriodoCierre.
    MOVE WS-FECHA-HOY(1:4) TO WS-ANIO
    MOVE WS-FECHA-HOY(5:2) TO WS-MES
    IF WS-MES = 1
       MOVE 12 TO WS-MES
       SUBTRACT 1 FROM WS-ANIO
    ELSE
       SUBTRACT 1 FROM WS-MES
    END-IF
    COMPUTE WS-PERIODO-CIERRE = WS-ANIO * 100 + WS-MES
    OPEN INPUT CIERRE-CTL
    IF WS-ESTADO-CTL = "00"
       READ CIERRE-CTL
          AT END CONTINUE
          NOT AT END
             IF CTL-Periodo IS NUMERIC AND CTL-Periodo > 0
                MOVE CTL-Periodo TO WS-PERIODO-CIERRE
             END-IF
       END-READ
       CLOSE CIERRE-CTL
    END-IF.

*> Las firmas del periodo en CIERRE-MES.DAT; la fila 99 es el
*> cierre del periodo.
CargarFirmas.
    PERFORM VARYING WS-PASO-SUB FROM 1 BY 1
       UNTIL WS-PASO-SUB > WS-TOTAL-PASOS
       MOVE 'N' TO FIR-FIRMADO(WS-PASO-SUB)
    END-PERFORM
    OPEN INPUT FIRMAS-FILE
    IF WS-ESTADO-FIRMAS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
       READ FIRMAS-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF CMS-Periodo = WS-PERIODO-CIERRE
                PERFORM RecordarFirma
             END-IF
       END-READ
    END-PERFORM
    CLOSE FIRMAS-FILE.

RecordarFirma.
    IF CMS-Paso = WS-PASO-CERRAR
       MOVE 'S' TO WS-PERIODO-CERRADO
       MOVE CMS-Usuario TO WS-CERRADO-USUARIO
       MOVE CMS-Fecha TO WS-CERRADO-FECHA
       MOVE CMS-Hora TO WS-CERRADO-HORA
       EXIT PARAGRAPH
    END-IF
    IF CMS-Paso < 1 OR CMS-Paso > WS-TOTAL-PASOS
       EXIT PARAGRAPH
    END-IF
    MOVE 'S' TO FIR-FIRMADO(CMS-Paso)
    MOVE CMS-Usuario TO FIR-USUARIO(CMS-Paso)
    MOVE CMS-Fecha TO FIR-FECHA(CMS-Paso)
    MOVE CMS-Hora TO FIR-HORA(CMS-Paso)
    MOVE CMS-Observacion TO FIR-OBSERVACION(CMS-Paso)
    *> Una firma de antes de la fecha real se compara por su fecha
    *> de proceso, y no trae corrida asentada.
    IF CMS-FechaReal IS NUMERIC AND CMS-FechaReal > 0
       MOVE CMS-FechaReal TO FIR-FECHA-REAL(CMS-Paso)
    ELSE
       MOVE CMS-Fecha TO FIR-FECHA-REAL(CMS-Paso)
    END-IF
    IF CMS-CorridaFecha IS NUMERIC AND CMS-CorridaHora IS NUMERIC
       MOVE CMS-CorridaFecha TO FIR-CORRIDA-FECHA(CMS-Paso)
       MOVE CMS-CorridaHora TO FIR-CORRIDA-HORA(CMS-Paso)
       MOVE CMS-CorridaUsuario TO FIR-CORRIDA-USUARIO(CMS-Paso)
    ELSE
       MOVE 0 TO FIR-CORRIDA-FECHA(CMS-Paso)
       MOVE 0 TO FIR-CORRIDA-HORA(CMS-Paso)
       MOVE SPACES TO FIR-CORRIDA-USUARIO(CMS-Paso)
    END-IF.

MostrarLista.
    PERFORM VARYING WS-PASO-SUB FROM 1 BY 1
       UNTIL WS-PASO-SUB > WS-TOTAL-PASOS
       PERFORM ArmarLineaLista
       DISPLAY WS-LINEA-LISTA
    END-PERFORM
    IF WS-PERIODO-CERRADO = 'S'
       MOVE WS-CERRADO-HORA TO WS-HORA-EDITADA
       DISPLAY "PERIODO CERRADO POR " WS-CERRADO-USUARIO " EL "
          WS-CERRADO-FECHA " " WS-HORA-EDITADA
    ELSE
       DISPLAY "PERIODO ABIERTO"
    END-IF.

ArmarLineaLista.
    MOVE SPACES TO WS-LINEA-LISTA
    IF FIR-FIRMADO(WS-PASO-SUB) = 'S'
       MOVE FIR-HORA(WS-PASO-SUB) TO WS-HORA-EDITADA
       STRING WS-PASO-SUB " " PCI-CODIGO(WS-PASO-SUB) " [X] "
          FIR-USUARIO(WS-PASO-SUB) " " FIR-FECHA(WS-PASO-SUB)
          " " WS-HORA-EDITADA
          DELIMITED BY SIZE INTO WS-LINEA-LISTA
       IF FIR-CORRIDA-FECHA(WS-PASO-SUB) > 0
          MOVE " CORRIDA " TO WS-LINEA-LISTA(59:9)
          MOVE FIR-CORRIDA-FECHA(WS-PASO-SUB)
             TO WS-LINEA-LISTA(68:8)
       END-IF
    ELSE
       STRING WS-PASO-SUB " " PCI-CODIGO(WS-PASO-SUB) " [ ] "
          PCI-DESCRIPCION(WS-PASO-SUB)
          DELIMITED BY SIZE INTO WS-LINEA-LISTA
    END-IF.

*> La firma de un paso: el periodo abierto, el paso sin firmar,
*> todos los anteriores firmados y sus requisitos cumplidos.
FirmarPaso.
    IF WS-PERIODO-CERRADO = 'S'
       DISPLAY "EL PERIODO " WS-PERIODO-CIERRE " YA ESTA CERRADO, "
          "NO ADMITE FIRMAS"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-PASO-NUMERO
    PERFORM VARYING WS-PASO-SUB FROM 1 BY 1
       UNTIL WS-PASO-SUB > WS-TOTAL-PASOS
       IF PCI-CODIGO(WS-PASO-SUB) = WS-PASO-PEDIDO
          MOVE WS-PASO-SUB TO WS-PASO-NUMERO
       END-IF
    END-PERFORM
    IF WS-PASO-NUMERO = 0
       DISPLAY "PASO NO RECONOCIDO: '" WS-PASO-PEDIDO
          "' - VER LA LISTA CON CIERREMES ESTADO"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    IF FIR-FIRMADO(WS-PASO-NUMERO) = 'S'
       DISPLAY "EL PASO " WS-PASO-PEDIDO " YA FUE FIRMADO POR "
          FIR-USUARIO(WS-PASO-NUMERO) " EL "
          FIR-FECHA(WS-PASO-NUMERO)
       MOVE 4 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-FALTANTES
    PERFORM VARYING WS-PASO-SUB FROM 1 BY 1
       UNTIL WS-PASO-SUB >= WS-PASO-NUMERO
       IF FIR-FIRMADO(WS-PASO-SUB) = 'N'
          DISPLAY "FALTA FIRMAR ANTES EL PASO " WS-PASO-SUB " "
             PCI-CODIGO(WS-PASO-SUB)
          ADD 1 TO WS-FALTANTES
       END-IF
    END-PERFORM
    IF WS-FALTANTES > 0
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-PROBLEMAS
    PERFORM VerificarRequisitos
    IF WS-PROBLEMAS > 0
       DISPLAY "EL PASO " WS-PASO-PEDIDO " NO SE FIRMA: "
          WS-PROBLEMAS " REQUISITO(S) SIN CUMPLIR"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    IF PCI-CODIGO(WS-PASO-NUMERO) = "ARCHIVO"
       PERFORM ArchivarReportesCierre
    END-IF
    PERFORM AsentarFirma
    DISPLAY "PASO " WS-PASO-NUMERO " " WS-PASO-PEDIDO
       " FIRMADO POR " WS-USUARIO.

*> Los requisitos de cada paso de la lista. La corrida del programa
*> del paso se pide a todos menos a ARCHIVO, que archiva al firmar;
*> ANTIGUEDAD no pide nada mas que esa corrida.
VerificarRequisitos.
    IF PCI-CODIGO(WS-PASO-NUMERO) NOT = "ARCHIVO"
       PERFORM VerificarCorridaPaso
    END-IF
    EVALUATE PCI-CODIGO(WS-PASO-NUMERO)
       WHEN "LIQUIDACION"
          PERFORM VerificarLiquidacion
       WHEN "POSTEO"
          MOVE "FACTURACION-MOVS.DAT" TO WS-NOMBRE-FEED
          PERFORM VerificarFeedPosteado
          PERFORM VerificarBalanceMes
       WHEN "CUOTAS"
          MOVE "FACTURACION-MOVS.DAT" TO WS-NOMBRE-FEED
          PERFORM VerificarFeedPosteado
       WHEN "ANTIGUEDAD"
          CONTINUE
       WHEN "FACTURACION"
          MOVE "FACTURACION-MOVS.DAT" TO WS-NOMBRE-FEED
          PERFORM VerificarFeedPosteado
          PERFORM VerificarBalanceMes
          PERFORM VerificarFacturacionCerrada
       WHEN "INVENTARIO"
          MOVE "VENTAS-MOVS.DAT" TO WS-NOMBRE-FEED
          PERFORM VerificarFeedPosteado
          PERFORM VerificarValorInventario
       WHEN "IVA"
          MOVE "VENTAS-MOVS.DAT" TO WS-NOMBRE-FEED
          PERFORM VerificarFeedPosteado
       WHEN "ARCHIVO"
          PERFORM VerificarValorInventario
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

*> El programa del paso tiene que haber corrido de verdad para este
*> cierre: una linea suya en ACCESOS.LOG (la que AUDITORIA deja con
*> la fecha y hora reales de cada arranque, mismo log que mira
*> MANIFIESTO) fechada en el periodo o despues, y posterior a la
*> firma del paso anterior, asi no vale una corrida vieja ni una
*> hecha antes de que lo anterior estuviera listo.
VerificarCorridaPaso.
    MOVE 0 TO WS-CORRIDA-FECHA
    MOVE 0 TO WS-CORRIDA-HORA
    MOVE SPACES TO WS-CORRIDA-USUARIO
    MOVE 0 TO WS-MOMENTO-CORRIDA
    MOVE 0 TO WS-MOMENTO-FIRMA-ANTERIOR
    IF WS-PASO-NUMERO > 1
       COMPUTE WS-PASO-ANTERIOR = WS-PASO-NUMERO - 1
       COMPUTE WS-MOMENTO-FIRMA-ANTERIOR =
          FIR-FECHA-REAL(WS-PASO-ANTERIOR) * 1000000
          + FIR-HORA(WS-PASO-ANTERIOR)
    END-IF
    OPEN INPUT ACCESOS-LOG
    IF WS-ESTADO-ACCESOS = "00"
       MOVE 'N' TO WS-EOF
       PERFORM UNTIL WS-EOF = 'Y'
          READ ACCESOS-LOG
             AT END MOVE 'Y' TO WS-EOF
             NOT AT END
                IF ACC-Programa = PCI-PROGRAMA(WS-PASO-NUMERO)
                   AND ACC-Fecha IS NUMERIC
                   AND ACC-Hora IS NUMERIC
                   PERFORM EvaluarCorridaPaso
                END-IF
          END-READ
       END-PERFORM
       CLOSE ACCESOS-LOG
    END-IF
    IF WS-CORRIDA-FECHA = 0
       DISPLAY "REQUISITO: NO HAY CORRIDA DE "
          FUNCTION TRIM(PCI-PROGRAMA(WS-PASO-NUMERO))
          " EN ACCESOS.LOG DEL PERIODO " WS-PERIODO-CIERRE
          " EN ADELANTE Y POSTERIOR A LA FIRMA DEL PASO ANTERIOR"
       ADD 1 TO WS-PROBLEMAS
    END-IF.

*> ACCESOS.LOG va en orden, pero una corrida que cumple mas tarde
*> gana igual por fecha y hora: se asienta la ultima.
EvaluarCorridaPaso.
    IF ACC-Fecha(1:6) < WS-PERIODO-CIERRE
       EXIT PARAGRAPH
    END-IF
    COMPUTE WS-MOMENTO-ACCESO = ACC-Fecha * 1000000 + ACC-Hora
    IF WS-MOMENTO-ACCESO > WS-MOMENTO-FIRMA-ANTERIOR
       AND WS-MOMENTO-ACCESO >= WS-MOMENTO-CORRIDA
       MOVE WS-MOMENTO-ACCESO TO WS-MOMENTO-CORRIDA
       MOVE ACC-Fecha TO WS-CORRIDA-FECHA
       MOVE ACC-Hora TO WS-CORRIDA-HORA
       MOVE ACC-Usuario TO WS-CORRIDA-USUARIO
    END-IF.

VerificarLiquidacion.
    MOVE 'N' TO WS-HALLADO
    OPEN INPUT HECHAS-FILE
    IF WS-ESTADO-HECHAS = "00"
       MOVE 'N' TO WS-EOF
       PERFORM UNTIL WS-EOF = 'Y'
          READ HECHAS-FILE
             AT END MOVE 'Y' TO WS-EOF
             NOT AT END
                IF HEC-Periodo = WS-PERIODO-CIERRE
                   MOVE 'S' TO WS-HALLADO
                END-IF
          END-READ
       END-PERFORM
       CLOSE HECHAS-FILE
    END-IF
    IF WS-HALLADO = 'N'
       DISPLAY "REQUISITO: EL PERIODO " WS-PERIODO-CIERRE
          " NO FIGURA LIQUIDADO EN LIQUIDACIONES-HECHAS.DAT"
       ADD 1 TO WS-PROBLEMAS
    END-IF.

VerificarFacturacionCerrada.
    MOVE 'N' TO WS-HALLADO
    OPEN INPUT CERRADOS-FILE
    IF WS-ESTADO-CERRADOS = "00"
       MOVE 'N' TO WS-EOF
       PERFORM UNTIL WS-EOF = 'Y'
          READ CERRADOS-FILE
             AT END MOVE 'Y' TO WS-EOF
             NOT AT END
                IF CER-Periodo = WS-PERIODO-CIERRE
                   MOVE 'S' TO WS-HALLADO
                END-IF
          END-READ
       END-PERFORM
       CLOSE CERRADOS-FILE
    END-IF
    IF WS-HALLADO = 'N'
       DISPLAY "REQUISITO: EL PERIODO " WS-PERIODO-CIERRE
          " NO FIGURA EN PERIODOS-CERRADOS.DAT (CIERREFACTURACION)"
       ADD 1 TO WS-PROBLEMAS
    END-IF.

*> Un bloque H del feed cuyo id no esta en FEEDS-PROCESADOS.DAT es
*> un feed que el posteador todavia no corrio.
VerificarFeedPosteado.
    IF WS-PROCESADOS-CARGADOS = 'N'
       PERFORM CargarProcesados
    END-IF
    MOVE 0 TO WS-BLOQUES-PENDIENTES
    OPEN INPUT FEED-FILE
    IF WS-ESTADO-FEED NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
       READ FEED-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF FED-Indicador = 'H'
                PERFORM BuscarProcesado
                IF WS-HALLADO = 'N'
                   ADD 1 TO WS-BLOQUES-PENDIENTES
                   DISPLAY "REQUISITO: EL FEED " FED-FeedId " DE "
                      WS-NOMBRE-FEED " NO ESTA POSTEADO"
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE FEED-FILE
    IF WS-BLOQUES-PENDIENTES > 0
       ADD 1 TO WS-PROBLEMAS
    END-IF.

CargarProcesados.
    MOVE 'S' TO WS-PROCESADOS-CARGADOS
    OPEN INPUT PROCESADOS-FILE
    IF WS-ESTADO-PROCESADOS NOT = "00"
       EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
       READ PROCESADOS-FILE
          AT END MOVE 'Y' TO WS-EOF
          NOT AT END
             IF WS-TOTAL-PROCESADOS < 3000
                ADD 1 TO WS-TOTAL-PROCESADOS
                MOVE PRO-FeedId
                   TO WS-ID-PROCESADO(WS-TOTAL-PROCESADOS)
             END-IF
       END-READ
    END-PERFORM
    CLOSE PROCESADOS-FILE.

BuscarProcesado.
    MOVE 'N' TO WS-HALLADO
    PERFORM VARYING WS-PRO-SUB FROM 1 BY 1
       UNTIL WS-PRO-SUB > WS-TOTAL-PROCESADOS
       IF WS-ID-PROCESADO(WS-PRO-SUB) = FED-FeedId
          MOVE 'S' TO WS-HALLADO
          EXIT PERFORM
       END-IF
    END-PERFORM.

*> Cada corrida de posteo del mes en BALANCE-DIARIO.DAT tiene que
*> cuadrar leidos contra posteados mas rechazados, la misma prueba
*> que REPORTEBALANCE hace dia por dia.
VerificarBalanceMes.
    MOVE 0 TO WS-CORRIDAS-MES
    MOVE 0 TO WS-DIAS-DESCUADRADOS
    MOVE 0 TO WS-ULTIMO-DESCUADRADO
    OPEN INPUT BALANCE-FILE
    IF WS-ESTADO-BALANCE = "00"
       MOVE 'N' TO WS-EOF
       PERFORM UNTIL WS-EOF = 'Y'
          READ BALANCE-FILE
             AT END MOVE 'Y' TO WS-EOF
             NOT AT END
                IF BAL-Fecha(1:6) = WS-PERIODO-CIERRE
                   ADD 1 TO WS-CORRIDAS-MES
                   IF BAL-Leidos NOT =
                      BAL-Posteados + BAL-Rechazados
                      PERFORM AnotarDescuadre
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE BALANCE-FILE
    END-IF
    IF WS-CORRIDAS-MES = 0
       DISPLAY "REQUISITO: NO HAY CORRIDAS DE POSTEO DEL PERIODO "
          WS-PERIODO-CIERRE " EN BALANCE-DIARIO.DAT"
       ADD 1 TO WS-PROBLEMAS
    END-IF
    IF WS-DIAS-DESCUADRADOS > 0
       ADD 1 TO WS-PROBLEMAS
    END-IF.

AnotarDescuadre.
    DISPLAY "REQUISITO: " BAL-Programa " DEL " BAL-Fecha
       " NO CUADRA: LEIDOS " BAL-Leidos " POSTEADOS "
       BAL-Posteados " RECHAZADOS " BAL-Rechazados
    IF BAL-Fecha NOT = WS-ULTIMO-DESCUADRADO
       ADD 1 TO WS-DIAS-DESCUADRADOS
       MOVE BAL-Fecha TO WS-ULTIMO-DESCUADRADO
    END-IF.

*> VALOR-INVENTARIO.TXT tiene que existir y ser de despues del fin
*> del periodo. VALORINVENTARIO archiva cada salida via
*> ARCHIVARREPORTE, asi la generacion mas nueva del catalogo
*> REPORTES-ARCHIVADOS.DAT dice de cuando es el archivo vigente;
*> una valuacion hecha dentro del periodo o antes no es el stock al
*> cierre.
VerificarValorInventario.
    OPEN INPUT VALOR-FILE
    IF WS-ESTADO-VALOR NOT = "00"
       DISPLAY "REQUISITO: NO HAY VALOR-INVENTARIO.TXT, FALTA "
          "CORRER VALORINVENTARIO"
       ADD 1 TO WS-PROBLEMAS
       EXIT PARAGRAPH
    END-IF
    CLOSE VALOR-FILE
    MOVE 0 TO WS-GENERACION-VALOR
    OPEN INPUT CATALOGO-FILE
    IF WS-ESTADO-CATALOGO = "00"
       MOVE 'N' TO WS-EOF
       PERFORM UNTIL WS-EOF = 'Y'
          READ CATALOGO-FILE
             AT END MOVE 'Y' TO WS-EOF
             NOT AT END
                IF CAT-Nombre = "VALOR-INVENTARIO.TXT"
                   AND CAT-Fecha IS NUMERIC
                   AND CAT-Fecha > WS-GENERACION-VALOR
                   MOVE CAT-Fecha TO WS-GENERACION-VALOR
                END-IF
          END-READ
       END-PERFORM
       CLOSE CATALOGO-FILE
    END-IF
    IF WS-GENERACION-VALOR = 0
       DISPLAY "REQUISITO: VALOR-INVENTARIO.TXT SIN GENERACION EN "
          "REPORTES-ARCHIVADOS.DAT, VOLVER A CORRER VALORINVENTARIO"
       ADD 1 TO WS-PROBLEMAS
       EXIT PARAGRAPH
    END-IF
    IF WS-GENERACION-VALOR(1:6) NOT > WS-PERIODO-CIERRE
       DISPLAY "REQUISITO: VALOR-INVENTARIO.TXT ES DEL "
          WS-GENERACION-VALOR ", NO POSTERIOR AL FIN DEL PERIODO "
          WS-PERIODO-CIERRE ", VOLVER A CORRER VALORINVENTARIO"
       ADD 1 TO WS-PROBLEMAS
    END-IF.

ArchivarReportesCierre.
    MOVE "VALOR-INVENTARIO.TXT" TO WS-NOMBRE-ARCHIVO
    CALL "ARCHIVARREPORTE" USING WS-NOMBRE-ARCHIVO.

AsentarFirma.
    ACCEPT WS-USUARIO FROM USER NAME
    IF WS-USUARIO = SPACES
       MOVE "SIN USUARIO" TO WS-USUARIO
    END-IF
    ACCEPT WS-HORA-AHORA FROM TIME
    ACCEPT WS-FECHA-REAL FROM DATE YYYYMMDD
    MOVE WS-PERIODO-CIERRE TO CMS-Periodo
    MOVE WS-PASO-NUMERO TO CMS-Paso
    IF WS-PASO-NUMERO = WS-PASO-CERRAR
       MOVE "CIERRE" TO CMS-Codigo
    ELSE
       MOVE PCI-CODIGO(WS-PASO-NUMERO) TO CMS-Codigo
    END-IF
    MOVE WS-USUARIO TO CMS-Usuario
    MOVE WS-FECHA-HOY TO CMS-Fecha
    MOVE WS-HORA-AHORA(1:6) TO CMS-Hora
    MOVE WS-OBSERVACION TO CMS-Observacion
    MOVE WS-FECHA-REAL TO CMS-FechaReal
    MOVE WS-CORRIDA-FECHA TO CMS-CorridaFecha
    MOVE WS-CORRIDA-HORA TO CMS-CorridaHora
    MOVE WS-CORRIDA-USUARIO TO CMS-CorridaUsuario
    OPEN EXTEND FIRMAS-FILE
    IF WS-ESTADO-FIRMAS NOT = "00"
       OPEN OUTPUT FIRMAS-FILE
       CLOSE FIRMAS-FILE
       OPEN EXTEND FIRMAS-FILE
    END-IF
    WRITE FIRMAS-REGISTRO
    CLOSE FIRMAS-FILE.

*> El cierre del periodo: solo con la lista entera firmada.
CerrarPeriodo.
    IF WS-PERIODO-CERRADO = 'S'
       DISPLAY "EL PERIODO " WS-PERIODO-CIERRE " YA FUE CERRADO POR "
          WS-CERRADO-USUARIO " EL " WS-CERRADO-FECHA
       MOVE 4 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE 0 TO WS-FALTANTES
    PERFORM VARYING WS-PASO-SUB FROM 1 BY 1
       UNTIL WS-PASO-SUB > WS-TOTAL-PASOS
       IF FIR-FIRMADO(WS-PASO-SUB) = 'N'
          DISPLAY "FALTA FIRMAR EL PASO " WS-PASO-SUB " "
             PCI-CODIGO(WS-PASO-SUB)
          ADD 1 TO WS-FALTANTES
       END-IF
    END-PERFORM
    IF WS-FALTANTES > 0
       DISPLAY "EL PERIODO " WS-PERIODO-CIERRE " NO SE CIERRA: "
          WS-FALTANTES " PASO(S) SIN FIRMAR"
       MOVE 8 TO RETURN-CODE
       EXIT PARAGRAPH
    END-IF
    MOVE WS-PASO-CERRAR TO WS-PASO-NUMERO
    PERFORM AsentarFirma
    MOVE WS-USUARIO TO WS-CERRADO-USUARIO
    MOVE WS-FECHA-HOY TO WS-CERRADO-FECHA
    MOVE WS-HORA-AHORA(1:6) TO WS-CERRADO-HORA
    PERFORM ImprimirCertificado
    MOVE "CERTIFICADO-CIERRE.TXT" TO WS-NOMBRE-ARCHIVO
    CALL "ARCHIVARREPORTE" USING WS-NOMBRE-ARCHIVO
    DISPLAY "PERIODO " WS-PERIODO-CIERRE " CERRADO POR " WS-USUARIO
       ", CERTIFICADO EN CERTIFICADO-CIERRE.TXT".

ImprimirCertificado.
    OPEN OUTPUT CERTIFICADO-FILE
    MOVE "CERTIFICADO DE CIERRE DE MES" TO CERTIFICADO-LINEA
    WRITE CERTIFICADO-LINEA
    MOVE SPACES TO CERTIFICADO-LINEA
    STRING "PERIODO: " WS-PERIODO-CIERRE
       DELIMITED BY SIZE INTO CERTIFICADO-LINEA
    WRITE CERTIFICADO-LINEA
    MOVE SPACES TO CERTIFICADO-LINEA
    WRITE CERTIFICADO-LINEA
    MOVE SPACES TO CERTIFICADO-LINEA
    MOVE "PASO" TO CERTIFICADO-LINEA(1:4)
    MOVE "FIRMADO POR" TO CERTIFICADO-LINEA(46:11)
    MOVE "FECHA" TO CERTIFICADO-LINEA(67:5)
    MOVE "HORA" TO CERTIFICADO-LINEA(76:4)
    WRITE CERTIFICADO-LINEA
    PERFORM VARYING WS-PASO-SUB FROM 1 BY 1
       UNTIL WS-PASO-SUB > WS-TOTAL-PASOS
       MOVE SPACES TO CERTIFICADO-LINEA
       MOVE FIR-HORA(WS-PASO-SUB) TO WS-HORA-EDITADA
       STRING WS-PASO-SUB " " PCI-DESCRIPCION(WS-PASO-SUB) "  "
          FIR-USUARIO(WS-PASO-SUB) " " FIR-FECHA(WS-PASO-SUB) " "
          WS-HORA-EDITADA
          DELIMITED BY SIZE INTO CERTIFICADO-LINEA
       WRITE CERTIFICADO-LINEA
       IF FIR-OBSERVACION(WS-PASO-SUB) NOT = SPACES
          MOVE SPACES TO CERTIFICADO-LINEA
          STRING "   OBS: " FIR-OBSERVACION(WS-PASO-SUB)
             DELIMITED BY SIZE INTO CERTIFICADO-LINEA
          WRITE CERTIFICADO-LINEA
       END-IF
       IF FIR-CORRIDA-FECHA(WS-PASO-SUB) > 0
          MOVE SPACES TO CERTIFICADO-LINEA
          MOVE FIR-CORRIDA-HORA(WS-PASO-SUB) TO WS-HORA-EDITADA
          STRING "   CORRIDA DE " PCI-PROGRAMA(WS-PASO-SUB) " EL "
             FIR-CORRIDA-FECHA(WS-PASO-SUB) " " WS-HORA-EDITADA
             " POR " FIR-CORRIDA-USUARIO(WS-PASO-SUB)
             DELIMITED BY SIZE INTO CERTIFICADO-LINEA
          WRITE CERTIFICADO-LINEA
       END-IF
    END-PERFORM
    MOVE SPACES TO CERTIFICADO-LINEA
    WRITE CERTIFICADO-LINEA
    MOVE WS-CERRADO-HORA TO WS-HORA-EDITADA
    STRING "PERIODO CERRADO POR " WS-CERRADO-USUARIO " EL "
       WS-CERRADO-FECHA " " WS-HORA-EDITADA
       DELIMITED BY SIZE INTO CERTIFICADO-LINEA
    WRITE CERTIFICADO-LINEA
    MOVE SPACES TO CERTIFICADO-LINEA
    WRITE CERTIFICADO-LINEA
    MOVE SPACES TO CERTIFICADO-LINEA
    WRITE CERTIFICADO-LINEA
    MOVE "CONFORME CONTADOR: ______________________________  FECHA: "
       TO CERTIFICADO-LINEA
    MOVE "__________" TO CERTIFICADO-LINEA(60:)
    WRITE CERTIFICADO-LINEA
    CLOSE CERTIFICADO-FILE.
