IDENTIFICATION DIVISION.
PROGRAM-ID. VALIDARCODIGOPOSTAL.
AUTHOR. HIRONAKAMURA.
INSTALLATION. GITHUB.
SECURITY. NO ES CONFIDENCIAL.

*> CALLE/CIUDAD/CODIGO-POSTAL de CONTACTO.CPY son texto libre: la
*> misma ciudad aparecia escrita de cinco maneras y habia codigos
*> postales que no existen, y eso rompe el orden de ETIQUETAS.TXT y
*> la parada sugerida de TRANSPORTEESCOLAR. La referencia es
*> CODIGOS-POSTALES.DAT (codigo postal, ciudad y provincia con la
*> grafia oficial, un renglon por localidad; un mismo CP puede
*> atender varias localidades), que secretaria mantiene como
*> RUTAS-PARADAS.DAT. Este subprograma hermano de VALIDARFEED la
*> carga en memoria la primera vez que se lo llama y valida un par
*> CP/CIUDAD por llamada, comparando sin distinguir mayusculas ni
*> espacios de relleno. LS-RESULTADO vuelve con:
*>   'S' el CP existe y la ciudad es la de la tabla, tal cual;
*>   'E' coinciden pero la grafia no es la oficial (o la ciudad
*>       vino en blanco): LS-CP-ESTANDAR/LS-CIUDAD-ESTANDAR traen
*>       la forma a grabar;
*>   'M' el CP existe pero la ciudad no es ninguna de las suyas:
*>       LS-CIUDAD-ESTANDAR trae la primera ciudad de ese CP;
*>   'C' el CP no esta en la tabla (o vino en blanco con ciudad):
*>       si la ciudad si esta, LS-CP-ESTANDAR/LS-CIUDAD-ESTANDAR
*>       traen su primer CP como sugerencia, si no van en blanco;
*>   'B' CP y ciudad en blanco, el contacto no tiene direccion;
*>   'V' no hay CODIGOS-POSTALES.DAT, no se puede validar.
*> LS-PROVINCIA acompana a LS-CIUDAD-ESTANDAR cuando hay una.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT CODIGOS-FILE ASSIGN TO "CODIGOS-POSTALES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-CODIGOS.

DATA DIVISION.
FILE SECTION.
FD CODIGOS-FILE.
01 CODIGOS-REGISTRO.
   05 CPR-CodigoPostal PIC X(10).
   05 CPR-Ciudad PIC X(20).
   05 CPR-Provincia PIC X(20).

WORKING-STORAGE SECTION.
01 WS-ESTADO-CODIGOS PIC X(2).
01 WS-EOF-CODIGOS PIC A(1) VALUE 'N'.
01 WS-TABLA-CARGADA PIC A(1) VALUE 'N'.

*> Cada localidad con su grafia oficial y la clave de comparacion
*> (en mayusculas y sin blancos a la izquierda).
01 WS-TABLA-CODIGOS.
   05 WS-CODIGO-FILA OCCURS 3000 TIMES.
      10 TCP-CP PIC X(10).
      10 TCP-CIUDAD PIC X(20).
      10 TCP-PROVINCIA PIC X(20).
      10 TCP-CP-CLAVE PIC X(10).
      10 TCP-CIUDAD-CLAVE PIC X(20).
01 WS-TOTAL-CODIGOS PIC 9(4) VALUE 0.
01 WS-COD-SUB PIC 9(4).
01 WS-FILA-CP PIC 9(4).
01 WS-FILA-CIUDAD PIC 9(4).
01 WS-FILA-EXACTA PIC 9(4).

01 WS-CP-CLAVE PIC X(10).
01 WS-CIUDAD-CLAVE PIC X(20).
01 WS-MINUSCULAS PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
01 WS-MAYUSCULAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

LINKAGE SECTION.
01 LS-CP PIC X(10).
01 LS-CIUDAD PIC X(20).
01 LS-RESULTADO PIC X(1).
01 LS-CP-ESTANDAR PIC X(10).
01 LS-CIUDAD-ESTANDAR PIC X(20).
01 LS-PROVINCIA PIC X(20).

PROCEDURE DIVISION USING LS-CP LS-CIUDAD LS-RESULTADO
   LS-CP-ESTANDAR LS-CIUDAD-ESTANDAR LS-PROVINCIA.
Inicio.
    MOVE SPACES TO LS-CP-ESTANDAR LS-CIUDAD-ESTANDAR LS-PROVINCIA
    IF WS-TABLA-CARGADA = 'N'
       PERFORM CargarCodigos
    END-IF
    IF LS-CP = SPACES AND LS-CIUDAD = SPACES
       MOVE 'B' TO LS-RESULTADO
       GOBACK
    END-IF
    IF WS-TOTAL-CODIGOS = 0
       MOVE 'V' TO LS-RESULTADO
       GOBACK
    END-IF
    MOVE FUNCTION TRIM(LS-CP) TO WS-CP-CLAVE
    INSPECT WS-CP-CLAVE CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
    MOVE FUNCTION TRIM(LS-CIUDAD) TO WS-CIUDAD-CLAVE
    INSPECT WS-CIUDAD-CLAVE CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
    PERFORM BuscarCodigo
    EVALUATE TRUE
       WHEN WS-FILA-EXACTA > 0
          MOVE TCP-CP(WS-FILA-EXACTA) TO LS-CP-ESTANDAR
          MOVE TCP-CIUDAD(WS-FILA-EXACTA) TO LS-CIUDAD-ESTANDAR
          MOVE TCP-PROVINCIA(WS-FILA-EXACTA) TO LS-PROVINCIA
          IF LS-CP = LS-CP-ESTANDAR AND LS-CIUDAD = LS-CIUDAD-ESTANDAR
             MOVE 'S' TO LS-RESULTADO
          ELSE
             MOVE 'E' TO LS-RESULTADO
          END-IF
       WHEN WS-FILA-CP > 0 AND WS-CIUDAD-CLAVE = SPACES
          MOVE TCP-CP(WS-FILA-CP) TO LS-CP-ESTANDAR
          MOVE TCP-CIUDAD(WS-FILA-CP) TO LS-CIUDAD-ESTANDAR
          MOVE TCP-PROVINCIA(WS-FILA-CP) TO LS-PROVINCIA
          MOVE 'E' TO LS-RESULTADO
       WHEN WS-FILA-CP > 0
          MOVE TCP-CP(WS-FILA-CP) TO LS-CP-ESTANDAR
          MOVE TCP-CIUDAD(WS-FILA-CP) TO LS-CIUDAD-ESTANDAR
          MOVE TCP-PROVINCIA(WS-FILA-CP) TO LS-PROVINCIA
          MOVE 'M' TO LS-RESULTADO
       WHEN WS-FILA-CIUDAD > 0
          MOVE TCP-CP(WS-FILA-CIUDAD) TO LS-CP-ESTANDAR
          MOVE TCP-CIUDAD(WS-FILA-CIUDAD) TO LS-CIUDAD-ESTANDAR
          MOVE TCP-PROVINCIA(WS-FILA-CIUDAD) TO LS-PROVINCIA
          MOVE 'C' TO LS-RESULTADO
       WHEN OTHER
          MOVE 'C' TO LS-RESULTADO
    END-EVALUATE.
GOBACK.

CargarCodigos.
    MOVE 'S' TO WS-TABLA-CARGADA
    OPEN INPUT CODIGOS-FILE
    IF WS-ESTADO-CODIGOS NOT = "00"
       DISPLAY "ATENCION: NO HAY CODIGOS-POSTALES.DAT, LAS "
          "DIRECCIONES NO SE VALIDAN"
       EXIT PARAGRAPH
    END-IF
    PERFORM UNTIL WS-EOF-CODIGOS = 'Y'
       READ CODIGOS-FILE
          AT END MOVE 'Y' TO WS-EOF-CODIGOS
          NOT AT END
             IF CPR-CodigoPostal = SPACES
                CONTINUE
             ELSE
                IF WS-TOTAL-CODIGOS < 3000
                   ADD 1 TO WS-TOTAL-CODIGOS
                   PERFORM GuardarCodigo
                ELSE
                   DISPLAY "ATENCION: MAS DE 3000 LOCALIDADES EN "
                      "CODIGOS-POSTALES.DAT, SE IGNORA "
                      CPR-CodigoPostal " " CPR-Ciudad
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE CODIGOS-FILE.

GuardarCodigo.
    MOVE CPR-CodigoPostal TO TCP-CP(WS-TOTAL-CODIGOS)
    MOVE CPR-Ciudad TO TCP-CIUDAD(WS-TOTAL-CODIGOS)
    MOVE CPR-Provincia TO TCP-PROVINCIA(WS-TOTAL-CODIGOS)
    MOVE FUNCTION TRIM(CPR-CodigoPostal)
       TO TCP-CP-CLAVE(WS-TOTAL-CODIGOS)
    INSPECT TCP-CP-CLAVE(WS-TOTAL-CODIGOS)
       CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS
    MOVE FUNCTION TRIM(CPR-Ciudad)
       TO TCP-CIUDAD-CLAVE(WS-TOTAL-CODIGOS)
    INSPECT TCP-CIUDAD-CLAVE(WS-TOTAL-CODIGOS)
       CONVERTING WS-MINUSCULAS TO WS-MAYUSCULAS.

*> Primera fila con ese CP, primera con esa ciudad y primera con
*> los dos a la vez.
BuscarCodigo.
    MOVE 0 TO WS-FILA-CP WS-FILA-CIUDAD WS-FILA-EXACTA
    PERFORM VARYING WS-COD-SUB FROM 1 BY 1
       UNTIL WS-COD-SUB > WS-TOTAL-CODIGOS
       IF TCP-CP-CLAVE(WS-COD-SUB) = WS-CP-CLAVE
          AND WS-CP-CLAVE NOT = SPACES
          IF WS-FILA-CP = 0
             MOVE WS-COD-SUB TO WS-FILA-CP
          END-IF
          IF TCP-CIUDAD-CLAVE(WS-COD-SUB) = WS-CIUDAD-CLAVE
             MOVE WS-COD-SUB TO WS-FILA-EXACTA
             EXIT PERFORM
          END-IF
       END-IF
       IF TCP-CIUDAD-CLAVE(WS-COD-SUB) = WS-CIUDAD-CLAVE
          AND WS-CIUDAD-CLAVE NOT = SPACES
          AND WS-FILA-CIUDAD = 0
          MOVE WS-COD-SUB TO WS-FILA-CIUDAD
       END-IF
    END-PERFORM.
