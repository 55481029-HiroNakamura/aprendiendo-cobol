SELECT ESTUDIANTES-NUEVOS ASSIGN TO "ESTUDIANTES-NUEVOS.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-EST-NUEVOS.
SELECT ALTAS-ESTUDIANTES ASSIGN TO "ALTAS-ESTUDIANTES.DAT"
   ORGANIZATION IS LINE SEQUENTIAL
   FILE STATUS IS WS-ESTADO-ALTAS.

DATA DIVISION.
FILE SECTION.
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD PRECIO-HIST-FILE.
01 PRECIO-HIST-REGISTRO.
 02 PH-Codigo PIC X(8).
 02 PH-PrecioAnterior PIC 9(4)V99.
 02 PH-PrecioNuevo PIC 9(4)V99.
 02 PH-Moneda PIC X(3).

FD PRODUCTOS-FILE.
01 PRODUCTOS-REGISTRO.
 02 PR-Codigo PIC X(8).
 02 PR-Precio PIC 9(4)V99.
 02 PR-Moneda PIC X(3).
 02 PR-FechaVigencia PIC 9(8).
 02 PR-ClaseIva PIC X(2).

FD TRANSACCIONES-DATOS-FILE.
01 TRANS-DATOS-REGISTRO.

FD PRODUCTOS-ENTRADA.
01 PRODUCTOS-ENTRADA-REGISTRO.
 02 PE-Codigo PIC X(8).
 02 PE-Precio PIC 9(4)V99.
 02 PE-Moneda PIC X(3).
 02 PE-FechaVigencia PIC 9(8).
 02 PE-ClaseIva PIC X(2).

FD ESTUDIANTES-NUEVOS.
01 ESTUDIANTES-NUEVOS-REGISTRO.
 02 EN-Nombre PIC A(33).
 02 EN-Genero PIC A(1).
 02 EN-Edad PIC 9(2).
 02 EN-EstudianteId PIC 9(8).
 02 EN-Nivel PIC 9(2).

FD ALTAS-ESTUDIANTES.
01 ALTAS-ESTUDIANTES-REGISTRO.
 02 ALT-EstudianteId PIC 9(8).
 02 ALT-Fecha PIC 9(8).
 02 ALT-Nivel PIC 9(2).

WORKING-STORAGE SECTION.
01 WS-PRECIO-ANTERIOR PIC 9(4)V99.
01 WS-PRODUCTOS-CARGADOS PIC 9(5) VALUE 0.
01 WS-ESTADO-EST-NUEVOS PIC X(2).
01 WS-EOF-EST-NUEVOS PIC A(1) VALUE 'N'.
01 WS-ESTADO-ALTAS PIC X(2).
01 WS-ESTUDIANTES-CARGADOS PIC 9(5) VALUE 0.
01 WS-MARCA-ANTERIOR PIC A(20).
01 WS-MONEDA-ANTERIOR PIC X(3).
01 WS-EID-SUMA PIC 9(4).
01 WS-EID-CHECK-LEIDO PIC 9(1).
01 WS-ANIO-NACIMIENTO PIC 9(4).
*> El nivel con el que entra el alumno; cero es nivel sin asignar.
01 WS-NIVEL-ALTA PIC 9(2) VALUE 0.
01 Estudiante.
 02 EstudianteId PIC 9(8) VALUE 000000.
 02 EstudianteNombre.
 02 Numero PIC 9(3)V99 COMP-3 VALUE 456.09.
 02 Numero-Moneda PIC X(3) VALUE "USD".
 02 Modelo.
   03 Codigo PIC X(8) VALUE "P0000001".
   03 Marca PIC A(20) VALUE "WHIRPOOL".
   03 Precio PIC 9(4)V99 COMP-3 VALUE 3400.00.
   03 Precio-Moneda PIC X(3) VALUE "USD".
   03 Precio-Vigencia PIC 9(8) VALUE ZEROS.
   03 Precio-ClaseIva PIC X(2) VALUE SPACES.
*> El articulo del codigo de producto, resuelto por BUSCARARTICULO.
COPY ARTICULO REPLACING GRUPO BY WS-ARTICULO
                        CAMPO-CODIGO BY WS-ART-CODIGO
                        CAMPO-MARCA BY WS-ART-MARCA
                        CAMPO-DESCRIPCION BY WS-ART-DESCRIPCION
                        CAMPO-MODELO BY WS-ART-MODELO
                        CAMPO-UNIDAD BY WS-ART-UNIDAD
                        CAMPO-ESTADO BY WS-ART-ESTADO.
01 WS-ART-RESULTADO PIC X(1).
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "NOMBRE".


 MOVE Precio TO WS-PRECIO-ANTERIOR.
 MOVE Marca TO WS-MARCA-ANTERIOR.
 MOVE Precio-Moneda TO WS-MONEDA-ANTERIOR.
 SET Codigo TO "P0000002".
 SET Marca TO "UNILEVER".
 SET Precio TO 2500.
 *> El nuevo proveedor factura en euros en vez de dolares, asi que

*> Agrega a PRECIO-HIST.DAT una fila con el precio anterior, el
*> nuevo y la fecha, para poder responder cuando cambio el precio
*> de un producto y desde cuanto.
RegistrarCambioPrecio.
 ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
 OPEN EXTEND PRECIO-HIST-FILE.
    CLOSE PRECIO-HIST-FILE
    OPEN EXTEND PRECIO-HIST-FILE
 END-IF.
 MOVE Codigo TO PH-Codigo.
 MOVE WS-PRECIO-ANTERIOR TO PH-PrecioAnterior.
 MOVE Precio TO PH-PrecioNuevo.
 MOVE Precio-Moneda TO PH-Moneda.
*> por alumno nuevo) y pasa cada una por el mismo camino que las
*> altas de siempre: SECUENCIAID + AsignarEstudianteId para el
*> identificador, ValidarGenero, y GrabarEstudiante, que ya rechaza
*> por si mismo los generos invalidos. Las filas que escribe
*> ADMISIONES al aceptar un postulante ya traen el EstudianteId que
*> se le asigno (y con el que quedo ligado su guardian en
*> guardianes.dat): ese se valida por digito verificador y se usa
*> tal cual en vez de sacar otro. Al final de la fila puede venir
*> el nivel que va a cursar (ADMISIONES lo trae del legajo del
*> postulante); sin nivel entra con cero hasta que una correccion
*> NIVEL de MANTESTUDIANTES se lo cargue. Si el feed no esta, no
*> hay nada que inscribir y se sigue normal.
CargarEstudiantesNuevos.
 OPEN INPUT ESTUDIANTES-NUEVOS.
 IF WS-ESTADO-EST-NUEVOS = "00"
*> valida el Genero y graba. Solo cuenta como inscripto lo que
*> GrabarEstudiante realmente acepta.
InscribirEstudianteNuevo.
 IF EN-EstudianteId IS NUMERIC AND EN-EstudianteId > 0
    MOVE EN-EstudianteId TO WS-EID-CANDIDATO
    PERFORM ValidarEstudianteId
    IF WS-EID-VALIDO = 'N'
       DISPLAY "RECHAZADO: ESTUDIANTEID " EN-EstudianteId
          " DE ESTUDIANTES-NUEVOS.DAT CON DIGITO INVALIDO"
       EXIT PARAGRAPH
    END-IF
    MOVE EN-EstudianteId TO EstudianteId
 ELSE
    CALL "SECUENCIAID" USING WS-EID-BASE
    PERFORM AsignarEstudianteId
 END-IF.
 MOVE EN-Iniciales TO Iniciales.
 MOVE EN-Nombre TO Nombre.
 MOVE EN-Genero TO Genero.
 PERFORM ValidarGenero.
 MOVE EN-Edad TO Edad.
 IF EN-Nivel IS NUMERIC
    MOVE EN-Nivel TO WS-NIVEL-ALTA
 ELSE
    MOVE 0 TO WS-NIVEL-ALTA
 END-IF.
 PERFORM GrabarEstudiante.
 IF GENERO-VALIDO
    ADD 1 TO WS-ESTUDIANTES-CARGADOS
    MOVE Genero TO FD-Genero
    MOVE Edad TO FD-Edad
    MOVE 'A' TO FD-Estado
    MOVE WS-NIVEL-ALTA TO FD-Nivel
    *> La ficha de alta trae la edad y no la fecha exacta: se
    *> deriva el anio y se fija el 1 de julio como punto medio,
    *> igual que hace CONVERTIRNACIMIENTO con los registros viejos,
       INVALID KEY
          DISPLAY "RECHAZADO: EL ESTUDIANTEID " EstudianteId
             " YA EXISTE EN EL MAESTRO"
       NOT INVALID KEY
          PERFORM RegistrarAltaEstudiante
    END-WRITE
 ELSE
    DISPLAY "RECHAZADO: " EstudianteId
       " GENERO INVALIDO, NO SE GRABA"
 END-IF.

*> Cada alta aceptada queda en ALTAS-ESTUDIANTES.DAT con su fecha
*> y nivel de ingreso: el maestro no guarda cuando entro cada uno y
*> ESTADISTICAMINISTERIO necesita contar los ingresantes del termino.
RegistrarAltaEstudiante.
 OPEN EXTEND ALTAS-ESTUDIANTES.
 IF WS-ESTADO-ALTAS NOT = "00"
    OPEN OUTPUT ALTAS-ESTUDIANTES
    CLOSE ALTAS-ESTUDIANTES
    OPEN EXTEND ALTAS-ESTUDIANTES
 END-IF.
 MOVE EstudianteId TO ALT-EstudianteId.
 MOVE WS-FECHA-HOY TO ALT-Fecha.
 MOVE WS-NIVEL-ALTA TO ALT-Nivel.
 WRITE ALTAS-ESTUDIANTES-REGISTRO.
 CLOSE ALTAS-ESTUDIANTES.

*> Alta masiva de catalogo: lee el feed PRODUCTOS-ENTRADA.DAT (una
*> fila codigo/Precio/Moneda/vigencia/clase de IVA por producto
*> nuevo) y pasa cada fila por GrabarProducto, para que incorporar
*> el catalogo de un proveedor nuevo no requiera editar este
*> programa. Si el feed no esta, no hay nada que cargar y se
*> sigue normal.
CargarProductosEntrada.
 OPEN INPUT PRODUCTOS-ENTRADA.
 IF WS-ESTADO-PROD-ENTRADA = "00"
       READ PRODUCTOS-ENTRADA
          AT END MOVE 'Y' TO WS-EOF-PROD-ENTRADA
          NOT AT END
             PERFORM CargarUnProductoEntrada
       END-READ
    END-PERFORM
    CLOSE PRODUCTOS-ENTRADA
       WS-PRODUCTOS-CARGADOS
 END-IF.

*> La fila del feed trae el codigo de producto de ARTICULOS.DAT; un
*> codigo que no esta en el maestro no se carga, porque ese precio
*> no lo encontraria nadie.
CargarUnProductoEntrada.
 MOVE PE-Codigo TO WS-ART-CODIGO.
 CALL "BUSCARARTICULO" USING WS-ARTICULO WS-ART-RESULTADO.
 IF WS-ART-RESULTADO = 'N'
    DISPLAY "RECHAZADO: CODIGO " PE-Codigo
       " DE PRODUCTOS-ENTRADA.DAT NO ESTA EN ARTICULOS.DAT"
    EXIT PARAGRAPH
 END-IF.
 MOVE PE-Codigo TO Codigo.
 MOVE WS-ART-MARCA TO Marca.
 MOVE PE-Precio TO Precio.
 MOVE PE-Moneda TO Precio-Moneda.
 MOVE PE-FechaVigencia TO Precio-Vigencia.
 MOVE PE-ClaseIva TO Precio-ClaseIva.
 PERFORM GrabarProducto.
 ADD 1 TO WS-PRODUCTOS-CARGADOS.

*> Persiste el estado actual de Datos/Modelo como un registro mas
*> del archivo maestro PRODUCTOS.DAT, para que un reporte aparte
*> pueda agrupar y resumir los productos por Marca (la fila va por
*> codigo de producto y la Marca sale de ARTICULOS.DAT). La fila lleva
*> su fecha de vigencia: la del feed si vino (asi se puede cargar
*> la lista del mes que viene por adelantado) o la fecha de hoy,
*> que era el comportamiento de siempre. Tambien lleva la clase
*> impositiva del producto, con la que VENTAS busca la tasa de IVA
*> en IVA-TASAS.DAT (en blanco es la clase general GE).
GrabarProducto.
 MOVE Codigo TO PR-Codigo.
 MOVE Precio TO PR-Precio.
 MOVE Precio-Moneda TO PR-Moneda.
 IF Precio-Vigencia > 0
    ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
    MOVE WS-FECHA-HOY TO PR-FechaVigencia
 END-IF.
 MOVE Precio-ClaseIva TO PR-ClaseIva.
 MOVE 0 TO Precio-Vigencia.
 MOVE SPACES TO Precio-ClaseIva.
 WRITE PRODUCTOS-REGISTRO.

*> Traduce un CURRENCY-CODE ISO de 3 letras (WS-MONEDA-ACTUAL) al
