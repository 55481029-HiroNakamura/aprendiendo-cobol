*> esquema que CAMBIOS-CONTACTO.LOG, para que la registraduria
*> pueda responder quien cambio este nombre y cuando. Los campos
*> corregibles son NOMBRE, INICIALES, GENERO (validado M/F/X como
*> en ValidarGenero), EDAD, FECHANAC (la fecha de nacimiento
*> YYYYMMDD, para reemplazar las derivadas por la conversion) y
*> NIVEL (el nivel que cursa, para cargar a los que entraron sin
*> nivel o corregir un pase; el de fin de anio lo hace
*> PROMOCIONANUAL); el EstudianteId es la clave y no se corrige
*> por esta via. El maestro es indexado por FD-EstudianteId, asi
*> que cada correccion es una lectura por clave y un REWRITE en el
*> lugar, exactamente como AplicarTransaccion en ARCHIVO1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                          CAMPO-GENERO BY FD-Genero
                          CAMPO-EDAD BY FD-Edad
                          CAMPO-ESTADO BY FD-Estado
                          CAMPO-FECHA-NAC BY FD-FechaNacimiento
                          CAMPO-NIVEL BY FD-Nivel.

FD CORRECCIONES-FILE.
01 CORRECCION-REGISTRO.
01 WS-CAMBIO-APLICADO PIC A(1).
01 WS-EDAD-NUEVA PIC 9(2).
01 WS-FECHA-NAC-NUEVA PIC 9(8).
01 WS-NIVEL-NUEVO PIC 9(2).
01 WS-APLICADAS PIC 9(3) VALUE 0.
01 WS-RECHAZOS PIC 9(3) VALUE 0.
01 WS-PROGRAMA-ACTUAL PIC X(30) VALUE "MANTESTUDIANTES".
             DISPLAY "RECHAZADO: FECHA DE NACIMIENTO NO NUMERICA "
                "PARA " COR-EstudianteId ": " COR-Valor(1:8)
          END-IF
       WHEN "NIVEL"
          IF COR-Valor(1:2) IS NUMERIC
             MOVE FD-Nivel TO WS-VALOR-ANTERIOR
             MOVE COR-Valor(1:2) TO WS-NIVEL-NUEVO
             MOVE WS-NIVEL-NUEVO TO FD-Nivel
             MOVE 'S' TO WS-CAMBIO-APLICADO
          ELSE
             ADD 1 TO WS-RECHAZOS
             DISPLAY "RECHAZADO: NIVEL NO NUMERICO PARA "
                COR-EstudianteId ": " COR-Valor(1:2)
          END-IF
       WHEN OTHER
          ADD 1 TO WS-RECHAZOS
          DISPLAY "RECHAZADO: CAMPO DESCONOCIDO: " COR-Campo
       WHEN "GENERO" MOVE FD-Genero TO CE-ValorNuevo
       WHEN "EDAD" MOVE FD-Edad TO CE-ValorNuevo
       WHEN "FECHANAC" MOVE FD-FechaNacimiento TO CE-ValorNuevo
       WHEN "NIVEL" MOVE FD-Nivel TO CE-ValorNuevo
    END-EVALUATE
    MOVE WS-USUARIO-OS TO CE-Usuario
    MOVE WS-FECHA-HOY TO CE-Fecha
