      * Date:
      * Purpose: Modificacion de datos de un alumno existente: busca
      *          por DNI o por legajo, muestra el registro y permite
      *          corregir los datos no clave (nombre, telefono,
      *          email) reescribiendo el registro, sin perder la
      *          historia como pasaba borrando y recargando.
      *          El cambio queda en el journal de maestros. DNI y
      *          legajo se corrigen con CorrigeClave, que arrastra
      *          el cambio a los archivos relacionados
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 alumno-encontrado value "S".
       77  w-antes-alu pic x(80).
       77  w-dato pic x(30).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "ModifAlu".
           03 w-ver-archivo pic x(8).
           03 w-ver-esperada pic 99.
           03 w-ver-resultado pic x value "S".
               88 version-ok value "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-VERIFICAR-VERSIONES.
           IF NOT version-ok
               GOBACK
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-PEDIR-BUSQUEDA.
           PERFORM UNTIL w-busqueda = "X"
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O ALUMNOS.
           DISPLAY "nombre   ", alu-nombre.
           DISPLAY "telefono ", alu-telefono.
           DISPLAY "email    ", alu-email.
           DISPLAY "(DNI y legajo se corrigen con CorrigeClave)".
           DISPLAY "Nuevo nombre (vacio = no cambiar)".
           ACCEPT w-dato.
           IF w-dato NOT = spaces
