      *          ilegibles (file status distinto de 00) y claves fuera
      *          de orden, y permite reconstruir un archivo nuevo a
      *          partir de los registros recuperables, para que un
      *          corte de luz no cueste dias de recarga. La
      *          verificacion termina informando la version de
      *          layout sellada de cada maestro contra la que
      *          esperan los programas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT SOBREVIVE ASSIGN TO "..\integridad_tmp.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL VERSIONES ASSIGN TO "..\versiones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ver-archivo.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       FD  SOBREVIVE.
       01  sob-reg pic x(79).

       FD  VERSIONES.
       01  ver-reg.
           03 ver-archivo pic x(8).
           03 ver-version pic 99.
           03 ver-largo pic 9(4).
           03 ver-fec-cambio pic 9(8).
           03 ver-programa pic x(12).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "V".
           88 modo-reconstruir value "R".
       77  w-llave-actual pic x(20).
       77  w-copia-ok pic x value "N".
           88 copia-ok value "S".
       77  w-ver-archivo pic x(8).
       77  w-ver-esperada pic 99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-VERIFICAR-ARCHIVO.
           MOVE "B" TO w-archivo.
           PERFORM 300-VERIFICAR-ARCHIVO.
           PERFORM 400-INFORMAR-VERSIONES.

       300-VERIFICAR-ARCHIVO.
           MOVE 0 TO w-flag-arch w-cant-leidos w-cant-errores
               WHEN OTHER CLOSE BECAS
           END-EVALUATE.

      * La version esperada es la del layout con que estan escritos
      * los programas; se actualiza junto con ConvArchivos
       400-INFORMAR-VERSIONES.
           DISPLAY "-- VERSIONES DE LAYOUT --".
           DISPLAY "  archivo  sellada esperada  sellada el  por".
           OPEN INPUT VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           PERFORM 410-VERSION-ARCHIVO.
           MOVE "cursos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           PERFORM 410-VERSION-ARCHIVO.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           PERFORM 410-VERSION-ARCHIVO.
           MOVE "becas" TO w-ver-archivo.
           MOVE 3 TO w-ver-esperada.
           PERFORM 410-VERSION-ARCHIVO.
           MOVE "recibos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           PERFORM 410-VERSION-ARCHIVO.
           CLOSE VERSIONES.

       410-VERSION-ARCHIVO.
           MOVE w-ver-archivo TO ver-archivo.
           READ VERSIONES
               INVALID KEY
                   DISPLAY "  ", w-ver-archivo, "   --     ",
                       w-ver-esperada, "      SIN SELLO"
               NOT INVALID KEY
                   IF ver-version = w-ver-esperada
                       DISPLAY "  ", w-ver-archivo, "   ",
                           ver-version, "     ", w-ver-esperada,
                           "      ", ver-fec-cambio, "    ",
                           ver-programa, " OK"
                   ELSE
                       DISPLAY "  ", w-ver-archivo, "   ",
                           ver-version, "     ", w-ver-esperada,
                           "      ", ver-fec-cambio, "    ",
                           ver-programa, " DISTINTA"
                   END-IF
           END-READ.

      * La reconstruccion copia lo legible a un archivo de paso,
      * recrea el indexado vacio y lo recarga desde alli
       600-RECONSTRUIR.
