       77  w-flag-cuenta pic 9 value 0.
           88 fin-cuenta value 1.
       77  w-cant-existentes pic 9(7) value 0.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "cursosGenesi".
           03 w-ver-archivo pic x(8).
           03 w-ver-esperada pic 99.
           03 w-ver-resultado pic x value "S".
               88 version-ok value "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-VERIFICAR-VERSIONES.
           IF NOT version-ok
               STOP RUN
           END-IF.
           PERFORM 050-CONTAR-EXISTENTES.
           DISPLAY "Esto va a borrar TODOS los cursos existentes".
           DISPLAY "Registros actuales: ", w-cant-existentes.
           END-IF.
           STOP RUN.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "cursos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       050-CONTAR-EXISTENTES.
           MOVE 0 TO w-cant-existentes.
           MOVE 0 TO w-flag-cuenta.
