           88 confirma-si value "S".
       77  w-encontrado pic x value "N".
           88 alumno-encontrado value "S".

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Reactivar".
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
           PERFORM 050-VERIFICAR-SUPERVISOR.
           IF NOT es-supervisor
               DISPLAY "SOLO UN SUPERVISOR PUEDE REACTIVAR CUENTAS"
           PERFORM 500-FIN.
           STOP RUN.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       050-VERIFICAR-SUPERVISOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
