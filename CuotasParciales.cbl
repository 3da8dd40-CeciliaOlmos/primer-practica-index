           03 d-cobrado pic zzz.zz9,99.
           03 filler pic x(3) value spaces.
           03 d-saldo pic zzz.zz9,99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "CuotasParcia".
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
           PERFORM 200-LEER-PAGOS.
           PERFORM UNTIL fin-pagos
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           OPEN INPUT PAGOS.
           OPEN OUTPUT LISTADO.
