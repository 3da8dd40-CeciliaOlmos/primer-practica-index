       77  w-total-debe pic 9(12)v99 value 0.
       77  w-total-haber pic 9(12)v99 value 0.
       77  w-cant-renglones pic 9(5) value 0.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Devengamient".
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
           PERFORM 200-DEVENGAR-CUOTAS.
           PERFORM 300-DESGLOSAR-CONCEPTOS.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           DISPLAY "Mes a devengar (AAAAMM)".
           ACCEPT w-mes-pedido.
