       01  w-pago-aaaamm.
           03 w-pago-mes pic 9(6).
           03 w-pago-dia pic 99.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Tarjetas".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Tarjetas".
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
           IF modo-reporte
               PERFORM 600-REPORTE-ARANCELES
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (C=Cargar liquidacion, R=Reporte mensual)".
               NOT INVALID KEY
                   PERFORM 315-GRABAR-JOURNAL
                   PERFORM 320-GRABAR-ARANCEL
                   PERFORM 317-ACTUALIZAR-SALDO
           END-REWRITE.

       315-GRABAR-JOURNAL.
           MOVE pag-reg TO jr-despues.
           WRITE jr-reg.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       317-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       320-GRABAR-ARANCEL.
           MOVE lt-curso TO ar-curso.
           MOVE lt-cta-cte TO ar-cta-cte.
