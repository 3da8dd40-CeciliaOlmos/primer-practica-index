       77  w-antes-pago pic x(80).
       77  w-confirma pic x value "N".
           88 confirma-si value "S".

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Anulacion".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Anulacion".
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE ANULAR PAGOS"
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       050-VERIFICAR-SUPERVISOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
                   NOT INVALID KEY
                       WRITE an-reg
                       PERFORM 500-GRABAR-JOURNAL
                       PERFORM 550-ACTUALIZAR-SALDO
                       DISPLAY "Pago anulado. La cuota vuelve a ",
                           "estar impaga."
               END-REWRITE
           MOVE pag-reg TO jr-despues.
           WRITE jr-reg.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       550-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       900-FIN.
           CLOSE PAGOS ANULACIONES JOURNAL.
       END PROGRAM Anulacion.
