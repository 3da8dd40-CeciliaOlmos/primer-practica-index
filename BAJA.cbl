           03 pag-importe pic 9(6)v99.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
               88 beca-ya-aplicada value "S".
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  BATCH-BAJAS.
       01  bb-reg.
           88 fin-batch value 1.
       77  w-cant-borradas pic 9(5) value 0.
       77  w-cant-rechazadas pic 9(5) value 0.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "BAJA".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "BAJA".
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
            PERFORM VERIFICAR-SUPERVISOR.
            IF NOT es-supervisor
                DISPLAY "SOLO UN SUPERVISOR PUEDE DAR DE BAJA CUOTAS"
            END-IF.
            PERFORM FIN-GENERAL.
            GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       VERIFICAR-SUPERVISOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
                       ADD 1 TO w-cant-rechazadas
                   ELSE
                       DELETE PAGOS
                       PERFORM ACTUALIZAR-SALDO
                       DISPLAY "CURSO ", pag-curso, " CTA-CTE ",
                           pag-cta-cte, " CUOTA ", pag-cuota,
                           " -- ELIMINADA"
                   ACCEPT w-confirma-pagada
                   IF w-confirma-pagada = 'S'
                       DELETE PAGOS
                       PERFORM ACTUALIZAR-SALDO
                   END-IF
               ELSE
                   DELETE PAGOS
                   PERFORM ACTUALIZAR-SALDO
               END-IF
           END-IF.

      * El saldo de la cuenta se rehace al borrar la cuota
       ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       FIN-GENERAL.
           PERFORM CERRAR-ARCHIVO.

