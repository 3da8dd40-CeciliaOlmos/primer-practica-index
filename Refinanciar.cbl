              05 w-fut-beca pic x.
              05 w-fut-orig pic 9(6)v99.
              05 w-fut-cobrado pic 9(6)v99.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Refinanciar".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Refinanciar".
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
           PERFORM 200-PEDIR-CUENTA.
           PERFORM UNTIL w-curso = 0
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O PAGOS.
               PERFORM 520-GENERAR-PLAN
               PERFORM 530-REUBICAR-FUTURAS
               PERFORM 540-GRABAR-PLAN
               PERFORM 550-ACTUALIZAR-SALDO
           ELSE
               DISPLAY "No se refinancio la cuenta"
           END-IF.
           DISPLAY "Plan registrado: ", w-cant-cuotas,
               " cuotas de ", w-importe-cuota.

      * El saldo de la cuenta se rehace en el mismo paso que
      * reemplaza las cuotas
       550-ACTUALIZAR-SALDO.
           MOVE w-curso TO w-sal-curso.
           MOVE w-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       900-FIN.
           CLOSE PAGOS PLANES JOURNAL.
       END PROGRAM Refinanciar.
