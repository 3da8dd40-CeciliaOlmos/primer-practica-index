       77  w-cta-buscada pic 9(5).
       77  w-cant-aplicadas pic 9(5) value 0.
       77  w-importe-original pic 9(6)v99.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Becas".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Becas".
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
           PERFORM 100-INICIO.
           PERFORM 200-PEDIR-LEGAJO.
           PERFORM UNTIL bec-legajo = 0
           PERFORM 900-FIN.
           STOP RUN.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "cursos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.
           IF version-ok
               MOVE "pagos" TO w-ver-archivo
               MOVE 2 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.
           IF version-ok
               MOVE "becas" TO w-ver-archivo
               MOVE 3 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O BECAS.
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 450-ACTUALIZAR-SALDO.

       430-DESCONTAR-CUOTA.
           MOVE pag-reg TO w-antes-pago.
           MOVE pag-reg TO jr-despues.
           WRITE jr-reg.

      * El saldo de la cuenta se rehace con las cuotas ya
      * descontadas
       450-ACTUALIZAR-SALDO.
           MOVE cur-curso TO w-sal-curso.
           MOVE cur-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       900-FIN.
           DISPLAY "Cuotas con descuento aplicado: ", w-cant-aplicadas.
           CLOSE BECAS CURSOS PAGOS JOURNAL SPONSORS SPODET.
