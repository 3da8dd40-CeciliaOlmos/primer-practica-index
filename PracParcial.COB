           03 filler pic x(4) value spaces.
           03 l-tipo pic x(46).

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "PracParcial".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "PracParcial".
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
           IF NOT abortar-corrida
               PERFORM 200-LEER-NOVEDADES
           PERFORM 400-FIN.
           STOP RUN.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.
           IF version-ok
               MOVE "cursos" TO w-ver-archivo
               MOVE 1 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.
           IF version-ok
               MOVE "pagos" TO w-ver-archivo
               MOVE 2 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo simulacro -- no graba nada? (S/N)".
           SUBTRACT nov-importe FROM pag-importe.
           IF NOT modo-dryrun
               REWRITE pag-reg
               PERFORM 396-ACTUALIZAR-SALDO
           END-IF.
           ADD 1 TO w-cnt-parcial
           MOVE " Pago parcial - saldo pendiente" to err-tipo, l-tipo
                   SUBTRACT w-excedente FROM pag-importe
                   IF NOT modo-dryrun
                       REWRITE pag-reg
                       PERFORM 396-ACTUALIZAR-SALDO
                   END-IF
           END-START.

           PERFORM 395-CALCULAR-RECARGO.
           IF NOT modo-dryrun
               REWRITE pag-reg
               PERFORM 396-ACTUALIZAR-SALDO
           END-IF.

       395-CALCULAR-RECARGO.
               MOVE 0 TO pag-recargo
           END-IF.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       396-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       391-BUSCAR-SIGUIENTE.
           PERFORM 390-LEER-PAGOS.
           IF pag-cta-cte <> cur-cta-cte OR FIN-DE-ARCH-PAGOS
