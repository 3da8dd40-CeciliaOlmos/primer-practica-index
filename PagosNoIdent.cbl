       77  w-fs-t2 pic 9(7).
       77  w-fs-t3 pic 9(7).
       77  w-fs-serial pic 9(7).

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "PagosNoIdent".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "PagosNoIdent".
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
           IF modo-asignar
               PERFORM 300-ASIGNAR
           END-IF.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (L=Listar pendientes, A=Asignar partida)".
                           NOT INVALID KEY
                               SET pago-aplicado TO TRUE
                               PERFORM 420-GRABAR-JOURNAL
                               PERFORM 410-ACTUALIZAR-SALDO
                               MOVE "A" TO pni-estado
                               MOVE w-fecha-hoy TO pni-fec-asig
                               MOVE pag-curso TO pni-curso
                   END-IF
           END-READ.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       410-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       420-GRABAR-JOURNAL.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
