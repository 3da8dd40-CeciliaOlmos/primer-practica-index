           03 d-motivo pic x(3).
           03 filler pic x(2) value spaces.
           03 d-supervisor pic x(10).

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Ajustes".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Ajustes".
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
           IF modo-listado
               PERFORM 600-REGISTRO-DIARIO
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (A=Alta de ajuste, L=Registro diario)".
                       DISPLAY "NO PUDE GRABAR EL AJUSTE"
                   NOT INVALID KEY
                       PERFORM 420-GRABAR-AJUSTE
                       PERFORM 440-ACTUALIZAR-SALDO
               END-REWRITE
           END-IF.

           MOVE pag-reg TO jr-despues.
           WRITE jr-reg.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       440-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       600-REGISTRO-DIARIO.
           DISPLAY "Fecha a listar (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fecha-buscada.
