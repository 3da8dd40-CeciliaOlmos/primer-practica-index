           88 fin-cursos value 1.
       77  w-curso-hallado pic x value "N".
           88 curso-hallado value "S".

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Cheques".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Cheques".
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
           EVALUATE TRUE
               WHEN modo-deposito
           PERFORM 900-FIN.
           GOBACK.

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
           DISPLAY "Modo (C=Cartera, D=Marcar depositado, ",
                           DISPLAY "NO PUDE REABRIR LA CUOTA"
                       NOT INVALID KEY
                           PERFORM 420-GRABAR-JOURNAL
                           PERFORM 425-ACTUALIZAR-SALDO
                           PERFORM 430-OBSERVAR-CUENTA
                           PERFORM 440-ENCOLAR-AVISO-RECHAZO
                           MOVE "R" TO chq-estado
           MOVE pag-reg TO jr-despues.
           WRITE jr-reg.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       425-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       430-OBSERVAR-CUENTA.
           MOVE chq-curso TO obs-curso.
           MOVE chq-cta-cte TO obs-cta-cte.
