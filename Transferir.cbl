       77  w-orden-nuevo pic 99.
       77  w-cant-cuotas pic 9(5) value 0.
       77  w-origen-reg pic x(22).

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Transferir".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Transferir".
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
           PERFORM 200-PEDIR-ORIGEN.
           PERFORM UNTIL cur-anio = 0
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

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O CURSOS.
           DISPLAY "Curso ", w-curso-viejo, " -> ", w-curso-nuevo,
               " orden ", w-orden-nuevo.
           PERFORM 500-TRANSFERIR-CUOTAS.
           PERFORM 520-ACTUALIZAR-SALDOS.

       500-TRANSFERIR-CUOTAS.
           MOVE w-curso-viejo TO pag-curso.
           PERFORM 700-GRABAR-JOURNAL.
           ADD 1 TO w-cant-cuotas.

      * Las cuotas impagas cambian de curso: se rehacen los saldos de
      * la cuenta en el curso viejo y en el nuevo
       520-ACTUALIZAR-SALDOS.
           MOVE w-curso-viejo TO w-sal-curso.
           MOVE w-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.
           MOVE w-curso-nuevo TO w-sal-curso.
           CALL "ActSaldo" USING w-saldo-control.

      * Toda reubicacion en los maestros deja imagen anterior y
      * posterior en el journal con fecha y operador
       700-GRABAR-JOURNAL.
