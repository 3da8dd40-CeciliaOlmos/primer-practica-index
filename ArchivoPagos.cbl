           03 pag-importe pic 9(6)v99.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
               88 beca-ya-aplicada value "S".
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  PAGOS-HIST.
       01  ph-reg.
       77  w-fecha-hoy pic 9(8).
       77  w-cant-alumnos pic 9(5) value 0.
       77  w-cant-cuotas pic 9(5) value 0.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "ArchivoPagos".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "ArchivoPagos".
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
           PERFORM 200-LEER-ALUMNOS.
           PERFORM UNTIL fin-alumnos
           PERFORM 900-FIN.
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
           OPEN INPUT ALUMNOS.
           OPEN INPUT CURSOS.
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 330-ACTUALIZAR-SALDO.

       320-MOVER-CUOTA.
           MOVE pag-curso TO ph-curso.
           DELETE PAGOS.
           ADD 1 TO w-cant-cuotas.

      * La cuenta queda con el saldo de las cuotas que siguen en el
      * maestro
       330-ACTUALIZAR-SALDO.
           MOVE cur-curso TO w-sal-curso.
           MOVE cur-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       800-GRABAR-CORRIDA.
           MOVE "ArchivoPagos" TO cor-programa.
