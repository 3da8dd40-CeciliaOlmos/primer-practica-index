              05 w-fila-anio pic 9.
              05 w-fila-curso pic 99.
              05 w-fila-bajas pic 9(4).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Desercion".
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
           PERFORM 200-LEER-LOG.
           PERFORM UNTIL fin-log
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "cursos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           DISPLAY "Mes a informar (AAAAMM)".
           ACCEPT w-mes-pedido.
