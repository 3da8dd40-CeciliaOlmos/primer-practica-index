       77  w-bajas-periodo pic 9(5) value 0.
       77  w-tot-inscr pic 9(6) value 0.
       77  w-tot-altas pic 9(6) value 0.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Ministerio".
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
           PERFORM 200-RECORRER-CURSOS.
           PERFORM 300-CONTAR-BAJAS.
           PERFORM 900-FIN.
           GOBACK.

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
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-ciclo.
