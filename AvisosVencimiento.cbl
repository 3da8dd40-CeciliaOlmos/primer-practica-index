       77  w-fs-t2 pic 9(7).
       77  w-fs-t3 pic 9(7).
       77  w-fs-serial pic 9(7).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "AvisosVencim".
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
           PERFORM 200-LEER-PAGOS.
           PERFORM UNTIL fin-pagos
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
           OPEN INPUT PAGOS CURSOS ALUMNOS.
