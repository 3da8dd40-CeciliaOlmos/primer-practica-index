       77  w-cant-pag pic 9(7) value 0.
       77  w-cant-fam pic 9(7) value 0.
       77  w-cant-bec pic 9(7) value 0.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Entrenamient".
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
           DISPLAY "Se regenera el juego de entrenamiento en el ",
               "directorio entrena (debe existir). Confirma? (S/N)".
           ACCEPT w-confirma.
           END-IF.
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
           IF version-ok
               MOVE "becas" TO w-ver-archivo
               MOVE 3 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

      * El mapa arranca vacio en cada regeneracion
       120-PREPARAR-MAPA.
           OPEN OUTPUT DNIMAP-TMP.
