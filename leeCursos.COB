       77  w-filtro-curso pic 99.
       77  w-destino pic x value "P".
           88 destino-archivo value "A".

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "leeCursos".
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
           OPEN input CURSOS.
           OPEN INPUT CURSOCAT.
           OPEN EXTEND ACCESOS.
                CLOSE LISTADO
            END-IF.
            GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "cursos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       leo.
           read CURSOS next at end move 1 to sen.

