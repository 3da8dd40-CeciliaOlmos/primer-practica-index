       01  w-clave-partes redefines w-clave-cta.
           03 w-cp-curso pic 99.
           03 w-cp-cta pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "VerifDuplica".
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
           PERFORM 200-LEGAJOS-DUPLICADOS.
           PERFORM 300-CTAS-DUPLICADAS.
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

       100-INICIO.
           OPEN INPUT ALUMNOS CURSOS.
           DISPLAY "VERIFICACION DE NUMEROS DUPLICADOS".
