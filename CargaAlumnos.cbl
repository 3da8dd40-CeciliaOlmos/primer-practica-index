       77  w-cant-cargados pic 9(5) value 0.
       77  w-cant-duplicados pic 9(5) value 0.
       77  w-cant-malformados pic 9(5) value 0.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "CargaAlumnos".
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
           PERFORM 200-LEER-CARGA.
           PERFORM UNTIL fin-carga
           PERFORM 900-FIN.
           STOP RUN.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           OPEN I-O ALUMNOS.
           OPEN INPUT CARGA-ALUMNOS.
