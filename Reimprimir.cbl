           88 fin-rpg value 1.
       77  w-pagador-hallado pic x value "N".
           88 pagador-hallado value "S".

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Reimprimir".
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
           IF modo-secuencia
               PERFORM 600-CONTROL-SECUENCIA
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "recibos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           DISPLAY "Modo (D=Duplicado de recibo, S=Control de serie)".
           ACCEPT w-modo.
