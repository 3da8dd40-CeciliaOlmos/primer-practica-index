       77  w-cant-listadas pic 9(5) value 0.
       77  w-decision pic x.
       77  w-legajo-pedido pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "RecertBecas".
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
           IF modo-decision
               PERFORM 300-CAPTURAR-DECISION
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "becas" TO w-ver-archivo.
           MOVE 3 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (L=Listar becas por vencer, D=Capturar ",
