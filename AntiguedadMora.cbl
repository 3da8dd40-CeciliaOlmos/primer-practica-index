           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  CURSOS.
       01  cur-reg.
           03 p-pct pic 9,99.
           03 filler pic x(3) value spaces.
           03 p-prov pic zzz.zzz.zz9,99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "AntiguedadMo".
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
           MOVE "cursos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.
           IF version-ok
               MOVE "pagos" TO w-ver-archivo
               MOVE 2 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PAGOS CURSOS.
