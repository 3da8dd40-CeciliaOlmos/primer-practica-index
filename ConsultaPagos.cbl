           03 pag-importe pic 9(6)v99.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
               88 beca-ya-aplicada value "S".
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.
       WORKING-STORAGE SECTION.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "ConsultaPago".
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
            PERFORM 200-PEDIR-CODIGO.
            PERFORM UNTIL pagos-llave = ZERO
            END-PERFORM.
            PERFORM 900-FIN.
            STOP RUN.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           OPEN INPUT PAGOS.

