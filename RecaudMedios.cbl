           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       WORKING-STORAGE SECTION.
       77  w-fecha-buscada pic 9(8).
              05 w-med-nombre pic x(15).
              05 w-med-total pic 9(10)v99.
              05 w-med-cantidad pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "RecaudMedios".
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
           PERFORM 200-SUMAR-TRAMOS.
           PERFORM 300-SUMAR-SIN-DETALLE.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           DISPLAY "Fecha a recaudar (AAAAMMDD)".
           ACCEPT w-fecha-buscada.
