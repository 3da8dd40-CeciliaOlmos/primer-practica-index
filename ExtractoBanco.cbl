      * Purpose: Conciliacion del extracto bancario contra la cobranza
      *          registrada: aparea los creditos del extracto con los
      *          pagos del dia (las transferencias una a una por fecha
      *          e importe, el efectivo contra las remesas en transito
      *          por el importe de cada remesa, que quedan acreditadas)
      *          e informa lo apareado, las cobranzas sin
      *          deposito y los depositos sin cobranza que los
      *          respalde. Los creditos a una referencia CVU activa
      *          los acredita el proceso de transferencias CVU y no
      *          entran en el apareo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL PAGOS-NO-IDENT
           ASSIGN TO "..\pagos_no_ident.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL REMESAS ASSIGN TO "..\remesas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rem-numero.

           SELECT OPTIONAL CVU ASSIGN TO "..\cvu.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cvu-referencia
           ALTERNATE RECORD KEY IS cvu-titular WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  PAGOS-NO-IDENT.
       01  pni-reg.
           03 pni-cta-cte pic 9(5).
           03 pni-cuota pic 99.

       FD  REMESAS.
       01  rem-reg.
           03 rem-numero pic 9(6).
           03 rem-fec-envio pic 9(8).
           03 rem-importe pic 9(8)v99.
           03 rem-boleta pic x(15).
           03 rem-portador pic x(30).
           03 rem-cant-cajas pic 99.
           03 rem-estado pic x.
               88 remesa-en-transito value "T".
           03 rem-fec-acredit pic 9(8).
           03 rem-operador pic x(10).

       FD  CVU.
       01  cvu-reg.
           03 cvu-referencia pic x(20).
           03 cvu-titular.
               05 cvu-familia pic 9(4).
               05 cvu-curso pic 99.
               05 cvu-cta-cte pic 9(5).
           03 cvu-fec-alta pic 9(8).
           03 cvu-estado pic x.
               88 cvu-activa value "A".

       WORKING-STORAGE SECTION.
       77  w-flag-ext pic 9 value 0.
           88 fin-ext value 1.
           88 fin-pagos value 1.
       77  w-cant-creditos pic 999 value 0.
       77  w-ind pic 999.
       77  w-flag-rem pic 9 value 0.
           88 fin-rem value 1.
       77  w-cant-transito pic 9(5) value 0.
       77  w-importe-pago pic 9(8)v99.
       77  w-hallado pic x.
           88 credito-hallado value "S".
       77  w-cant-apareados pic 9(5) value 0.
       77  w-cant-sin-deposito pic 9(5) value 0.
       77  w-cant-sin-cobranza pic 9(5) value 0.
       77  w-cant-cvu pic 9(5) value 0.
       01  w-tab-creditos.
           03 w-cred occurs 500.
              05 w-cred-fecha pic 9(8).
              05 w-cred-importe pic 9(8)v99.
              05 w-cred-desc pic x(20).
              05 w-cred-usado pic x.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "ExtractoBanc".
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
           PERFORM 200-CARGAR-EXTRACTO.
           PERFORM 300-APAREAR-PAGOS.
           PERFORM 400-APAREAR-REMESAS.
           PERFORM 500-DEPOSITOS-SUELTOS.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           OPEN INPUT EXTRACTO PAGOS CVU.
           OPEN I-O REMESAS.
           DISPLAY "CONCILIACION DE EXTRACTO BANCARIO".
           DISPLAY "========================================".

               READ EXTRACTO AT END MOVE 1 TO w-flag-ext
               END-READ
               IF NOT fin-ext
                   IF ext-credito
                       PERFORM 210-BUSCAR-CVU
                   END-IF
                   IF ext-credito AND NOT cvu-activa
                           AND w-cant-creditos < 500
                       ADD 1 TO w-cant-creditos
                       MOVE ext-fecha TO
                           w-cred-fecha(w-cant-creditos)
               END-IF
           END-PERFORM.
           DISPLAY "Creditos del extracto: ", w-cant-creditos.
           DISPLAY "Creditos a referencias CVU: ", w-cant-cvu.

       210-BUSCAR-CVU.
           MOVE ext-descripcion TO cvu-referencia.
           READ CVU
               INVALID KEY MOVE "B" TO cvu-estado
           END-READ.
           IF cvu-activa
               ADD 1 TO w-cant-cvu
           END-IF.

      * Las transferencias se aparean una a una; el efectivo no se
      * aparea por cuota sino por remesa
       300-APAREAR-PAGOS.
           PERFORM UNTIL fin-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
                   IF pag-fec-pago > 0
                       COMPUTE w-importe-pago =
                           pag-importe + pag-recargo
                       IF pag-medio-pago = "TRANSFERENCIA"
                           PERFORM 320-APAREAR-TRANSFERENCIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       320-APAREAR-TRANSFERENCIA.
           MOVE "N" TO w-hallado.
           PERFORM VARYING w-ind FROM 1 BY 1
               ADD 1 TO w-cant-sin-deposito
           END-IF.

      * Cada remesa en transito se aparea con un credito por su
      * importe con fecha igual o posterior al envio; al aparear
      * queda acreditada con la fecha del extracto
       400-APAREAR-REMESAS.
           MOVE 0 TO rem-numero.
           START REMESAS KEY IS NOT LESS THAN rem-numero
               INVALID KEY MOVE 1 TO w-flag-rem
           END-START.
           PERFORM UNTIL fin-rem
               READ REMESAS NEXT AT END MOVE 1 TO w-flag-rem
               END-READ
               IF NOT fin-rem
                   IF remesa-en-transito
                       PERFORM 410-APAREAR-REMESA
                   END-IF
               END-IF
           END-PERFORM.

       410-APAREAR-REMESA.
           MOVE "N" TO w-hallado.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-creditos OR credito-hallado
               IF w-cred-usado(w-ind) = "N"
                       AND w-cred-fecha(w-ind) NOT < rem-fec-envio
                       AND w-cred-importe(w-ind) = rem-importe
                   MOVE "S" TO w-cred-usado(w-ind)
                   SET credito-hallado TO TRUE
                   MOVE "A" TO rem-estado
                   MOVE w-cred-fecha(w-ind) TO rem-fec-acredit
                   REWRITE rem-reg
               END-IF
           END-PERFORM.
           IF credito-hallado
               ADD 1 TO w-cant-apareados
           ELSE
               DISPLAY "REMESA EN TRANSITO: ", rem-numero,
                   " enviada ", rem-fec-envio, " boleta ",
                   rem-boleta, " importe ", rem-importe
               ADD 1 TO w-cant-transito
           END-IF.

      * El deposito sin cobranza que lo respalde es plata real: se
      * estaciona en la cuenta puente de pagos no identificados para
      * que el mostrador lo asigne cuando se sepa de quien es
               w-cant-sin-deposito.
           DISPLAY "Depositos sin cobranza    : ",
               w-cant-sin-cobranza.
           DISPLAY "Remesas aun en transito   : ", w-cant-transito.
           CLOSE EXTRACTO PAGOS CVU REMESAS.
       END PROGRAM ExtractoBanco.
