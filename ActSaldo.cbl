      ******************************************************************
      * Author:
      * Date:
      * Purpose: Saldo de una cuenta corriente (curso/cta-cte) en
      *          saldos.dat. Lo llaman todos los programas que graban
      *          o borran cuotas en pagos.dat, en el mismo paso, y los
      *          que cambian lo que se considera deuda (prorrogas y
      *          castigos). Recalcula la cuenta completa desde sus
      *          cuotas: facturado, cobrado, pendiente, vencido con
      *          cantidad, vencimiento impago mas viejo y ultimo pago.
      *          Las consultas leen el saldo en lugar de recorrer
      *          pagos.dat. El vencido queda calculado a la fecha del
      *          calculo; el vencimiento mas viejo, en cambio, no
      *          depende del dia y sirve para saber si hay mora.
      *          Una cuenta que se quedo sin cuotas pierde su saldo.
      *          RecalcSaldos rehace todos los saldos de noche
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ActSaldo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sal-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL PRORROGAS ASSIGN TO "..\prorrogas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pro-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cas-llave
           SHARING WITH ALL OTHER.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDOS.
       01  sal-reg.
           03 sal-llave.
               05 sal-curso pic 99.
               05 sal-cta-cte pic 9(5).
           03 sal-cant-cuotas pic 9(3).
           03 sal-facturado pic 9(7)v99.
           03 sal-cant-pagas pic 9(3).
           03 sal-cobrado pic 9(7)v99.
           03 sal-cant-impagas pic 9(3).
           03 sal-pendiente pic 9(7)v99.
           03 sal-fec-venc-antigua pic 9(8).
           03 sal-cant-vencidas pic 9(3).
           03 sal-vencido pic 9(7)v99.
           03 sal-cant-castigadas pic 9(3).
           03 sal-castigado pic 9(7)v99.
           03 sal-fec-ult-pago pic 9(8).
           03 sal-fec-calculo pic 9(8).
           03 sal-programa pic x(12).

       FD  PAGOS.
       01  pag-reg.
           03 pagos-llave.
               05 pag-curso pic 99.
               05 pag-cta-cte pic 9(5).
               05 pag-cuota pic 99.
           03 pag-fec-venc pic 9(8).
           03 pag-fec-pago pic 9(8).
           03 pag-importe pic 9(6)v99.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
               88 beca-ya-aplicada value "S".
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  PRORROGAS.
       01  pro-reg.
           03 pro-llave.
               05 pro-curso pic 99.
               05 pro-cta-cte pic 9(5).
               05 pro-cuota pic 99.
           03 pro-fec-limite pic 9(8).
           03 pro-motivo pic x(30).
           03 pro-supervisor pic x(10).
           03 pro-fec-alta pic 9(8).
           03 pro-estado pic x.
               88 prorroga-vigente value "V".

       FD  CASTIGOS.
       01  cas-reg.
           03 cas-llave.
               05 cas-curso pic 99.
               05 cas-cta-cte pic 9(5).
               05 cas-cuota pic 99.
           03 cas-fecha pic 9(8).
           03 cas-fec-venc pic 9(8).
           03 cas-importe pic 9(6)v99.
           03 cas-importe-orig pic 9(6)v99.
           03 cas-motivo pic x(30).
           03 cas-supervisor pic x(10).
           03 cas-agencia pic 9(3).
           03 cas-estado pic x.
               88 castigo-vigente value "C".
               88 castigo-recuperado value "R".
           03 cas-fec-recupero pic 9(8).
           03 cas-importe-recupero pic 9(6)v99.

       WORKING-STORAGE SECTION.
       77  w-fecha-hoy pic 9(8).
       77  w-flag-pagos pic 9.
           88 fin-pagos value 1.
       77  w-flag-saldo pic 9.
           88 hay-saldo value 1.
       77  w-venc-efectivo pic 9(8).
       77  w-cant-cuotas pic 9(3).
       77  w-facturado pic 9(7)v99.
       77  w-cant-pagas pic 9(3).
       77  w-cobrado pic 9(7)v99.
       77  w-cant-impagas pic 9(3).
       77  w-pendiente pic 9(7)v99.
       77  w-fec-venc-antigua pic 9(8).
       77  w-cant-vencidas pic 9(3).
       77  w-vencido pic 9(7)v99.
       77  w-cant-castigadas pic 9(3).
       77  w-castigado pic 9(7)v99.
       77  w-fec-ult-pago pic 9(8).

       LINKAGE SECTION.
       01  sa-control.
           03 sa-programa pic x(12).
           03 sa-curso pic 99.
           03 sa-cta-cte pic 9(5).

       PROCEDURE DIVISION USING sa-control.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PAGOS PRORROGAS CASTIGOS.
           PERFORM 100-CALCULAR.
           CLOSE PAGOS PRORROGAS CASTIGOS.
           OPEN I-O SALDOS.
           PERFORM 200-GRABAR-SALDO.
           CLOSE SALDOS.
           GOBACK.

      * Todas las cuotas de la cuenta estan juntas en pagos.dat: la
      * llave empieza por curso y cta-cte
       100-CALCULAR.
           MOVE 0 TO w-cant-cuotas w-facturado w-cant-pagas w-cobrado
               w-cant-impagas w-pendiente w-fec-venc-antigua
               w-cant-vencidas w-vencido w-cant-castigadas
               w-castigado w-fec-ult-pago.
           MOVE sa-curso TO pag-curso.
           MOVE sa-cta-cte TO pag-cta-cte.
           MOVE 0 TO pag-cuota.
           MOVE 0 TO w-flag-pagos.
           START PAGOS KEY IS NOT LESS THAN pagos-llave
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               END-READ
               IF NOT fin-pagos
                   IF pag-curso NOT = sa-curso
                           OR pag-cta-cte NOT = sa-cta-cte
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       PERFORM 110-SUMAR-CUOTA
                   END-IF
               END-IF
           END-PERFORM.

      * Facturado es el importe original de cada cuota y cobrado lo
      * acumulado en ella; pendiente es el importe que le queda a la
      * cuota impaga (ya descontados los cobros parciales, sin el
      * recargo, que se calcula al cobrar). La cuota castigada sale
      * de la deuda y la prorrogada vence en su fecha limite
       110-SUMAR-CUOTA.
           ADD 1 TO w-cant-cuotas.
           ADD pag-importe-orig TO w-facturado.
           ADD pag-cobrado TO w-cobrado.
           IF pag-fec-pago > 0
               ADD 1 TO w-cant-pagas
               IF pag-fec-pago > w-fec-ult-pago
                   MOVE pag-fec-pago TO w-fec-ult-pago
               END-IF
           ELSE
               MOVE pagos-llave TO cas-llave
               READ CASTIGOS
                   INVALID KEY MOVE SPACE TO cas-estado
               END-READ
               IF castigo-vigente
                   ADD 1 TO w-cant-castigadas
                   ADD cas-importe TO w-castigado
               ELSE
                   PERFORM 120-SUMAR-IMPAGA
               END-IF
           END-IF.

       120-SUMAR-IMPAGA.
           ADD 1 TO w-cant-impagas.
           ADD pag-importe TO w-pendiente.
           MOVE pag-fec-venc TO w-venc-efectivo.
           MOVE pagos-llave TO pro-llave.
           READ PRORROGAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF prorroga-vigente
                           AND pro-fec-limite > w-venc-efectivo
                       MOVE pro-fec-limite TO w-venc-efectivo
                   END-IF
           END-READ.
           IF w-fec-venc-antigua = 0
                   OR w-venc-efectivo < w-fec-venc-antigua
               MOVE w-venc-efectivo TO w-fec-venc-antigua
           END-IF.
           IF w-venc-efectivo < w-fecha-hoy
               ADD 1 TO w-cant-vencidas
               ADD pag-importe TO w-vencido
           END-IF.

       200-GRABAR-SALDO.
           MOVE 0 TO w-flag-saldo.
           MOVE sa-curso TO sal-curso.
           MOVE sa-cta-cte TO sal-cta-cte.
           READ SALDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO w-flag-saldo
           END-READ.
           IF w-cant-cuotas = 0
               IF hay-saldo
                   DELETE SALDOS RECORD
               END-IF
           ELSE
               MOVE w-cant-cuotas TO sal-cant-cuotas
               MOVE w-facturado TO sal-facturado
               MOVE w-cant-pagas TO sal-cant-pagas
               MOVE w-cobrado TO sal-cobrado
               MOVE w-cant-impagas TO sal-cant-impagas
               MOVE w-pendiente TO sal-pendiente
               MOVE w-fec-venc-antigua TO sal-fec-venc-antigua
               MOVE w-cant-vencidas TO sal-cant-vencidas
               MOVE w-vencido TO sal-vencido
               MOVE w-cant-castigadas TO sal-cant-castigadas
               MOVE w-castigado TO sal-castigado
               MOVE w-fec-ult-pago TO sal-fec-ult-pago
               MOVE w-fecha-hoy TO sal-fec-calculo
               MOVE sa-programa TO sal-programa
               IF hay-saldo
                   REWRITE sal-reg
               ELSE
                   WRITE sal-reg
               END-IF
           END-IF.
       END PROGRAM ActSaldo.
