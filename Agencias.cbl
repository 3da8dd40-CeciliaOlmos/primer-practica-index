      *          congelado para las intimaciones propias), proceso
      *          del reporte de recuperos de la agencia (el pago se
      *          registra con la agencia como medio y la comision
      *          devengada; si la cuota estaba castigada queda
      *          como recupero del castigo) y reporte de cartera
      *          por agencia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cas-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           03 col-fec-recupero pic 9(8).
           03 col-comision pic 9(6)v99.

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

       FD  PAGOS.
       01  pag-reg.
           03 pagos-llave.
              05 w-fila-rec-cant pic 9(5).
              05 w-fila-rec-imp pic 9(10)v99.
              05 w-fila-comision pic 9(8)v99.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Agencias".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Agencias".
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
           EVALUATE TRUE
               WHEN modo-maestro
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (M=Maestro de agencias, A=Colocar cuenta, ",
                   OPEN I-O COLOCACIONES PAGOS
               WHEN modo-recupero
                   OPEN INPUT AGENCIAS
                   OPEN I-O COLOCACIONES PAGOS CASTIGOS
                   OPEN EXTEND JOURNAL
               WHEN OTHER
                   OPEN INPUT AGENCIAS COLOCACIONES
               NOT INVALID KEY
                   PERFORM 430-GRABAR-JOURNAL
                   PERFORM 440-DEVENGAR-COMISION
                   PERFORM 450-MARCAR-RECUPERO
                   PERFORM 460-ACTUALIZAR-SALDO
           END-REWRITE.

       424-RECUPERO-PARCIAL.
               NOT INVALID KEY
                   PERFORM 430-GRABAR-JOURNAL
                   PERFORM 445-DEVENGAR-PARCIAL
                   PERFORM 460-ACTUALIZAR-SALDO
           END-REWRITE.

       430-GRABAR-JOURNAL.
           DISPLAY "Recupero aplicado. Comision devengada: ",
               col-comision.

      * La agencia cobro una cuota que ya se habia castigado: el
      * castigo queda recuperado por lo cobrado
       450-MARCAR-RECUPERO.
           MOVE pagos-llave TO cas-llave.
           READ CASTIGOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF castigo-vigente
                       MOVE "R" TO cas-estado
                       MOVE pag-fec-pago TO cas-fec-recupero
                       MOVE w-importe-recupero TO cas-importe-recupero
                       REWRITE cas-reg
                       DISPLAY "La cuota estaba castigada: queda ",
                           "registrada como recupero"
                   END-IF
           END-READ.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       460-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

      * En el recupero corto la colocacion sigue viva por el saldo:
      * la comision se acumula sobre lo realmente recuperado y el
      * importe colocado baja en la misma medida
                   CLOSE AGENCIAS COLOCACIONES PAGOS
               WHEN modo-recupero
                   CLOSE AGENCIAS COLOCACIONES PAGOS JOURNAL
                   CLOSE CASTIGOS
               WHEN OTHER
                   CLOSE AGENCIAS COLOCACIONES
           END-EVALUATE.
