           ACCESS MODE is DYNAMIC
           RECORD KEY IS vix-llave.

           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cas-llave.

           SELECT OPTIONAL VENCHIST ASSIGN TO "..\venc_hist.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
               88 beca-ya-aplicada value "S".
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  VENCIMIENTOS.
       01  vix-reg.
           03 vix-recargo pic 9(6)v99.
           03 vix-beca pic x.

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

       FD  VENCHIST.
       01  vh-reg.
           03 vh-fec-venc pic 9(8).
           88 fin-vh value 1.
       77  w-extracto-ok pic x value "N".
           88 extracto-usable value "S".
       77  w-castigada pic x value "N".
           88 cuota-castigada value "S".

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Proyeccion".
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
           PERFORM 170-INTENTAR-EXTRACTO.
           IF extracto-usable
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

      * Con el extracto de vencimientos la proyeccion arranca en el
      * mes corriente y no barre el maestro; la historia de cobranza
      * sale del extracto de historia reciente. Sin extractos se
           CLOSE VENCIMIENTOS.

       310-ACUMULAR-ENTRADA.
           MOVE vix-curso TO cas-curso.
           MOVE vix-cta-cte TO cas-cta-cte.
           MOVE vix-cuota TO cas-cuota.
           PERFORM 320-VER-CASTIGO.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-meses
               IF w-mes-aaaamm(w-ind) = w-venc-mes
                       AND NOT cuota-castigada
                   ADD vix-importe TO w-mes-bruto(w-ind)
                   ADD vix-importe TO w-total-bruto
                   IF vix-beca = "S"
           IF w-cant-meses > 24
               MOVE 24 TO w-cant-meses
           END-IF.
           OPEN INPUT PAGOS CASTIGOS.
           MOVE w-hoy-mes TO w-mes-iter.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-meses
           END-PERFORM.

       300-ACUMULAR-FUTURO.
           MOVE "N" TO w-castigada.
           IF pag-fec-pago = 0
               MOVE pagos-llave TO cas-llave
               PERFORM 320-VER-CASTIGO
           END-IF.
           IF pag-fec-pago = 0 AND NOT cuota-castigada
               PERFORM VARYING w-ind FROM 1 BY 1
                       UNTIL w-ind > w-cant-meses
                   IF w-mes-aaaamm(w-ind) = w-venc-mes
               END-PERFORM
           END-IF.

      * Lo castigado ya no se espera cobrar: no entra en la proyeccion
       320-VER-CASTIGO.
           MOVE "N" TO w-castigada.
           READ CASTIGOS
               INVALID KEY CONTINUE
               NOT INVALID KEY SET cuota-castigada TO TRUE
           END-READ.

       350-ACUMULAR-HISTORIA.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 3
               IF w-hist-aaaamm(w-ind) = w-venc-mes
           DISPLAY "TOTAL AJUSTADO : ", w-ajustado.

       900-FIN.
           CLOSE PAGOS CASTIGOS.
       END PROGRAM Proyeccion.
