      *          vencidas impagas que el umbral del parametro
      *          CUOTAS-SUSP, dejando constancia fechada del motivo, y
      *          reactiva (estado A) a los suspendidos que saldaron la
      *          mora que los suspendio. Las vencidas se toman del
      *          saldo de cada cuenta
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS curso-llave
           ALTERNATE RECORD KEY IS cur-legajo WITH DUPLICATES.

           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sal-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           03 cur-cta-cte pic 9(5).
           03 cur-cant-cuotas pic 99.

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

       FD  PARAMETROS.
       01  par-reg.
           88 fin-alu value 1.
       77  w-flag-cursos pic 9.
           88 fin-cursos value 1.
       77  w-flag-saldo pic 9.
           88 sin-saldo value 1.
       77  w-cant-vencidas pic 999.
       77  w-cant-suspendidos pic 9(5) value 0.
       77  w-cant-reactivados pic 9(5) value 0.
       77  w-legajo-eval pic 9(5).

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Suspension".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Suspension".
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
           PERFORM 200-RECORRER-ALUMNOS.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.
           IF version-ok
               MOVE "cursos" TO w-ver-archivo
               MOVE 1 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.
           IF version-ok
               MOVE "pagos" TO w-ver-archivo
               MOVE 2 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O ALUMNOS.
           OPEN INPUT CURSOS SALDOS.
           OPEN EXTEND SUSPENSIONES-LOG.
           OPEN INPUT PARAMETROS.
           MOVE "CUOTAS-SUSP" TO par-codigo.
               END-IF
           END-PERFORM.

      * Las vencidas de cada cuenta salen de su saldo: no cuentan
      * las castigadas ni las que tienen prorroga vigente
       410-CONTAR-CUOTAS.
           PERFORM 420-LEER-SALDO.
           ADD sal-cant-vencidas TO w-cant-vencidas.

      * El saldo grabado se usa tal cual si es de hoy; si es de
      * otro dia (el vencido cambia con la fecha) o falta, se
      * rehace antes de mostrarlo
       420-LEER-SALDO.
           MOVE 0 TO w-flag-saldo.
           MOVE cur-curso TO sal-curso w-sal-curso.
           MOVE cur-cta-cte TO sal-cta-cte w-sal-cta-cte.
           READ SALDOS
               INVALID KEY MOVE 0 TO sal-fec-calculo
           END-READ.
           IF sal-fec-calculo NOT = w-fecha-hoy
               CALL "ActSaldo" USING w-saldo-control
               READ SALDOS
                   INVALID KEY MOVE 1 TO w-flag-saldo
               END-READ
           END-IF.
           IF sin-saldo
               MOVE 0 TO sal-cant-cuotas sal-facturado sal-cant-pagas
                   sal-cobrado sal-cant-impagas sal-pendiente
                   sal-fec-venc-antigua sal-cant-vencidas sal-vencido
                   sal-cant-castigadas sal-castigado sal-fec-ult-pago
           END-IF.

      * El estado integra la llave: baja y regraba con el estado
      * nuevo, y el motivo queda fechado en el log
       900-FIN.
           DISPLAY "Suspendidos : ", w-cant-suspendidos.
           DISPLAY "Reactivados : ", w-cant-reactivados.
           CLOSE ALUMNOS CURSOS SALDOS SUSPENSIONES-LOG.
       END PROGRAM Suspension.
