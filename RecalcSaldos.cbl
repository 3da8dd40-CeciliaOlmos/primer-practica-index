      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recalculo completo de saldos.dat desde pagos.dat.
      *          Una pasada por el maestro de cuotas arma el saldo de
      *          cada curso/cta-cte con las mismas reglas que usan los
      *          programas al registrar (ActSaldo), lo compara con el
      *          grabado y lo reemplaza. Informa las cuentas cuyo
      *          saldo no coincidia, las que no tenian saldo y los
      *          saldos sin cuotas (que se borran): cualquiera de los
      *          tres indica un programa que toco pagos.dat sin
      *          actualizar el saldo. El vencido solo cambia con el
      *          paso de los dias y no se informa como diferencia.
      *          Corre en la cadena nocturna y a mano despues de una
      *          restauracion o conversion del maestro de cuotas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecalcSaldos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sal-llave.

           SELECT OPTIONAL PRORROGAS ASSIGN TO "..\prorrogas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pro-llave.

           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cas-llave.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ALERTAS ASSIGN TO "..\alertas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  LISTADO.
       01  lis-linea pic x(132).

       FD  CORRIDAS.
       01  cor-reg.
           03 cor-programa pic x(12).
           03 cor-fecha pic 9(8).
           03 cor-hora pic 9(8).
           03 cor-evento pic x.
           03 cor-lote pic 9(8).
           03 cor-procesados pic 9(7).
           03 cor-rechazados pic 9(7).
           03 cor-estado pic x.
           03 cor-importe pic 9(12)v99.

       FD  ALERTAS.
       01  al-reg.
           03 al-fecha pic 9(8).
           03 al-hora pic 9(8).
           03 al-programa pic x(12).
           03 al-severidad pic x.
           03 al-mensaje pic x(40).
           03 al-cantidad pic 9(7).
           03 al-estado pic x.

       WORKING-STORAGE SECTION.
       77  w-fecha-hoy pic 9(8).
       77  w-nombre-listado pic x(60).
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-flag-saldos pic 9 value 0.
           88 fin-saldos value 1.
       77  w-flag-saldo pic 9.
           88 hay-saldo value 1.
       77  w-tiene-cuotas pic x.
           88 tiene-cuotas value "S".
       77  w-venc-efectivo pic 9(8).
       01  w-cuenta-actual.
           03 w-cur-actual pic 99.
           03 w-cta-actual pic 9(5).
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
       77  w-cant-cuentas pic 9(7) value 0.
       77  w-cant-distintos pic 9(7) value 0.
       77  w-cant-faltantes pic 9(7) value 0.
       77  w-cant-huerfanos pic 9(7) value 0.
       77  w-cant-diferencias pic 9(7) value 0.
       77  w-total-pendiente pic 9(12)v99 value 0.
       77  w-dato pic x(12).
       77  w-imp-ant pic z.zzz.zz9,99.
       77  w-imp-nue pic z.zzz.zz9,99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "RecalcSaldos".
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
               PERFORM 300-PROCESAR-CUENTA
           END-PERFORM.
           PERFORM 500-BORRAR-HUERFANOS.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PAGOS PRORROGAS CASTIGOS.
           OPEN I-O SALDOS.
           OPEN EXTEND CORRIDAS.
           MOVE "I" TO cor-evento.
           MOVE 0 TO cor-procesados cor-rechazados cor-importe.
           MOVE space TO cor-estado.
           PERFORM 850-GRABAR-CORRIDA.
           MOVE spaces TO w-nombre-listado.
           STRING "..\saldos_recalculo_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "RECALCULO DE SALDOS POR CUENTA CORRIENTE - "
               w-fecha-hoy DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Curso Cta-cte  Situacion        Dato        "
               "      Grabado   Recalculado" DELIMITED BY SIZE
               INTO lis-linea.
           WRITE lis-linea.

       200-LEER-PAGOS.
           READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos.

      * Las cuotas de una cuenta llegan juntas porque la llave de
      * pagos.dat empieza por curso y cta-cte
       300-PROCESAR-CUENTA.
           MOVE pag-curso TO w-cur-actual.
           MOVE pag-cta-cte TO w-cta-actual.
           MOVE 0 TO w-cant-cuotas w-facturado w-cant-pagas w-cobrado
               w-cant-impagas w-pendiente w-fec-venc-antigua
               w-cant-vencidas w-vencido w-cant-castigadas
               w-castigado w-fec-ult-pago.
           PERFORM UNTIL fin-pagos
                   OR pag-curso NOT = w-cur-actual
                   OR pag-cta-cte NOT = w-cta-actual
               PERFORM 310-SUMAR-CUOTA
               PERFORM 200-LEER-PAGOS
           END-PERFORM.
           ADD 1 TO w-cant-cuentas.
           ADD w-pendiente TO w-total-pendiente.
           PERFORM 400-COMPARAR-Y-GRABAR.

      * Mismas reglas que ActSaldo: pendiente sin recargo, castigadas
      * fuera de la deuda, prorrogadas vencen en su fecha limite
       310-SUMAR-CUOTA.
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
                   PERFORM 320-SUMAR-IMPAGA
               END-IF
           END-IF.

       320-SUMAR-IMPAGA.
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

       400-COMPARAR-Y-GRABAR.
           MOVE 0 TO w-flag-saldo.
           MOVE w-cur-actual TO sal-curso.
           MOVE w-cta-actual TO sal-cta-cte.
           READ SALDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO w-flag-saldo
           END-READ.
           IF hay-saldo
               MOVE 0 TO w-cant-diferencias
               PERFORM 410-INFORMAR-DIFERENCIAS
               IF w-cant-diferencias > 0
                   ADD 1 TO w-cant-distintos
               END-IF
           ELSE
               ADD 1 TO w-cant-faltantes
               MOVE spaces TO lis-linea
               STRING w-cur-actual "    " w-cta-actual
                   "   SIN SALDO GRABADO" DELIMITED BY SIZE
                   INTO lis-linea
               WRITE lis-linea
           END-IF.
           MOVE w-cant-cuotas TO sal-cant-cuotas.
           MOVE w-facturado TO sal-facturado.
           MOVE w-cant-pagas TO sal-cant-pagas.
           MOVE w-cobrado TO sal-cobrado.
           MOVE w-cant-impagas TO sal-cant-impagas.
           MOVE w-pendiente TO sal-pendiente.
           MOVE w-fec-venc-antigua TO sal-fec-venc-antigua.
           MOVE w-cant-vencidas TO sal-cant-vencidas.
           MOVE w-vencido TO sal-vencido.
           MOVE w-cant-castigadas TO sal-cant-castigadas.
           MOVE w-castigado TO sal-castigado.
           MOVE w-fec-ult-pago TO sal-fec-ult-pago.
           MOVE w-fecha-hoy TO sal-fec-calculo.
           MOVE "RecalcSaldos" TO sal-programa.
           IF hay-saldo
               REWRITE sal-reg
           ELSE
               WRITE sal-reg
           END-IF.

      * Un renglon por dato que no coincide, con lo grabado y lo
      * recalculado
       410-INFORMAR-DIFERENCIAS.
           IF sal-facturado NOT = w-facturado
               MOVE sal-facturado TO w-imp-ant
               MOVE w-facturado TO w-imp-nue
               MOVE "facturado   " TO w-dato
               PERFORM 420-RENGLON-DIFERENCIA
           END-IF.
           IF sal-cobrado NOT = w-cobrado
               MOVE sal-cobrado TO w-imp-ant
               MOVE w-cobrado TO w-imp-nue
               MOVE "cobrado     " TO w-dato
               PERFORM 420-RENGLON-DIFERENCIA
           END-IF.
           IF sal-pendiente NOT = w-pendiente
               MOVE sal-pendiente TO w-imp-ant
               MOVE w-pendiente TO w-imp-nue
               MOVE "pendiente   " TO w-dato
               PERFORM 420-RENGLON-DIFERENCIA
           END-IF.
           IF sal-castigado NOT = w-castigado
               MOVE sal-castigado TO w-imp-ant
               MOVE w-castigado TO w-imp-nue
               MOVE "castigado   " TO w-dato
               PERFORM 420-RENGLON-DIFERENCIA
           END-IF.
           IF sal-cant-cuotas NOT = w-cant-cuotas
                   OR sal-cant-pagas NOT = w-cant-pagas
                   OR sal-cant-impagas NOT = w-cant-impagas
                   OR sal-cant-castigadas NOT = w-cant-castigadas
               MOVE spaces TO lis-linea
               STRING w-cur-actual "    " w-cta-actual
                   "   SALDO DISTINTO   cuotas/pagas/impagas/cast "
                   sal-cant-cuotas "/" sal-cant-pagas "/"
                   sal-cant-impagas "/" sal-cant-castigadas " -> "
                   w-cant-cuotas "/" w-cant-pagas "/"
                   w-cant-impagas "/" w-cant-castigadas
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
               ADD 1 TO w-cant-diferencias
           END-IF.
           IF sal-fec-venc-antigua NOT = w-fec-venc-antigua
                   OR sal-fec-ult-pago NOT = w-fec-ult-pago
               MOVE spaces TO lis-linea
               STRING w-cur-actual "    " w-cta-actual
                   "   SALDO DISTINTO   venc. mas viejo/ult. pago "
                   sal-fec-venc-antigua "/" sal-fec-ult-pago " -> "
                   w-fec-venc-antigua "/" w-fec-ult-pago
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
               ADD 1 TO w-cant-diferencias
           END-IF.

       420-RENGLON-DIFERENCIA.
           MOVE spaces TO lis-linea.
           STRING w-cur-actual "    " w-cta-actual
               "   SALDO DISTINTO   " w-dato " "
               w-imp-ant "  " w-imp-nue
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           ADD 1 TO w-cant-diferencias.

      * Saldos de cuentas que ya no tienen ninguna cuota
       500-BORRAR-HUERFANOS.
           MOVE 0 TO w-flag-saldos.
           MOVE LOW-VALUES TO sal-llave.
           START SALDOS KEY IS NOT LESS THAN sal-llave
               INVALID KEY MOVE 1 TO w-flag-saldos
           END-START.
           PERFORM UNTIL fin-saldos
               READ SALDOS NEXT AT END MOVE 1 TO w-flag-saldos
               END-READ
               IF NOT fin-saldos
                   PERFORM 510-VER-CUOTAS
                   IF NOT tiene-cuotas
                       ADD 1 TO w-cant-huerfanos
                       MOVE spaces TO lis-linea
                       STRING sal-curso "    " sal-cta-cte
                           "   SALDO SIN CUOTAS (se borra)"
                           DELIMITED BY SIZE INTO lis-linea
                       WRITE lis-linea
                       DELETE SALDOS RECORD
                   END-IF
               END-IF
           END-PERFORM.

       510-VER-CUOTAS.
           MOVE "N" TO w-tiene-cuotas.
           MOVE sal-curso TO pag-curso.
           MOVE sal-cta-cte TO pag-cta-cte.
           MOVE 0 TO pag-cuota.
           START PAGOS KEY IS NOT LESS THAN pagos-llave
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ PAGOS NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF pag-curso = sal-curso
                                   AND pag-cta-cte = sal-cta-cte
                               SET tiene-cuotas TO TRUE
                           END-IF
                   END-READ
           END-START.

       850-GRABAR-CORRIDA.
           MOVE "RecalcSaldos" TO cor-programa.
           MOVE w-fecha-hoy TO cor-fecha.
           ACCEPT cor-hora FROM TIME.
           MOVE 0 TO cor-lote.
           WRITE cor-reg.

      * Un saldo que no coincidia es un programa que grabo cuotas
      * sin actualizar el saldo: queda como alerta para revisarlo
       860-GRABAR-ALERTA.
           OPEN EXTEND ALERTAS.
           MOVE w-fecha-hoy TO al-fecha.
           ACCEPT al-hora FROM TIME.
           MOVE "RecalcSaldos" TO al-programa.
           MOVE "A" TO al-severidad.
           MOVE "SALDOS CORREGIDOS EN EL RECALCULO" TO al-mensaje.
           COMPUTE al-cantidad = w-cant-distintos + w-cant-faltantes
               + w-cant-huerfanos.
           MOVE "P" TO al-estado.
           WRITE al-reg.
           CLOSE ALERTAS.

       900-FIN.
           MOVE spaces TO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Cuentas recalculadas " w-cant-cuentas
               "  con saldo distinto " w-cant-distintos
               "  sin saldo " w-cant-faltantes
               "  saldos sin cuotas " w-cant-huerfanos
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO.
           IF w-cant-distintos > 0 OR w-cant-faltantes > 0
                   OR w-cant-huerfanos > 0
               PERFORM 860-GRABAR-ALERTA
           END-IF.
           MOVE "F" TO cor-evento.
           MOVE w-cant-cuentas TO cor-procesados.
           COMPUTE cor-rechazados = w-cant-distintos + w-cant-faltantes
               + w-cant-huerfanos.
           MOVE w-total-pendiente TO cor-importe.
           MOVE "N" TO cor-estado.
           PERFORM 850-GRABAR-CORRIDA.
           CLOSE PAGOS SALDOS PRORROGAS CASTIGOS CORRIDAS.
           DISPLAY "Cuentas recalculadas: ", w-cant-cuentas.
           DISPLAY "  con saldo distinto : ", w-cant-distintos.
           DISPLAY "  sin saldo grabado  : ", w-cant-faltantes.
           DISPLAY "  saldos sin cuotas  : ", w-cant-huerfanos.
           DISPLAY "Detalle en ", w-nombre-listado.
       END PROGRAM RecalcSaldos.
