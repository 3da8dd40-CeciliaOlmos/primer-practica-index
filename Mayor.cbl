      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mayor interno: consulta de lo que la interfaz contable
      *          paso a mayor.dat. Libro mayor de una cuenta entre dos
      *          fechas con saldo anterior y saldo corrido, balance de
      *          sumas y saldos a una fecha para todas las cuentas, y
      *          control de un mes cerrado: la cobranza y los recargos
      *          pasados al mayor contra los totales del cierre
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mayor.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAYOR ASSIGN TO "..\mayor.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS my-llave
           ALTERNATE RECORD KEY IS my-clave-cuenta WITH DUPLICATES.

           SELECT OPTIONAL CIERRES ASSIGN TO "..\cierres.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cie-mes.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAYOR.
       01  my-reg.
           03 my-llave.
               05 my-fecha pic 9(8).
               05 my-renglon pic 9(5).
           03 my-clave-cuenta.
               05 my-cuenta pic x(8).
               05 my-fecha-cta pic 9(8).
           03 my-dh pic x.
               88 my-debe value "D".
           03 my-importe pic 9(10)v99.
           03 my-concepto pic x(20).
           03 my-fec-pase pic 9(8).

       FD  CIERRES.
       01  cie-reg.
           03 cie-mes pic 9(6).
           03 cie-estado pic x.
           03 cie-fec-cierre pic 9(8).
           03 cie-operador pic x(10).
           03 cie-cant-pagos pic 9(5).
           03 cie-total-cobrado pic 9(10)v99.
           03 cie-total-recargos pic 9(10)v99.

       FD  LISTADO.
       01  lis-linea pic x(100).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "M".
           88 modo-mayor value "M".
           88 modo-balance value "B".
           88 modo-control value "C".
       77  w-fecha-hoy pic 9(8).
       77  w-nombre-listado pic x(40).
       77  w-flag-mayor pic 9 value 0.
           88 fin-mayor value 1.
       77  w-cuenta pic x(8).
       77  w-desde pic 9(8).
       77  w-hasta pic 9(8).
       77  w-mes pic 9(6).
       77  w-saldo pic s9(12)v99 value 0.
       77  w-debe-periodo pic 9(12)v99 value 0.
       77  w-haber-periodo pic 9(12)v99 value 0.
       77  w-cant-movs pic 9(5) value 0.
       77  w-ind pic 999.
       77  w-cta-cant pic 999 value 0.
       77  w-hallada pic x.
           88 cuenta-hallada value "S".
       01  w-tab-cuentas.
           03 w-cta occurs 300.
              05 w-cta-codigo pic x(8).
              05 w-cta-debe pic 9(12)v99.
              05 w-cta-haber pic 9(12)v99.
       77  w-total-debe pic 9(12)v99 value 0.
       77  w-total-haber pic 9(12)v99 value 0.
       77  w-saldo-deudor pic 9(12)v99.
       77  w-saldo-acreedor pic 9(12)v99.
       77  w-tot-deudor pic 9(12)v99 value 0.
       77  w-tot-acreedor pic 9(12)v99 value 0.
       77  w-mayor-cobrado pic 9(12)v99 value 0.
       77  w-mayor-recargos pic 9(12)v99 value 0.
       77  w-dif pic s9(12)v99.

       01  lin-mayor.
           03 m-fecha pic 9(8).
           03 filler pic x value space.
           03 m-renglon pic 9(5).
           03 filler pic x value space.
           03 m-concepto pic x(20).
           03 m-debe pic zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 m-haber pic zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 m-saldo pic ----.---.--9,99.
       01  lin-balance.
           03 b-cuenta pic x(8).
           03 filler pic x(2) value spaces.
           03 b-debe pic zzz.zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 b-haber pic zzz.zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 b-deudor pic zzz.zzz.zzz.zz9,99.
           03 filler pic x value space.
           03 b-acreedor pic zzz.zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (M=Libro mayor de una cuenta, B=Balance de ",
               "sumas y saldos, C=Control de un mes cerrado)".
           ACCEPT w-modo.
           OPEN INPUT MAYOR.
           EVALUATE TRUE
               WHEN modo-balance
                   PERFORM 400-BALANCE
               WHEN modo-control
                   PERFORM 600-CONTROL-CIERRE
               WHEN OTHER
                   PERFORM 200-LIBRO-MAYOR
           END-EVALUATE.
           CLOSE MAYOR.
           GOBACK.

      ******************************************************************
      * Libro mayor: lo anterior a la fecha desde entra como saldo
      * anterior; despues cada renglon con su saldo corrido
      * (deudor positivo, acreedor negativo)
      ******************************************************************
       200-LIBRO-MAYOR.
           DISPLAY "Cuenta".
           ACCEPT w-cuenta.
           DISPLAY "Desde (AAAAMMDD)".
           ACCEPT w-desde.
           DISPLAY "Hasta (AAAAMMDD, 0 = hoy)".
           ACCEPT w-hasta.
           IF w-hasta = 0
               MOVE w-fecha-hoy TO w-hasta
           END-IF.
           MOVE spaces TO w-nombre-listado.
           STRING "..\mayor_" w-cuenta DELIMITED BY SPACE
               "_" w-desde "_" w-hasta ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "LIBRO MAYOR - CUENTA " w-cuenta " DEL " w-desde
               " AL " w-hasta DELIMITED BY SIZE INTO lis-linea.
           PERFORM 290-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "FECHA    RENGL CONCEPTO                     DEBE"
               "          HABER           SALDO"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 290-EMITIR.
           MOVE all "-" TO lis-linea.
           PERFORM 290-EMITIR.
           MOVE w-cuenta TO my-cuenta.
           MOVE 0 TO my-fecha-cta.
           START MAYOR KEY IS NOT LESS THAN my-clave-cuenta
               INVALID KEY MOVE 1 TO w-flag-mayor
           END-START.
           PERFORM UNTIL fin-mayor
               READ MAYOR NEXT AT END MOVE 1 TO w-flag-mayor
               END-READ
               IF NOT fin-mayor
                   IF my-cuenta NOT = w-cuenta
                           OR my-fecha-cta > w-hasta
                       MOVE 1 TO w-flag-mayor
                   ELSE
                       PERFORM 210-RENGLON-MAYOR
                   END-IF
               END-IF
           END-PERFORM.
           IF w-cant-movs = 0
               PERFORM 220-SALDO-ANTERIOR
           END-IF.
           MOVE all "-" TO lis-linea.
           PERFORM 290-EMITIR.
           MOVE spaces TO lis-linea.
           MOVE w-saldo TO m-saldo.
           STRING "MOVIMIENTOS " w-cant-movs "  DEBE " w-debe-periodo
               "  HABER " w-haber-periodo "  SALDO FINAL " m-saldo
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 290-EMITIR.
           CLOSE LISTADO.
           DISPLAY "Listado en ", w-nombre-listado.

       210-RENGLON-MAYOR.
           IF my-fecha-cta < w-desde
               IF my-debe
                   ADD my-importe TO w-saldo
               ELSE
                   SUBTRACT my-importe FROM w-saldo
               END-IF
           ELSE
               IF w-cant-movs = 0
                   PERFORM 220-SALDO-ANTERIOR
               END-IF
               ADD 1 TO w-cant-movs
               MOVE my-fecha-cta TO m-fecha
               MOVE my-renglon TO m-renglon
               MOVE my-concepto TO m-concepto
               IF my-debe
                   ADD my-importe TO w-saldo w-debe-periodo
                   MOVE my-importe TO m-debe
                   MOVE 0 TO m-haber
               ELSE
                   SUBTRACT my-importe FROM w-saldo
                   ADD my-importe TO w-haber-periodo
                   MOVE 0 TO m-debe
                   MOVE my-importe TO m-haber
               END-IF
               MOVE w-saldo TO m-saldo
               MOVE lin-mayor TO lis-linea
               PERFORM 290-EMITIR
           END-IF.

       220-SALDO-ANTERIOR.
           MOVE 0 TO m-fecha m-renglon m-debe m-haber.
           MOVE "SALDO ANTERIOR" TO m-concepto.
           MOVE w-saldo TO m-saldo.
           MOVE lin-mayor TO lis-linea.
           PERFORM 290-EMITIR.

       290-EMITIR.
           DISPLAY lis-linea.
           WRITE lis-linea.

      ******************************************************************
      * Balance de sumas y saldos: todo lo pasado hasta la fecha de
      * corte, por cuenta; las dos columnas de sumas y las de saldos
      * tienen que dar iguales
      ******************************************************************
       400-BALANCE.
           DISPLAY "Balance al (AAAAMMDD, 0 = hoy)".
           ACCEPT w-hasta.
           IF w-hasta = 0
               MOVE w-fecha-hoy TO w-hasta
           END-IF.
           MOVE LOW-VALUES TO my-clave-cuenta.
           START MAYOR KEY IS NOT LESS THAN my-clave-cuenta
               INVALID KEY MOVE 1 TO w-flag-mayor
           END-START.
           PERFORM UNTIL fin-mayor
               READ MAYOR NEXT AT END MOVE 1 TO w-flag-mayor
               END-READ
               IF NOT fin-mayor
                   IF my-fecha-cta NOT > w-hasta
                       PERFORM 410-ACUMULAR-CUENTA
                   END-IF
               END-IF
           END-PERFORM.
           MOVE spaces TO w-nombre-listado.
           STRING "..\balance_" w-hasta ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "BALANCE DE SUMAS Y SALDOS AL " w-hasta
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 290-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "CUENTA                 DEBE              HABER"
               "            DEUDOR          ACREEDOR"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 290-EMITIR.
           MOVE all "-" TO lis-linea.
           PERFORM 290-EMITIR.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cta-cant
               PERFORM 420-RENGLON-BALANCE
           END-PERFORM.
           MOVE all "-" TO lis-linea.
           PERFORM 290-EMITIR.
           MOVE "TOTALES" TO b-cuenta.
           MOVE w-total-debe TO b-debe.
           MOVE w-total-haber TO b-haber.
           MOVE w-tot-deudor TO b-deudor.
           MOVE w-tot-acreedor TO b-acreedor.
           MOVE lin-balance TO lis-linea.
           PERFORM 290-EMITIR.
           IF w-total-debe = w-total-haber
                   AND w-tot-deudor = w-tot-acreedor
               MOVE "EL BALANCE CIERRA" TO lis-linea
           ELSE
               MOVE "EL BALANCE NO CIERRA - REVISAR" TO lis-linea
           END-IF.
           PERFORM 290-EMITIR.
           CLOSE LISTADO.
           DISPLAY "Listado en ", w-nombre-listado.

      * El archivo se lee por cuenta: las cuentas llegan en orden
       410-ACUMULAR-CUENTA.
           IF w-cta-cant = 0
               PERFORM 415-NUEVA-CUENTA
           ELSE
               IF w-cta-codigo(w-cta-cant) NOT = my-cuenta
                   PERFORM 415-NUEVA-CUENTA
               END-IF
           END-IF.
           IF w-cta-codigo(w-cta-cant) = my-cuenta
               IF my-debe
                   ADD my-importe TO w-cta-debe(w-cta-cant)
               ELSE
                   ADD my-importe TO w-cta-haber(w-cta-cant)
               END-IF
           END-IF.

       415-NUEVA-CUENTA.
           IF w-cta-cant < 300
               ADD 1 TO w-cta-cant
               MOVE my-cuenta TO w-cta-codigo(w-cta-cant)
               MOVE 0 TO w-cta-debe(w-cta-cant)
               MOVE 0 TO w-cta-haber(w-cta-cant)
           ELSE
               DISPLAY "MAS DE 300 CUENTAS - ", my-cuenta,
                   " NO ENTRA EN EL BALANCE"
           END-IF.

       420-RENGLON-BALANCE.
           MOVE w-cta-codigo(w-ind) TO b-cuenta.
           MOVE w-cta-debe(w-ind) TO b-debe.
           MOVE w-cta-haber(w-ind) TO b-haber.
           ADD w-cta-debe(w-ind) TO w-total-debe.
           ADD w-cta-haber(w-ind) TO w-total-haber.
           MOVE 0 TO w-saldo-deudor w-saldo-acreedor.
           IF w-cta-debe(w-ind) > w-cta-haber(w-ind)
               COMPUTE w-saldo-deudor =
                   w-cta-debe(w-ind) - w-cta-haber(w-ind)
           ELSE
               COMPUTE w-saldo-acreedor =
                   w-cta-haber(w-ind) - w-cta-debe(w-ind)
           END-IF.
           ADD w-saldo-deudor TO w-tot-deudor.
           ADD w-saldo-acreedor TO w-tot-acreedor.
           MOVE w-saldo-deudor TO b-deudor.
           MOVE w-saldo-acreedor TO b-acreedor.
           MOVE lin-balance TO lis-linea.
           PERFORM 290-EMITIR.

      ******************************************************************
      * Control del mes cerrado: la cobranza pasada al mayor (los
      * movimientos PAGO- al debe) y los recargos tienen que coincidir
      * con los totales congelados en el cierre
      ******************************************************************
       600-CONTROL-CIERRE.
           DISPLAY "Mes a controlar (AAAAMM)".
           ACCEPT w-mes.
           OPEN INPUT CIERRES.
           MOVE w-mes TO cie-mes.
           READ CIERRES
               INVALID KEY
                   DISPLAY "EL MES ", w-mes, " NO ESTA CERRADO"
               NOT INVALID KEY
                   PERFORM 610-SUMAR-MES
                   PERFORM 620-INFORMAR-CONTROL
           END-READ.
           CLOSE CIERRES.

       610-SUMAR-MES.
           COMPUTE my-fecha = w-mes * 100.
           MOVE 0 TO my-renglon.
           START MAYOR KEY IS NOT LESS THAN my-llave
               INVALID KEY MOVE 1 TO w-flag-mayor
           END-START.
           PERFORM UNTIL fin-mayor
               READ MAYOR NEXT AT END MOVE 1 TO w-flag-mayor
               END-READ
               IF NOT fin-mayor
                   IF my-fecha(1:6) NOT = w-mes
                       MOVE 1 TO w-flag-mayor
                   ELSE
                       IF my-debe
                           IF my-concepto(1:5) = "PAGO-"
                               ADD my-importe TO w-mayor-cobrado
                           END-IF
                           IF my-concepto = "RECARGO"
                               ADD my-importe TO w-mayor-recargos
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       620-INFORMAR-CONTROL.
           DISPLAY "CONTROL DEL MAYOR CONTRA EL CIERRE DE ", w-mes.
           DISPLAY "                    CIERRE            MAYOR".
           COMPUTE w-dif = w-mayor-cobrado - cie-total-cobrado.
           DISPLAY "Cobrado  : ", cie-total-cobrado, "  ",
               w-mayor-cobrado, "  dif ", w-dif.
           IF w-dif NOT = 0
               DISPLAY "  LA COBRANZA DEL MAYOR NO COINCIDE CON ",
                   "EL CIERRE - REVISAR DIAS SIN PASAR"
           END-IF.
           COMPUTE w-dif = w-mayor-recargos - cie-total-recargos.
           DISPLAY "Recargos : ", cie-total-recargos, "  ",
               w-mayor-recargos, "  dif ", w-dif.
           IF w-dif NOT = 0
               DISPLAY "  LOS RECARGOS DEL MAYOR NO COINCIDEN CON ",
                   "EL CIERRE"
           END-IF.
       END PROGRAM Mayor.
