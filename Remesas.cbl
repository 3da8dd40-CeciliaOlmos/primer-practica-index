      ******************************************************************
      * Author:
      * Date:
      * Purpose: Remesas de efectivo de la caja al banco: registra cada
      *          remesa con las cajas (fecha y numero) que cubre, el
      *          importe segun el arqueo de cierre, la boleta de
      *          deposito y quien la llevo. La conciliacion del
      *          extracto marca la remesa acreditada al aparear el
      *          deposito. El informe de pendientes muestra el
      *          efectivo cobrado sin remesar y las remesas en
      *          transito, con su antiguedad en dias
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Remesas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAJAS ASSIGN TO "..\cajas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS caja-llave.

           SELECT OPTIONAL CAJA-ARQUEOS ASSIGN TO "..\caja_arqueos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS arq-llave.

           SELECT OPTIONAL REMESAS ASSIGN TO "..\remesas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rem-numero.

           SELECT OPTIONAL REMESA-CAJAS ASSIGN TO "..\remesa_cajas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rc-llave.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CAJAS.
       01  caja-reg.
           03 caja-llave.
               05 caja-fecha pic 9(8).
               05 caja-numero pic 99.
           03 caja-estado pic x.
               88 caja-abierta value "A".
               88 caja-cerrada value "C".
           03 caja-operador pic x(10).
           03 caja-fec-cierre pic 9(8).
           03 caja-sede pic 99.

       FD  CAJA-ARQUEOS.
       01  arq-reg.
           03 arq-llave.
               05 arq-fecha pic 9(8).
               05 arq-caja pic 99.
           03 arq-sede pic 99.
           03 arq-esp-efectivo pic s9(8)v99.
           03 arq-cont-efectivo pic 9(8)v99.
           03 arq-esp-cheque pic 9(8)v99.
           03 arq-cont-cheque pic 9(8)v99.
           03 arq-operador pic x(10).

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
               88 remesa-acreditada value "A".
           03 rem-fec-acredit pic 9(8).
           03 rem-operador pic x(10).

      * Cada caja remesada apunta a su remesa: una caja no se remesa
      * dos veces
       FD  REMESA-CAJAS.
       01  rc-reg.
           03 rc-llave.
               05 rc-fecha pic 9(8).
               05 rc-caja pic 99.
           03 rc-remesa pic 9(6).
           03 rc-importe pic 9(8)v99.

       FD  JOURNAL.
       01  jr-reg.
           03 jr-fecha pic 9(8).
           03 jr-operador pic x(10).
           03 jr-programa pic x(12).
           03 jr-archivo pic x(8).
           03 jr-llave pic x(20).
           03 jr-antes pic x(80).
           03 jr-despues pic x(80).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "P".
           88 modo-alta value "A".
           88 modo-pendientes value "P".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-flag-cajas pic 9 value 0.
           88 fin-cajas value 1.
       77  w-flag-rem pic 9 value 0.
           88 fin-rem value 1.
       77  w-confirma pic x value "N".
           88 remesa-confirmada value "S".
       77  w-ultimo-nro pic 9(6) value 0.
       77  w-fec-envio pic 9(8).
       77  w-boleta pic x(15).
       77  w-portador pic x(30).
       77  w-total-remesa pic 9(8)v99 value 0.
       77  w-efectivo-caja pic 9(8)v99.
       77  w-cant-sel pic 99 value 0.
       77  w-ind pic 99.
       77  w-repetida pic x.
           88 caja-repetida value "S".
       77  w-fecha-caja pic 9(8).
       77  w-nro-caja pic 99.
       01  w-tab-sel.
           03 w-sel occurs 50.
              05 w-sel-fecha pic 9(8).
              05 w-sel-caja pic 99.
              05 w-sel-importe pic 9(8)v99.
       77  w-dias pic s9(5).
       77  w-serial-hoy pic 9(7).
       77  w-cant-sin-remesar pic 9(5) value 0.
       77  w-total-sin-remesar pic 9(10)v99 value 0.
       77  w-cant-transito pic 9(5) value 0.
       77  w-total-transito pic 9(10)v99 value 0.
       01  w-fecha-serial.
           03 w-fs-anio pic 9(4).
           03 w-fs-mes pic 99.
           03 w-fs-dia pic 99.
       77  w-fs-t1 pic 9(7).
       77  w-fs-t2 pic 9(7).
       77  w-fs-t3 pic 9(7).
       77  w-fs-serial pic 9(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (A=Alta de remesa, P=Pendientes de remesar ",
               "y en transito)".
           ACCEPT w-modo.
           OPEN INPUT CAJAS CAJA-ARQUEOS.
           OPEN I-O REMESAS REMESA-CAJAS.
           IF modo-alta
               PERFORM 050-LEER-OPERADOR
               PERFORM 200-ALTA-REMESA
           ELSE
               PERFORM 400-PENDIENTES
           END-IF.
           CLOSE CAJAS CAJA-ARQUEOS REMESAS REMESA-CAJAS.
           GOBACK.

       050-LEER-OPERADOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF fin-oa OR oa-codigo = spaces
               DISPLAY "Operador"
               ACCEPT w-operador
           ELSE
               MOVE oa-codigo TO w-operador
           END-IF.

      ******************************************************************
      * Alta: se eligen las cajas cerradas que viajan juntas; el
      * importe de cada una es el efectivo contado en el arqueo
      ******************************************************************
       200-ALTA-REMESA.
           DISPLAY "Fecha de envio al banco (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fec-envio.
           IF w-fec-envio = 0
               MOVE w-fecha-hoy TO w-fec-envio
           END-IF.
           DISPLAY "Numero de boleta de deposito".
           ACCEPT w-boleta.
           DISPLAY "Quien lleva la remesa".
           ACCEPT w-portador.
           PERFORM 210-PEDIR-CAJA.
           PERFORM UNTIL w-fecha-caja = 0
               PERFORM 220-AGREGAR-CAJA
               PERFORM 210-PEDIR-CAJA
           END-PERFORM.
           IF w-cant-sel = 0
               DISPLAY "NO SE ELIGIO NINGUNA CAJA - NO HAY REMESA"
           ELSE
               DISPLAY "REMESA: ", w-cant-sel, " cajas por ",
                   w-total-remesa, " boleta ", w-boleta
               DISPLAY "Confirma la remesa? (S/N)"
               ACCEPT w-confirma
               IF remesa-confirmada
                   PERFORM 250-GRABAR-REMESA
               ELSE
                   DISPLAY "REMESA NO CONFIRMADA - no se grabo nada"
               END-IF
           END-IF.

       210-PEDIR-CAJA.
           DISPLAY "Fecha de la caja (AAAAMMDD, x fin 0)".
           ACCEPT w-fecha-caja.
           IF w-fecha-caja NOT = 0
               DISPLAY "Numero de caja"
               ACCEPT w-nro-caja
           END-IF.

       220-AGREGAR-CAJA.
           MOVE "N" TO w-repetida.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-sel OR caja-repetida
               IF w-sel-fecha(w-ind) = w-fecha-caja
                       AND w-sel-caja(w-ind) = w-nro-caja
                   SET caja-repetida TO TRUE
               END-IF
           END-PERFORM.
           MOVE w-fecha-caja TO caja-fecha rc-fecha.
           MOVE w-nro-caja TO caja-numero rc-caja.
           READ CAJAS
               INVALID KEY
                   DISPLAY "NO EXISTE ESA CAJA"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT caja-cerrada
                           DISPLAY "LA CAJA NO ESTA CERRADA - ",
                               "primero el arqueo"
                       WHEN caja-repetida
                           DISPLAY "LA CAJA YA ESTA EN ESTA REMESA"
                       WHEN w-cant-sel NOT < 50
                           DISPLAY "LA REMESA ADMITE HASTA 50 CAJAS"
                       WHEN OTHER
                           READ REMESA-CAJAS
                               INVALID KEY
                                   PERFORM 230-EFECTIVO-DE-CAJA
                               NOT INVALID KEY
                                   DISPLAY "LA CAJA YA FUE REMESADA ",
                                       "EN LA REMESA ", rc-remesa
                           END-READ
                   END-EVALUATE
           END-READ.

      * Las cajas cerradas antes de grabarse el arqueo no lo tienen:
      * el efectivo se carga a mano
       230-EFECTIVO-DE-CAJA.
           MOVE caja-llave TO arq-llave.
           READ CAJA-ARQUEOS
               INVALID KEY
                   DISPLAY "CAJA SIN ARQUEO GRABADO - efectivo ",
                       "a remesar"
                   ACCEPT w-efectivo-caja
               NOT INVALID KEY
                   MOVE arq-cont-efectivo TO w-efectivo-caja
           END-READ.
           ADD 1 TO w-cant-sel.
           MOVE w-fecha-caja TO w-sel-fecha(w-cant-sel).
           MOVE w-nro-caja TO w-sel-caja(w-cant-sel).
           MOVE w-efectivo-caja TO w-sel-importe(w-cant-sel).
           ADD w-efectivo-caja TO w-total-remesa.
           DISPLAY "  caja ", w-nro-caja, " del ", w-fecha-caja,
               " efectivo ", w-efectivo-caja.

       250-GRABAR-REMESA.
           PERFORM 260-PROXIMO-NUMERO.
           MOVE w-ultimo-nro TO rem-numero.
           MOVE w-fec-envio TO rem-fec-envio.
           MOVE w-total-remesa TO rem-importe.
           MOVE w-boleta TO rem-boleta.
           MOVE w-portador TO rem-portador.
           MOVE w-cant-sel TO rem-cant-cajas.
           MOVE "T" TO rem-estado.
           MOVE 0 TO rem-fec-acredit.
           MOVE w-operador TO rem-operador.
           WRITE rem-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA REMESA"
               NOT INVALID KEY
                   PERFORM VARYING w-ind FROM 1 BY 1
                           UNTIL w-ind > w-cant-sel
                       MOVE w-sel-fecha(w-ind) TO rc-fecha
                       MOVE w-sel-caja(w-ind) TO rc-caja
                       MOVE rem-numero TO rc-remesa
                       MOVE w-sel-importe(w-ind) TO rc-importe
                       WRITE rc-reg
                           INVALID KEY
                               DISPLAY "NO PUDE GRABAR LA CAJA ",
                                   rc-caja, " DEL ", rc-fecha
                       END-WRITE
                   END-PERFORM
                   PERFORM 270-GRABAR-JOURNAL
                   DISPLAY "Remesa ", rem-numero, " grabada en ",
                       "transito por ", rem-importe
           END-WRITE.

       260-PROXIMO-NUMERO.
           MOVE 0 TO w-ultimo-nro.
           MOVE 0 TO rem-numero.
           START REMESAS KEY IS NOT LESS THAN rem-numero
               INVALID KEY MOVE 1 TO w-flag-rem
           END-START.
           PERFORM UNTIL fin-rem
               READ REMESAS NEXT AT END MOVE 1 TO w-flag-rem
               END-READ
               IF NOT fin-rem
                   MOVE rem-numero TO w-ultimo-nro
               END-IF
           END-PERFORM.
           ADD 1 TO w-ultimo-nro.

       270-GRABAR-JOURNAL.
           OPEN EXTEND JOURNAL.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "Remesas" TO jr-programa.
           MOVE "REMESAS" TO jr-archivo.
           MOVE spaces TO jr-llave.
           MOVE rem-numero TO jr-llave.
           MOVE spaces TO jr-antes.
           MOVE rem-reg TO jr-despues.
           WRITE jr-reg.
           CLOSE JOURNAL.

      ******************************************************************
      * Pendientes: cajas cerradas cuyo efectivo no salio en ninguna
      * remesa, y remesas que el extracto todavia no acredito
      ******************************************************************
       400-PENDIENTES.
           MOVE w-fecha-hoy TO w-fecha-serial.
           PERFORM 800-FECHA-A-SERIAL.
           MOVE w-fs-serial TO w-serial-hoy.
           DISPLAY "EFECTIVO COBRADO SIN REMESAR AL ", w-fecha-hoy.
           DISPLAY "FECHA    CAJA SEDE        EFECTIVO  DIAS".
           MOVE LOW-VALUES TO caja-llave.
           START CAJAS KEY IS NOT LESS THAN caja-llave
               INVALID KEY MOVE 1 TO w-flag-cajas
           END-START.
           PERFORM UNTIL fin-cajas
               READ CAJAS NEXT AT END MOVE 1 TO w-flag-cajas
               END-READ
               IF NOT fin-cajas
                   IF caja-cerrada
                       MOVE caja-llave TO rc-llave
                       READ REMESA-CAJAS
                           INVALID KEY PERFORM 410-CAJA-SIN-REMESAR
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Cajas sin remesar: ", w-cant-sin-remesar,
               "  efectivo ", w-total-sin-remesar.
           DISPLAY " ".
           DISPLAY "REMESAS EN TRANSITO (sin acreditar en extracto)".
           DISPLAY "NUMERO ENVIO          IMPORTE BOLETA          ",
               "DIAS PORTADOR".
           MOVE 0 TO w-flag-rem.
           MOVE 0 TO rem-numero.
           START REMESAS KEY IS NOT LESS THAN rem-numero
               INVALID KEY MOVE 1 TO w-flag-rem
           END-START.
           PERFORM UNTIL fin-rem
               READ REMESAS NEXT AT END MOVE 1 TO w-flag-rem
               END-READ
               IF NOT fin-rem
                   IF remesa-en-transito
                       PERFORM 420-REMESA-EN-TRANSITO
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Remesas en transito: ", w-cant-transito,
               "  total ", w-total-transito.

       410-CAJA-SIN-REMESAR.
           MOVE caja-llave TO arq-llave.
           MOVE caja-fecha TO w-fecha-serial.
           PERFORM 800-FECHA-A-SERIAL.
           COMPUTE w-dias = w-serial-hoy - w-fs-serial.
           READ CAJA-ARQUEOS
               INVALID KEY
                   DISPLAY caja-fecha, " ", caja-numero, "   ",
                       caja-sede, "  (sin arqueo grabado)  ", w-dias
                   ADD 1 TO w-cant-sin-remesar
               NOT INVALID KEY
                   IF arq-cont-efectivo > 0
                       DISPLAY caja-fecha, " ", caja-numero, "   ",
                           caja-sede, "  ", arq-cont-efectivo, "  ",
                           w-dias
                       ADD 1 TO w-cant-sin-remesar
                       ADD arq-cont-efectivo TO w-total-sin-remesar
                   END-IF
           END-READ.

       420-REMESA-EN-TRANSITO.
           MOVE rem-fec-envio TO w-fecha-serial.
           PERFORM 800-FECHA-A-SERIAL.
           COMPUTE w-dias = w-serial-hoy - w-fs-serial.
           DISPLAY rem-numero, " ", rem-fec-envio, " ", rem-importe,
               " ", rem-boleta, " ", w-dias, " ", rem-portador.
           ADD 1 TO w-cant-transito.
           ADD rem-importe TO w-total-transito.

      * Numero de dia corrido (formula de dia juliano simplificada,
      * valida para todo el rango de fechas del sistema)
       800-FECHA-A-SERIAL.
           COMPUTE w-fs-t1 = w-fs-mes + 9.
           DIVIDE w-fs-t1 BY 12 GIVING w-fs-t1.
           COMPUTE w-fs-t2 = 7 * (w-fs-anio + w-fs-t1).
           DIVIDE w-fs-t2 BY 4 GIVING w-fs-t2.
           COMPUTE w-fs-t3 = 275 * w-fs-mes.
           DIVIDE w-fs-t3 BY 9 GIVING w-fs-t3.
           COMPUTE w-fs-serial = 367 * w-fs-anio - w-fs-t2
               + w-fs-t3 + w-fs-dia.
       END PROGRAM Remesas.
