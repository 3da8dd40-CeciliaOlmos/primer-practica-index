      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prorrogas de vencimiento autorizadas: el supervisor
      *          le da a una cuota impaga una nueva fecha limite, con
      *          el motivo, y hasta esa fecha la cuota no se considera
      *          vencida (las novedades del banco, la caja, el
      *          cotizador y el listado de morosos no le cobran
      *          recargo ni la listan). El reporte mensual lista las
      *          prorrogas otorgadas en el mes y cuantas se cumplieron
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prorrogas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRORROGAS ASSIGN TO "..\prorrogas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pro-llave
           SHARING WITH ALL OTHER.

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
               88 prorroga-anulada value "B".

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
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

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

       FD  LISTADO.
       01  lis-linea pic x(132).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           88 modo-alta value "A".
           88 modo-anular value "B".
           88 modo-reporte value "R".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value "(sin ses.)".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-autorizado pic x value "N".
           88 es-supervisor value "S".
       77  w-flag-pro pic 9 value 0.
           88 fin-pro value 1.
       77  w-existe pic x value "N".
           88 reg-existe value "S".
       77  w-nombre-listado pic x(50).
       77  w-mes pic 9(6).
       77  w-antes pic x(80).
       77  w-despues pic x(80).
       77  w-situacion pic x(14).
       77  w-cant-otorgadas pic 9(5) value 0.
       77  w-cant-cumplidas pic 9(5) value 0.
       77  w-cant-tarde pic 9(5) value 0.
       77  w-cant-vigentes pic 9(5) value 0.
       77  w-cant-incumplidas pic 9(5) value 0.
       77  w-cant-anuladas pic 9(5) value 0.
       77  w-porcentaje pic 999v9.
       77  w-porc-ed pic zz9,9.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Prorrogas".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Prorrogas".
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
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-LEER-OPERADOR.
           DISPLAY "Modo (L=Listar vigentes, A=Otorgar prorroga, ",
               "B=Anular prorroga, R=Reporte mensual)".
           ACCEPT w-modo.
           EVALUATE TRUE
               WHEN modo-alta OR modo-anular
                   IF es-supervisor
                       OPEN I-O PRORROGAS
                       OPEN INPUT PAGOS
                       OPEN EXTEND JOURNAL
                       IF modo-alta
                           PERFORM 200-OTORGAR
                       ELSE
                           PERFORM 300-ANULAR
                       END-IF
                       CLOSE PRORROGAS PAGOS JOURNAL
                   ELSE
                       DISPLAY "SOLO UN SUPERVISOR PUEDE AUTORIZAR ",
                           "PRORROGAS"
                   END-IF
               WHEN modo-reporte
                   OPEN INPUT PRORROGAS PAGOS
                   PERFORM 500-REPORTE-MENSUAL
                   CLOSE PRORROGAS PAGOS
               WHEN OTHER
                   OPEN INPUT PRORROGAS
                   PERFORM 400-LISTAR
                   CLOSE PRORROGAS
           END-EVALUATE.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       050-LEER-OPERADOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa AND oa-codigo NOT = spaces
               MOVE oa-codigo TO w-operador
               IF oa-perfil = "S"
                   SET es-supervisor TO TRUE
               END-IF
           END-IF.

       100-PEDIR-CUOTA.
           DISPLAY "Curso (x fin 0)".
           ACCEPT pro-curso.
           IF pro-curso NOT = 0
               DISPLAY "Cta-cte"
               ACCEPT pro-cta-cte
               DISPLAY "Cuota"
               ACCEPT pro-cuota
           END-IF.

      * Solo sobre cuotas impagas; la fecha limite tiene que ser
      * posterior al vencimiento que se prorroga
       200-OTORGAR.
           PERFORM 100-PEDIR-CUOTA.
           PERFORM UNTIL pro-curso = 0
               MOVE pro-llave TO pagos-llave
               READ PAGOS
                   INVALID KEY
                       DISPLAY "LA CUOTA NO EXISTE"
                   NOT INVALID KEY
                       IF pag-fec-pago NOT = 0
                           DISPLAY "LA CUOTA YA ESTA PAGADA"
                       ELSE
                           PERFORM 210-CARGAR-PRORROGA
                       END-IF
               END-READ
               PERFORM 100-PEDIR-CUOTA
           END-PERFORM.

       210-CARGAR-PRORROGA.
           DISPLAY "Vencimiento ", pag-fec-venc, " importe ",
               pag-importe.
           MOVE spaces TO w-antes.
           MOVE "N" TO w-existe.
           READ PRORROGAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   MOVE pro-reg TO w-antes
                   IF prorroga-vigente
                       DISPLAY "Ya tiene prorroga hasta ",
                           pro-fec-limite, " (", pro-motivo, ")"
                   END-IF
           END-READ.
           DISPLAY "Nueva fecha limite (AAAAMMDD)".
           ACCEPT pro-fec-limite.
           IF pro-fec-limite NOT > pag-fec-venc
               DISPLAY "LA FECHA LIMITE DEBE SER POSTERIOR AL ",
                   "VENCIMIENTO"
           ELSE
               DISPLAY "Motivo"
               ACCEPT pro-motivo
               MOVE w-operador TO pro-supervisor
               MOVE w-fecha-hoy TO pro-fec-alta
               MOVE "V" TO pro-estado
               IF reg-existe
                   REWRITE pro-reg
               ELSE
                   WRITE pro-reg
               END-IF
               MOVE pro-reg TO w-despues
               PERFORM 600-JOURNAL
               PERFORM 610-ACTUALIZAR-SALDO
               DISPLAY "Prorroga registrada hasta ", pro-fec-limite
           END-IF.

       300-ANULAR.
           PERFORM 100-PEDIR-CUOTA.
           PERFORM UNTIL pro-curso = 0
               READ PRORROGAS
                   INVALID KEY
                       DISPLAY "LA CUOTA NO TIENE PRORROGA"
                   NOT INVALID KEY
                       IF prorroga-anulada
                           DISPLAY "LA PRORROGA YA ESTA ANULADA"
                       ELSE
                           MOVE pro-reg TO w-antes
                           MOVE "B" TO pro-estado
                           REWRITE pro-reg
                           MOVE pro-reg TO w-despues
                           PERFORM 600-JOURNAL
                           PERFORM 610-ACTUALIZAR-SALDO
                           DISPLAY "Prorroga anulada"
                       END-IF
               END-READ
               PERFORM 100-PEDIR-CUOTA
           END-PERFORM.

       400-LISTAR.
           DISPLAY "PRORROGAS VIGENTES".
           DISPLAY "CU CTA   CU  LIMITE    SUPERVISOR MOTIVO".
           MOVE LOW-VALUES TO pro-llave.
           START PRORROGAS KEY IS NOT LESS THAN pro-llave
               INVALID KEY MOVE 1 TO w-flag-pro
           END-START.
           PERFORM UNTIL fin-pro
               READ PRORROGAS NEXT AT END MOVE 1 TO w-flag-pro
               END-READ
               IF NOT fin-pro
                   IF prorroga-vigente
                           AND pro-fec-limite NOT < w-fecha-hoy
                       DISPLAY pro-curso, " ", pro-cta-cte, " ",
                           pro-cuota, "  ", pro-fec-limite, "  ",
                           pro-supervisor, " ", pro-motivo
                   END-IF
               END-IF
           END-PERFORM.

      * Cumplida: pagada hasta la fecha limite. Pagada tarde: despues
      * del limite. Vigente: impaga con el limite por delante.
      * Incumplida: impaga y con el limite ya pasado
       500-REPORTE-MENSUAL.
           DISPLAY "Mes de otorgamiento (AAAAMM)".
           ACCEPT w-mes.
           MOVE spaces TO w-nombre-listado.
           STRING "..\prorrogas_" w-mes ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "PRORROGAS DE VENCIMIENTO OTORGADAS EN " w-mes
               " - EMITIDO " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE "CU/CTA  /CU VENCIM.  LIMITE   OTORGADA SUPERVISOR MOTI
      -        "VO                          PAGO     SITUACION"
               TO lis-linea.
           WRITE lis-linea.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           MOVE LOW-VALUES TO pro-llave.
           START PRORROGAS KEY IS NOT LESS THAN pro-llave
               INVALID KEY MOVE 1 TO w-flag-pro
           END-START.
           PERFORM UNTIL fin-pro
               READ PRORROGAS NEXT AT END MOVE 1 TO w-flag-pro
               END-READ
               IF NOT fin-pro
                   IF pro-fec-alta(1:6) = w-mes
                       PERFORM 510-RENGLON-PRORROGA
                   END-IF
               END-IF
           END-PERFORM.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           COMPUTE w-cant-otorgadas = w-cant-cumplidas + w-cant-tarde
               + w-cant-vigentes + w-cant-incumplidas.
           IF w-cant-otorgadas - w-cant-vigentes > 0
               COMPUTE w-porcentaje ROUNDED = w-cant-cumplidas * 100
                   / (w-cant-otorgadas - w-cant-vigentes)
           ELSE
               MOVE 0 TO w-porcentaje
           END-IF.
           MOVE w-porcentaje TO w-porc-ed.
           MOVE spaces TO lis-linea.
           STRING "Otorgadas " w-cant-otorgadas "  cumplidas "
               w-cant-cumplidas "  pagadas tarde " w-cant-tarde
               "  incumplidas " w-cant-incumplidas "  vigentes "
               w-cant-vigentes "  anuladas " w-cant-anuladas
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Cumplimiento sobre las ya resueltas: " w-porc-ed "%"
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO.
           DISPLAY "Otorgadas: ", w-cant-otorgadas, "  cumplidas: ",
               w-cant-cumplidas, " (", w-porc-ed, "%)".
           DISPLAY "Reporte en ", w-nombre-listado.

       510-RENGLON-PRORROGA.
           MOVE pro-llave TO pagos-llave.
           READ PAGOS
               INVALID KEY
                   MOVE 0 TO pag-fec-venc pag-fec-pago
           END-READ.
           EVALUATE TRUE
               WHEN prorroga-anulada
                   MOVE "ANULADA" TO w-situacion
                   ADD 1 TO w-cant-anuladas
               WHEN pag-fec-pago NOT = 0
                       AND pag-fec-pago NOT > pro-fec-limite
                   MOVE "CUMPLIDA" TO w-situacion
                   ADD 1 TO w-cant-cumplidas
               WHEN pag-fec-pago NOT = 0
                   MOVE "PAGADA TARDE" TO w-situacion
                   ADD 1 TO w-cant-tarde
               WHEN pro-fec-limite NOT < w-fecha-hoy
                   MOVE "VIGENTE" TO w-situacion
                   ADD 1 TO w-cant-vigentes
               WHEN OTHER
                   MOVE "INCUMPLIDA" TO w-situacion
                   ADD 1 TO w-cant-incumplidas
           END-EVALUATE.
           MOVE spaces TO lis-linea.
           STRING pro-curso "/" pro-cta-cte "/" pro-cuota " "
               pag-fec-venc " " pro-fec-limite " " pro-fec-alta " "
               pro-supervisor " " pro-motivo " " pag-fec-pago " "
               w-situacion
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.

       600-JOURNAL.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "Prorrogas" TO jr-programa.
           MOVE "PRORROGA" TO jr-archivo.
           MOVE pro-llave TO jr-llave.
           MOVE w-antes TO jr-antes.
           MOVE w-despues TO jr-despues.
           WRITE jr-reg.

      * La prorroga corre el vencimiento de la cuota: cambia el
      * vencido y el vencimiento mas viejo de la cuenta
       610-ACTUALIZAR-SALDO.
           MOVE pro-curso TO w-sal-curso.
           MOVE pro-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.
       END PROGRAM Prorrogas.
