      *          el archivo de formato fijo que importa el servicio
      *          de facturacion, con serie fiscal propia controlada
      *          en numfiscal.dat y un listado de control totalizado
      *          contra el cierre del mes. El recibo de un alumno
      *          con las cuotas divididas entre dos responsables sin
      *          pagador identificado se reparte entre los que
      *          pagaron cada parte ese dia (cuota_partes_movs) o,
      *          si no hay imputacion, por el porcentaje de la
      *          division
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rl-llave.

           SELECT OPTIONAL PARTES-MOVS
           ASSIGN TO "..\cuota_partes_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RESP-DIVISION
           ASSIGN TO "..\resp_division.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rd-legajo.

           SELECT OPTIONAL NUMFISCAL ASSIGN TO "..\numfiscal.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
               05 rl-numero pic 9(8).
           03 rl-responsable pic 9(5).

       FD  PARTES-MOVS.
       01  cpm-reg.
           03 cpm-fecha pic 9(8).
           03 cpm-curso pic 99.
           03 cpm-cta-cte pic 9(5).
           03 cpm-cuota pic 99.
           03 cpm-legajo pic 9(5).
           03 cpm-orden pic 9.
           03 cpm-responsable pic 9(5).
           03 cpm-importe pic s9(6)v99.
           03 cpm-origen pic x(15).
           03 cpm-programa pic x(12).

       FD  RESP-DIVISION.
       01  rd-reg.
           03 rd-legajo pic 9(5).
           03 rd-resp-1 pic 9(5).
           03 rd-pct-1 pic 9(3)v99.
           03 rd-resp-2 pic 9(5).
           03 rd-pct-2 pic 9(3)v99.
           03 rd-fec-alta pic 9(8).
           03 rd-estado pic x.
               88 division-vigente value "A".

       FD  NUMFISCAL.
       01  nf-reg.
           03 nf-tipo pic x.
       77  w-pagador-hallado pic x.
           88 pagador-hallado value "S".
       77  w-ind pic 999.
       77  w-flag-cpm pic 9 value 0.
           88 fin-cpm value 1.
       77  w-recibo-repartido pic x value "N".
           88 recibo-repartido value "S".
       77  w-importe-recibo pic 9(6)v99.
       77  w-resto-recibo pic 9(6)v99.
       77  w-ind-pp pic 9.
       77  w-pp-cant pic 9 value 0.
       77  w-pp-total pic 9(8)v99.
       01  w-tab-pagadores.
           03 w-pp occurs 4.
              05 w-pp-resp pic 9(5).
              05 w-pp-peso pic 9(8)v99.
       77  w-fila-cant pic 999 value 0.
       01  w-tab-grupos.
           03 w-fila occurs 300.
       77  w-punto-fiscal pic 9(4) value 1.
       77  w-diferencia pic s9(12)v99.
       77  w-total-cierre pic 9(12)v99 value 0.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Facturacion".
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
           PERFORM 200-AGRUPAR-RECIBOS.
           PERFORM 300-AGRUPAR-TARJETAS-DEBITOS.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.
           IF version-ok
               MOVE "recibos" TO w-ver-archivo
               MOVE 2 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Periodo a facturar (AAAAMM)".
                  ".txt" DELIMITED BY SIZE
                  INTO w-nombre-salida.
           OPEN INPUT RECIBOS PAGOS RESPONSABLES RESPLINK.
           OPEN INPUT RESP-DIVISION.
           OPEN I-O NUMFISCAL.
           OPEN OUTPUT COMPROBANTES.

                   MOVE rec-fec-pago TO w-fecha-aaaamm
                   IF w-fecha-mes = w-mes-pedido
                       PERFORM 250-RESPONSABLE-DEL-RECIBO
                       IF NOT recibo-repartido
                           PERFORM 280-ACUMULAR-GRUPO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       250-RESPONSABLE-DEL-RECIBO.
           MOVE 0 TO w-resp-del-recibo.
           MOVE "N" TO w-recibo-repartido.
           PERFORM 260-BUSCAR-PAGADOR-RECIBO.
           IF NOT pagador-hallado
               PERFORM 265-BUSCAR-PARTES-PAGADAS
               IF w-pp-cant = 0
                   PERFORM 268-DIVISION-DEL-LEGAJO
               END-IF
               IF w-pp-cant > 0
                   PERFORM 270-REPARTIR-RECIBO
               END-IF
           END-IF.
           IF NOT pagador-hallado AND NOT recibo-repartido
               MOVE "A" TO rl-tipo
               MOVE rec-legajo TO rl-numero
               READ RESPLINK
           END-PERFORM.
           CLOSE RECIBOPAGADOR.

      * Cuota dividida: lo que cada responsable pago de la cuota ese
      * dia, segun la imputacion de las partes
       265-BUSCAR-PARTES-PAGADAS.
           MOVE 0 TO w-pp-cant w-pp-total.
           MOVE 0 TO w-flag-cpm.
           OPEN INPUT PARTES-MOVS.
           PERFORM UNTIL fin-cpm
               READ PARTES-MOVS AT END MOVE 1 TO w-flag-cpm
               END-READ
               IF NOT fin-cpm
                   IF cpm-legajo = rec-legajo
                           AND cpm-curso = rec-curso
                           AND cpm-cuota = rec-cuota
                           AND cpm-fecha = rec-fec-pago
                           AND cpm-importe > 0
                       PERFORM 266-SUMAR-PAGADOR
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PARTES-MOVS.

       266-SUMAR-PAGADOR.
           PERFORM VARYING w-ind-pp FROM 1 BY 1
                   UNTIL w-ind-pp > w-pp-cant
                       OR w-pp-resp(w-ind-pp) = cpm-responsable
               CONTINUE
           END-PERFORM.
           IF w-ind-pp > w-pp-cant AND w-pp-cant < 4
               ADD 1 TO w-pp-cant
               MOVE w-pp-cant TO w-ind-pp
               MOVE cpm-responsable TO w-pp-resp(w-ind-pp)
               MOVE 0 TO w-pp-peso(w-ind-pp)
           END-IF.
           IF w-ind-pp NOT > w-pp-cant
               ADD cpm-importe TO w-pp-peso(w-ind-pp) w-pp-total
           END-IF.

      * Sin imputacion registrada vale el porcentaje de la division
       268-DIVISION-DEL-LEGAJO.
           MOVE rec-legajo TO rd-legajo.
           READ RESP-DIVISION
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF division-vigente
                       MOVE 2 TO w-pp-cant
                       MOVE rd-resp-1 TO w-pp-resp(1)
                       MOVE rd-pct-1 TO w-pp-peso(1)
                       MOVE rd-resp-2 TO w-pp-resp(2)
                       MOVE rd-pct-2 TO w-pp-peso(2)
                       MOVE 100 TO w-pp-total
                   END-IF
           END-READ.

      * El importe del recibo va a cada responsable en proporcion a
      * lo que pago; el ultimo se lleva el redondeo
       270-REPARTIR-RECIBO.
           SET recibo-repartido TO TRUE.
           MOVE rec-importe TO w-importe-recibo w-resto-recibo.
           PERFORM VARYING w-ind-pp FROM 1 BY 1
                   UNTIL w-ind-pp > w-pp-cant
               IF w-ind-pp = w-pp-cant
                   MOVE w-resto-recibo TO rec-importe
               ELSE
                   COMPUTE rec-importe ROUNDED = w-importe-recibo
                       * w-pp-peso(w-ind-pp) / w-pp-total
                   SUBTRACT rec-importe FROM w-resto-recibo
               END-IF
               MOVE w-pp-resp(w-ind-pp) TO w-resp-del-recibo
               PERFORM 280-ACUMULAR-GRUPO
           END-PERFORM.
           MOVE w-importe-recibo TO rec-importe.

       280-ACUMULAR-GRUPO.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-fila-cant

       900-FIN.
           CLOSE RECIBOS PAGOS RESPONSABLES RESPLINK.
           CLOSE RESP-DIVISION.
           CLOSE NUMFISCAL COMPROBANTES.
           DISPLAY "Comprobantes exportados: ", w-cant-comprobantes,
               " por ", w-total-exportado, " en ", w-nombre-salida.
