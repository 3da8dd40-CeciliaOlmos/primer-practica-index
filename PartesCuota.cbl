      ******************************************************************
      * Author:
      * Date:
      * Purpose: Partes de una cuota entre dos responsables (padres
      *          separados que pagan cada uno su porcentaje segun
      *          resp_division.dat). Lo llaman la caja, el proceso
      *          bancario, las boletas, el estado de cuenta, las
      *          intimaciones y la facturacion con la cuota y el
      *          legajo. Arma o actualiza las dos partes en
      *          cuota_partes.dat repartiendo el total de la cuota por
      *          porcentaje; con accion P imputa el pago recibido a la
      *          parte del que pago (lo que sobra cubre la otra parte).
      *          Lo cobrado en pagos.dat que ninguna parte tiene
      *          imputado (pagos que entraron sin saber quien pagaba)
      *          se reparte por porcentaje. Cada imputacion queda en
      *          cuota_partes_movs.dat con el responsable que pago.
      *          Devuelve si la cuota esta dividida y el importe,
      *          cobrado y pendiente de cada parte
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PartesCuota.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESP-DIVISION
           ASSIGN TO "..\resp_division.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rd-legajo
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL CUOTA-PARTES
           ASSIGN TO "..\cuota_partes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cp-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL PARTES-MOVS
           ASSIGN TO "..\cuota_partes_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  CUOTA-PARTES.
       01  cp-reg.
           03 cp-llave.
               05 cp-curso pic 99.
               05 cp-cta-cte pic 9(5).
               05 cp-cuota pic 99.
               05 cp-orden pic 9.
           03 cp-responsable pic 9(5).
           03 cp-porcentaje pic 9(3)v99.
           03 cp-importe pic 9(6)v99.
           03 cp-cobrado pic 9(6)v99.
           03 cp-fec-pago pic 9(8).
           03 cp-fec-ult pic 9(8).

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

       WORKING-STORAGE SECTION.
       77  w-fecha-hoy pic 9(8).
       77  w-fecha-mov pic 9(8).
       77  w-ind pic 9.
       77  w-otra pic 9.
       77  w-total pic 9(7)v99.
       77  w-cobrado-cuota pic 9(7)v99.
       77  w-imputado pic 9(7)v99.
       77  w-diferencia pic s9(7)v99.
       77  w-resto pic 9(7)v99.
       77  w-aplica pic 9(7)v99.
       77  w-hay-division pic x.
           88 hay-division value "S".
       77  w-hay-cuota pic x.
           88 hay-cuota value "S".
       01  w-tab-partes.
           03 w-pt occurs 2.
              05 w-pt-existe pic x.
                  88 parte-existe value "S".
              05 w-pt-resp pic 9(5).
              05 w-pt-pct pic 9(3)v99.
              05 w-pt-imp pic 9(6)v99.
              05 w-pt-cob pic 9(6)v99.
              05 w-pt-fec-pago pic 9(8).

       LINKAGE SECTION.
       01  pc-control.
           03 pc-programa pic x(12).
           03 pc-accion pic x.
               88 pc-armar value "A".
               88 pc-pago value "P".
           03 pc-curso pic 99.
           03 pc-cta-cte pic 9(5).
           03 pc-cuota pic 99.
           03 pc-legajo pic 9(5).
           03 pc-orden-pagador pic 9.
           03 pc-importe pic 9(6)v99.
           03 pc-fecha pic 9(8).
           03 pc-dividida pic x.
           03 pc-parte occurs 2.
              05 pc-responsable pic 9(5).
              05 pc-porcentaje pic 9(3)v99.
              05 pc-imp pic 9(6)v99.
              05 pc-cobrado pic 9(6)v99.
              05 pc-pendiente pic 9(6)v99.

       PROCEDURE DIVISION USING pc-control.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE "N" TO pc-dividida.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 2
               MOVE 0 TO pc-responsable(w-ind) pc-porcentaje(w-ind)
               MOVE 0 TO pc-imp(w-ind) pc-cobrado(w-ind)
               MOVE 0 TO pc-pendiente(w-ind)
           END-PERFORM.
           PERFORM 100-LEER-DIVISION.
           IF hay-division
               PERFORM 110-LEER-CUOTA
           END-IF.
           IF hay-division AND hay-cuota
               OPEN I-O CUOTA-PARTES
               OPEN EXTEND PARTES-MOVS
               PERFORM 200-LEER-PARTES
               PERFORM 300-REPARTIR-TOTAL
               IF pc-pago AND pc-orden-pagador > 0
                       AND pc-orden-pagador < 3
                   PERFORM 400-IMPUTAR-PAGO
               END-IF
               PERFORM 500-CONCILIAR
               PERFORM 600-GRABAR-PARTES
               PERFORM 700-DEVOLVER
               CLOSE CUOTA-PARTES PARTES-MOVS
           END-IF.
           GOBACK.

       100-LEER-DIVISION.
           MOVE "N" TO w-hay-division.
           OPEN INPUT RESP-DIVISION.
           MOVE pc-legajo TO rd-legajo.
           READ RESP-DIVISION
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF division-vigente
                       SET hay-division TO TRUE
                   END-IF
           END-READ.
           CLOSE RESP-DIVISION.

       110-LEER-CUOTA.
           MOVE "N" TO w-hay-cuota.
           OPEN INPUT PAGOS.
           MOVE pc-curso TO pag-curso.
           MOVE pc-cta-cte TO pag-cta-cte.
           MOVE pc-cuota TO pag-cuota.
           READ PAGOS
               INVALID KEY CONTINUE
               NOT INVALID KEY SET hay-cuota TO TRUE
           END-READ.
           CLOSE PAGOS.

      * Una parte sin nada cobrado toma siempre la division vigente;
      * con cobros ya imputados conserva su responsable y porcentaje
       200-LEER-PARTES.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 2
               MOVE pc-curso TO cp-curso
               MOVE pc-cta-cte TO cp-cta-cte
               MOVE pc-cuota TO cp-cuota
               MOVE w-ind TO cp-orden
               READ CUOTA-PARTES
                   INVALID KEY
                       MOVE "N" TO w-pt-existe(w-ind)
                       MOVE 0 TO w-pt-cob(w-ind) w-pt-fec-pago(w-ind)
                   NOT INVALID KEY
                       MOVE "S" TO w-pt-existe(w-ind)
                       MOVE cp-responsable TO w-pt-resp(w-ind)
                       MOVE cp-porcentaje TO w-pt-pct(w-ind)
                       MOVE cp-cobrado TO w-pt-cob(w-ind)
                       MOVE cp-fec-pago TO w-pt-fec-pago(w-ind)
               END-READ
           END-PERFORM.
           IF w-pt-cob(1) = 0 AND w-pt-cob(2) = 0
               MOVE rd-resp-1 TO w-pt-resp(1)
               MOVE rd-pct-1 TO w-pt-pct(1)
               MOVE rd-resp-2 TO w-pt-resp(2)
               MOVE rd-pct-2 TO w-pt-pct(2)
           END-IF.

      * Total de la cuota: impaga, lo que falta mas lo ya cobrado a
      * cuenta; paga, lo cobrado (o el importe si es anterior al
      * registro de cobros)
       300-REPARTIR-TOTAL.
           IF pag-fec-pago = 0
               COMPUTE w-total = pag-importe + pag-cobrado
               MOVE pag-cobrado TO w-cobrado-cuota
           ELSE
               IF pag-cobrado > 0
                   MOVE pag-cobrado TO w-total
               ELSE
                   MOVE pag-importe TO w-total
               END-IF
               MOVE w-total TO w-cobrado-cuota
           END-IF.
           COMPUTE w-pt-imp(1) ROUNDED = w-total * w-pt-pct(1) / 100.
           COMPUTE w-pt-imp(2) = w-total - w-pt-imp(1).

      * El pago se imputa primero a la parte del que pago; si pago
      * de mas, el sobrante cubre la parte del otro responsable
       400-IMPUTAR-PAGO.
           MOVE pc-fecha TO w-fecha-mov.
           IF w-fecha-mov = 0
               MOVE w-fecha-hoy TO w-fecha-mov
           END-IF.
           MOVE pc-importe TO w-resto.
           MOVE pc-orden-pagador TO w-ind.
           PERFORM 410-IMPUTAR-A-PARTE.
           COMPUTE w-ind = 3 - pc-orden-pagador.
           IF w-resto > 0
               PERFORM 410-IMPUTAR-A-PARTE
           END-IF.

       410-IMPUTAR-A-PARTE.
           MOVE 0 TO w-aplica.
           IF w-pt-imp(w-ind) > w-pt-cob(w-ind)
               COMPUTE w-aplica = w-pt-imp(w-ind) - w-pt-cob(w-ind)
           END-IF.
           IF w-aplica > w-resto
               MOVE w-resto TO w-aplica
           END-IF.
           IF w-aplica > 0
               ADD w-aplica TO w-pt-cob(w-ind)
               SUBTRACT w-aplica FROM w-resto
               MOVE w-ind TO cpm-orden
               MOVE w-pt-resp(pc-orden-pagador) TO cpm-responsable
               MOVE w-aplica TO cpm-importe
               MOVE "PAGO" TO cpm-origen
               PERFORM 800-GRABAR-MOV
           END-IF.

      ******************************************************************
      * Lo cobrado en la cuota que no esta imputado a ninguna parte
      * (pagos sin pagador identificado) se reparte por porcentaje;
      * un cobro revertido se descuenta de las partes
      ******************************************************************
       500-CONCILIAR.
           MOVE w-fecha-hoy TO w-fecha-mov.
           IF pag-fec-pago > 0
               MOVE pag-fec-pago TO w-fecha-mov
           END-IF.
           COMPUTE w-diferencia = w-cobrado-cuota - w-pt-cob(1)
               - w-pt-cob(2).
           IF w-diferencia > 0
               PERFORM 510-REPARTIR-SIN-IMPUTAR
           END-IF.
           IF w-diferencia < 0
               PERFORM 520-DESCONTAR-REVERSION
           END-IF.

       510-REPARTIR-SIN-IMPUTAR.
           MOVE w-diferencia TO w-resto.
           COMPUTE w-aplica ROUNDED = w-diferencia * w-pt-pct(1) / 100.
           MOVE 1 TO w-ind.
           PERFORM 550-TOPE-PARTE.
           PERFORM 540-SUMAR-SIN-IMPUTAR.
           MOVE w-resto TO w-aplica.
           MOVE 2 TO w-ind.
           PERFORM 550-TOPE-PARTE.
           PERFORM 540-SUMAR-SIN-IMPUTAR.
           IF w-resto > 0
               MOVE w-resto TO w-aplica
               MOVE 1 TO w-ind
               PERFORM 550-TOPE-PARTE
               PERFORM 540-SUMAR-SIN-IMPUTAR
           END-IF.
      * Si las dos partes ya estan cubiertas (la cuota cambio de
      * importe) el resto queda en la parte del primer responsable
           IF w-resto > 0
               MOVE w-resto TO w-aplica
               MOVE 1 TO w-ind
               PERFORM 540-SUMAR-SIN-IMPUTAR
           END-IF.

       520-DESCONTAR-REVERSION.
           COMPUTE w-resto = 0 - w-diferencia.
           PERFORM VARYING w-ind FROM 2 BY -1 UNTIL w-ind < 1
               MOVE w-resto TO w-aplica
               IF w-aplica > w-pt-cob(w-ind)
                   MOVE w-pt-cob(w-ind) TO w-aplica
               END-IF
               IF w-aplica > 0
                   SUBTRACT w-aplica FROM w-pt-cob(w-ind)
                   SUBTRACT w-aplica FROM w-resto
                   MOVE w-ind TO cpm-orden
                   MOVE w-pt-resp(w-ind) TO cpm-responsable
                   COMPUTE cpm-importe = 0 - w-aplica
                   MOVE "REVERSION" TO cpm-origen
                   PERFORM 800-GRABAR-MOV
               END-IF
           END-PERFORM.

       540-SUMAR-SIN-IMPUTAR.
           IF w-aplica > 0
               ADD w-aplica TO w-pt-cob(w-ind)
               SUBTRACT w-aplica FROM w-resto
               MOVE w-ind TO cpm-orden
               MOVE w-pt-resp(w-ind) TO cpm-responsable
               MOVE w-aplica TO cpm-importe
               MOVE "SIN IDENTIFICAR" TO cpm-origen
               PERFORM 800-GRABAR-MOV
           END-IF.

      * Lo que se imputa a una parte no pasa de lo que le falta
       550-TOPE-PARTE.
           IF w-pt-imp(w-ind) > w-pt-cob(w-ind)
               IF w-aplica > w-pt-imp(w-ind) - w-pt-cob(w-ind)
                   COMPUTE w-aplica = w-pt-imp(w-ind)
                       - w-pt-cob(w-ind)
               END-IF
           ELSE
               MOVE 0 TO w-aplica
           END-IF.
           IF w-aplica > w-resto
               MOVE w-resto TO w-aplica
           END-IF.

       600-GRABAR-PARTES.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 2
               MOVE pc-curso TO cp-curso
               MOVE pc-cta-cte TO cp-cta-cte
               MOVE pc-cuota TO cp-cuota
               MOVE w-ind TO cp-orden
               MOVE w-pt-resp(w-ind) TO cp-responsable
               MOVE w-pt-pct(w-ind) TO cp-porcentaje
               MOVE w-pt-imp(w-ind) TO cp-importe
               MOVE w-pt-cob(w-ind) TO cp-cobrado
               IF w-pt-cob(w-ind) NOT < w-pt-imp(w-ind)
                   IF w-pt-fec-pago(w-ind) = 0
                       MOVE w-fecha-mov TO w-pt-fec-pago(w-ind)
                   END-IF
               ELSE
                   MOVE 0 TO w-pt-fec-pago(w-ind)
               END-IF
               MOVE w-pt-fec-pago(w-ind) TO cp-fec-pago
               MOVE w-fecha-hoy TO cp-fec-ult
               IF parte-existe(w-ind)
                   REWRITE cp-reg
               ELSE
                   WRITE cp-reg
               END-IF
           END-PERFORM.

       700-DEVOLVER.
           MOVE "S" TO pc-dividida.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 2
               MOVE w-pt-resp(w-ind) TO pc-responsable(w-ind)
               MOVE w-pt-pct(w-ind) TO pc-porcentaje(w-ind)
               MOVE w-pt-imp(w-ind) TO pc-imp(w-ind)
               MOVE w-pt-cob(w-ind) TO pc-cobrado(w-ind)
               IF w-pt-imp(w-ind) > w-pt-cob(w-ind)
                   COMPUTE pc-pendiente(w-ind) = w-pt-imp(w-ind)
                       - w-pt-cob(w-ind)
               ELSE
                   MOVE 0 TO pc-pendiente(w-ind)
               END-IF
           END-PERFORM.

       800-GRABAR-MOV.
           MOVE w-fecha-mov TO cpm-fecha.
           MOVE pc-curso TO cpm-curso.
           MOVE pc-cta-cte TO cpm-cta-cte.
           MOVE pc-cuota TO cpm-cuota.
           MOVE pc-legajo TO cpm-legajo.
           MOVE pc-programa TO cpm-programa.
           WRITE cpm-reg.
       END PROGRAM PartesCuota.
