           ACCESS MODE is DYNAMIC
           RECORD KEY IS fer-fecha.

           SELECT OPTIONAL VENC2 ASSIGN TO "..\venc2.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS v2-llave.

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

           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           ASSIGN TO "..\pagos_no_ident.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CARGAS-MONEDERO
           ASSIGN TO "..\monedero_banco.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PAGOS-VIAJE
           ASSIGN TO "..\viaje_banco.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SALDOS-FAVOR ASSIGN TO "..\saldos_favor.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           SELECT OPTIONAL NTF-TMP ASSIGN TO "..\practicados_ntf.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CMB-TMP ASSIGN TO "..\practicados_cmb.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PVB-TMP ASSIGN TO "..\practicados_pvb.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SFC-TMP ASSIGN TO "..\practicados_sfc.tmp"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           SELECT OPTIONAL SFM-TMP ASSIGN TO "..\practicados_sfm.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PRT-TMP ASSIGN TO "..\practicados_prt.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BOLETAS-PARTES
           ASSIGN TO "..\boletas_partes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS bp-referencia.

           SELECT OPTIONAL PAGODET ASSIGN TO "..\pagodet.dat"
           ORGANIZATION LINE SEQUENTIAL.

       01  nov-reg.
           03 nov-dni pic 9(8).
           03 nov-cuota pic 99.
               88 nov-carga-monedero value 99.
               88 nov-pago-viaje value 98.
           03 nov-fec-pago pic 9(8).
           03 nov-importe pic 9(6)v99.
           03 nov-anio pic 9.
           03 fer-fecha pic 9(8).
           03 fer-descripcion pic x(30).

       FD  VENC2.
       01  v2-reg.
           03 v2-llave.
               05 v2-curso pic 99.
               05 v2-cta-cte pic 9(5).
               05 v2-cuota pic 99.
           03 v2-fec-venc pic 9(8).
           03 v2-adicional pic 9(6)v99.

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

       FD  CORRIDAS.
       01  cor-reg.
           03 cor-programa pic x(12).
           03 dup-fec-pago pic 9(8).
           03 dup-importe pic 9(6)v99.

      * Cargas de monedero que llegan por banco (cuota 99): las
      * acredita Monedero
       FD  CARGAS-MONEDERO.
       01  cmb-reg.
           03 cmb-fecha pic 9(8).
           03 cmb-dni pic 9(8).
           03 cmb-importe pic 9(6)v99.
           03 cmb-lote pic 9(8).
           03 cmb-referencia pic 9(10).

      * Pagos del fondo del viaje de egresados por banco (cuota 98):
      * los acredita Viaje
       FD  PAGOS-VIAJE.
       01  pvb-reg.
           03 pvb-fecha pic 9(8).
           03 pvb-dni pic 9(8).
           03 pvb-importe pic 9(6)v99.
           03 pvb-lote pic 9(8).
           03 pvb-referencia pic 9(10).

       FD  PAGOS-NO-IDENT.
       01  pni-reg.
           03 pni-origen pic x(10).
           03 ntf-importe pic 9(8)v99.
           03 ntf-fecha pic 9(8).

      * Cargas de monedero y pagos del viaje del lote: pasan a
      * monedero_banco / viaje_banco recien al aplicar el lote
       FD  CMB-TMP.
       01  cmbt-reg.
           03 cmbt-imagen pic x(42).

       FD  PVB-TMP.
       01  pvbt-reg.
           03 pvbt-imagen pic x(42).

       FD  PRT-TMP.
       01  prt-reg.
           03 prt-llave.
               05 prt-curso pic 99.
               05 prt-cta-cte pic 9(5).
               05 prt-cuota pic 99.
           03 prt-legajo pic 9(5).
           03 prt-orden pic 9.
           03 prt-importe pic 9(6)v99.
           03 prt-fecha pic 9(8).

       FD  BOLETAS-PARTES.
       01  bp-reg.
           03 bp-referencia pic 9(10).
           03 bp-curso pic 99.
           03 bp-cta-cte pic 9(5).
           03 bp-cuota pic 99.
           03 bp-orden pic 9.
           03 bp-responsable pic 9(5).
           03 bp-importe pic 9(6)v99.

       FD  SFC-TMP.
       01  sfc-reg.
           03 sfc-llave.
           03 w-cnt-per-cerrado  pic 9(5) value 0.
           03 w-cnt-matricula    pic 9(5) value 0.
           03 w-cnt-duplicada    pic 9(5) value 0.
           03 w-cnt-monedero     pic 9(5) value 0.
           03 w-cnt-viaje        pic 9(5) value 0.
           03 w-cnt-suspendida   pic 9(5) value 0.
           03 w-cnt-cred-acum    pic 9(5) value 0.
           03 w-cnt-cred-usado   pic 9(5) value 0.
       77  w-fs-tmp pic xx.
       77  w-stage-hallado pic x.
           88 stage-hallado value "S".
       77  w-prt-cant pic 9(7) value 0.
       77  w-parte-boleta pic x value "N".
           88 boleta-de-parte value "S".
       77  w-aplicar pic x value "S".
           88 aplicar-lote value "S".
       77  w-total-consumido pic 9(12)v99 value 0.
           03 w-hab-mes pic 99.
           03 w-hab-dia pic 99.
       77  w-venc-habil pic 9(8).
       77  w-hay-venc2 pic x value "N".
           88 hay-venc2 value "S".
       77  w-hay-prorroga pic x value "N".
           88 hay-prorroga value "S".
       77  w-cant-recuperos pic 9(5) value 0.
       77  w-dia-semana pic 9.
       77  w-zeller-mes pic 99.
       77  w-zeller-anio pic 9(4).
           03 l-recargo pic zzz.zz9,99.
           03 filler pic x(4) value spaces.
           03 l-tipo pic x(46).

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "PracticaDOS".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-partes-control.
           03 w-par-programa pic x(12) value "PracticaDOS".
           03 w-par-accion pic x.
           03 w-par-curso pic 99.
           03 w-par-cta-cte pic 9(5).
           03 w-par-cuota pic 99.
           03 w-par-legajo pic 9(5).
           03 w-par-orden pic 9.
           03 w-par-importe pic 9(6)v99.
           03 w-par-fecha pic 9(8).
           03 w-par-dividida pic x.
           03 w-par-parte occurs 2.
              05 w-par-resp pic 9(5).
              05 w-par-pct pic 9(3)v99.
              05 w-par-imp pic 9(6)v99.
              05 w-par-cob pic 9(6)v99.
              05 w-par-pend pic 9(6)v99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "PracticaDOS".
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
           IF NOT abortar-corrida
               PERFORM 200-LEER-NOVEDADES
           END-IF.
           PERFORM 450-FIN.
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
           IF version-ok
               MOVE "recibos" TO w-ver-archivo
               MOVE 2 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora-inicio FROM TIME.
           END-IF.
           OPEN INPUT CIERRES.
           OPEN INPUT EJERCICIOS.
           OPEN INPUT FERIADOS VENC2 PRORROGAS.
           OPEN EXTEND DUPLICADOS.
           OPEN EXTEND CORRIDAS.
           OPEN EXTEND LISTADO-FILE.
           IF NOT modo-dryrun
               OPEN EXTEND PAGOS-NO-IDENT
           END-IF.
           OPEN INPUT BOLETAS-PARTES.
           PERFORM 125-PREPARAR-TEMPORALES.

      * Los archivos de trabajo del estacionamiento arrancan vacios
           CLOSE STP-TMP STA-TMP FIRMA-TMP SFC-TMP.
           OPEN I-O STP-TMP STA-TMP FIRMA-TMP SFC-TMP.
           OPEN OUTPUT STR-TMP SUC-TMP NTF-TMP SFM-TMP.
           OPEN OUTPUT PRT-TMP CMB-TMP PVB-TMP.

       130-ENCABEZAR-LISTADO.
           DISPLAY linea-titulo.
           IF novedad-duplicada
               PERFORM 303-DESVIAR-DUPLICADA
           ELSE
               EVALUATE TRUE
                   WHEN nov-carga-monedero
                       PERFORM 304-DESVIAR-MONEDERO
                   WHEN nov-pago-viaje
                       PERFORM 305-DESVIAR-VIAJE
                   WHEN nov-fec-pago > w-fecha-hoy
                       PERFORM 334-PREPARAR-LISTADO-FUTURA
                   WHEN OTHER
                       PERFORM 335-VERIFICAR-PERIODO
               END-EVALUATE
           END-IF.

      * El banco a veces manda el mismo pago dos veces en el lote:
           MOVE nov-importe TO dup-importe.
           WRITE dup-reg.

      * La cuota 99 no es una cuota: es una carga del monedero del
      * kiosco que la familia hizo por banco. No toca pagos; queda
      * en el archivo de cargas para que Monedero la acredite (se
      * estaciona y pasa al archivo solo si el lote se aplica)
       304-DESVIAR-MONEDERO.
           ADD 1 TO w-cnt-monedero.
           MOVE " Carga de monedero" TO l-tipo.
           PERFORM 331-ARMO-IMPRESION.
           IF NOT modo-dryrun
               MOVE nov-fec-pago TO cmb-fecha
               MOVE nov-dni TO cmb-dni
               MOVE nov-importe TO cmb-importe
               MOVE w-lote-proceso TO cmb-lote
               MOVE nov-referencia TO cmb-referencia
               WRITE cmbt-reg FROM cmb-reg
           END-IF.

      * La cuota 98 es un pago al fondo del viaje de egresados: la
      * plata es de las familias, no toca pagos; queda en el archivo
      * de pagos del viaje para que Viaje la acredite al plan (se
      * estaciona como la carga de monedero)
       305-DESVIAR-VIAJE.
           ADD 1 TO w-cnt-viaje.
           MOVE " Pago del viaje de egresados" TO l-tipo.
           PERFORM 331-ARMO-IMPRESION.
           IF NOT modo-dryrun
               MOVE nov-fec-pago TO pvb-fecha
               MOVE nov-dni TO pvb-dni
               MOVE nov-importe TO pvb-importe
               MOVE w-lote-proceso TO pvb-lote
               MOVE nov-referencia TO pvb-referencia
               WRITE pvbt-reg FROM pvb-reg
           END-IF.

      * Un movimiento fechado dentro de un mes ya cerrado no se
      * aplica: va al circuito de errores para que lo resuelva un
      * supervisor
       385-VERIFICO-RESTO-DATOS.
           IF nov-cuota=pag-cuota
               IF pag-fec-pago=0
                   PERFORM 378-IMPORTE-SEGUNDO-VENC
                   COMPUTE w-diferencia = nov-importe - pag-importe
                   IF w-diferencia < 0
                       COMPUTE w-diferencia = w-diferencia * -1
               PERFORM 420-PREPARO-LISTADO-8
           END-IF.

      * Cuota con dos vencimientos: pagada despues del primero (dia
      * habil) se le exige el importe del segundo. El adicional entra
      * una sola vez, con el primer pago que llega tarde; los pagos a
      * cuenta posteriores ya lo encuentran sumado. Con una prorroga
      * autorizada la cuota no vence hasta la fecha limite
       378-IMPORTE-SEGUNDO-VENC.
           MOVE "N" TO w-hay-venc2.
           PERFORM 379-LEER-PRORROGA.
           MOVE pagos-llave TO v2-llave.
           READ VENC2
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET hay-venc2 TO TRUE
                   MOVE pag-fec-venc TO w-fecha-habil
                   PERFORM 270-CORRER-A-HABIL
                   PERFORM 377-EXTENDER-PRORROGA
                   IF nov-fec-pago > w-fecha-habil
                           AND pag-cobrado = 0
                       ADD v2-adicional TO pag-importe
                   END-IF
           END-READ.

       379-LEER-PRORROGA.
           MOVE "N" TO w-hay-prorroga.
           MOVE pagos-llave TO pro-llave.
           READ PRORROGAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF prorroga-vigente
                       SET hay-prorroga TO TRUE
                   END-IF
           END-READ.

       377-EXTENDER-PRORROGA.
           IF hay-prorroga AND pro-fec-limite > w-fecha-habil
               MOVE pro-fec-limite TO w-fecha-habil
           END-IF.

      * Antes de dejar la cuota a medio pagar se mira el saldo a
      * favor de la cuenta: si el credito cubre el faltante la cuota
      * se completa sin pedirle plata nueva a la familia
               ADD nov-importe TO pag-cobrado
               IF NOT modo-dryrun
                   PERFORM 407-ESTACIONAR-PAGO
                   MOVE nov-importe TO prt-importe
                   PERFORM 411-ESTACIONAR-PARTE
                   IF boleta-de-parte
                       PERFORM 412-GENERAR-RECIBO-PARTE
                   END-IF
                   IF NOT modo-reproceso
                       PERFORM 405-ESTACIONAR-SUCURSAL
                   END-IF
           PERFORM 395-CALCULAR-RECARGO.
           IF NOT modo-dryrun
               PERFORM 407-ESTACIONAR-PAGO
               MOVE pag-importe TO prt-importe
               PERFORM 411-ESTACIONAR-PARTE
               PERFORM 396-GENERAR-RECIBO
               PERFORM 409-ESTACIONAR-AVISO
               IF NOT modo-reproceso
           WRITE str-reg.
           ADD 1 TO w-str-cant.

      ******************************************************************
      * Boleta emitida por la parte de uno de los dos responsables de
      * un alumno con las cuotas divididas: el cobro queda estacionado
      * para imputarlo a esa parte al aplicar el lote
      ******************************************************************
       411-ESTACIONAR-PARTE.
           MOVE "N" TO w-parte-boleta.
           IF nov-referencia > 0
               MOVE nov-referencia TO bp-referencia
               READ BOLETAS-PARTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF bp-curso = pag-curso
                               AND bp-cta-cte = pag-cta-cte
                               AND bp-cuota = pag-cuota
                           SET boleta-de-parte TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF boleta-de-parte
               MOVE pagos-llave TO prt-llave
               MOVE alu-legajo TO prt-legajo
               MOVE bp-orden TO prt-orden
               MOVE nov-fec-pago TO prt-fecha
               WRITE prt-reg
               ADD 1 TO w-prt-cant
           END-IF.

      * La parte de un responsable pagada por el banco lleva su
      * recibo aunque la cuota siga con la otra parte pendiente
       412-GENERAR-RECIBO-PARTE.
           MOVE alu-nombre TO rec-nombre.
           MOVE alu-legajo TO rec-legajo.
           MOVE cur-curso TO rec-curso.
           MOVE pag-cuota TO rec-cuota.
           MOVE nov-importe TO rec-importe.
           MOVE nov-fec-pago TO rec-fec-pago.
           MOVE rec-reg(11:45) TO str-imagen.
           WRITE str-reg.
           ADD 1 TO w-str-cant.

      * El numero sale de la serie controlada del punto de emision;
      * se actualiza la serie en cada recibo para que un corte no
      * repita numeros

      * El recargo corre recien desde el dia habil siguiente cuando
      * el vencimiento cae sabado, domingo o feriado (misma regla que
      * la generacion de cuotas). Si la cuota tiene segundo
      * vencimiento el recargo corre recien despues del segundo, y
      * con prorroga recien despues de la fecha limite
       395-CALCULAR-RECARGO.
           MOVE pag-fec-venc TO w-fecha-habil.
           IF hay-venc2
               MOVE v2-fec-venc TO w-fecha-habil
           END-IF.
           PERFORM 270-CORRER-A-HABIL.
           PERFORM 377-EXTENDER-PRORROGA.
           MOVE w-fecha-habil TO w-venc-habil.
           IF nov-fec-pago > w-venc-habil
               COMPUTE pag-recargo ROUNDED = pag-importe * w-pct-recargo
               PERFORM 444-DECIDIR-APLICACION
               IF aplicar-lote
                   PERFORM 446-APLICAR-PAGOS
                   PERFORM 454-APLICAR-PARTES
                   PERFORM 447-APLICAR-ALUMNOS
                   PERFORM 448-APLICAR-RECIBOS
                   PERFORM 449-GRABAR-SUCURSALES
                   PERFORM 452-APLICAR-CREDITOS
                   PERFORM 453-ENCOLAR-AVISOS
                   PERFORM 455-PASAR-DESVIOS
                   DISPLAY "Lote aplicado a los maestros."
               ELSE
                   DISPLAY "LOTE ABANDONADO - los maestros quedan ",

       446-APLICAR-PAGOS.
           OPEN EXTEND PAGODET.
           OPEN I-O CASTIGOS.
           MOVE 0 TO w-flag-tmp.
           MOVE LOW-VALUES TO stp-llave.
           START STP-TMP KEY IS NOT LESS THAN stp-llave
                           MOVE stp-imagen TO pag-reg
                           REWRITE pag-reg
                           PERFORM 404-JOURNAL-PAGO
                           PERFORM 441-ACTUALIZAR-SALDO
                           IF pag-fec-pago > 0
                               PERFORM 443-GRABAR-DETALLE-PAGO
                               PERFORM 442-REGISTRAR-RECUPERO
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE PAGODET CASTIGOS.
           IF w-cant-recuperos > 0
               DISPLAY "Cuotas castigadas cobradas en el lote ",
                   "(recupero): ", w-cant-recuperos
           END-IF.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       441-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

      * Cuota castigada que el banco informa cobrada: el castigo
      * queda recuperado y el export contable la pasa como recupero
       442-REGISTRAR-RECUPERO.
           MOVE pagos-llave TO cas-llave.
           READ CASTIGOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF castigo-vigente
                       MOVE "R" TO cas-estado
                       MOVE pag-fec-pago TO cas-fec-recupero
                       COMPUTE cas-importe-recupero =
                           pag-importe + pag-recargo
                       REWRITE cas-reg
                       ADD 1 TO w-cant-recuperos
                   END-IF
           END-READ.

      * El renglon de detalle lleva el medio (y con el, el canal)
      * de cada cuota aplicada por el lote
           MOVE spaces TO pd-referencia.
           WRITE pd-reg.

      * Con las cuotas ya grabadas, cada cobro de una boleta por
      * parte se imputa al responsable de esa parte
       454-APLICAR-PARTES.
           CLOSE PRT-TMP.
           OPEN INPUT PRT-TMP.
           MOVE 0 TO w-flag-tmp.
           PERFORM UNTIL fin-tmp
               READ PRT-TMP AT END MOVE 1 TO w-flag-tmp
               END-READ
               IF NOT fin-tmp
                   MOVE "P" TO w-par-accion
                   MOVE prt-curso TO w-par-curso
                   MOVE prt-cta-cte TO w-par-cta-cte
                   MOVE prt-cuota TO w-par-cuota
                   MOVE prt-legajo TO w-par-legajo
                   MOVE prt-orden TO w-par-orden
                   MOVE prt-importe TO w-par-importe
                   MOVE prt-fecha TO w-par-fecha
                   CALL "PartesCuota" USING w-partes-control
               END-IF
           END-PERFORM.

       447-APLICAR-ALUMNOS.
           MOVE 0 TO w-flag-tmp.
           MOVE LOW-VALUES TO sta-llave.
           END-PERFORM.
           CLOSE NOTIFICACIONES.

      * Cargas de monedero y pagos del viaje del lote aplicado
       455-PASAR-DESVIOS.
           CLOSE CMB-TMP.
           OPEN INPUT CMB-TMP.
           OPEN EXTEND CARGAS-MONEDERO.
           MOVE 0 TO w-flag-tmp.
           PERFORM UNTIL fin-tmp
               READ CMB-TMP AT END MOVE 1 TO w-flag-tmp
               END-READ
               IF NOT fin-tmp
                   WRITE cmb-reg FROM cmbt-reg
               END-IF
           END-PERFORM.
           CLOSE CARGAS-MONEDERO.
           CLOSE PVB-TMP.
           OPEN INPUT PVB-TMP.
           OPEN EXTEND PAGOS-VIAJE.
           MOVE 0 TO w-flag-tmp.
           PERFORM UNTIL fin-tmp
               READ PVB-TMP AT END MOVE 1 TO w-flag-tmp
               END-READ
               IF NOT fin-tmp
                   WRITE pvb-reg FROM pvbt-reg
               END-IF
           END-PERFORM.
           CLOSE PAGOS-VIAJE.

       450-FIN.
           IF abortar-corrida
               DISPLAY "Corrida abortada -- no se proceso el lote."
               END-IF
               CLOSE STP-TMP STA-TMP FIRMA-TMP SFC-TMP
               CLOSE STR-TMP SUC-TMP NTF-TMP SFM-TMP
               CLOSE PRT-TMP BOLETAS-PARTES CMB-TMP PVB-TMP
               CLOSE CIERRES EJERCICIOS FERIADOS VENC2 DUPLICADOS
               CLOSE PRORROGAS
               CLOSE LISTADO-FILE
               IF NOT modo-dryrun
                   CLOSE PAGOS-NO-IDENT
           MOVE w-cnt-duplicada TO t-cant
           DISPLAY lin-total-det.
           WRITE lin-listado-file FROM lin-total-det.
           MOVE "Cargas de monedero" TO t-desc
           MOVE w-cnt-monedero TO t-cant
           DISPLAY lin-total-det.
           WRITE lin-listado-file FROM lin-total-det.
           MOVE "Pagos del viaje de egresados" TO t-desc
           MOVE w-cnt-viaje TO t-cant
           DISPLAY lin-total-det.
           WRITE lin-listado-file FROM lin-total-det.
           MOVE "Pagos de ctas suspendidas" TO t-desc
           MOVE w-cnt-suspendida TO t-cant
           DISPLAY lin-total-det.
