      ******************************************************************
      * Author:
      * Date:
      * Purpose: Referencias de transferencia (CVU) por familia o por
      *          cta-cte sin familia: alta y baja de la referencia que
      *          asigna el banco, listado, y proceso diario del
      *          extracto que acredita cada credito a una referencia
      *          activa en las cuotas impagas mas viejas del titular
      *          (recargo, segundo vencimiento y prorroga como en
      *          ventanilla), con recibo, detalle de pago, journal y
      *          aviso, recupero de la cuota castigada e imputacion a
      *          las partes de la cuota dividida; lo que
      *          no alcanza para una cuota entera queda como saldo a
      *          favor. Cada credito acreditado queda registrado en
      *          cvu_acred.dat y no se vuelve a aplicar; los creditos
      *          sin referencia conocida quedan para la conciliacion
      *          del extracto y los pagos no identificados
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransfCVU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CVU ASSIGN TO "..\cvu.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cvu-referencia
           ALTERNATE RECORD KEY IS cvu-titular WITH DUPLICATES.

           SELECT OPTIONAL CVU-ACRED ASSIGN TO "..\cvu_acred.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ca-llave.

           SELECT EXTRACTO ASSIGN TO "..\extracto.txt"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS w-fs-pag.

           SELECT OPTIONAL FAMILIAS ASSIGN TO "..\familias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fam-numero.

           SELECT OPTIONAL FAMINT ASSIGN TO "..\famintegrantes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fi-dni.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS alu-llave
           ALTERNATE RECORD KEY IS alu-legajo WITH DUPLICATES.

           SELECT CURSOS ASSIGN TO "..\cursos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS curso-llave
           ALTERNATE RECORD KEY IS cur-legajo WITH DUPLICATES.

           SELECT OPTIONAL FERIADOS ASSIGN TO "..\feriados.dat"
           ORGANIZATION INDEXED
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

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL SALDOS-FAVOR ASSIGN TO "..\saldos_favor.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sf-llave.

           SELECT OPTIONAL SF-MOVS ASSIGN TO "..\saldos_favor_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL NUMRECIBOS ASSIGN TO "..\numrecibos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS serie-punto.

           SELECT OPTIONAL RECIBODET ASSIGN TO "..\recibodet.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PAGODET ASSIGN TO "..\pagodet.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL NOTIFICACIONES
           ASSIGN TO "..\notificaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CVU.
       01  cvu-reg.
           03 cvu-referencia pic x(20).
           03 cvu-titular.
               05 cvu-familia pic 9(4).
               05 cvu-curso pic 99.
               05 cvu-cta-cte pic 9(5).
           03 cvu-fec-alta pic 9(8).
           03 cvu-estado pic x.
               88 cvu-activa value "A".

       FD  CVU-ACRED.
       01  ca-reg.
           03 ca-llave.
               05 ca-fecha pic 9(8).
               05 ca-referencia pic x(20).
               05 ca-renglon pic 9(5).
           03 ca-importe pic 9(8)v99.
           03 ca-aplicado pic 9(8)v99.
           03 ca-a-favor pic 9(8)v99.
           03 ca-punto pic 99.
           03 ca-recibo pic 9(8).
           03 ca-fec-proceso pic 9(8).

       FD  EXTRACTO.
       01  ext-reg.
           03 ext-fecha pic 9(8).
           03 ext-tipo pic x.
               88 ext-credito value "C".
           03 ext-importe pic 9(8).
           03 ext-descripcion pic x(20).

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

       FD  FAMILIAS.
       01  fam-reg.
           03 fam-numero pic 9(4).
           03 fam-responsable pic x(30).
           03 fam-telefono pic x(15).
           03 fam-email pic x(30).

       FD  FAMINT.
       01  fi-reg.
           03 fi-dni pic 9(8).
           03 fi-familia pic 9(4).

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-llave.
               05 alu-dni pic 9(8).
               05 alu-est pic x.
           03 alu-legajo pic 9(5).
           03 alu-nombre pic x(20).
           03 alu-telefono pic x(15).
           03 alu-email pic x(30).

       FD  CURSOS.
       01  cur-reg.
           03 curso-llave.
              05 cur-ciclo pic 9(4).
              05 cur-anio pic 9.
              05 cur-curso pic 99.
              05 cur-turno pic 9.
              05 cur-orden pic 99.
           03 cur-legajo pic 9(5).
           03 cur-cta-cte pic 9(5).
           03 cur-cant-cuotas pic 99.

       FD  FERIADOS.
       01  fer-reg.
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

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  SALDOS-FAVOR.
       01  sf-reg.
           03 sf-llave.
               05 sf-curso pic 99.
               05 sf-cta-cte pic 9(5).
           03 sf-saldo pic 9(8)v99.
           03 sf-fec-ult pic 9(8).

       FD  SF-MOVS.
       01  sfm-reg.
           03 sfm-fecha pic 9(8).
           03 sfm-curso pic 99.
           03 sfm-cta-cte pic 9(5).
           03 sfm-signo pic x.
           03 sfm-importe pic 9(8)v99.
           03 sfm-origen pic x(20).

       FD  RECIBOS.
       01  rec-reg.
           03 rec-punto pic 99.
           03 rec-numero pic 9(8).
           03 rec-nombre pic x(20).
           03 rec-legajo pic 9(5).
           03 rec-curso pic 99.
           03 rec-cuota pic 99.
           03 rec-importe pic 9(6)v99.
           03 rec-fec-pago pic 9(8).

       FD  NUMRECIBOS.
       01  serie-reg.
           03 serie-punto pic 99.
           03 serie-proximo pic 9(8).

       FD  RECIBODET.
       01  rd-reg.
           03 rd-punto pic 99.
           03 rd-numero pic 9(8).
           03 rd-curso pic 99.
           03 rd-cta-cte pic 9(5).
           03 rd-cuota pic 99.
           03 rd-importe pic 9(6)v99.
           03 rd-recargo pic 9(6)v99.

       FD  PAGODET.
       01  pd-reg.
           03 pd-curso pic 99.
           03 pd-cta-cte pic 9(5).
           03 pd-cuota pic 99.
           03 pd-fecha pic 9(8).
           03 pd-medio pic x(15).
           03 pd-importe pic 9(6)v99.
           03 pd-referencia pic x(15).

       FD  NOTIFICACIONES.
       01  not-reg.
           03 not-fecha pic 9(8).
           03 not-plantilla pic x(12).
           03 not-dni pic 9(8).
           03 not-nombre pic x(20).
           03 not-telefono pic x(15).
           03 not-email pic x(30).
           03 not-importe pic 9(8)v99.
           03 not-fec-ref pic 9(8).
           03 not-estado pic x.

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
           88 modo-baja value "B".
           88 modo-listar value "L".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value "BATCH".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-fs-pag pic xx value "00".
       77  w-flag-ext pic 9 value 0.
           88 fin-ext value 1.
       77  w-flag-cvu pic 9 value 0.
           88 fin-cvu value 1.
       77  w-flag-famint pic 9 value 0.
           88 fin-famint value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-curso-hallado pic x.
           88 curso-hallado value "S".
       77  w-antes pic x(80).
       77  w-referencia pic x(20).
       77  w-tipo-titular pic x.
           88 titular-familia value "F".
       01  w-titular.
           03 w-tit-familia pic 9(4).
           03 w-tit-curso pic 99.
           03 w-tit-cta-cte pic 9(5).
       77  w-pct-recargo pic 9v99 value 0,10.
       77  w-punto-emision pic 99 value 1.
       77  w-renglon pic 9(5) value 0.
       77  w-cred-importe pic 9(8)v99.
       77  w-resto pic 9(8)v99.
       77  w-aplicado pic 9(8)v99.
       77  w-rec-numero pic 9(8).
       77  w-v2-fec-pago pic 9(8).
       77  w-cant-creditos pic 9(5) value 0.
       77  w-cant-acreditados pic 9(5) value 0.
       77  w-cant-repetidos pic 9(5) value 0.
       77  w-cant-sin-ref pic 9(5) value 0.
       77  w-cant-cuotas-pag pic 9(5) value 0.
       77  w-total-acreditado pic 9(10)v99 value 0.
       77  w-total-a-favor pic 9(10)v99 value 0.
       77  w-fam-cant pic 9(3) value 0.
       77  w-fam-ind pic 9(3).
       77  w-fam-ind2 pic 9(3).
       77  w-fam-aplicadas pic 9(3) value 0.
       77  w-fam-corte pic x value "N".
           88 corte-distribucion value "S".
       01  w-tab-fam.
           03 w-fam occurs 200.
              05 w-fam-llave pic x(9).
              05 w-fam-venc pic 9(8).
              05 w-fam-importe pic 9(6)v99.
              05 w-fam-recargo pic 9(6)v99.
              05 w-fam-cobrado pic 9(6)v99.
       01  w-fam-swap.
           03 w-fam-swap-llave pic x(9).
           03 w-fam-swap-venc pic 9(8).
           03 w-fam-swap-importe pic 9(6)v99.
           03 w-fam-swap-recargo pic 9(6)v99.
           03 w-fam-swap-cobrado pic 9(6)v99.
       77  w-ult-curso pic 99.
       77  w-ult-cta pic 9(5).
       01  w-resto-llave.
           03 w-resto-curso pic 99.
           03 w-resto-cta pic 9(5).
           03 w-resto-cuota pic 99.
       01  w-fecha-habil.
           03 w-hab-anio pic 9(4).
           03 w-hab-mes pic 99.
           03 w-hab-dia pic 99.
       77  w-dia-semana pic 9.
       77  w-zeller-mes pic 99.
       77  w-zeller-anio pic 9(4).
       77  w-zeller-siglo pic 99.
       77  w-zeller-resto pic 99.
       77  w-zeller-t1 pic 9(4).
       77  w-zeller-t2 pic 9(4).
       77  w-zeller-t3 pic 9(4).
       77  w-zeller-suma pic 9(4).
       77  w-resto-4 pic 9.
       77  w-resto-100 pic 999.
       77  w-resto-400 pic 999.
       77  w-dias-mes pic 99.
       77  w-es-habil pic x.
           88 dia-habil value "S".
       77  w-hay-prorroga pic x value "N".
           88 hay-prorroga value "S".

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "TransfCVU".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-partes-control.
           03 w-par-programa pic x(12) value "TransfCVU".
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
           03 w-ver-programa pic x(12) value "TransfCVU".
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
           DISPLAY "Modo (A=Asignar referencia, B=Baja de ",
               "referencia, L=Listar, P=Procesar extracto del dia)".
           ACCEPT w-modo.
           EVALUATE TRUE
               WHEN modo-alta
                   PERFORM 200-ASIGNAR
               WHEN modo-baja
                   PERFORM 250-BAJA
               WHEN modo-listar
                   PERFORM 300-LISTAR
               WHEN OTHER
                   PERFORM 400-PROCESAR-EXTRACTO
           END-EVALUATE.
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

       050-LEER-OPERADOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa AND oa-codigo NOT = spaces
               MOVE oa-codigo TO w-operador
           END-IF.

      * Una familia (o una cta-cte que no integra ninguna familia)
      * tiene una sola referencia activa: la anterior se da de baja
      * al asignar la nueva
       200-ASIGNAR.
           OPEN I-O CVU.
           OPEN INPUT FAMILIAS.
           OPEN EXTEND JOURNAL.
           PERFORM 210-PEDIR-TITULAR.
           PERFORM UNTIL w-titular = ZERO
               DISPLAY "Referencia / CVU asignada por el banco"
               ACCEPT w-referencia
               MOVE w-referencia TO cvu-referencia
               READ CVU
                   INVALID KEY
                       PERFORM 220-BAJA-ANTERIOR
                       MOVE w-referencia TO cvu-referencia
                       MOVE w-titular TO cvu-titular
                       MOVE w-fecha-hoy TO cvu-fec-alta
                       MOVE "A" TO cvu-estado
                       WRITE cvu-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                           NOT INVALID KEY
                               MOVE spaces TO w-antes
                               PERFORM 230-JOURNAL-CVU
                               DISPLAY "Referencia asignada"
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY "ESA REFERENCIA YA ESTA ASIGNADA A ",
                           cvu-familia, "/", cvu-curso, "/",
                           cvu-cta-cte, " (estado ", cvu-estado, ")"
               END-READ
               PERFORM 210-PEDIR-TITULAR
           END-PERFORM.
           CLOSE CVU FAMILIAS JOURNAL.

       210-PEDIR-TITULAR.
           MOVE ZERO TO w-titular.
           DISPLAY "Titular: F=Familia, C=Cta-cte sin familia ",
               "(x fin vacio)".
           ACCEPT w-tipo-titular.
           IF titular-familia
               DISPLAY "Numero de familia"
               ACCEPT w-tit-familia
               MOVE w-tit-familia TO fam-numero
               READ FAMILIAS
                   INVALID KEY
                       DISPLAY "NO EXISTE ESA FAMILIA"
                       MOVE ZERO TO w-titular
                   NOT INVALID KEY
                       DISPLAY "Responsable: ", fam-responsable
               END-READ
           ELSE
               IF w-tipo-titular = "C"
                   DISPLAY "Curso"
                   ACCEPT w-tit-curso
                   DISPLAY "Cuenta corriente"
                   ACCEPT w-tit-cta-cte
               END-IF
           END-IF.

       220-BAJA-ANTERIOR.
           MOVE 0 TO w-flag-cvu.
           MOVE w-titular TO cvu-titular.
           START CVU KEY IS = cvu-titular
               INVALID KEY MOVE 1 TO w-flag-cvu
           END-START.
           PERFORM UNTIL fin-cvu
               READ CVU NEXT AT END MOVE 1 TO w-flag-cvu
               END-READ
               IF NOT fin-cvu
                   IF cvu-titular NOT = w-titular
                       MOVE 1 TO w-flag-cvu
                   ELSE
                       IF cvu-activa
                           MOVE cvu-reg TO w-antes
                           MOVE "B" TO cvu-estado
                           REWRITE cvu-reg
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   PERFORM 230-JOURNAL-CVU
                                   DISPLAY "Referencia anterior ",
                                       cvu-referencia, " dada de baja"
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       230-JOURNAL-CVU.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "TransfCVU" TO jr-programa.
           MOVE "CVU" TO jr-archivo.
           MOVE cvu-referencia TO jr-llave.
           MOVE w-antes TO jr-antes.
           MOVE cvu-reg TO jr-despues.
           WRITE jr-reg.

       250-BAJA.
           OPEN I-O CVU.
           OPEN EXTEND JOURNAL.
           DISPLAY "Referencia a dar de baja (x fin vacio)".
           ACCEPT w-referencia.
           PERFORM UNTIL w-referencia = spaces
               MOVE w-referencia TO cvu-referencia
               READ CVU
                   INVALID KEY
                       DISPLAY "NO EXISTE ESA REFERENCIA"
                   NOT INVALID KEY
                       MOVE cvu-reg TO w-antes
                       MOVE "B" TO cvu-estado
                       REWRITE cvu-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                           NOT INVALID KEY
                               PERFORM 230-JOURNAL-CVU
                               DISPLAY "Referencia dada de baja"
                       END-REWRITE
               END-READ
               DISPLAY "Referencia a dar de baja (x fin vacio)"
               ACCEPT w-referencia
           END-PERFORM.
           CLOSE CVU JOURNAL.

       300-LISTAR.
           OPEN INPUT CVU.
           DISPLAY "REFERENCIA           FAMI CU CTACTE ALTA     E".
           MOVE LOW-VALUES TO cvu-referencia.
           START CVU KEY IS NOT LESS THAN cvu-referencia
               INVALID KEY MOVE 1 TO w-flag-cvu
           END-START.
           PERFORM UNTIL fin-cvu
               READ CVU NEXT AT END MOVE 1 TO w-flag-cvu
               END-READ
               IF NOT fin-cvu
                   DISPLAY cvu-referencia, " ", cvu-familia, " ",
                       cvu-curso, " ", cvu-cta-cte, " ",
                       cvu-fec-alta, " ", cvu-estado
               END-IF
           END-PERFORM.
           CLOSE CVU.

      ******************************************************************
      * Proceso diario: cada credito del extracto cuya descripcion es
      * una referencia activa se acredita al titular. El renglon del
      * extracto forma parte de la clave de cvu_acred.dat, asi que
      * reprocesar el mismo extracto no duplica la acreditacion
      ******************************************************************
       400-PROCESAR-EXTRACTO.
           PERFORM 410-LEER-PARAMETROS.
           OPEN INPUT EXTRACTO CVU FAMINT ALUMNOS CURSOS FERIADOS.
           OPEN INPUT VENC2 PRORROGAS.
           OPEN I-O PAGOS CVU-ACRED SALDOS-FAVOR NUMRECIBOS CASTIGOS.
           OPEN EXTEND SF-MOVS RECIBOS RECIBODET PAGODET.
           OPEN EXTEND NOTIFICACIONES JOURNAL.
           PERFORM UNTIL fin-ext
               READ EXTRACTO AT END MOVE 1 TO w-flag-ext
               END-READ
               IF NOT fin-ext
                   ADD 1 TO w-renglon
                   IF ext-credito
                       ADD 1 TO w-cant-creditos
                       PERFORM 420-EVALUAR-CREDITO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EXTRACTO CVU FAMINT ALUMNOS CURSOS FERIADOS VENC2.
           CLOSE PRORROGAS CASTIGOS.
           CLOSE PAGOS CVU-ACRED SALDOS-FAVOR NUMRECIBOS.
           CLOSE SF-MOVS RECIBOS RECIBODET PAGODET.
           CLOSE NOTIFICACIONES JOURNAL.
           DISPLAY "========================================".
           DISPLAY "Creditos del extracto     : ", w-cant-creditos.
           DISPLAY "Acreditados por CVU       : ", w-cant-acreditados.
           DISPLAY "Ya acreditados antes      : ", w-cant-repetidos.
           DISPLAY "Sin referencia conocida   : ", w-cant-sin-ref.
           DISPLAY "Cuotas cubiertas          : ", w-cant-cuotas-pag.
           DISPLAY "Total acreditado          : ", w-total-acreditado.
           DISPLAY "Total a saldo a favor     : ", w-total-a-favor.

       410-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           MOVE "PCT-RECARGO" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-pct-recargo
           END-READ.
           MOVE "PUNTO-SERIE" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-punto-emision
           END-READ.
           CLOSE PARAMETROS.

       420-EVALUAR-CREDITO.
           MOVE ext-descripcion TO cvu-referencia.
           READ CVU
               INVALID KEY MOVE "B" TO cvu-estado
           END-READ.
           IF NOT cvu-activa
               ADD 1 TO w-cant-sin-ref
           ELSE
               MOVE ext-fecha TO ca-fecha
               MOVE cvu-referencia TO ca-referencia
               MOVE w-renglon TO ca-renglon
               READ CVU-ACRED
                   INVALID KEY
                       PERFORM 430-ACREDITAR
                   NOT INVALID KEY
                       ADD 1 TO w-cant-repetidos
               END-READ
           END-IF.

       430-ACREDITAR.
           COMPUTE w-cred-importe = ext-importe / 100.
           MOVE w-cred-importe TO w-resto.
           MOVE 0 TO w-aplicado w-rec-numero.
           MOVE 0 TO w-fam-cant w-fam-aplicadas.
           MOVE spaces TO w-resto-llave.
           MOVE 0 TO w-ult-curso w-ult-cta.
           MOVE "N" TO w-fam-corte.
           IF cvu-familia > 0
               PERFORM 500-CUOTAS-FAMILIA
           ELSE
               MOVE cvu-curso TO cur-curso
               MOVE cvu-cta-cte TO cur-cta-cte
               PERFORM 530-CUOTAS-DE-CUENTA
           END-IF.
           DISPLAY "-- CREDITO ", ext-fecha, " ", cvu-referencia,
               " ", w-cred-importe, " --".
           IF w-fam-cant > 0
               PERFORM 540-ORDENAR-POR-VENC
               PERFORM 550-COTIZAR-RECARGOS
               PERFORM 600-APLICAR-CREDITO
           END-IF.
           IF w-resto > 0
               PERFORM 640-ACREDITAR-REMANENTE
           END-IF.
           MOVE ext-fecha TO ca-fecha.
           MOVE cvu-referencia TO ca-referencia.
           MOVE w-renglon TO ca-renglon.
           MOVE w-cred-importe TO ca-importe.
           MOVE w-aplicado TO ca-aplicado.
           MOVE w-resto TO ca-a-favor.
           MOVE w-punto-emision TO ca-punto.
           MOVE w-rec-numero TO ca-recibo.
           MOVE w-fecha-hoy TO ca-fec-proceso.
           WRITE ca-reg
               INVALID KEY DISPLAY "NO PUDE REGISTRAR LA ACREDITACION"
           END-WRITE.
           ADD 1 TO w-cant-acreditados.
           ADD w-cred-importe TO w-total-acreditado.
           ADD w-resto TO w-total-a-favor.

      * Recorre el grupo familiar: DNI -> alumno -> inscripciones del
      * legajo -> cuotas impagas de cada cuenta, todo a la tabla
       500-CUOTAS-FAMILIA.
           MOVE 0 TO w-flag-famint.
           MOVE 0 TO fi-dni.
           START FAMINT KEY IS NOT LESS THAN fi-dni
               INVALID KEY MOVE 1 TO w-flag-famint
           END-START.
           PERFORM UNTIL fin-famint
               READ FAMINT NEXT AT END MOVE 1 TO w-flag-famint
               END-READ
               IF NOT fin-famint
                   IF fi-familia = cvu-familia
                       PERFORM 510-CUOTAS-DE-DNI
                   END-IF
               END-IF
           END-PERFORM.

       510-CUOTAS-DE-DNI.
           MOVE fi-dni TO alu-dni.
           MOVE space TO alu-est.
           START ALUMNOS KEY IS = alu-dni
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ ALUMNOS NEXT
                       AT END CONTINUE
                       NOT AT END PERFORM 520-CUOTAS-DE-LEGAJO
                   END-READ
           END-START.

       520-CUOTAS-DE-LEGAJO.
           MOVE 0 TO w-flag-cursos.
           MOVE alu-legajo TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = alu-legajo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       PERFORM 530-CUOTAS-DE-CUENTA
                   END-IF
               END-IF
           END-PERFORM.

       530-CUOTAS-DE-CUENTA.
           MOVE cur-curso TO w-ult-curso.
           MOVE cur-cta-cte TO w-ult-cta.
           MOVE cur-curso TO pag-curso.
           MOVE cur-cta-cte TO pag-cta-cte.
           MOVE 0 TO pag-cuota.
           MOVE "00" TO w-fs-pag.
           START PAGOS KEY IS NOT LESS THAN pagos-llave
               INVALID KEY MOVE "10" TO w-fs-pag
           END-START.
           PERFORM UNTIL w-fs-pag NOT = "00"
               READ PAGOS NEXT AT END MOVE "10" TO w-fs-pag
               END-READ
               IF w-fs-pag = "00"
                   IF pag-curso NOT = cur-curso
                           OR pag-cta-cte NOT = cur-cta-cte
                       MOVE "10" TO w-fs-pag
                   ELSE
                       IF pag-fec-pago = 0 AND w-fam-cant < 200
                           ADD 1 TO w-fam-cant
                           MOVE pagos-llave TO w-fam-llave(w-fam-cant)
                           MOVE pag-fec-venc TO w-fam-venc(w-fam-cant)
                           MOVE pag-importe TO
                               w-fam-importe(w-fam-cant)
                           MOVE 0 TO w-fam-recargo(w-fam-cant)
                           MOVE pag-cobrado TO
                               w-fam-cobrado(w-fam-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO w-fs-pag.

       540-ORDENAR-POR-VENC.
           PERFORM VARYING w-fam-ind FROM 1 BY 1
                   UNTIL w-fam-ind NOT < w-fam-cant
               PERFORM VARYING w-fam-ind2 FROM 1 BY 1
                       UNTIL w-fam-ind2 NOT <
                           (w-fam-cant - w-fam-ind + 1)
                   IF w-fam-venc(w-fam-ind2) >
                           w-fam-venc(w-fam-ind2 + 1)
                       MOVE w-fam(w-fam-ind2) TO w-fam-swap
                       MOVE w-fam(w-fam-ind2 + 1) TO
                           w-fam(w-fam-ind2)
                       MOVE w-fam-swap TO w-fam(w-fam-ind2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Mismo calculo que el cobro por ventanilla: la fecha de pago
      * es la del credito en el extracto, y con prorroga autorizada
      * la cuota no vence hasta la fecha limite
       550-COTIZAR-RECARGOS.
           MOVE ext-fecha TO w-v2-fec-pago.
           PERFORM VARYING w-fam-ind FROM 1 BY 1
                   UNTIL w-fam-ind > w-fam-cant
               PERFORM 560-SEGUNDO-VENC-FILA
               IF ext-fecha > w-fecha-habil
                   COMPUTE w-fam-recargo(w-fam-ind) ROUNDED =
                       w-fam-importe(w-fam-ind) * w-pct-recargo
               ELSE
                   MOVE 0 TO w-fam-recargo(w-fam-ind)
               END-IF
           END-PERFORM.

       560-SEGUNDO-VENC-FILA.
           MOVE w-fam-llave(w-fam-ind) TO pro-llave.
           PERFORM 562-LEER-PRORROGA.
           MOVE w-fam-venc(w-fam-ind) TO w-fecha-habil.
           PERFORM 270-CORRER-A-HABIL.
           PERFORM 564-EXTENDER-PRORROGA.
           MOVE w-fam-llave(w-fam-ind) TO v2-llave.
           READ VENC2
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF w-v2-fec-pago > w-fecha-habil
                           AND w-fam-cobrado(w-fam-ind) = 0
                       ADD v2-adicional TO w-fam-importe(w-fam-ind)
                   END-IF
                   MOVE v2-fec-venc TO w-fecha-habil
                   PERFORM 270-CORRER-A-HABIL
                   PERFORM 564-EXTENDER-PRORROGA
           END-READ.

       562-LEER-PRORROGA.
           MOVE "N" TO w-hay-prorroga.
           READ PRORROGAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF prorroga-vigente
                       SET hay-prorroga TO TRUE
                   END-IF
           END-READ.

       564-EXTENDER-PRORROGA.
           IF hay-prorroga AND pro-fec-limite > w-fecha-habil
               MOVE pro-fec-limite TO w-fecha-habil
           END-IF.

      * Del vencimiento mas viejo al mas nuevo, cuotas enteras; en la
      * primera que no alcanza se corta y el resto va a saldo a favor
       600-APLICAR-CREDITO.
           PERFORM VARYING w-fam-ind FROM 1 BY 1
                   UNTIL w-fam-ind > w-fam-cant
                       OR corte-distribucion
               IF (w-fam-importe(w-fam-ind)
                       + w-fam-recargo(w-fam-ind))
                       NOT > w-resto
                   PERFORM 610-PAGAR-CUOTA
               ELSE
                   MOVE w-fam-llave(w-fam-ind) TO w-resto-llave
                   SET corte-distribucion TO TRUE
               END-IF
           END-PERFORM.
           IF w-fam-aplicadas > 0
               PERFORM 630-GRABAR-RECIBO
           END-IF.
           DISPLAY "Cuotas cubiertas: ", w-fam-aplicadas,
               " de ", w-fam-cant, " impagas".

       610-PAGAR-CUOTA.
           MOVE w-fam-llave(w-fam-ind) TO pagos-llave.
           READ PAGOS
               INVALID KEY
                   DISPLAY "NO ENCUENTRO LA CUOTA ", pagos-llave
               NOT INVALID KEY
                   MOVE pag-reg TO w-antes
                   MOVE ext-fecha TO pag-fec-pago
                   MOVE "TRANSF CVU" TO pag-medio-pago
                   MOVE w-fam-importe(w-fam-ind) TO pag-importe
                   MOVE w-fam-recargo(w-fam-ind) TO pag-recargo
                   ADD pag-importe TO pag-cobrado
                   REWRITE pag-reg
                       INVALID KEY
                           DISPLAY "NO PUDE GRABAR LA CUOTA ",
                               pagos-llave
                       NOT INVALID KEY
                           COMPUTE w-resto = w-resto
                               - w-fam-importe(w-fam-ind)
                               - w-fam-recargo(w-fam-ind)
                           COMPUTE w-aplicado = w-aplicado
                               + pag-importe + pag-recargo
                           ADD 1 TO w-fam-aplicadas
                           ADD 1 TO w-cant-cuotas-pag
                           IF w-fam-aplicadas = 1
                               PERFORM 620-ASIGNAR-NRO-RECIBO
                           END-IF
                           PERFORM 650-GRABAR-DETALLE
                           PERFORM 660-GRABAR-JOURNAL
                           PERFORM 612-REGISTRAR-RECUPERO
                           PERFORM 614-IMPUTAR-PARTES
                           PERFORM 665-ACTUALIZAR-SALDO
                           PERFORM 670-ENCOLAR-AVISO-PAGO
                   END-REWRITE
           END-READ.

      * Cuota castigada que se termina cobrando por transferencia: el
      * castigo queda recuperado y el export contable lo imputa como
      * recupero y no como ingreso por cuotas
       612-REGISTRAR-RECUPERO.
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
                       DISPLAY "  cuota castigada el ", cas-fecha,
                           ": el cobro se registra como recupero"
                   END-IF
           END-READ.

      * La transferencia no dice cual de los dos responsables pago:
      * en una cuota dividida lo cobrado se reparte por porcentaje
       614-IMPUTAR-PARTES.
           PERFORM 680-BUSCAR-LEGAJO-CUENTA.
           IF curso-hallado
               MOVE "P" TO w-par-accion
               MOVE pag-curso TO w-par-curso
               MOVE pag-cta-cte TO w-par-cta-cte
               MOVE pag-cuota TO w-par-cuota
               MOVE cur-legajo TO w-par-legajo
               MOVE 0 TO w-par-orden
               MOVE pag-importe TO w-par-importe
               MOVE pag-fec-pago TO w-par-fecha
               CALL "PartesCuota" USING w-partes-control
           END-IF.

       620-ASIGNAR-NRO-RECIBO.
           MOVE w-punto-emision TO serie-punto.
           READ NUMRECIBOS
               INVALID KEY
                   MOVE w-punto-emision TO serie-punto
                   MOVE 1 TO serie-proximo
                   WRITE serie-reg
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE serie-proximo TO w-rec-numero.
           ADD 1 TO serie-proximo.
           REWRITE serie-reg.

      * Un recibo por credito, a nombre del alumno de la primera
      * cuota cubierta, con un renglon por cuota
       630-GRABAR-RECIBO.
           MOVE w-fam-llave(1) TO pagos-llave.
           PERFORM 680-BUSCAR-LEGAJO-CUENTA.
           MOVE w-punto-emision TO rec-punto.
           MOVE w-rec-numero TO rec-numero.
           IF curso-hallado
               MOVE cur-legajo TO alu-legajo
               READ ALUMNOS KEY IS alu-legajo
                   INVALID KEY
                       MOVE "(desconocido)" TO alu-nombre
               END-READ
               MOVE alu-nombre TO rec-nombre
               MOVE cur-legajo TO rec-legajo
           ELSE
               MOVE "(desconocido)" TO rec-nombre
               MOVE 0 TO rec-legajo
           END-IF.
           MOVE pag-curso TO rec-curso.
           MOVE 0 TO rec-cuota.
           MOVE w-aplicado TO rec-importe.
           MOVE ext-fecha TO rec-fec-pago.
           WRITE rec-reg.
           DISPLAY "Recibo ", w-punto-emision, "-", w-rec-numero,
               " por ", w-aplicado.

      * El vuelto que no alcanza para otra cuota entera queda como
      * saldo a favor de la cuenta de la proxima cuota impaga (o de
      * la ultima, o de una cuenta del titular si no debia nada)
       640-ACREDITAR-REMANENTE.
           IF w-resto-llave = spaces
               IF w-fam-cant > 0
                   MOVE w-fam-llave(w-fam-cant) TO w-resto-llave
               ELSE
                   MOVE w-ult-curso TO w-resto-curso
                   MOVE w-ult-cta TO w-resto-cta
                   MOVE 0 TO w-resto-cuota
               END-IF
           END-IF.
           IF w-resto-cta = 0
               DISPLAY "LA FAMILIA NO TIENE CUENTAS - EL CREDITO DE ",
                   w-resto, " QUEDA SIN APLICAR"
           ELSE
               MOVE w-resto-curso TO sf-curso
               MOVE w-resto-cta TO sf-cta-cte
               READ SALDOS-FAVOR
                   INVALID KEY
                       MOVE w-resto TO sf-saldo
                       MOVE w-fecha-hoy TO sf-fec-ult
                       WRITE sf-reg
                   NOT INVALID KEY
                       ADD w-resto TO sf-saldo
                       MOVE w-fecha-hoy TO sf-fec-ult
                       REWRITE sf-reg
               END-READ
               MOVE w-fecha-hoy TO sfm-fecha
               MOVE w-resto-curso TO sfm-curso
               MOVE w-resto-cta TO sfm-cta-cte
               MOVE "C" TO sfm-signo
               MOVE w-resto TO sfm-importe
               MOVE "TRANSFERENCIA CVU" TO sfm-origen
               WRITE sfm-reg
               DISPLAY "REMANENTE DE ", w-resto, " ACREDITADO COMO ",
                   "SALDO A FAVOR DE LA CUENTA ", w-resto-curso, "/",
                   w-resto-cta
           END-IF.

       650-GRABAR-DETALLE.
           MOVE pag-curso TO pd-curso.
           MOVE pag-cta-cte TO pd-cta-cte.
           MOVE pag-cuota TO pd-cuota.
           MOVE pag-fec-pago TO pd-fecha.
           MOVE "TRANSF CVU" TO pd-medio.
           COMPUTE pd-importe = pag-importe + pag-recargo.
           MOVE cvu-referencia TO pd-referencia.
           WRITE pd-reg.
           MOVE w-punto-emision TO rd-punto.
           MOVE w-rec-numero TO rd-numero.
           MOVE pag-curso TO rd-curso.
           MOVE pag-cta-cte TO rd-cta-cte.
           MOVE pag-cuota TO rd-cuota.
           MOVE pag-importe TO rd-importe.
           MOVE pag-recargo TO rd-recargo.
           WRITE rd-reg.
           DISPLAY "  cuota ", pag-curso, "/", pag-cta-cte, "/",
               pag-cuota, " vto ", pag-fec-venc, " cubierta ",
               "(recargo ", pag-recargo, ")".

       660-GRABAR-JOURNAL.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "TransfCVU" TO jr-programa.
           MOVE "PAGOS" TO jr-archivo.
           MOVE spaces TO jr-llave.
           MOVE pagos-llave TO jr-llave.
           MOVE w-antes TO jr-antes.
           MOVE pag-reg TO jr-despues.
           WRITE jr-reg.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       665-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       670-ENCOLAR-AVISO-PAGO.
           PERFORM 680-BUSCAR-LEGAJO-CUENTA.
           IF curso-hallado
               MOVE cur-legajo TO alu-legajo
               READ ALUMNOS KEY IS alu-legajo
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE w-fecha-hoy TO not-fecha
                       MOVE "PAGO-REG" TO not-plantilla
                       MOVE alu-dni TO not-dni
                       MOVE alu-nombre TO not-nombre
                       MOVE alu-telefono TO not-telefono
                       MOVE alu-email TO not-email
                       MOVE pag-importe TO not-importe
                       MOVE pag-fec-pago TO not-fec-ref
                       MOVE "P" TO not-estado
                       WRITE not-reg
               END-READ
           END-IF.

       680-BUSCAR-LEGAJO-CUENTA.
           MOVE "N" TO w-curso-hallado.
           MOVE 0 TO w-flag-cursos.
           MOVE LOW-VALUES TO curso-llave.
           START CURSOS KEY IS NOT LESS THAN curso-llave
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos OR curso-hallado
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-curso = pag-curso
                           AND cur-cta-cte = pag-cta-cte
                       SET curso-hallado TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       270-CORRER-A-HABIL.
           PERFORM 272-ES-DIA-HABIL.
           PERFORM UNTIL dia-habil
               PERFORM 274-SUMAR-UN-DIA
               PERFORM 272-ES-DIA-HABIL
           END-PERFORM.
       272-ES-DIA-HABIL.
           MOVE "S" TO w-es-habil.
           PERFORM 276-CALCULAR-DIA-SEMANA.
           IF w-dia-semana = 0 OR w-dia-semana = 1
               MOVE "N" TO w-es-habil
           ELSE
               MOVE w-fecha-habil TO fer-fecha
               READ FERIADOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "N" TO w-es-habil
               END-READ
           END-IF.
       274-SUMAR-UN-DIA.
           PERFORM 278-DIAS-DEL-MES.
           ADD 1 TO w-hab-dia.
           IF w-hab-dia > w-dias-mes
               MOVE 1 TO w-hab-dia
               ADD 1 TO w-hab-mes
               IF w-hab-mes > 12
                   MOVE 1 TO w-hab-mes
                   ADD 1 TO w-hab-anio
               END-IF
           END-IF.
      * Congruencia de Zeller: 0=sabado, 1=domingo, 2=lunes...
       276-CALCULAR-DIA-SEMANA.
           IF w-hab-mes < 3
               COMPUTE w-zeller-mes = w-hab-mes + 12
               COMPUTE w-zeller-anio = w-hab-anio - 1
           ELSE
               MOVE w-hab-mes TO w-zeller-mes
               MOVE w-hab-anio TO w-zeller-anio
           END-IF.
           DIVIDE w-zeller-anio BY 100 GIVING w-zeller-siglo
               REMAINDER w-zeller-resto.
           COMPUTE w-zeller-t1 = (w-zeller-mes + 1) * 13.
           DIVIDE w-zeller-t1 BY 5 GIVING w-zeller-t1.
           DIVIDE w-zeller-resto BY 4 GIVING w-zeller-t2.
           DIVIDE w-zeller-siglo BY 4 GIVING w-zeller-t3.
           COMPUTE w-zeller-suma = w-hab-dia + w-zeller-t1 +
               w-zeller-resto + w-zeller-t2 + w-zeller-t3 +
               5 * w-zeller-siglo.
           DIVIDE w-zeller-suma BY 7 GIVING w-zeller-t1
               REMAINDER w-dia-semana.
       278-DIAS-DEL-MES.
           EVALUATE w-hab-mes
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO w-dias-mes
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO w-dias-mes
               WHEN OTHER
                   PERFORM 279-ES-BISIESTO
           END-EVALUATE.
       279-ES-BISIESTO.
           MOVE 28 TO w-dias-mes.
           DIVIDE w-hab-anio BY 4 GIVING w-zeller-t1
               REMAINDER w-resto-4.
           DIVIDE w-hab-anio BY 100 GIVING w-zeller-t1
               REMAINDER w-resto-100.
           DIVIDE w-hab-anio BY 400 GIVING w-zeller-t1
               REMAINDER w-resto-400.
           IF w-resto-400 = 0
               MOVE 29 TO w-dias-mes
           ELSE
               IF w-resto-4 = 0 AND w-resto-100 NOT = 0
                   MOVE 29 TO w-dias-mes
               END-IF
           END-IF.
       END PROGRAM TransfCVU.
