           SELECT OPTIONAL SF-MOVS ASSIGN TO "..\saldos_favor_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL TOPES ASSIGN TO "..\topes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS top-llave.

           SELECT OPTIONAL TOPES-AUTORIZ
           ASSIGN TO "..\topes_autoriz.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ta-llave.

           SELECT OPTIONAL CURSOCAT ASSIGN TO "..\cursocat.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cat-llave.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

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

           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           03 cm-importe pic 9(6)v99.
           03 cm-operador pic x(10).
           03 cm-caja pic 99.
           03 cm-hora pic 9(8).

       FD  CIERRES.
       01  cie-reg.
           03 pd-importe pic 9(6)v99.
           03 pd-referencia pic x(15).

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

       FD  SALDOS-FAVOR.
       01  sf-reg.
           03 sf-llave.
           03 eje-total-devol pic 9(12)v99.
           03 eje-deuda-arrastre pic 9(12)v99.
           03 eje-ctas-con-deuda pic 9(5).
       FD  TOPES.
       01  top-reg.
           03 top-llave.
               05 top-ciclo pic 9(4).
               05 top-nivel pic x(10).
               05 top-desde pic 9(8).
           03 top-importe pic 9(6)v99.
           03 top-norma pic x(20).

       FD  TOPES-AUTORIZ.
       01  ta-reg.
           03 ta-llave.
               05 ta-ciclo pic 9(4).
               05 ta-curso pic 99.
               05 ta-cta-cte pic 9(5).
               05 ta-cuota pic 99.
           03 ta-fecha pic 9(8).
           03 ta-operador pic x(10).
           03 ta-programa pic x(12).
           03 ta-importe pic 9(6)v99.
           03 ta-tope pic 9(6)v99.

       FD  CURSOCAT.
       01  cat-reg.
           03 cat-llave.
               05 cat-ciclo pic 9(4).
               05 cat-anio pic 9.
               05 cat-curso pic 99.
           03 cat-nombre pic x(20).
           03 cat-nivel pic x(10).
           03 cat-sede pic 99.

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       WORKING-STORAGE SECTION.
       77  w-fs-pag pic xx value "00".
           88 pago-bloqueado value "51".
              05 w-fam-importe pic 9(6)v99.
              05 w-fam-recargo pic 9(6)v99.
              05 w-fam-marca pic x.
              05 w-fam-cobrado pic 9(6)v99.
       01  w-fam-swap.
           03 w-fam-swap-llave pic x(9).
           03 w-fam-swap-venc pic 9(8).
           03 w-fam-swap-importe pic 9(6)v99.
           03 w-fam-swap-recargo pic 9(6)v99.
           03 w-fam-swap-marca pic x.
           03 w-fam-swap-cobrado pic 9(6)v99.
       77  w-credito-disp pic 9(8)v99 value 0.
       77  w-credito-aplicado pic 9(8)v99 value 0.
       77  w-usa-credito pic x value "N".
       77  w-importe-prorr pic 9(6)v99.
       77  w-dia-preferido pic 99 value 0.
       77  w-pct-recargo pic 9v99 value 0,10.
       77  w-venc2-dias pic 999 value 0.
       77  w-pct-venc2 pic 9v99 value 0.
       77  w-v2-fec-pago pic 9(8).
       77  w-hay-prorroga pic x value "N".
           88 hay-prorroga value "S".
       77  w-punto-emision pic 99 value 1.
       77  w-caja-sede pic 99 value 0.
       77  w-multi-fec-pago pic 9(8).
       77  w-resp-pagador pic 9(5) value 0.
       77  w-resp-nombre pic x(30) value spaces.
       77  w-resp-cuit pic x(13) value spaces.
       77  w-operador pic x(10) value "(sin ses.)".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-autorizado pic x value "N".
           88 es-supervisor value "S".
       77  w-top-ciclo pic 9(4).
       77  w-top-curso pic 99.
       77  w-top-cta pic 9(5).
       77  w-top-cuota pic 99.
       01  w-top-fecha pic 9(8).
       01  w-top-fecha-r REDEFINES w-top-fecha.
           03 w-top-fecha-anio pic 9(4).
           03 w-top-fecha-mmdd pic 9(4).
       77  w-top-importe pic 9(6)v99.
       77  w-tope pic 9(6)v99.
       77  w-top-nivel pic x(10).
       77  w-top-antes pic x(80).
       77  w-top-autoriza pic x value space.
       77  w-flag-top pic 9 value 0.
           88 fin-top value 1.
       77  w-top-resultado pic x value "O".
           88 tope-rechazado value "R".

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Pagos".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-partes-control.
           03 w-par-programa pic x(12) value "Pagos".
           03 w-par-accion pic x.
           03 w-par-curso pic 99.
           03 w-par-cta-cte pic 9(5).
           03 w-par-cuota pic 99.
           03 w-par-legajo pic 9(5).
           03 w-par-orden pic 9.
           03 w-par-importe pic 9(6)v99.
           03 w-par-fecha pic 9(8).
           03 w-par-dividida pic x.
               88 cuota-dividida value "S".
           03 w-par-parte occurs 2.
              05 w-par-resp pic 9(5).
              05 w-par-pct pic 9(3)v99.
              05 w-par-imp pic 9(6)v99.
              05 w-par-cob pic 9(6)v99.
              05 w-par-pend pic 9(6)v99.
       77  w-pago-parte pic x value "N".
           88 pago-de-parte value "S".
       77  w-importe-parte pic 9(6)v99.
       77  w-importe-cuota pic 9(6)v99.
       77  w-importe-leido pic 9(6)v99.
       77  w-fecha-parte pic 9(8).
       77  w-otra-parte pic 9.
       77  w-pct-parte-ed pic zz9,99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Pagos".
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
           IF modo-pago
               PERFORM 140-VERIFICAR-CAJA
               PERFORM 200-INGRESO
               PERFORM UNTIL pag-curso = 0
                   PERFORM 220-INICIO-ALU
                   IF tope-rechazado
                       DISPLAY "CUOTAS NO GENERADAS"
                   ELSE
                       PERFORM 250-GENERAR-CUOTAS
                   END-IF
                   PERFORM 200-INGRESO
               END-PERFORM
           END-IF.
           PERFORM 500-FIN.
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
           OPEN I-O PAGOS.
               "F=Pago familiar, T=Pago anual adelantado, ",
               "M=Varias cuotas en un recibo)".
           ACCEPT w-modo.
           OPEN INPUT VENC2 PRORROGAS.
           IF modo-familia
               OPEN INPUT CURSOS ALUMNOS FAMINT
           END-IF.
               OPEN INPUT CURSOS ALUMNOS FAMINT CURSOCONC CARGOS
               OPEN INPUT DIAPAGO
               OPEN EXTEND CUOTACONC
               OPEN INPUT TOPES CURSOCAT
               OPEN I-O TOPES-AUTORIZ
               PERFORM 050-LEER-OPERADOR
               PERFORM 160-LEER-PCT-HERMANOS
           END-IF.

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

       160-LEER-PCT-HERMANOS.
           OPEN INPUT PARAMETROS.
           MOVE "PCT-HERMANOS" TO par-codigo.
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-pct-hermanos
           END-READ.
      * Segundo vencimiento: dias despues del primero (0 = la cuota
      * tiene un solo vencimiento) y porcentaje adicional del segundo
           MOVE "VENC2-DIAS" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-venc2-dias
           END-READ.
           MOVE "PCT-VENC2" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-pct-venc2
           END-READ.
           CLOSE PARAMETROS.
           IF w-venc2-dias > 0
               CLOSE VENC2
               OPEN I-O VENC2
           END-IF.

       140-VERIFICAR-CAJA.
           OPEN INPUT CAJAS.
                       OPEN EXTEND NOTIFICACIONES
                       OPEN INPUT RESPONSABLES
                       OPEN INPUT EJERCICIOS
                       OPEN I-O CASTIGOS
                       IF NOT modo-familia
                           OPEN INPUT CURSOS ALUMNOS
                       END-IF
           MOVE pag-cta-cte to w-cta-anterior.
           PERFORM 230-LEER-DIA-PREFERIDO.
           PERFORM 300-INGRESO-RESTO.
           PERFORM 380-TOPE-CUENTA.

      * Si la familia eligio un dia de vencimiento, las cuotas del
      * plan vencen ese dia (corrido a habil como siempre)
           END-IF.
           PERFORM 350-DESCUENTO-HERMANOS.

      * La cuota mensual ya con descuentos se controla contra el
      * tope del nivel vigente al primer vencimiento
       380-TOPE-CUENTA.
           MOVE w-fecha-venc TO w-top-fecha.
           MOVE w-anio-venc TO w-top-ciclo.
           MOVE pag-curso TO w-top-curso.
           MOVE pag-cta-cte TO w-top-cta.
           MOVE 0 TO w-top-cuota.
           MOVE w-importe-mensual TO w-top-importe.
           MOVE space TO w-top-autoriza.
           PERFORM 382-CONTROLAR-TOPE.

      * El importe que se fija no puede pasar el tope de arancel del
      * nivel vigente a la fecha; solo un supervisor autoriza superarlo
      * y la autorizacion queda registrada y en el journal
       382-CONTROLAR-TOPE.
           MOVE "O" TO w-top-resultado.
           PERFORM 384-BUSCAR-TOPE.
           IF w-tope > 0 AND w-top-importe > w-tope
               MOVE "R" TO w-top-resultado
               DISPLAY "EL IMPORTE ", w-top-importe, " SUPERA EL ",
                   "TOPE AUTORIZADO ", w-tope, " DEL NIVEL ",
                   w-top-nivel
               IF es-supervisor
                   IF w-top-autoriza = space
                       DISPLAY "Autoriza superar el tope? (S/N)"
                       ACCEPT w-top-autoriza
                   END-IF
                   IF w-top-autoriza = "S"
                       MOVE "A" TO w-top-resultado
                       PERFORM 386-GRABAR-AUTORIZ-TOPE
                   END-IF
               ELSE
                   DISPLAY "SOLO UN SUPERVISOR PUEDE AUTORIZAR ",
                       "SUPERAR EL TOPE"
               END-IF
           END-IF.

      * Nivel del curso en el ciclo (cursocat) y tope de ese nivel con
      * la vigencia mas reciente que no pase de la fecha
       384-BUSCAR-TOPE.
           MOVE 0 TO w-tope.
           MOVE spaces TO w-top-nivel.
           MOVE 0 TO w-flag-top.
           MOVE w-top-ciclo TO cat-ciclo.
           MOVE 0 TO cat-anio cat-curso.
           START CURSOCAT KEY IS NOT LESS THAN cat-llave
               INVALID KEY MOVE 1 TO w-flag-top
           END-START.
           PERFORM UNTIL fin-top
               READ CURSOCAT NEXT AT END MOVE 1 TO w-flag-top
               END-READ
               IF NOT fin-top
                   IF cat-ciclo NOT = w-top-ciclo
                       MOVE 1 TO w-flag-top
                   ELSE
                       IF cat-curso = w-top-curso
                           MOVE cat-nivel TO w-top-nivel
                           MOVE 1 TO w-flag-top
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF w-top-nivel NOT = spaces
               MOVE 0 TO w-flag-top
               MOVE w-top-ciclo TO top-ciclo
               MOVE w-top-nivel TO top-nivel
               MOVE 0 TO top-desde
               START TOPES KEY IS NOT LESS THAN top-llave
                   INVALID KEY MOVE 1 TO w-flag-top
               END-START
               PERFORM UNTIL fin-top
                   READ TOPES NEXT AT END MOVE 1 TO w-flag-top
                   END-READ
                   IF NOT fin-top
                       IF top-ciclo NOT = w-top-ciclo
                               OR top-nivel NOT = w-top-nivel
                               OR top-desde > w-top-fecha
                           MOVE 1 TO w-flag-top
                       ELSE
                           MOVE top-importe TO w-tope
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       386-GRABAR-AUTORIZ-TOPE.
           MOVE w-top-ciclo TO ta-ciclo.
           MOVE w-top-curso TO ta-curso.
           MOVE w-top-cta TO ta-cta-cte.
           MOVE w-top-cuota TO ta-cuota.
           MOVE spaces TO w-top-antes.
           READ TOPES-AUTORIZ
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ta-reg TO w-top-antes
           END-READ.
           MOVE w-fecha-hoy TO ta-fecha.
           MOVE w-operador TO ta-operador.
           MOVE "Pagos" TO ta-programa.
           MOVE w-top-importe TO ta-importe.
           MOVE w-tope TO ta-tope.
           IF w-top-antes = spaces
               WRITE ta-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA AUTORIZACION"
               END-WRITE
           ELSE
               REWRITE ta-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA AUTORIZACION"
               END-REWRITE
           END-IF.
           OPEN EXTEND JOURNAL.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "Pagos" TO jr-programa.
           MOVE "TOPESAUT" TO jr-archivo.
           MOVE ta-llave TO jr-llave.
           MOVE w-top-antes TO jr-antes.
           MOVE ta-reg TO jr-despues.
           WRITE jr-reg.
           CLOSE JOURNAL.

      * El importe de la cuota se arma sumando los conceptos
      * tipificados cargados para el curso, y el desglose de cada
      * cuota generada queda grabado para el reporte por concepto
               MOVE w-fecha-habil TO pag-fec-venc
               PERFORM 420-SUMAR-CARGOS
               PERFORM 400-GRABO-REGISTRO
               PERFORM 415-GRABAR-SEGUNDO-VENC
               PERFORM 410-GRABAR-DESGLOSE
               PERFORM 260-SUMAR-UN-MES
           END-PERFORM.
           PERFORM 685-ACTUALIZAR-SALDO.

      * El que se inscribe a mitad de mes paga la primera cuota en
      * proporcion a los dias que quedan del mes de inscripcion; el
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA CUOTA ", pag-cuota
           END-WRITE.
      * El primer vencimiento es el de la cuota; el segundo cae los
      * dias de parametro despues (corrido a habil) con el importe
      * aumentado en el porcentaje de parametro
       415-GRABAR-SEGUNDO-VENC.
           IF w-venc2-dias > 0
               MOVE pagos-llave TO v2-llave
               MOVE pag-fec-venc TO w-fecha-habil
               PERFORM 274-SUMAR-UN-DIA w-venc2-dias TIMES
               PERFORM 270-CORRER-A-HABIL
               MOVE w-fecha-habil TO v2-fec-venc
               COMPUTE v2-adicional ROUNDED =
                   pag-importe * w-pct-venc2
               WRITE v2-reg
                   INVALID KEY REWRITE v2-reg
               END-WRITE
           END-IF.

       600-REGISTRAR-PAGOS.
           PERFORM 610-PEDIR-CUOTA.
           PERFORM UNTIL pag-curso = 0
           ACCEPT pag-fec-pago.
           PERFORM 635-VERIFICAR-PERIODO.
           MOVE 0 TO w-credito-aplicado.
           MOVE "N" TO w-pago-parte w-par-dividida.
           MOVE pag-importe TO w-importe-leido.
           IF pago-autorizado
               PERFORM 634-SEGUNDO-VENC
               PERFORM 638-PEDIR-RESPONSABLE
               PERFORM 639-OFRECER-PARTE
               PERFORM 636-OFRECER-CREDITO
               PERFORM 632-CAPTURAR-MEDIOS
           END-IF.
                   MOVE "MIXTO" TO pag-medio-pago
               END-IF
               ADD pag-importe TO pag-cobrado
               IF pago-de-parte
                   PERFORM 692-DEJAR-RESTO-DE-CUOTA
               END-IF
               REWRITE pag-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR EL PAGO"
                   NOT INVALID KEY
                       IF pago-de-parte
                           PERFORM 650-GRABAR-JOURNAL
                           PERFORM 694-RETOMAR-PAGO-PARTE
                       END-IF
                       PERFORM 640-GRABAR-MOV-CAJA
                       IF NOT pago-de-parte
                           PERFORM 650-GRABAR-JOURNAL
                           PERFORM 680-REGISTRAR-RECUPERO
                       END-IF
                       PERFORM 685-ACTUALIZAR-SALDO
                       PERFORM 645-COMPROBANTE
                       IF w-credito-aplicado > 0
                           PERFORM 655-DESCONTAR-CREDITO
                       END-IF
                       PERFORM 670-ENCOLAR-AVISO-PAGO
                       IF cuota-dividida
                           PERFORM 696-IMPUTAR-PARTE
                       END-IF
               END-REWRITE
           ELSE
               MOVE 0 TO pag-fec-pago
               IF pago-de-parte
                   MOVE w-importe-cuota TO pag-importe
               END-IF
           END-IF.

      * Cuota con dos vencimientos pagada despues del primero (dia
      * habil): se cobra el importe del segundo. El adicional entra
      * una sola vez, si la cuota no tuvo pagos a cuenta. Con una
      * prorroga autorizada la cuota no vence hasta la fecha limite
       634-SEGUNDO-VENC.
           MOVE pagos-llave TO pro-llave.
           PERFORM 631-LEER-PRORROGA.
           IF hay-prorroga
               DISPLAY "Cuota con prorroga autorizada hasta ",
                   pro-fec-limite, " por ", pro-supervisor
           END-IF.
           MOVE pagos-llave TO v2-llave.
           READ VENC2
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE pag-fec-venc TO w-fecha-habil
                   PERFORM 270-CORRER-A-HABIL
                   PERFORM 633-EXTENDER-PRORROGA
                   IF pag-fec-pago > w-fecha-habil
                           AND pag-cobrado = 0
                       ADD v2-adicional TO pag-importe
                       DISPLAY "Pago posterior al 1er vencimiento - ",
                           "importe al 2do vencimiento: ", pag-importe
                   END-IF
           END-READ.

       631-LEER-PRORROGA.
           MOVE "N" TO w-hay-prorroga.
           READ PRORROGAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF prorroga-vigente
                       SET hay-prorroga TO TRUE
                   END-IF
           END-READ.

       633-EXTENDER-PRORROGA.
           IF hay-prorroga AND pro-fec-limite > w-fecha-habil
               MOVE pro-fec-limite TO w-fecha-habil
           END-IF.

      * El que paga no siempre es el alumno: se identifica al
               END-READ
           END-IF.

      ******************************************************************
      * Alumno con las cuotas divididas entre dos responsables: si
      * paga uno de ellos y la parte del otro sigue pendiente se
      * ofrece cobrar solo su parte; la cuota queda con el resto
      * pendiente como un pago a cuenta. Un adicional de segundo
      * vencimiento se reparte por el mismo porcentaje
      ******************************************************************
       639-OFRECER-PARTE.
           PERFORM 360-BUSCAR-LEGAJO-CUENTA.
           IF curso-hallado
               MOVE "A" TO w-par-accion
               MOVE pag-curso TO w-par-curso
               MOVE pag-cta-cte TO w-par-cta-cte
               MOVE pag-cuota TO w-par-cuota
               MOVE cur-legajo TO w-par-legajo
               MOVE 0 TO w-par-orden w-par-importe w-par-fecha
               CALL "PartesCuota" USING w-partes-control
           END-IF.
           IF cuota-dividida
               PERFORM VARYING w-ind-leg FROM 1 BY 1
                       UNTIL w-ind-leg > 2
                   MOVE w-par-pct(w-ind-leg) TO w-pct-parte-ed
                   DISPLAY "Parte ", w-ind-leg, ": responsable ",
                       w-par-resp(w-ind-leg), " ", w-pct-parte-ed,
                       "% pendiente ", w-par-pend(w-ind-leg)
                   IF w-par-resp(w-ind-leg) = w-resp-pagador
                           AND w-resp-pagador > 0
                       MOVE w-ind-leg TO w-par-orden
                   END-IF
               END-PERFORM
           END-IF.
           IF cuota-dividida AND w-par-orden > 0
               COMPUTE w-otra-parte = 3 - w-par-orden
               COMPUTE w-importe-parte ROUNDED =
                   w-par-pend(w-par-orden) +
                   (pag-importe - w-importe-leido) *
                   w-par-pct(w-par-orden) / 100
               IF w-par-pend(w-otra-parte) > 0
                       AND w-importe-parte > 0
                       AND w-importe-parte < pag-importe
                   DISPLAY "Cobrar solo la parte de ", w-resp-nombre,
                       ": ", w-importe-parte, "? (S/N)"
                   ACCEPT w-pago-parte
                   IF pago-de-parte
                       MOVE pag-importe TO w-importe-cuota
                       MOVE w-importe-parte TO pag-importe
                   ELSE
                       MOVE "N" TO w-pago-parte
                   END-IF
               END-IF
           END-IF.

      * Si la cuenta tiene saldo a favor se ofrece consumirlo antes
      * de pedirle plata nueva a la familia
       636-OFRECER-CREDITO.
                   MOVE w-leg-importe(w-ind-leg) TO cm-importe
                   MOVE w-caja-operador TO cm-operador
                   MOVE w-caja-numero TO cm-caja
                   ACCEPT cm-hora FROM TIME
                   WRITE cm-reg
               END-IF
               MOVE pag-curso TO pd-curso
           MOVE spaces TO jr-despues.
           MOVE pag-reg TO jr-despues.
           WRITE jr-reg.
      * Cuota castigada que se termina cobrando: el castigo queda
      * recuperado con la fecha y lo cobrado, y el export contable
      * lo imputa como recupero y no como ingreso por cuotas
       680-REGISTRAR-RECUPERO.
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
                       DISPLAY "CUOTA CASTIGADA EL ", cas-fecha,
                           ": EL COBRO SE REGISTRA COMO RECUPERO"
                   END-IF
           END-READ.

      * Pago de una sola parte: la cuota no queda paga, guarda lo que
      * falta de la otra parte como un pago a cuenta
       692-DEJAR-RESTO-DE-CUOTA.
           MOVE pag-fec-pago TO w-fecha-parte.
           COMPUTE pag-importe = w-importe-cuota - w-importe-parte.
           MOVE 0 TO pag-fec-pago.

      * Grabada la cuota, caja, comprobante y aviso muestran lo que
      * se cobro en el dia
       694-RETOMAR-PAGO-PARTE.
           MOVE w-fecha-parte TO pag-fec-pago.
           MOVE w-importe-parte TO pag-importe.

      * Lo cobrado se imputa a la parte del responsable que pago;
      * un pagador que no es ninguno de los dos se reparte por
      * porcentaje
       696-IMPUTAR-PARTE.
           MOVE "P" TO w-par-accion.
           MOVE pag-importe TO w-par-importe.
           MOVE pag-fec-pago TO w-par-fecha.
           CALL "PartesCuota" USING w-partes-control.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       685-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

      * Los cheques de aca son diferidos: ademas del pago queda el
      * cheque en cartera con su fecha de cobro
       660-REGISTRAR-CHEQUE.
      * de pago, corrida al dia habil; el pago familiar no condona
      * recargos
       718-COTIZAR-RECARGOS-FLIA.
           MOVE w-fam-fec-pago TO w-v2-fec-pago.
           PERFORM VARYING w-fam-ind FROM 1 BY 1
                   UNTIL w-fam-ind > w-fam-cant
               PERFORM 719-SEGUNDO-VENC-FILA
               IF w-fam-fec-pago > w-fecha-habil
                   COMPUTE w-fam-recargo(w-fam-ind) ROUNDED =
                       w-fam-importe(w-fam-ind) * w-pct-recargo
               END-IF
           END-PERFORM.

      * Con segundo vencimiento la cuota pagada despues del primero
      * (sin pagos a cuenta) pasa al importe del segundo, y el recargo
      * corre desde el segundo; deja en w-fecha-habil el vencimiento
      * desde el que corre el recargo (o desde la fecha limite de
      * una prorroga autorizada)
       719-SEGUNDO-VENC-FILA.
           MOVE w-fam-llave(w-fam-ind) TO pro-llave.
           PERFORM 631-LEER-PRORROGA.
           MOVE w-fam-venc(w-fam-ind) TO w-fecha-habil.
           PERFORM 270-CORRER-A-HABIL.
           PERFORM 633-EXTENDER-PRORROGA.
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
                   PERFORM 633-EXTENDER-PRORROGA
           END-READ.

      * Recorre el grupo familiar: DNI -> alumno -> inscripciones del
      * legajo -> cuotas impagas de cada cuenta, todo a la tabla
       710-JUNTAR-CUOTAS-FLIA.
                                   w-fam-recargo(w-fam-cant)
                               MOVE "N" TO
                                   w-fam-marca(w-fam-cant)
                               MOVE pag-cobrado TO
                                   w-fam-cobrado(w-fam-cant)
                           ELSE
                               DISPLAY "DEMASIADAS CUOTAS IMPAGAS ",
                                   "EN EL GRUPO - SE TOMAN LAS ",
                   MOVE pag-reg TO w-antes-pago
                   MOVE w-fam-fec-pago TO pag-fec-pago
                   MOVE w-leg-medio(1) TO pag-medio-pago
                   MOVE w-fam-importe(w-fam-ind) TO pag-importe
                   MOVE w-fam-recargo(w-fam-ind) TO pag-recargo
                   ADD pag-importe TO pag-cobrado
                   REWRITE pag-reg
                               pag-importe + pag-recargo
                           PERFORM 640-GRABAR-MOV-CAJA
                           PERFORM 650-GRABAR-JOURNAL
                           PERFORM 680-REGISTRAR-RECUPERO
                           PERFORM 685-ACTUALIZAR-SALDO
                           PERFORM 670-ENCOLAR-AVISO-PAGO
                           DISPLAY "  cuota ", pag-curso, "/",
                               pag-cta-cte, "/", pag-cuota,
                               w-fam-importe(w-fam-cant)
                           MOVE 0 TO w-fam-recargo(w-fam-cant)
                           MOVE "N" TO w-fam-marca(w-fam-cant)
                           MOVE pag-cobrado TO
                               w-fam-cobrado(w-fam-cant)
                           ADD pag-importe TO w-anu-total
                       END-IF
                   END-IF
                           MOVE pag-importe TO w-leg-importe(1)
                           PERFORM 640-GRABAR-MOV-CAJA
                           PERFORM 650-GRABAR-JOURNAL
                           PERFORM 680-REGISTRAR-RECUPERO
                           PERFORM 685-ACTUALIZAR-SALDO
                           PERFORM 776-GRABAR-RENGLON-RECIBO
                           PERFORM 670-ENCOLAR-AVISO-PAGO
                           DISPLAY "  cuota ", pag-cuota, " neto ",
      * al dia habil
       764-COTIZAR-RECARGOS.
           DISPLAY "NR  VENCIM.      IMPORTE     RECARGO".
           MOVE w-multi-fec-pago TO w-v2-fec-pago.
           PERFORM VARYING w-fam-ind FROM 1 BY 1
                   UNTIL w-fam-ind > w-fam-cant
               PERFORM 719-SEGUNDO-VENC-FILA
               IF w-multi-fec-pago > w-fecha-habil
                   COMPUTE w-fam-recargo(w-fam-ind) ROUNDED =
                       w-fam-importe(w-fam-ind) * w-pct-recargo
                   MOVE pag-reg TO w-antes-pago
                   MOVE w-multi-fec-pago TO pag-fec-pago
                   MOVE w-leg-medio(1) TO pag-medio-pago
                   MOVE w-fam-importe(w-fam-ind) TO pag-importe
                   MOVE w-fam-recargo(w-fam-ind) TO pag-recargo
                   ADD pag-importe TO pag-cobrado
                   REWRITE pag-reg
                               pag-importe + pag-recargo
                           PERFORM 640-GRABAR-MOV-CAJA
                           PERFORM 650-GRABAR-JOURNAL
                           PERFORM 680-REGISTRAR-RECUPERO
                           PERFORM 685-ACTUALIZAR-SALDO
                           PERFORM 776-GRABAR-RENGLON-RECIBO
                           PERFORM 670-ENCOLAR-AVISO-PAGO
                   END-REWRITE
           IF caja-ok
               CLOSE CAJA-MOVS CIERRES JOURNAL CHEQUES PAGODET
               CLOSE SALDOS-FAVOR SF-MOVS NOTIFICACIONES
               CLOSE RESPONSABLES EJERCICIOS CASTIGOS
               IF NOT modo-familia
                   CLOSE CURSOS ALUMNOS
               END-IF
                   AND NOT modo-anual AND NOT modo-multi
               CLOSE CURSOS ALUMNOS FAMINT CURSOCONC CUOTACONC CARGOS
               CLOSE DIAPAGO
               CLOSE TOPES TOPES-AUTORIZ CURSOCAT
           END-IF.
           CLOSE PAGOS FERIADOS VENC2 PRORROGAS.
       END PROGRAM Pagos.
