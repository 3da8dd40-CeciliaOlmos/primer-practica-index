      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reversa de cobros electronicos ya registrados: carga
      *          los contracargos que informa la procesadora de
      *          tarjetas y las reversiones de debito automatico que
      *          pide la familia a su banco. Cada uno reabre la cuota
      *          (vuelve a impaga con su importe), anula el recibo
      *          original en el registro de anulaciones, deja la
      *          reversa en reversas.dat para la recaudacion del dia y
      *          los asientos, observa la cuenta y avisa a la familia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Contracargos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACARGOS ASSIGN TO "..\contracargos.txt"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT REVERSIONES ASSIGN TO "..\reversiones_deb.txt"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT CURSOS ASSIGN TO "..\cursos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS curso-llave
           ALTERNATE RECORD KEY IS cur-legajo WITH DUPLICATES.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS alu-llave
           ALTERNATE RECORD KEY IS alu-legajo WITH DUPLICATES.

           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RECIBODET ASSIGN TO "..\recibodet.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ANULACIONES ASSIGN TO "..\anulaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL REVERSAS ASSIGN TO "..\reversas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OBSERVADAS ASSIGN TO "..\ctas_observadas.dat"
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
       FD  CONTRACARGOS.
       01  cc-reg.
           03 cc-curso pic 99.
           03 cc-cta-cte pic 9(5).
           03 cc-cuota pic 99.
           03 cc-importe pic 9(6)v99.
           03 cc-fec-pago pic 9(8).
           03 cc-fec-contracargo pic 9(8).
           03 cc-motivo pic x(20).

       FD  REVERSIONES.
       01  dv-reg.
           03 dv-dni pic 9(8).
           03 dv-referencia pic 9(10).
           03 dv-cuota pic 99.
           03 dv-importe pic 9(6)v99.
           03 dv-fec-debito pic 9(8).
           03 dv-fec-reversion pic 9(8).
           03 dv-motivo pic x(20).

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

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-llave.
               05 alu-dni pic 9(8).
               05 alu-est pic x.
           03 alu-legajo pic 9(5).
           03 alu-nombre pic x(20).
           03 alu-telefono pic x(15).
           03 alu-email pic x(30).

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

       FD  RECIBODET.
       01  rd-reg.
           03 rd-punto pic 99.
           03 rd-numero pic 9(8).
           03 rd-curso pic 99.
           03 rd-cta-cte pic 9(5).
           03 rd-cuota pic 99.
           03 rd-importe pic 9(6)v99.
           03 rd-recargo pic 9(6)v99.

       FD  ANULACIONES.
       01  an-reg.
           03 an-fecha pic 9(8).
           03 an-curso pic 99.
           03 an-cta-cte pic 9(5).
           03 an-cuota pic 99.
           03 an-fec-pago-orig pic 9(8).
           03 an-importe pic 9(6)v99.
           03 an-medio pic x(15).
           03 an-motivo pic x(30).
           03 an-supervisor pic x(10).
           03 an-rec-punto pic 99.
           03 an-rec-numero pic 9(8).

      * Una reversa por cuota reabierta; rv-fecha es el dia en que se
      * registra (el que la recaudacion y los asientos restan)
       FD  REVERSAS.
       01  rv-reg.
           03 rv-fecha pic 9(8).
           03 rv-tipo pic x.
               88 rv-contracargo value "T".
               88 rv-reversion-debito value "D".
           03 rv-curso pic 99.
           03 rv-cta-cte pic 9(5).
           03 rv-cuota pic 99.
           03 rv-importe pic 9(6)v99.
           03 rv-fec-pago-orig pic 9(8).
           03 rv-fec-banco pic 9(8).
           03 rv-medio pic x(15).
           03 rv-motivo pic x(20).
           03 rv-rec-punto pic 99.
           03 rv-rec-numero pic 9(8).
           03 rv-operador pic x(10).

       FD  OBSERVADAS.
       01  obs-reg.
           03 obs-curso pic 99.
           03 obs-cta-cte pic 9(5).
           03 obs-fecha pic 9(8).
           03 obs-motivo pic x(30).

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
       01  w-modo pic x value "T".
           88 modo-tarjeta value "T".
           88 modo-debito value "D".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-flag-entrada pic 9 value 0.
           88 fin-entrada value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-rec pic 9 value 0.
           88 fin-rec value 1.
       77  w-flag-alu pic 9 value 0.
           88 fin-alu value 1.
       77  w-hallada pic x.
           88 cuota-hallada value "S".
       77  w-antes-pago pic x(80).
       77  w-legajo pic 9(5).
       77  w-dni pic 9(8).
       77  w-cuota pic 99.
       77  w-importe pic 9(6)v99.
       77  w-fec-pago-orig pic 9(8).
       77  w-fec-banco pic 9(8).
       77  w-motivo pic x(20).
       77  w-mensaje pic x(40).
       77  w-cant-leidos pic 9(5) value 0.
       77  w-cant-reversadas pic 9(5) value 0.
       77  w-cant-rechazadas pic 9(5) value 0.
       77  w-cant-sin-recibo pic 9(5) value 0.
       77  w-total-reversado pic 9(8)v99 value 0.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Contracargos".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Contracargos".
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
           IF modo-debito
               PERFORM 200-LEER-REVERSION
               PERFORM UNTIL fin-entrada
                   PERFORM 400-PROCESAR-REVERSION
                   PERFORM 200-LEER-REVERSION
               END-PERFORM
           ELSE
               PERFORM 210-LEER-CONTRACARGO
               PERFORM UNTIL fin-entrada
                   PERFORM 300-PROCESAR-CONTRACARGO
                   PERFORM 210-LEER-CONTRACARGO
               END-PERFORM
           END-IF.
           PERFORM 800-RESUMEN.
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
           IF version-ok
               MOVE "recibos" TO w-ver-archivo
               MOVE 2 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (T=Contracargos de tarjeta, ",
               "D=Reversiones de debito automatico)".
           ACCEPT w-modo.
           IF modo-debito
               OPEN INPUT REVERSIONES
           ELSE
               MOVE "T" TO w-modo
               OPEN INPUT CONTRACARGOS
           END-IF.
           OPEN I-O PAGOS.
           OPEN INPUT CURSOS ALUMNOS.
           OPEN EXTEND ANULACIONES REVERSAS OBSERVADAS.
           OPEN EXTEND NOTIFICACIONES JOURNAL.
           PERFORM 150-LEER-OPERADOR.

       150-LEER-OPERADOR.
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

       200-LEER-REVERSION.
           READ REVERSIONES AT END MOVE 1 TO w-flag-entrada.

       210-LEER-CONTRACARGO.
           READ CONTRACARGOS AT END MOVE 1 TO w-flag-entrada.

      ******************************************************************
      * Contracargo de tarjeta: la procesadora informa la cuota tal
      * como vino en la liquidacion; tiene que seguir pagada con
      * tarjeta y en la misma fecha, si no ya fue reabierta antes
      ******************************************************************
       300-PROCESAR-CONTRACARGO.
           ADD 1 TO w-cant-leidos.
           MOVE cc-importe TO w-importe.
           MOVE cc-fec-pago TO w-fec-pago-orig.
           MOVE cc-fec-contracargo TO w-fec-banco.
           MOVE cc-motivo TO w-motivo.
           MOVE cc-curso TO pag-curso.
           MOVE cc-cta-cte TO pag-cta-cte.
           MOVE cc-cuota TO pag-cuota.
           READ PAGOS
               INVALID KEY
                   MOVE "NO EXISTE LA CUOTA" TO w-mensaje
                   PERFORM 590-RECHAZAR
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN pag-fec-pago = 0
                           MOVE "LA CUOTA NO ESTA PAGADA" TO w-mensaje
                           PERFORM 590-RECHAZAR
                       WHEN pag-medio-pago NOT = "TARJETA"
                           MOVE "NO FUE PAGADA CON TARJETA"
                               TO w-mensaje
                           PERFORM 590-RECHAZAR
                       WHEN pag-fec-pago NOT = cc-fec-pago
                           MOVE "FECHA DE PAGO NO COINCIDE"
                               TO w-mensaje
                           PERFORM 590-RECHAZAR
                       WHEN OTHER
                           PERFORM 310-LEGAJO-DE-LA-CUENTA
                           PERFORM 500-REABRIR-CUOTA
                   END-EVALUATE
           END-READ.

       310-LEGAJO-DE-LA-CUENTA.
           MOVE 0 TO w-legajo.
           MOVE 0 TO w-flag-cursos.
           MOVE LOW-VALUES TO curso-llave.
           START CURSOS KEY IS NOT LESS THAN curso-llave
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
                   NOT AT END
                       IF cur-curso = pag-curso AND
                          cur-cta-cte = pag-cta-cte
                           MOVE cur-legajo TO w-legajo
                           MOVE 1 TO w-flag-cursos
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-dni.
           IF w-legajo NOT = 0
               MOVE w-legajo TO alu-legajo
               READ ALUMNOS KEY IS alu-legajo
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE alu-dni TO w-dni
               END-READ
           END-IF.

      ******************************************************************
      * Reversion de debito: el banco informa DNI y cuota como en la
      * respuesta de la presentacion; la cuota se busca en las
      * cuentas del alumno por la fecha del debito original
      ******************************************************************
       400-PROCESAR-REVERSION.
           ADD 1 TO w-cant-leidos.
           MOVE dv-importe TO w-importe.
           MOVE dv-fec-debito TO w-fec-pago-orig.
           MOVE dv-fec-reversion TO w-fec-banco.
           MOVE dv-motivo TO w-motivo.
           MOVE dv-cuota TO w-cuota.
           MOVE dv-dni TO w-dni.
           MOVE "N" TO w-hallada.
           MOVE 0 TO w-flag-alu.
           MOVE dv-dni TO alu-dni.
           MOVE space TO alu-est.
           START ALUMNOS KEY IS NOT LESS THAN alu-llave
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           PERFORM UNTIL fin-alu OR cuota-hallada
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu
                   IF alu-dni NOT = dv-dni
                       MOVE 1 TO w-flag-alu
                   ELSE
                       MOVE alu-legajo TO w-legajo
                       PERFORM 410-BUSCAR-EN-CURSOS
                   END-IF
               END-IF
           END-PERFORM.
           IF cuota-hallada
               PERFORM 500-REABRIR-CUOTA
           ELSE
               MOVE "SIN CUOTA DEBITADA ESA FECHA" TO w-mensaje
               PERFORM 590-RECHAZAR
           END-IF.

       410-BUSCAR-EN-CURSOS.
           MOVE 0 TO w-flag-cursos.
           MOVE w-legajo TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos OR cuota-hallada
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = w-legajo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       MOVE cur-curso TO pag-curso
                       MOVE cur-cta-cte TO pag-cta-cte
                       MOVE w-cuota TO pag-cuota
                       READ PAGOS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF pag-fec-pago = dv-fec-debito
                                   SET cuota-hallada TO TRUE
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Reapertura: igual que la anulacion manual, la cuota vuelve a
      * impaga con su importe (recargo a recalcular) y lo cobrado
      * baja en lo reversado. El recibo original queda anulado con
      * el motivo del banco, sin borrarlo
      ******************************************************************
       500-REABRIR-CUOTA.
           MOVE pag-reg TO w-antes-pago.
           MOVE spaces TO rv-reg.
           MOVE w-fecha-hoy TO rv-fecha.
           MOVE w-modo TO rv-tipo.
           MOVE pag-curso TO rv-curso.
           MOVE pag-cta-cte TO rv-cta-cte.
           MOVE pag-cuota TO rv-cuota.
           MOVE w-importe TO rv-importe.
           MOVE pag-fec-pago TO rv-fec-pago-orig.
           MOVE w-fec-banco TO rv-fec-banco.
           MOVE pag-medio-pago TO rv-medio.
           MOVE w-motivo TO rv-motivo.
           MOVE w-operador TO rv-operador.
           PERFORM 510-BUSCAR-RECIBO.
           MOVE 0 TO pag-fec-pago.
           MOVE 0 TO pag-recargo.
           MOVE spaces TO pag-medio-pago.
           IF pag-cobrado NOT < w-importe
               SUBTRACT w-importe FROM pag-cobrado
           ELSE
               MOVE 0 TO pag-cobrado
           END-IF.
           REWRITE pag-reg
               INVALID KEY
                   MOVE "NO PUDE REABRIR LA CUOTA" TO w-mensaje
                   PERFORM 590-RECHAZAR
               NOT INVALID KEY
                   WRITE rv-reg
                   PERFORM 505-ACTUALIZAR-SALDO
                   PERFORM 520-ANULAR-RECIBO
                   PERFORM 530-GRABAR-JOURNAL
                   PERFORM 540-OBSERVAR-CUENTA
                   PERFORM 550-ENCOLAR-AVISO
                   ADD 1 TO w-cant-reversadas
                   ADD w-importe TO w-total-reversado
                   DISPLAY "CURSO ", rv-curso, " CTA-CTE ",
                       rv-cta-cte, " CUOTA ", rv-cuota,
                       " -- REABIERTA POR ", w-importe,
                       " RECIBO ", rv-rec-punto, "-", rv-rec-numero
           END-REWRITE.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       505-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

      * El recibo se busca primero en el detalle (recibos de varias
      * cuotas) y si no en la cabecera por legajo, curso, cuota y
      * fecha de pago; sin recibo la anulacion queda con punto 0
       510-BUSCAR-RECIBO.
           MOVE 0 TO rv-rec-punto rv-rec-numero.
           MOVE 0 TO w-flag-rec.
           OPEN INPUT RECIBODET.
           PERFORM UNTIL fin-rec
               READ RECIBODET AT END MOVE 1 TO w-flag-rec
               END-READ
               IF NOT fin-rec
                   IF rd-curso = pag-curso
                           AND rd-cta-cte = pag-cta-cte
                           AND rd-cuota = pag-cuota
                       MOVE rd-punto TO rv-rec-punto
                       MOVE rd-numero TO rv-rec-numero
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RECIBODET.
           IF rv-rec-numero = 0 AND w-legajo NOT = 0
               MOVE 0 TO w-flag-rec
               OPEN INPUT RECIBOS
               PERFORM UNTIL fin-rec
                   READ RECIBOS AT END MOVE 1 TO w-flag-rec
                   END-READ
                   IF NOT fin-rec
                       IF rec-legajo = w-legajo
                               AND rec-curso = pag-curso
                               AND rec-cuota = pag-cuota
                               AND rec-fec-pago = pag-fec-pago
                           MOVE rec-punto TO rv-rec-punto
                           MOVE rec-numero TO rv-rec-numero
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RECIBOS
           END-IF.
           IF rv-rec-numero = 0
               ADD 1 TO w-cant-sin-recibo
           END-IF.

       520-ANULAR-RECIBO.
           MOVE w-fecha-hoy TO an-fecha.
           MOVE rv-curso TO an-curso.
           MOVE rv-cta-cte TO an-cta-cte.
           MOVE rv-cuota TO an-cuota.
           MOVE rv-fec-pago-orig TO an-fec-pago-orig.
           MOVE rv-importe TO an-importe.
           MOVE rv-medio TO an-medio.
           MOVE spaces TO an-motivo.
           IF rv-contracargo
               STRING "CONTRACARGO " w-motivo
                   DELIMITED BY SIZE INTO an-motivo
           ELSE
               STRING "REVERSION DEB " w-motivo
                   DELIMITED BY SIZE INTO an-motivo
           END-IF.
           MOVE w-operador TO an-supervisor.
           MOVE rv-rec-punto TO an-rec-punto.
           MOVE rv-rec-numero TO an-rec-numero.
           WRITE an-reg.

       530-GRABAR-JOURNAL.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "Contracargos" TO jr-programa.
           MOVE "PAGOS" TO jr-archivo.
           MOVE pagos-llave TO jr-llave.
           MOVE w-antes-pago TO jr-antes.
           MOVE spaces TO jr-despues.
           MOVE pag-reg TO jr-despues.
           WRITE jr-reg.

       540-OBSERVAR-CUENTA.
           MOVE pag-curso TO obs-curso.
           MOVE pag-cta-cte TO obs-cta-cte.
           MOVE w-fecha-hoy TO obs-fecha.
           IF rv-contracargo
               MOVE "CONTRACARGO TARJETA" TO obs-motivo
           ELSE
               MOVE "REVERSION DEBITO AUTOMATICO" TO obs-motivo
           END-IF.
           WRITE obs-reg.

      * El aviso a la familia sale con el contacto del alumno, como
      * el del cheque rechazado
       550-ENCOLAR-AVISO.
           IF w-dni NOT = 0
               MOVE w-dni TO alu-dni
               MOVE space TO alu-est
               START ALUMNOS KEY IS NOT LESS THAN alu-llave
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ ALUMNOS NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF alu-dni = w-dni
                                   PERFORM 555-GRABAR-AVISO
                               END-IF
                       END-READ
               END-START
           END-IF.

       555-GRABAR-AVISO.
           MOVE w-fecha-hoy TO not-fecha.
           IF rv-contracargo
               MOVE "CONTRACARGO" TO not-plantilla
           ELSE
               MOVE "DEBITO-REVER" TO not-plantilla
           END-IF.
           MOVE alu-dni TO not-dni.
           MOVE alu-nombre TO not-nombre.
           MOVE alu-telefono TO not-telefono.
           MOVE alu-email TO not-email.
           MOVE w-importe TO not-importe.
           MOVE w-fec-banco TO not-fec-ref.
           MOVE "P" TO not-estado.
           WRITE not-reg.

       590-RECHAZAR.
           IF modo-debito
               DISPLAY "DNI ", dv-dni, " CUOTA ", dv-cuota,
                   " IMPORTE ", dv-importe, " -- ", w-mensaje
           ELSE
               DISPLAY "CURSO ", cc-curso, " CTA-CTE ", cc-cta-cte,
                   " CUOTA ", cc-cuota, " -- ", w-mensaje
           END-IF.
           ADD 1 TO w-cant-rechazadas.

       800-RESUMEN.
           DISPLAY "========================================".
           IF modo-debito
               DISPLAY "REVERSIONES DE DEBITO AUTOMATICO"
           ELSE
               DISPLAY "CONTRACARGOS DE TARJETA"
           END-IF.
           DISPLAY "Registros leidos      : ", w-cant-leidos.
           DISPLAY "Cuotas reabiertas     : ", w-cant-reversadas.
           DISPLAY "Registros rechazados  : ", w-cant-rechazadas.
           DISPLAY "Sin recibo ubicado    : ", w-cant-sin-recibo.
           DISPLAY "Importe reversado     : ", w-total-reversado.

       900-FIN.
           IF modo-debito
               CLOSE REVERSIONES
           ELSE
               CLOSE CONTRACARGOS
           END-IF.
           CLOSE PAGOS CURSOS ALUMNOS.
           CLOSE ANULACIONES REVERSAS OBSERVADAS.
           CLOSE NOTIFICACIONES JOURNAL.
       END PROGRAM Contracargos.
