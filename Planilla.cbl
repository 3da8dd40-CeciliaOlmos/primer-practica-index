      ******************************************************************
      * Author:
      * Date:
      * Purpose: Descuento por planilla para los hijos del personal:
      *          la generacion mensual arma para RRHH el archivo
      *          planilla_AAAAMM.txt con las cuotas impagas que vencen
      *          en el mes de los alumnos vinculados a responsables
      *          marcados como empleados (resp_empleados.dat); la
      *          importacion lee la respuesta de RRHH con lo realmente
      *          descontado (planilla_resp_AAAAMM.txt), registra el
      *          pago con medio PLANILLA (pago a cuenta si el descuento
      *          es parcial) con detalle de pago y journal, y emite
      *          planilla_excep_AAAAMM.txt con los descuentos
      *          parciales, no realizados, no informados o sobre
      *          cuotas ya pagadas. Un periodo se importa una sola vez
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Planilla.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESP-EMPLEADOS
           ASSIGN TO "..\resp_empleados.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS re-responsable.

           SELECT OPTIONAL RESPONSABLES
           ASSIGN TO "..\responsables.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS resp-codigo.

           SELECT OPTIONAL RESPLINK ASSIGN TO "..\resplink.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rl-llave.

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

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL PLANILLA-CTL ASSIGN TO "..\planilla_ctl.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pc-periodo.

           SELECT PLANILLA-GEN ASSIGN TO w-nombre-gen
           ORGANIZATION LINE SEQUENTIAL.

           SELECT PLANILLA-RESP ASSIGN TO w-nombre-resp
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-excep
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PAGODET ASSIGN TO "..\pagodet.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESP-EMPLEADOS.
       01  re-reg.
           03 re-responsable pic 9(5).
           03 re-nro-planilla pic x(10).
           03 re-fec-alta pic 9(8).
           03 re-estado pic x.
               88 empleado-activo value "A".

       FD  RESPONSABLES.
       01  resp-reg.
           03 resp-codigo pic 9(5).
           03 resp-nombre pic x(30).
           03 resp-cuit pic x(13).
           03 resp-cond-iva pic x(2).
           03 resp-domicilio pic x(30).

       FD  RESPLINK.
       01  rl-reg.
           03 rl-llave.
               05 rl-tipo pic x.
               05 rl-numero pic 9(8).
           03 rl-responsable pic 9(5).

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

       FD  PLANILLA-CTL.
       01  pc-reg.
           03 pc-periodo pic 9(6).
           03 pc-fec-gen pic 9(8).
           03 pc-cant-gen pic 9(5).
           03 pc-importe-gen pic 9(10)v99.
           03 pc-fec-imp pic 9(8).
           03 pc-cant-imp pic 9(5).
           03 pc-importe-imp pic 9(10)v99.

      * Mismo formato para lo que se manda a RRHH y lo que vuelve:
      * RRHH completa el importe descontado de cada renglon
       FD  PLANILLA-GEN.
       01  pg-reg.
           03 pg-nro-planilla pic x(10).
           03 pg-responsable pic 9(5).
           03 pg-nombre pic x(30).
           03 pg-llave.
               05 pg-curso pic 99.
               05 pg-cta-cte pic 9(5).
               05 pg-cuota pic 99.
           03 pg-alumno pic x(20).
           03 pg-fec-venc pic 9(8).
           03 pg-importe pic 9(6)v99.
           03 pg-descontado pic 9(6)v99.

       FD  PLANILLA-RESP.
       01  pr-reg.
           03 pr-nro-planilla pic x(10).
           03 pr-responsable pic 9(5).
           03 pr-nombre pic x(30).
           03 pr-llave.
               05 pr-curso pic 99.
               05 pr-cta-cte pic 9(5).
               05 pr-cuota pic 99.
           03 pr-alumno pic x(20).
           03 pr-fec-venc pic 9(8).
           03 pr-importe pic 9(6)v99.
           03 pr-descontado pic 9(6)v99.

       FD  LISTADO.
       01  lis-linea pic x(100).

       FD  PAGODET.
       01  pd-reg.
           03 pd-curso pic 99.
           03 pd-cta-cte pic 9(5).
           03 pd-cuota pic 99.
           03 pd-fecha pic 9(8).
           03 pd-medio pic x(15).
           03 pd-importe pic 9(6)v99.
           03 pd-referencia pic x(15).

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
       01  w-modo pic x value "G".
           88 modo-generar value "G".
           88 modo-importar value "I".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value "BATCH".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       01  w-periodo pic 9(6).
       01  w-periodo-r REDEFINES w-periodo.
           03 w-per-anio pic 9(4).
           03 w-per-mes pic 99.
       77  w-fec-acreditacion pic 9(8).
       77  w-nombre-gen pic x(40).
       77  w-nombre-resp pic x(40).
       77  w-nombre-excep pic x(40).
       77  w-flag-re pic 9 value 0.
           88 fin-re value 1.
       77  w-flag-rl pic 9 value 0.
           88 fin-rl value 1.
       77  w-flag-famint pic 9 value 0.
           88 fin-famint value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-flag-pr pic 9 value 0.
           88 fin-pr value 1.
       77  w-flag-pg pic 9 value 0.
           88 fin-pg value 1.
       77  w-familia pic 9(4).
       77  w-legajo pic 9(5).
       77  w-cant-emp pic 9(5) value 0.
       77  w-cant-renglones pic 9(5) value 0.
       77  w-total-emp pic 9(8)v99.
       77  w-total-gen pic 9(10)v99 value 0.
       77  w-cant-pagadas pic 9(5) value 0.
       77  w-cant-parciales pic 9(5) value 0.
       77  w-cant-excep pic 9(5) value 0.
       77  w-total-desc pic 9(10)v99 value 0.
       77  w-antes-pago pic x(80).
       77  w-motivo pic x(30).
       77  w-cant-leidas pic 9(4) value 0.
       77  w-ind pic 9(4).
       77  w-hallada pic x.
           88 cuota-informada value "S".
       01  w-tab-informadas.
           03 w-inf-llave pic x(9) occurs 2000.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Planilla".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Planilla".
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
           DISPLAY "Modo (G=Generar archivo para RRHH, I=Importar ",
               "descuentos realizados)".
           ACCEPT w-modo.
           DISPLAY "Periodo (AAAAMM)".
           ACCEPT w-periodo.
           MOVE spaces TO w-nombre-gen w-nombre-resp w-nombre-excep.
           STRING "..\planilla_" w-periodo ".txt"
               DELIMITED BY SIZE INTO w-nombre-gen.
           STRING "..\planilla_resp_" w-periodo ".txt"
               DELIMITED BY SIZE INTO w-nombre-resp.
           STRING "..\planilla_excep_" w-periodo ".txt"
               DELIMITED BY SIZE INTO w-nombre-excep.
           OPEN I-O PLANILLA-CTL.
           MOVE w-periodo TO pc-periodo.
           READ PLANILLA-CTL
               INVALID KEY
                   MOVE 0 TO pc-fec-gen pc-cant-gen pc-importe-gen
                   MOVE 0 TO pc-fec-imp pc-cant-imp pc-importe-imp
                   WRITE pc-reg
           END-READ.
           EVALUATE TRUE
               WHEN pc-fec-imp NOT = 0
                   DISPLAY "EL PERIODO YA FUE IMPORTADO EL ",
                       pc-fec-imp, " - NO SE PROCESA"
               WHEN modo-generar
                   PERFORM 200-GENERAR
               WHEN modo-importar
                   IF pc-fec-gen = 0
                       DISPLAY "EL PERIODO NO FUE GENERADO"
                   ELSE
                       PERFORM 400-IMPORTAR
                   END-IF
           END-EVALUATE.
           CLOSE PLANILLA-CTL.
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

       050-LEER-OPERADOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa AND oa-codigo NOT = spaces
               MOVE oa-codigo TO w-operador
           END-IF.

      ******************************************************************
      * Generacion: por cada empleado activo, los alumnos vinculados a
      * el (por legajo o por familia) y de cada cuenta las cuotas
      * impagas que vencen en el periodo, con el saldo que se debe
      ******************************************************************
       200-GENERAR.
           OPEN INPUT RESP-EMPLEADOS RESPONSABLES RESPLINK FAMINT.
           OPEN INPUT ALUMNOS CURSOS PAGOS.
           OPEN OUTPUT PLANILLA-GEN.
           MOVE 0 TO re-responsable.
           START RESP-EMPLEADOS KEY IS NOT LESS THAN re-responsable
               INVALID KEY MOVE 1 TO w-flag-re
           END-START.
           PERFORM UNTIL fin-re
               READ RESP-EMPLEADOS NEXT AT END MOVE 1 TO w-flag-re
               END-READ
               IF NOT fin-re
                   IF empleado-activo
                       PERFORM 210-EMPLEADO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RESP-EMPLEADOS RESPONSABLES RESPLINK FAMINT.
           CLOSE ALUMNOS CURSOS PAGOS PLANILLA-GEN.
           MOVE w-fecha-hoy TO pc-fec-gen.
           MOVE w-cant-renglones TO pc-cant-gen.
           MOVE w-total-gen TO pc-importe-gen.
           REWRITE pc-reg.
           DISPLAY "Empleados con cuotas : ", w-cant-emp.
           DISPLAY "Cuotas a descontar   : ", w-cant-renglones.
           DISPLAY "Total a descontar    : ", w-total-gen.
           DISPLAY "Archivo para RRHH en ", w-nombre-gen.

       210-EMPLEADO.
           MOVE re-responsable TO resp-codigo.
           READ RESPONSABLES
               INVALID KEY MOVE "(sin nombre)" TO resp-nombre
           END-READ.
           MOVE 0 TO w-total-emp.
           MOVE 0 TO w-flag-rl.
           MOVE LOW-VALUES TO rl-llave.
           START RESPLINK KEY IS NOT LESS THAN rl-llave
               INVALID KEY MOVE 1 TO w-flag-rl
           END-START.
           PERFORM UNTIL fin-rl
               READ RESPLINK NEXT AT END MOVE 1 TO w-flag-rl
               END-READ
               IF NOT fin-rl
                   IF rl-responsable = re-responsable
                       IF rl-tipo = "A"
                           MOVE rl-numero TO w-legajo
                           PERFORM 230-CUENTAS-DE-LEGAJO
                       ELSE
                           MOVE rl-numero TO w-familia
                           PERFORM 220-ALUMNOS-DE-FAMILIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF w-total-emp > 0
               ADD 1 TO w-cant-emp
               DISPLAY re-nro-planilla, " ", resp-nombre, " ",
                   w-total-emp
           END-IF.

       220-ALUMNOS-DE-FAMILIA.
           MOVE 0 TO w-flag-famint.
           MOVE 0 TO fi-dni.
           START FAMINT KEY IS NOT LESS THAN fi-dni
               INVALID KEY MOVE 1 TO w-flag-famint
           END-START.
           PERFORM UNTIL fin-famint
               READ FAMINT NEXT AT END MOVE 1 TO w-flag-famint
               END-READ
               IF NOT fin-famint
                   IF fi-familia = w-familia
                       MOVE fi-dni TO alu-dni
                       MOVE space TO alu-est
                       START ALUMNOS KEY IS = alu-dni
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               READ ALUMNOS NEXT
                                   AT END CONTINUE
                                   NOT AT END
                                       MOVE alu-legajo TO w-legajo
                                       PERFORM 230-CUENTAS-DE-LEGAJO
                               END-READ
                       END-START
                   END-IF
               END-IF
           END-PERFORM.

       230-CUENTAS-DE-LEGAJO.
           MOVE w-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY MOVE spaces TO alu-nombre
           END-READ.
           MOVE 0 TO w-flag-cursos.
           MOVE w-legajo TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = w-legajo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       PERFORM 240-CUOTAS-DEL-MES
                   END-IF
               END-IF
           END-PERFORM.

       240-CUOTAS-DEL-MES.
           MOVE 0 TO w-flag-pagos.
           MOVE cur-curso TO pag-curso.
           MOVE cur-cta-cte TO pag-cta-cte.
           MOVE 0 TO pag-cuota.
           START PAGOS KEY IS NOT LESS THAN pagos-llave
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               END-READ
               IF NOT fin-pagos
                   IF pag-curso NOT = cur-curso
                           OR pag-cta-cte NOT = cur-cta-cte
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       IF pag-fec-pago = 0
                               AND pag-fec-venc(1:6) = w-periodo
                           PERFORM 250-GRABAR-RENGLON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       250-GRABAR-RENGLON.
           MOVE re-nro-planilla TO pg-nro-planilla.
           MOVE re-responsable TO pg-responsable.
           MOVE resp-nombre TO pg-nombre.
           MOVE pagos-llave TO pg-llave.
           MOVE alu-nombre TO pg-alumno.
           MOVE pag-fec-venc TO pg-fec-venc.
           MOVE pag-importe TO pg-importe.
           MOVE 0 TO pg-descontado.
           WRITE pg-reg.
           ADD 1 TO w-cant-renglones.
           ADD pag-importe TO w-total-emp w-total-gen.

      ******************************************************************
      * Importacion: lo descontado cancela la cuota (medio PLANILLA,
      * sin recargo: el descuento se hace en termino); si no alcanza
      * queda como pago a cuenta. Todo lo que no cierra va al listado
      * de excepciones, incluidas las cuotas generadas que RRHH no
      * informo
      ******************************************************************
       400-IMPORTAR.
           DISPLAY "Fecha de acreditacion de la planilla (AAAAMMDD)".
           ACCEPT w-fec-acreditacion.
           OPEN INPUT PLANILLA-RESP PLANILLA-GEN.
           OPEN I-O PAGOS.
           OPEN EXTEND PAGODET JOURNAL.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "EXCEPCIONES DEL DESCUENTO POR PLANILLA - PERIODO "
               w-periodo " - EMITIDO " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "PLANILLA   RESP  CU CTACTE NR    A DESCONTAR  "
               "DESCONTADO MOTIVO"
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           PERFORM UNTIL fin-pr
               READ PLANILLA-RESP AT END MOVE 1 TO w-flag-pr
               END-READ
               IF NOT fin-pr
                   IF w-cant-leidas < 2000
                       ADD 1 TO w-cant-leidas
                       MOVE pr-llave TO w-inf-llave(w-cant-leidas)
                   END-IF
                   PERFORM 410-APLICAR-DESCUENTO
               END-IF
           END-PERFORM.
           PERFORM 450-NO-INFORMADAS.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "PAGADAS: " w-cant-pagadas
               "   PARCIALES: " w-cant-parciales
               "   EXCEPCIONES: " w-cant-excep
               "   TOTAL DESCONTADO: " w-total-desc
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE PLANILLA-RESP PLANILLA-GEN PAGOS PAGODET JOURNAL.
           CLOSE LISTADO.
           MOVE w-fecha-hoy TO pc-fec-imp.
           COMPUTE pc-cant-imp = w-cant-pagadas + w-cant-parciales.
           MOVE w-total-desc TO pc-importe-imp.
           REWRITE pc-reg.
           DISPLAY "Cuotas pagadas por planilla : ", w-cant-pagadas.
           DISPLAY "Descuentos parciales        : ", w-cant-parciales.
           DISPLAY "Excepciones                 : ", w-cant-excep.
           DISPLAY "Total descontado            : ", w-total-desc.
           DISPLAY "Excepciones en ", w-nombre-excep.

       410-APLICAR-DESCUENTO.
           MOVE pr-llave TO pagos-llave.
           READ PAGOS
               INVALID KEY
                   MOVE "CUOTA INEXISTENTE" TO w-motivo
                   PERFORM 440-EXCEPCION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN pr-descontado = 0
                           MOVE "NO DESCONTADO" TO w-motivo
                           PERFORM 440-EXCEPCION
                       WHEN pag-fec-pago NOT = 0
                           MOVE "CUOTA YA PAGADA - REVISAR"
                               TO w-motivo
                           PERFORM 440-EXCEPCION
                       WHEN pr-descontado < pag-importe
                           PERFORM 420-PAGO-A-CUENTA
                       WHEN OTHER
                           PERFORM 430-CANCELAR-CUOTA
                   END-EVALUATE
           END-READ.

       420-PAGO-A-CUENTA.
           MOVE pag-reg TO w-antes-pago.
           SUBTRACT pr-descontado FROM pag-importe.
           ADD pr-descontado TO pag-cobrado.
           REWRITE pag-reg
               INVALID KEY
                   MOVE "NO PUDE GRABAR LA CUOTA" TO w-motivo
                   PERFORM 440-EXCEPCION
               NOT INVALID KEY
                   ADD 1 TO w-cant-parciales
                   ADD pr-descontado TO w-total-desc
                   MOVE pr-descontado TO pd-importe
                   PERFORM 460-DETALLE-Y-JOURNAL
                   PERFORM 470-ACTUALIZAR-SALDO
                   MOVE "DESCUENTO PARCIAL-SALDO PEND." TO w-motivo
                   PERFORM 440-EXCEPCION
           END-REWRITE.

       430-CANCELAR-CUOTA.
           MOVE pag-reg TO w-antes-pago.
           MOVE w-fec-acreditacion TO pag-fec-pago.
           MOVE "PLANILLA" TO pag-medio-pago.
           MOVE 0 TO pag-recargo.
           ADD pag-importe TO pag-cobrado.
           REWRITE pag-reg
               INVALID KEY
                   MOVE "NO PUDE GRABAR LA CUOTA" TO w-motivo
                   PERFORM 440-EXCEPCION
               NOT INVALID KEY
                   ADD 1 TO w-cant-pagadas
                   ADD pag-importe TO w-total-desc
                   MOVE pag-importe TO pd-importe
                   PERFORM 460-DETALLE-Y-JOURNAL
                   PERFORM 470-ACTUALIZAR-SALDO
                   IF pr-descontado > pag-importe
                       MOVE "DESCONTADO DE MAS - DEVOLVER"
                           TO w-motivo
                       PERFORM 440-EXCEPCION
                   END-IF
           END-REWRITE.

       440-EXCEPCION.
           MOVE spaces TO lis-linea.
           STRING pr-nro-planilla " " pr-responsable " " pr-curso " "
               pr-cta-cte " " pr-cuota " " pr-importe " "
               pr-descontado " " w-motivo
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           ADD 1 TO w-cant-excep.

      * Las cuotas que se mandaron a RRHH y no volvieron en la
      * respuesta tampoco se descontaron
       450-NO-INFORMADAS.
           PERFORM UNTIL fin-pg
               READ PLANILLA-GEN AT END MOVE 1 TO w-flag-pg
               END-READ
               IF NOT fin-pg
                   MOVE "N" TO w-hallada
                   PERFORM VARYING w-ind FROM 1 BY 1
                           UNTIL w-ind > w-cant-leidas
                               OR cuota-informada
                       IF w-inf-llave(w-ind) = pg-llave
                           SET cuota-informada TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT cuota-informada
                       MOVE pg-reg TO pr-reg
                       MOVE "NO INFORMADA POR RRHH" TO w-motivo
                       PERFORM 440-EXCEPCION
                   END-IF
               END-IF
           END-PERFORM.

       460-DETALLE-Y-JOURNAL.
           MOVE pag-curso TO pd-curso.
           MOVE pag-cta-cte TO pd-cta-cte.
           MOVE pag-cuota TO pd-cuota.
           MOVE w-fec-acreditacion TO pd-fecha.
           MOVE "PLANILLA" TO pd-medio.
           MOVE pr-nro-planilla TO pd-referencia.
           WRITE pd-reg.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "Planilla" TO jr-programa.
           MOVE "PAGOS" TO jr-archivo.
           MOVE spaces TO jr-llave.
           MOVE pagos-llave TO jr-llave.
           MOVE w-antes-pago TO jr-antes.
           MOVE pag-reg TO jr-despues.
           WRITE jr-reg.
      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       470-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.
       END PROGRAM Planilla.
