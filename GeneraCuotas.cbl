      *          cta-cte que todavia no lo tiene usando su
      *          cur-cant-cuotas, con la misma regla de dia habil que
      *          la generacion manual. Saltea e informa las cuentas
      *          con plan y resume lo creado con totales por curso.
      *          Con parametro VENC2-DIAS cada cuota lleva ademas un
      *          segundo vencimiento (venc2.dat) con el importe
      *          aumentado en PCT-VENC2. El avance queda en
      *          generacuotas.chk cuenta por cuenta: si una corrida se
      *          corta, la siguiente ofrece reanudarla desde la ultima
      *          cuenta terminada y completa el plan que quedo a medias
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CHECKPOINT ASSIGN TO "..\generacuotas.chk"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS dp-llave.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

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

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL VENC2 ASSIGN TO "..\venc2.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS v2-llave.
       DATA DIVISION.
       FILE SECTION.
       FD  CURSOS.
           03 cor-estado pic x.
           03 cor-importe pic 9(12)v99.

      * Avance de la corrida en curso: parametros pedidos, ultima
      * cuenta terminada, cuenta con el plan a medio grabar y los
      * acumulados hasta ahi. Vacio cuando la ultima corrida termino
       FD  CHECKPOINT.
       01  chk-reg.
           03 chk-fecha pic 9(8).
           03 chk-operador pic x(10).
           03 chk-ciclo pic 9(4).
           03 chk-anio pic 9.
           03 chk-curso pic 99.
           03 chk-primer-venc pic 9(8).
           03 chk-importe pic 9(6)v99.
           03 chk-fec-inscripcion pic 9(8).
           03 chk-ultima pic x(10).
           03 chk-en-curso pic x(10).
           03 chk-creados pic 9(5).
           03 chk-salteados pic 9(5).
           03 chk-tab-cursos pic x(1782).

       FD  CARGOS.
       01  car-reg.
           03 car-llave.
               05 dp-cta-cte pic 9(5).
           03 dp-dia pic 99.

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  VENC2.
       01  v2-reg.
           03 v2-llave.
               05 v2-curso pic 99.
               05 v2-cta-cte pic 9(5).
               05 v2-cuota pic 99.
           03 v2-fec-venc pic 9(8).
           03 v2-adicional pic 9(6)v99.

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
       77  w-fecha-hoy pic 9(8).
       77  w-ciclo pic 9(4).
           03 w-cur occurs 99.
              05 w-cur-planes pic 9(5).
              05 w-cur-total pic 9(10)v99.
              05 w-cur-tope pic x.
       01  w-fecha-habil.
           03 w-hab-anio pic 9(4).
           03 w-hab-mes pic 99.
       77  w-dias-restantes pic 99.
       77  w-importe-prorr pic 9(6)v99.
       77  w-dia-preferido pic 99 value 0.
       77  w-venc2-dias pic 999 value 0.
       77  w-pct-venc2 pic 9v99 value 0.
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
       77  w-flag-chk pic 9 value 0.
           88 fin-chk value 1.
       77  w-reanuda pic x value "N".
           88 reanuda-corrida value "S".
       77  w-chk-ultima pic x(10) value spaces.
       77  w-chk-en-curso pic x(10) value spaces.
       77  w-completar pic x value "N".
           88 completar-plan value "S".
       77  w-cuota-grabada pic x value "N".
           88 cuota-ya-grabada value "S".

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "GeneraCuotas".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "GeneraCuotas".
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
           IF confirma-si
               PERFORM 200-RECORRER-CURSOS
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "cursos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.
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
               IF oa-perfil = "S"
                   SET es-supervisor TO TRUE
               END-IF
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 99
               MOVE 0 TO w-cur-planes(w-ind)
               MOVE 0 TO w-cur-total(w-ind)
               MOVE space TO w-cur-tope(w-ind)
           END-PERFORM.
           PERFORM 060-VERIFICAR-CHECKPOINT.
           IF reanuda-corrida
               PERFORM 120-LEER-SEGUNDO-VENC
               MOVE "S" TO w-confirma
           ELSE
               PERFORM 110-PEDIR-PARAMETROS
           END-IF.
           IF confirma-si
               OPEN INPUT CURSOS FERIADOS CARGOS SUSCRIPCIONES
               OPEN INPUT DIAPAGO
               OPEN INPUT TOPES CURSOCAT
               OPEN I-O TOPES-AUTORIZ
               PERFORM 050-LEER-OPERADOR
               OPEN I-O PAGOS
               IF w-venc2-dias > 0
                   OPEN I-O VENC2
               END-IF
               OPEN EXTEND CUOTACONC
               OPEN EXTEND CORRIDAS
               MOVE space TO cor-estado
               MOVE 0 TO cor-importe
               IF reanuda-corrida
                   MOVE "R" TO cor-evento
                   MOVE w-planes-creados TO cor-procesados
                   MOVE w-planes-salteados TO cor-rechazados
               ELSE
                   MOVE "I" TO cor-evento
                   MOVE 0 TO cor-procesados cor-rechazados
               END-IF
               PERFORM 850-GRABAR-CORRIDA
           END-IF.

      * Una corrida cortada deja el checkpoint con el avance: se
      * ofrece seguir desde la ultima cuenta terminada con los mismos
      * parametros; si no se reanuda, la corrida nueva lo reemplaza
       060-VERIFICAR-CHECKPOINT.
           OPEN INPUT CHECKPOINT.
           READ CHECKPOINT AT END MOVE 1 TO w-flag-chk
           END-READ.
           IF NOT fin-chk
               DISPLAY "HAY UNA GENERACION INTERRUMPIDA DEL ",
                   chk-fecha, " (operador ", chk-operador, ")"
               DISPLAY "Ciclo ", chk-ciclo, " anio ", chk-anio,
                   " curso ", chk-curso, " - planes creados ",
                   chk-creados, ", salteados ", chk-salteados
               DISPLAY "Ultima cuenta terminada: ", chk-ultima
               DISPLAY "Reanuda desde donde quedo? (S/N)"
               ACCEPT w-reanuda
               IF reanuda-corrida
                   MOVE chk-ciclo TO w-ciclo
                   MOVE chk-anio TO w-anio-pedido
                   MOVE chk-curso TO w-curso-pedido
                   MOVE chk-primer-venc TO w-primer-venc
                   MOVE chk-importe TO w-importe-cuota
                   MOVE chk-fec-inscripcion TO w-fec-inscripcion
                   MOVE chk-ultima TO w-chk-ultima
                   MOVE chk-en-curso TO w-chk-en-curso
                   MOVE chk-creados TO w-planes-creados
                   MOVE chk-salteados TO w-planes-salteados
                   MOVE chk-tab-cursos TO w-tab-cursos
               ELSE
                   DISPLAY "La corrida interrumpida se descarta: las ",
                       "cuentas con plan se van a saltear"
               END-IF
           END-IF.
           CLOSE CHECKPOINT.

       110-PEDIR-PARAMETROS.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-ciclo.
           DISPLAY "Anio (0 = todos)".
           DISPLAY "Fecha de inscripcion para prorratear la 1ra ",
               "cuota (AAAAMMDD, 0 = sin prorrateo)".
           ACCEPT w-fec-inscripcion.
           PERFORM 120-LEER-SEGUNDO-VENC.
           DISPLAY "Confirma la generacion masiva? (S/N)".
           ACCEPT w-confirma.

      * Segundo vencimiento: dias despues del primero (0 = la cuota
      * tiene un solo vencimiento) y porcentaje adicional del segundo
       120-LEER-SEGUNDO-VENC.
           OPEN INPUT PARAMETROS.
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
               DISPLAY "Segundo vencimiento a ", w-venc2-dias,
                   " dias del primero, con adicional de ",
                   w-pct-venc2
           END-IF.

       200-RECORRER-CURSOS.
           IF reanuda-corrida AND w-chk-ultima NOT = spaces
               MOVE w-chk-ultima TO curso-llave
               START CURSOS KEY IS GREATER THAN curso-llave
                   INVALID KEY MOVE 1 TO w-flag-cursos
               END-START
           ELSE
               MOVE w-ciclo TO cur-ciclo
               MOVE 0 TO cur-anio cur-curso cur-turno cur-orden
               START CURSOS KEY IS NOT LESS THAN curso-llave
                   INVALID KEY MOVE 1 TO w-flag-cursos
               END-START
           END-IF.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
           END-PERFORM.

      * Si la cta-cte ya tiene cuota 1 el plan existe: se saltea y
      * se informa; la matricula (cuota 00) no cuenta como plan. La
      * cuenta que la corrida cortada dejo a medio grabar se completa
       300-EVALUAR-CUENTA.
           IF reanuda-corrida AND curso-llave = w-chk-en-curso
               DISPLAY "Cta-cte ", cur-cta-cte, " del curso ",
                   cur-curso, " quedo con el plan a medias - se ",
                   "completa"
               MOVE "S" TO w-completar
               PERFORM 400-GENERAR-PLAN
               MOVE "N" TO w-completar
           ELSE
               MOVE cur-curso TO pag-curso
               MOVE cur-cta-cte TO pag-cta-cte
               MOVE 1 TO pag-cuota
               READ PAGOS
                   INVALID KEY
                       PERFORM 460-TOPE-CURSO
                       IF tope-rechazado
                           DISPLAY "Cta-cte ", cur-cta-cte,
                               " del curso ", cur-curso,
                               " supera el tope - se saltea"
                           ADD 1 TO w-planes-salteados
                       ELSE
                           MOVE curso-llave TO w-chk-en-curso
                           PERFORM 650-GRABAR-CHECKPOINT
                           PERFORM 400-GENERAR-PLAN
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Cta-cte ", cur-cta-cte, " del curso ",
                           cur-curso, " ya tiene plan - se saltea"
                       ADD 1 TO w-planes-salteados
               END-READ
           END-IF.
           MOVE curso-llave TO w-chk-ultima.
           MOVE spaces TO w-chk-en-curso.
           PERFORM 650-GRABAR-CHECKPOINT.

       400-GENERAR-PLAN.
           IF cur-cant-cuotas = 0
               PERFORM VARYING w-nro-cuota FROM 1 BY 1
                       UNTIL w-nro-cuota > cur-cant-cuotas
                   MOVE w-nro-cuota TO pag-cuota
                   PERFORM 405-CUOTA-YA-GRABADA
                   IF NOT cuota-ya-grabada
                       PERFORM 408-GRABAR-CUOTA
                   END-IF
                   PERFORM 260-SUMAR-UN-MES
               END-PERFORM
               PERFORM 409-ACTUALIZAR-SALDO
               ADD 1 TO w-planes-creados
               IF cur-curso > 0
                   ADD 1 TO w-cur-planes(cur-curso)
               END-IF
           END-IF.

      * Al completar un plan cortado, las cuotas que alcanzaron a
      * grabarse (con sus conceptos) quedan como estan
       405-CUOTA-YA-GRABADA.
           MOVE "N" TO w-cuota-grabada.
           IF completar-plan
               READ PAGOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO w-cuota-grabada
               END-READ
               MOVE cur-curso TO pag-curso
               MOVE cur-cta-cte TO pag-cta-cte
               MOVE w-nro-cuota TO pag-cuota
           END-IF.

       408-GRABAR-CUOTA.
           MOVE w-fecha-venc TO w-fecha-habil.
           IF w-dia-preferido > 0
               MOVE w-dia-preferido TO w-hab-dia
           END-IF.
           PERFORM 270-CORRER-A-HABIL.
           MOVE w-fecha-habil TO pag-fec-venc.
           MOVE 0 TO pag-fec-pago.
           MOVE w-importe-cuota TO pag-importe.
           MOVE w-importe-cuota TO pag-importe-orig.
           MOVE 0 TO pag-cobrado.
           MOVE 0 TO pag-recargo.
           MOVE spaces TO pag-medio-pago.
           MOVE "N" TO pag-beca-aplicada.
           IF w-nro-cuota = 1 AND w-fec-inscripcion > 0
               PERFORM 440-PRORRATEAR-PRIMERA
           END-IF.
           PERFORM 420-SUMAR-CARGOS.
           PERFORM 430-SUMAR-SERVICIOS.
           WRITE pag-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA CUOTA ",
                       pag-cuota, " DE ", pag-cta-cte
               NOT INVALID KEY
                   PERFORM 450-GRABAR-SEGUNDO-VENC
           END-WRITE.

      * El saldo de la cuenta se arma con el plan completo
       409-ACTUALIZAR-SALDO.
           MOVE cur-curso TO w-sal-curso.
           MOVE cur-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       260-SUMAR-UN-MES.
           ADD 1 TO w-mes-venc.
           IF w-mes-venc > 12
               END-IF
           END-PERFORM.

      * El primer vencimiento es el de la cuota; el segundo cae los
      * dias de parametro despues (corrido a habil) con el importe
      * aumentado en el porcentaje de parametro
       450-GRABAR-SEGUNDO-VENC.
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

      * La cuota base se controla contra el tope una sola vez por
      * curso; lo que se resuelve vale para todas sus cuentas
       460-TOPE-CURSO.
           IF cur-curso > 0 AND w-cur-tope(cur-curso) NOT = space
               MOVE w-cur-tope(cur-curso) TO w-top-resultado
           ELSE
               MOVE cur-ciclo TO w-top-ciclo
               MOVE cur-curso TO w-top-curso
               MOVE 0 TO w-top-cta w-top-cuota
               MOVE w-primer-venc TO w-top-fecha
               MOVE w-importe-cuota TO w-top-importe
               MOVE space TO w-top-autoriza
               PERFORM 470-CONTROLAR-TOPE
               IF cur-curso > 0
                   MOVE w-top-resultado TO w-cur-tope(cur-curso)
               END-IF
           END-IF.

      * El importe que se fija no puede pasar el tope de arancel del
      * nivel vigente a la fecha; solo un supervisor autoriza superarlo
      * y la autorizacion queda registrada y en el journal
       470-CONTROLAR-TOPE.
           MOVE "O" TO w-top-resultado.
           PERFORM 472-BUSCAR-TOPE.
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
                       PERFORM 474-GRABAR-AUTORIZ-TOPE
                   END-IF
               ELSE
                   DISPLAY "SOLO UN SUPERVISOR PUEDE AUTORIZAR ",
                       "SUPERAR EL TOPE"
               END-IF
           END-IF.

      * Nivel del curso en el ciclo (cursocat) y tope de ese nivel con
      * la vigencia mas reciente que no pase de la fecha
       472-BUSCAR-TOPE.
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

       474-GRABAR-AUTORIZ-TOPE.
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
           MOVE "GeneraCuotas" TO ta-programa.
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
           MOVE "GeneraCuotas" TO jr-programa.
           MOVE "TOPESAUT" TO jr-archivo.
           MOVE ta-llave TO jr-llave.
           MOVE w-top-antes TO jr-antes.
           MOVE ta-reg TO jr-despues.
           WRITE jr-reg.
           CLOSE JOURNAL.

       270-CORRER-A-HABIL.
           PERFORM 272-ES-DIA-HABIL.
           PERFORM UNTIL dia-habil
               END-IF
           END-PERFORM.

      * El checkpoint se reescribe entero despues de cada cuenta
       650-GRABAR-CHECKPOINT.
           MOVE w-fecha-hoy TO chk-fecha.
           MOVE w-operador TO chk-operador.
           MOVE w-ciclo TO chk-ciclo.
           MOVE w-anio-pedido TO chk-anio.
           MOVE w-curso-pedido TO chk-curso.
           MOVE w-primer-venc TO chk-primer-venc.
           MOVE w-importe-cuota TO chk-importe.
           MOVE w-fec-inscripcion TO chk-fec-inscripcion.
           MOVE w-chk-ultima TO chk-ultima.
           MOVE w-chk-en-curso TO chk-en-curso.
           MOVE w-planes-creados TO chk-creados.
           MOVE w-planes-salteados TO chk-salteados.
           MOVE w-tab-cursos TO chk-tab-cursos.
           OPEN OUTPUT CHECKPOINT.
           WRITE chk-reg.
           CLOSE CHECKPOINT.

       850-GRABAR-CORRIDA.
           MOVE "GeneraCuotas" TO cor-programa.
           MOVE w-fecha-hoy TO cor-fecha.
               PERFORM 850-GRABAR-CORRIDA
               CLOSE CURSOS FERIADOS PAGOS CORRIDAS CARGOS CUOTACONC
               CLOSE SUSCRIPCIONES DIAPAGO
               CLOSE TOPES TOPES-AUTORIZ CURSOCAT
               IF w-venc2-dias > 0
                   CLOSE VENC2
               END-IF
               OPEN OUTPUT CHECKPOINT
               CLOSE CHECKPOINT
           END-IF.
       END PROGRAM GeneraCuotas.
