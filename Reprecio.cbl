      *          tocan; con importe fijo se saltean las cuotas con
      *          beca aplicada para no pisar el descuento. Emite el
      *          listado antes/despues con totales para la firma de
      *          la administracion. El importe nuevo no puede pasar
      *          el tope de arancel del nivel salvo autorizacion de
      *          un supervisor; las que lo superan quedan sin ajustar.
      *          El avance queda en reprecio.chk cuota por cuota: una
      *          corrida cortada se reanuda desde la ultima cuota
      *          tratada sin volver a aumentar las ya repreciadas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL LISTADO-FILE ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
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

           SELECT OPTIONAL CHECKPOINT ASSIGN TO "..\reprecio.chk"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

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

      * Avance de la corrida en curso: parametros, listado, ultima
      * cuota tratada y la que se estaba reescribiendo con su importe
      * anterior y nuevo. Vacio cuando la ultima corrida termino
       FD  CHECKPOINT.
       01  chk-reg.
           03 chk-fecha pic 9(8).
           03 chk-operador pic x(10).
           03 chk-curso-alcance pic 99.
           03 chk-tipo pic x.
           03 chk-porcentaje pic 9(3)v99.
           03 chk-importe-nuevo pic 9(6)v99.
           03 chk-fecha-desde pic 9(8).
           03 chk-listado pic x(40).
           03 chk-ultima pic x(9).
           03 chk-en-curso pic x(9).
           03 chk-en-curso-antes pic 9(6)v99.
           03 chk-en-curso-nuevo pic 9(6)v99.
           03 chk-ajustadas pic 9(5).
           03 chk-becadas pic 9(5).
           03 chk-tope pic 9(5).
           03 chk-total-antes pic 9(10)v99.
           03 chk-total-despues pic 9(10)v99.
           03 chk-top-autoriza pic x.

       FD  CORRIDAS.
       01  cor-reg.
           03 cor-programa pic x(12).
           03 cor-fecha pic 9(8).
           03 cor-hora pic 9(8).
           03 cor-evento pic x.
           03 cor-lote pic 9(8).
           03 cor-procesados pic 9(7).
           03 cor-rechazados pic 9(7).
           03 cor-estado pic x.
           03 cor-importe pic 9(12)v99.

       WORKING-STORAGE SECTION.
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-autorizado pic x value "N".
           88 es-supervisor value "S".
       77  w-nombre-listado pic x(40).
       77  w-curso-alcance pic 99.
       77  w-tipo pic x value "P".
       77  w-cant-becadas pic 9(5) value 0.
       77  w-total-antes pic 9(10)v99 value 0.
       77  w-total-despues pic 9(10)v99 value 0.
       77  w-cant-tope pic 9(5) value 0.
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
       77  w-chk-ultima pic x(9) value spaces.
       77  w-chk-en-curso pic x(9) value spaces.
       77  w-chk-antes pic 9(6)v99 value 0.
       77  w-chk-nuevo pic 9(6)v99 value 0.

       01  lin-titulo.
           03 filler pic x(25) value spaces.
           03 d-antes pic zzz.zz9,99.
           03 filler pic x(5) value spaces.
           03 d-despues pic zzz.zz9,99.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Reprecio".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Reprecio".
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
               PERFORM 300-RECORRER-PAGOS
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 150-LEER-OPERADOR.
           PERFORM 160-VERIFICAR-CHECKPOINT.
           IF reanuda-corrida
               MOVE "S" TO w-confirma
               OPEN I-O PAGOS
               OPEN EXTEND LISTADO-FILE
               OPEN EXTEND JOURNAL
               OPEN INPUT TOPES CURSOCAT
               OPEN I-O TOPES-AUTORIZ
               MOVE spaces TO lin-listado-file
               STRING "CORRIDA REANUDADA EL " w-fecha-hoy
                   " POR " w-operador DELIMITED BY SIZE
                   INTO lin-listado-file
               WRITE lin-listado-file
               MOVE "R" TO cor-evento
               MOVE w-cant-ajustadas TO cor-procesados
               PERFORM 170-GRABAR-CORRIDA
           ELSE
               PERFORM 110-PEDIR-PARAMETROS
           END-IF.

       110-PEDIR-PARAMETROS.
           DISPLAY "Curso alcanzado (0 = todos los cursos)".
           ACCEPT w-curso-alcance.
           DISPLAY "Tipo de aumento (P=porcentaje, I=importe nuevo)".
               OPEN I-O PAGOS
               OPEN OUTPUT LISTADO-FILE
               OPEN EXTEND JOURNAL
               OPEN INPUT TOPES CURSOCAT
               OPEN I-O TOPES-AUTORIZ
               WRITE lin-listado-file FROM lin-titulo
               WRITE lin-listado-file FROM lin-cabecera
               WRITE lin-listado-file FROM lin-guarda
               MOVE "I" TO cor-evento
               MOVE 0 TO cor-procesados
               PERFORM 170-GRABAR-CORRIDA
           END-IF.

       150-LEER-OPERADOR.
               ACCEPT w-operador
           ELSE
               MOVE oa-codigo TO w-operador
               IF oa-perfil = "S"
                   SET es-supervisor TO TRUE
               END-IF
           END-IF.

      * Una corrida cortada deja el checkpoint con el avance: se
      * ofrece seguir con los mismos parametros y el mismo listado. Si
      * no se reanuda, la corrida nueva aumenta otra vez lo ya
      * repreciado: se avisa antes de pedir los parametros
       160-VERIFICAR-CHECKPOINT.
           OPEN INPUT CHECKPOINT.
           READ CHECKPOINT AT END MOVE 1 TO w-flag-chk
           END-READ.
           IF NOT fin-chk
               DISPLAY "HAY UN REPRECIO INTERRUMPIDO DEL ", chk-fecha,
                   " (operador ", chk-operador, ")"
               DISPLAY "Curso ", chk-curso-alcance, " tipo ", chk-tipo,
                   " porcentaje ", chk-porcentaje, " importe ",
                   chk-importe-nuevo, " desde ", chk-fecha-desde
               DISPLAY "Cuotas repreciadas hasta el corte: ",
                   chk-ajustadas, " - ultima tratada ", chk-ultima
               DISPLAY "Reanuda desde donde quedo? (S/N)"
               ACCEPT w-reanuda
               IF reanuda-corrida
                   MOVE chk-curso-alcance TO w-curso-alcance
                   MOVE chk-tipo TO w-tipo
                   MOVE chk-porcentaje TO w-porcentaje
                   MOVE chk-importe-nuevo TO w-importe-nuevo
                   MOVE chk-fecha-desde TO w-fecha-desde
                   MOVE chk-listado TO w-nombre-listado
                   MOVE chk-ultima TO w-chk-ultima
                   MOVE chk-en-curso TO w-chk-en-curso
                   MOVE chk-en-curso-antes TO w-chk-antes
                   MOVE chk-en-curso-nuevo TO w-chk-nuevo
                   MOVE chk-ajustadas TO w-cant-ajustadas
                   MOVE chk-becadas TO w-cant-becadas
                   MOVE chk-tope TO w-cant-tope
                   MOVE chk-total-antes TO w-total-antes
                   MOVE chk-total-despues TO w-total-despues
                   MOVE chk-top-autoriza TO w-top-autoriza
               ELSE
                   DISPLAY "ATENCION: UN REPRECIO NUEVO VUELVE A ",
                       "AUMENTAR LAS ", chk-ajustadas,
                       " CUOTAS YA REPRECIADAS"
               END-IF
           END-IF.
           CLOSE CHECKPOINT.

       170-GRABAR-CORRIDA.
           OPEN EXTEND CORRIDAS.
           MOVE "Reprecio" TO cor-programa.
           MOVE w-fecha-hoy TO cor-fecha.
           ACCEPT cor-hora FROM TIME.
           MOVE 0 TO cor-lote.
           MOVE space TO cor-estado.
           MOVE w-cant-tope TO cor-rechazados.
           MOVE w-total-despues TO cor-importe.
           IF cor-evento = "F"
               MOVE "N" TO cor-estado
           END-IF.
           WRITE cor-reg.
           CLOSE CORRIDAS.

       300-RECORRER-PAGOS.
           IF reanuda-corrida AND w-chk-ultima NOT = spaces
               MOVE w-chk-ultima TO pagos-llave
               START PAGOS KEY IS GREATER THAN pagos-llave
                   INVALID KEY MOVE 1 TO w-flag-pagos
               END-START
           ELSE
               MOVE LOW-VALUES TO pagos-llave
               START PAGOS KEY IS NOT LESS THAN pagos-llave
                   INVALID KEY MOVE 1 TO w-flag-pagos
               END-START
           END-IF.
           PERFORM UNTIL fin-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               END-READ
               END-IF
           END-PERFORM.

      * La cuota que se estaba reescribiendo al cortarse la corrida
      * ya tiene el importe nuevo si el REWRITE llego a hacerse: en
      * ese caso solo se lista
       310-EVALUAR-CUOTA.
           IF pag-fec-pago = 0
                   AND pag-fec-venc NOT < w-fecha-desde
                   AND (w-curso-alcance = 0
                        OR pag-curso = w-curso-alcance)
               IF reanuda-corrida AND pagos-llave = w-chk-en-curso
                       AND pag-importe = w-chk-nuevo
                   MOVE w-chk-antes TO w-importe-anterior
                   PERFORM 410-LISTAR-CUOTA
               ELSE
                   IF NOT aumento-porcentaje AND beca-ya-aplicada
                       ADD 1 TO w-cant-becadas
                   ELSE
                       PERFORM 400-REPRECIAR-CUOTA
                   END-IF
               END-IF
               MOVE pagos-llave TO w-chk-ultima
               MOVE spaces TO w-chk-en-curso
               PERFORM 650-GRABAR-CHECKPOINT
           END-IF.

       400-REPRECIAR-CUOTA.
           ELSE
               MOVE w-importe-nuevo TO pag-importe
           END-IF.
           MOVE "O" TO w-top-resultado.
           IF pag-importe > w-importe-anterior
               PERFORM 430-TOPE-CUOTA
           END-IF.
           IF tope-rechazado
               MOVE w-importe-anterior TO pag-importe
               PERFORM 415-LISTAR-SOBRE-TOPE
           ELSE
               MOVE pagos-llave TO w-chk-en-curso
               MOVE w-importe-anterior TO w-chk-antes
               MOVE pag-importe TO w-chk-nuevo
               PERFORM 650-GRABAR-CHECKPOINT
               REWRITE pag-reg
                   INVALID KEY
                       DISPLAY "NO PUDE REESCRIBIR LA CUOTA ", pag-cuota
                   NOT INVALID KEY
                       PERFORM 410-LISTAR-CUOTA
                       PERFORM 420-GRABAR-JOURNAL
                       PERFORM 425-ACTUALIZAR-SALDO
               END-REWRITE
           END-IF.

       410-LISTAR-CUOTA.
           MOVE pag-curso TO d-curso.
           ADD w-importe-anterior TO w-total-antes.
           ADD pag-importe TO w-total-despues.

       415-LISTAR-SOBRE-TOPE.
           MOVE spaces TO lin-listado-file.
           STRING pag-curso " " pag-cta-cte " " pag-cuota " "
               pag-fec-venc " SUPERA EL TOPE " w-tope " - SIN AJUSTAR"
               DELIMITED BY SIZE INTO lin-listado-file.
           WRITE lin-listado-file.
           ADD 1 TO w-cant-tope.

       420-GRABAR-JOURNAL.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE pag-reg TO jr-despues.
           WRITE jr-reg.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       425-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

      * La autorizacion se pide una sola vez por corrida y queda
      * registrada en cada cuota que supera el tope
       430-TOPE-CUOTA.
           MOVE pag-fec-venc TO w-top-fecha.
           MOVE w-top-fecha-anio TO w-top-ciclo.
           MOVE pag-curso TO w-top-curso.
           MOVE pag-cta-cte TO w-top-cta.
           MOVE pag-cuota TO w-top-cuota.
           MOVE pag-importe TO w-top-importe.
           PERFORM 440-CONTROLAR-TOPE.

      * El importe que se fija no puede pasar el tope de arancel del
      * nivel vigente a la fecha; solo un supervisor autoriza superarlo
      * y la autorizacion queda registrada y en el journal
       440-CONTROLAR-TOPE.
           MOVE "O" TO w-top-resultado.
           PERFORM 442-BUSCAR-TOPE.
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
                       PERFORM 444-GRABAR-AUTORIZ-TOPE
                   END-IF
               ELSE
                   DISPLAY "SOLO UN SUPERVISOR PUEDE AUTORIZAR ",
                       "SUPERAR EL TOPE"
               END-IF
           END-IF.

      * Nivel del curso en el ciclo (cursocat) y tope de ese nivel con
      * la vigencia mas reciente que no pase de la fecha
       442-BUSCAR-TOPE.
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

       444-GRABAR-AUTORIZ-TOPE.
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
           MOVE "Reprecio" TO ta-programa.
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
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "Reprecio" TO jr-programa.
           MOVE "TOPESAUT" TO jr-archivo.
           MOVE ta-llave TO jr-llave.
           MOVE w-top-antes TO jr-antes.
           MOVE ta-reg TO jr-despues.
           WRITE jr-reg.

      * El checkpoint se reescribe entero despues de cada cuota
       650-GRABAR-CHECKPOINT.
           MOVE w-fecha-hoy TO chk-fecha.
           MOVE w-operador TO chk-operador.
           MOVE w-curso-alcance TO chk-curso-alcance.
           MOVE w-tipo TO chk-tipo.
           MOVE w-porcentaje TO chk-porcentaje.
           MOVE w-importe-nuevo TO chk-importe-nuevo.
           MOVE w-fecha-desde TO chk-fecha-desde.
           MOVE w-nombre-listado TO chk-listado.
           MOVE w-chk-ultima TO chk-ultima.
           MOVE w-chk-en-curso TO chk-en-curso.
           MOVE w-chk-antes TO chk-en-curso-antes.
           MOVE w-chk-nuevo TO chk-en-curso-nuevo.
           MOVE w-cant-ajustadas TO chk-ajustadas.
           MOVE w-cant-becadas TO chk-becadas.
           MOVE w-cant-tope TO chk-tope.
           MOVE w-total-antes TO chk-total-antes.
           MOVE w-total-despues TO chk-total-despues.
           MOVE w-top-autoriza TO chk-top-autoriza.
           OPEN OUTPUT CHECKPOINT.
           WRITE chk-reg.
           CLOSE CHECKPOINT.

       800-TOTALES.
           WRITE lin-listado-file FROM lin-guarda.
           MOVE spaces TO lin-listado-file.
           STRING "Becadas sin tocar : " w-cant-becadas
               DELIMITED BY SIZE INTO lin-listado-file.
           WRITE lin-listado-file.
           MOVE spaces TO lin-listado-file.
           STRING "Superan el tope   : " w-cant-tope
               DELIMITED BY SIZE INTO lin-listado-file.
           WRITE lin-listado-file.
           DISPLAY "Cuotas repreciadas : ", w-cant-ajustadas.
           DISPLAY "Becadas sin tocar  : ", w-cant-becadas.
           DISPLAY "Superan el tope    : ", w-cant-tope.
           DISPLAY "Total anterior     : ", w-total-antes.
           DISPLAY "Total nuevo        : ", w-total-despues.

       900-FIN.
           IF confirma-si
               CLOSE PAGOS LISTADO-FILE JOURNAL
               CLOSE TOPES TOPES-AUTORIZ CURSOCAT
               MOVE "F" TO cor-evento
               MOVE w-cant-ajustadas TO cor-procesados
               PERFORM 170-GRABAR-CORRIDA
               OPEN OUTPUT CHECKPOINT
               CLOSE CHECKPOINT
           END-IF.
       END PROGRAM Reprecio.
