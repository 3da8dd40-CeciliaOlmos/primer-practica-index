      ******************************************************************
      * Author:
      * Date:
      * Purpose: Topes de arancel autorizados: tabla de importes
      *          maximos de la cuota por ciclo, nivel (de cursocat) y
      *          fecha de vigencia (topes.dat), listado de la tabla y
      *          listado de excepciones del ciclo con las cuotas que
      *          superan el tope vigente a su vencimiento, indicando
      *          las que un supervisor autorizo (topes_autoriz.dat).
      *          La tabla solo la modifica un supervisor
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Topes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TOPES ASSIGN TO "..\topes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS top-llave.

           SELECT OPTIONAL TOPES-AUTORIZ
           ASSIGN TO "..\topes_autoriz.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ta-llave.

           SELECT CURSOS ASSIGN TO "..\cursos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS curso-llave
           ALTERNATE RECORD KEY IS cur-legajo WITH DUPLICATES.

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL CURSOCAT ASSIGN TO "..\cursocat.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cat-llave.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  LISTADO.
       01  lis-linea pic x(132).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "E".
           88 modo-tabla value "T".
           88 modo-listar value "L".
           88 modo-excepciones value "E".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value "(sin ses.)".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-autorizado pic x value "N".
           88 es-supervisor value "S".
       77  w-nombre-listado pic x(40).
       77  w-ciclo pic 9(4).
       77  w-antes pic x(80).
       77  w-despues pic x(80).
       77  w-flag-top pic 9 value 0.
           88 fin-top value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-tope pic 9(6)v99.
       77  w-exceso pic 9(6)v99.
       77  w-pagada pic x.
       77  w-marca-autoriz pic x(36).
       77  w-cant-excep pic 9(5) value 0.
       77  w-cant-autoriz pic 9(5) value 0.
       77  w-total-exceso pic 9(10)v99 value 0.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Topes".
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
           DISPLAY "Modo (T=Tabla de topes, L=Listar topes, ",
               "E=Excepciones del ciclo)".
           ACCEPT w-modo.
           EVALUATE TRUE
               WHEN modo-tabla
                   IF es-supervisor
                       PERFORM 200-TABLA
                   ELSE
                       DISPLAY "SOLO UN SUPERVISOR PUEDE MODIFICAR ",
                           "LOS TOPES"
                   END-IF
               WHEN modo-listar
                   PERFORM 300-LISTAR
               WHEN OTHER
                   PERFORM 400-EXCEPCIONES
           END-EVALUATE.
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

      * Cada tope vale desde su fecha de vigencia hasta la siguiente
      * del mismo ciclo y nivel; un aumento autorizado a mitad de
      * anio se carga como un tope nuevo con su fecha
       200-TABLA.
           OPEN I-O TOPES.
           OPEN EXTEND JOURNAL.
           DISPLAY "Ciclo lectivo (AAAA, x fin 0)".
           ACCEPT top-ciclo.
           PERFORM UNTIL top-ciclo = 0
               DISPLAY "Nivel"
               ACCEPT top-nivel
               DISPLAY "Vigente desde (AAAAMMDD)"
               ACCEPT top-desde
               READ TOPES
                   INVALID KEY
                       MOVE spaces TO w-antes
                       PERFORM 210-PEDIR-TOPE
                       IF top-importe NOT = 0
                           WRITE top-reg
                               INVALID KEY DISPLAY "NO PUDE GRABAR"
                               NOT INVALID KEY
                                   MOVE top-reg TO w-despues
                                   PERFORM 220-JOURNAL-TOPE
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       MOVE top-reg TO w-antes
                       DISPLAY "Tope actual ", top-importe, " ",
                           top-norma
                       PERFORM 210-PEDIR-TOPE
                       IF top-importe = 0
                           DELETE TOPES
                               INVALID KEY DISPLAY "NO PUDE BORRAR"
                               NOT INVALID KEY
                                   MOVE spaces TO w-despues
                                   PERFORM 220-JOURNAL-TOPE
                           END-DELETE
                       ELSE
                           REWRITE top-reg
                               INVALID KEY DISPLAY "NO PUDE GRABAR"
                               NOT INVALID KEY
                                   MOVE top-reg TO w-despues
                                   PERFORM 220-JOURNAL-TOPE
                           END-REWRITE
                       END-IF
               END-READ
               DISPLAY "Ciclo lectivo (AAAA, x fin 0)"
               ACCEPT top-ciclo
           END-PERFORM.
           CLOSE TOPES JOURNAL.

       210-PEDIR-TOPE.
           DISPLAY "Importe maximo autorizado de la cuota ",
               "(0 = quitar)".
           ACCEPT top-importe.
           IF top-importe NOT = 0
               DISPLAY "Norma / resolucion que lo autoriza"
               ACCEPT top-norma
           END-IF.

       220-JOURNAL-TOPE.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "Topes" TO jr-programa.
           MOVE "TOPES" TO jr-archivo.
           MOVE top-llave TO jr-llave.
           MOVE w-antes TO jr-antes.
           MOVE w-despues TO jr-despues.
           WRITE jr-reg.

       300-LISTAR.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-ciclo.
           OPEN INPUT TOPES.
           DISPLAY "NIVEL      DESDE         IMPORTE  NORMA".
           MOVE w-ciclo TO top-ciclo.
           MOVE LOW-VALUES TO top-nivel.
           MOVE 0 TO top-desde.
           START TOPES KEY IS NOT LESS THAN top-llave
               INVALID KEY MOVE 1 TO w-flag-top
           END-START.
           PERFORM UNTIL fin-top
               READ TOPES NEXT AT END MOVE 1 TO w-flag-top
               END-READ
               IF NOT fin-top
                   IF top-ciclo NOT = w-ciclo
                       MOVE 1 TO w-flag-top
                   ELSE
                       DISPLAY top-nivel, " ", top-desde, "  ",
                           top-importe, "  ", top-norma
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TOPES.

      ******************************************************************
      * Excepciones: cada cuota del ciclo cuyo importe facturado supera
      * el tope de su nivel vigente al vencimiento, con la autorizacion
      * del supervisor si la hubo (de la cuota, de la cuenta o del
      * curso entero)
      ******************************************************************
       400-EXCEPCIONES.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-ciclo.
           MOVE spaces TO w-nombre-listado.
           STRING "..\topes_excep_" DELIMITED BY SIZE
                  w-ciclo DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO w-nombre-listado.
           OPEN INPUT TOPES TOPES-AUTORIZ CURSOS PAGOS CURSOCAT.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "CUOTAS SOBRE EL TOPE DE ARANCEL - CICLO " w-ciclo
               " - EMITIDO " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "CU CTACTE NR VENCIM.  NIVEL        IMPORTE      "
               "TOPE    EXCESO P AUTORIZACION"
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           MOVE w-ciclo TO cur-ciclo.
           MOVE 0 TO cur-anio cur-curso cur-turno cur-orden.
           START CURSOS KEY IS NOT LESS THAN curso-llave
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-ciclo NOT = w-ciclo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       PERFORM 410-CUOTAS-CUENTA
                   END-IF
               END-IF
           END-PERFORM.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "CUOTAS SOBRE EL TOPE: " w-cant-excep
               "   AUTORIZADAS: " w-cant-autoriz
               "   EXCESO TOTAL: " w-total-exceso
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE TOPES TOPES-AUTORIZ CURSOS PAGOS CURSOCAT LISTADO.
           DISPLAY "Cuotas sobre el tope: ", w-cant-excep,
               " (autorizadas ", w-cant-autoriz, ")".
           DISPLAY "Listado en ", w-nombre-listado.

       410-CUOTAS-CUENTA.
           MOVE cur-ciclo TO cat-ciclo.
           MOVE cur-anio TO cat-anio.
           MOVE cur-curso TO cat-curso.
           READ CURSOCAT
               INVALID KEY MOVE spaces TO cat-nivel
           END-READ.
           IF cat-nivel NOT = spaces
               MOVE 0 TO w-flag-pagos
               MOVE cur-curso TO pag-curso
               MOVE cur-cta-cte TO pag-cta-cte
               MOVE 0 TO pag-cuota
               START PAGOS KEY IS NOT LESS THAN pagos-llave
                   INVALID KEY MOVE 1 TO w-flag-pagos
               END-START
               PERFORM UNTIL fin-pagos
                   READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
                   END-READ
                   IF NOT fin-pagos
                       IF pag-curso NOT = cur-curso
                               OR pag-cta-cte NOT = cur-cta-cte
                           MOVE 1 TO w-flag-pagos
                       ELSE
                           PERFORM 420-CONTROLAR-CUOTA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       420-CONTROLAR-CUOTA.
           PERFORM 430-TOPE-VIGENTE.
           IF w-tope > 0 AND pag-importe-orig > w-tope
               COMPUTE w-exceso = pag-importe-orig - w-tope
               PERFORM 440-BUSCAR-AUTORIZACION
               IF pag-fec-pago = 0
                   MOVE "N" TO w-pagada
               ELSE
                   MOVE "S" TO w-pagada
               END-IF
               MOVE spaces TO lis-linea
               STRING pag-curso " " pag-cta-cte " " pag-cuota " "
                   pag-fec-venc " " cat-nivel " " pag-importe-orig
                   " " w-tope " " w-exceso " " w-pagada " "
                   w-marca-autoriz
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
               ADD 1 TO w-cant-excep
               ADD w-exceso TO w-total-exceso
           END-IF.

      * El tope vigente es el de fecha de vigencia mas reciente que no
      * pase del vencimiento de la cuota
       430-TOPE-VIGENTE.
           MOVE 0 TO w-tope.
           MOVE 0 TO w-flag-top.
           MOVE cur-ciclo TO top-ciclo.
           MOVE cat-nivel TO top-nivel.
           MOVE 0 TO top-desde.
           START TOPES KEY IS NOT LESS THAN top-llave
               INVALID KEY MOVE 1 TO w-flag-top
           END-START.
           PERFORM UNTIL fin-top
               READ TOPES NEXT AT END MOVE 1 TO w-flag-top
               END-READ
               IF NOT fin-top
                   IF top-ciclo NOT = cur-ciclo
                           OR top-nivel NOT = cat-nivel
                           OR top-desde > pag-fec-venc
                       MOVE 1 TO w-flag-top
                   ELSE
                       MOVE top-importe TO w-tope
                   END-IF
               END-IF
           END-PERFORM.

       440-BUSCAR-AUTORIZACION.
           MOVE spaces TO w-marca-autoriz.
           MOVE cur-ciclo TO ta-ciclo.
           MOVE pag-curso TO ta-curso.
           MOVE pag-cta-cte TO ta-cta-cte.
           MOVE pag-cuota TO ta-cuota.
           READ TOPES-AUTORIZ
               INVALID KEY
                   MOVE 0 TO ta-cuota
                   READ TOPES-AUTORIZ
                       INVALID KEY
                           MOVE 0 TO ta-cta-cte
                           READ TOPES-AUTORIZ
                               INVALID KEY MOVE 0 TO ta-fecha
                           END-READ
                   END-READ
           END-READ.
           IF ta-fecha NOT = 0
               STRING "SI " ta-operador " " ta-fecha " " ta-programa
                   DELIMITED BY SIZE INTO w-marca-autoriz
               ADD 1 TO w-cant-autoriz
           ELSE
               MOVE "NO" TO w-marca-autoriz
           END-IF.
       END PROGRAM Topes.
