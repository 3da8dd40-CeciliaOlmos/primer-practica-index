      * Author:
      * Date:
      * Purpose: Listado de cta-ctes morosas (cuotas vencidas e impagas)
      *          desde el extracto de vencimientos o, sin extracto,
      *          desde las cuentas cuyo saldo tiene cuotas vencidas
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS vix-llave.


           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sal-llave
           SHARING WITH ALL OTHER.

           SELECT CURSOS ASSIGN TO "..\cursos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cat-llave.

           SELECT OPTIONAL PRORROGAS ASSIGN TO "..\prorrogas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pro-llave.

           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cas-llave.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS.
           03 pag-importe pic 9(6)v99.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
               88 beca-ya-aplicada value "S".
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.


       FD  VENCIMIENTOS.
           03 cat-nivel pic x(10).
           03 cat-sede pic 99.

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

       FD  SALDOS.
       01  sal-reg.
           03 sal-llave.
               05 sal-curso pic 99.
               05 sal-cta-cte pic 9(5).
           03 sal-cant-cuotas pic 9(3).
           03 sal-facturado pic 9(7)v99.
           03 sal-cant-pagas pic 9(3).
           03 sal-cobrado pic 9(7)v99.
           03 sal-cant-impagas pic 9(3).
           03 sal-pendiente pic 9(7)v99.
           03 sal-fec-venc-antigua pic 9(8).
           03 sal-cant-vencidas pic 9(3).
           03 sal-vencido pic 9(7)v99.
           03 sal-cant-castigadas pic 9(3).
           03 sal-castigado pic 9(7)v99.
           03 sal-fec-ult-pago pic 9(8).
           03 sal-fec-calculo pic 9(8).
           03 sal-programa pic x(12).

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

       WORKING-STORAGE SECTION.
       01  W-FLAG-PAGOS pic 9 value 0.
           88 FIN-PAGOS value 1.
           88 fin-vix value 1.
       01  w-extracto-ok pic x value "N".
           88 extracto-usable value "S".
       01  w-flag-sal pic 9 value 0.
           88 fin-sal value 1.
       01  w-saldos-ok pic x value "N".
           88 saldos-usables value "S".
       01  w-sede-actual pic 99 value 0.
       01  w-tab-sedes.
           03 w-sed occurs 99.
              05 w-sed-cuotas pic 9(5).
              05 w-sed-importe pic 9(10)v99.
       01  w-ind-sede pic 99.
       01  w-en-prorroga pic x value "N".
           88 en-prorroga value "S".
       01  w-cant-prorroga pic 9(5) value 0.
       01  w-castigada pic x value "N".
           88 cuota-castigada value "S".
       01  w-cant-castigadas pic 9(5) value 0.

       01  linea-titulo.
           03 filler pic x(28) value spaces.
           03 filler pic x(2) value spaces.
           03 d-imp pic zzz.zz9,99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Morosos".
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
           PERFORM 150-INTENTAR-EXTRACTO.
           IF extracto-usable
               PERFORM 400-RECORRER-EXTRACTO
           ELSE
               PERFORM 160-INTENTAR-SALDOS
               IF saldos-usables
                   PERFORM 500-RECORRER-SALDOS
               ELSE
                   PERFORM 200-LEER-PAGOS
                   PERFORM UNTIL FIN-PAGOS
                       PERFORM 300-PROCESAR-PAGO
                       PERFORM 200-LEER-PAGOS
                   END-PERFORM
               END-IF
           END-IF.
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

      * Con el extracto de vencimientos regenerado a la noche el
      * listado arranca directo en las cuotas impagas ordenadas por
      * vencimiento; sin extracto se barre el maestro como antes
               CLOSE VENCIMIENTOS
           END-IF.

      * Sin extracto, el saldo de cada cuenta dice si tiene alguna
      * cuota vencida (su vencimiento impago mas viejo ya paso) y
      * solo esas cuentas se leen en el maestro; sin saldos grabados
      * se barre el maestro completo
       160-INTENTAR-SALDOS.
           OPEN INPUT SALDOS.
           MOVE LOW-VALUES TO sal-llave.
           START SALDOS KEY IS NOT LESS THAN sal-llave
               INVALID KEY MOVE 1 TO w-flag-sal
           END-START.
           IF NOT fin-sal
               READ SALDOS NEXT AT END MOVE 1 TO w-flag-sal
               END-READ
           END-IF.
           IF NOT fin-sal
               SET saldos-usables TO TRUE
           ELSE
               CLOSE SALDOS
           END-IF.

       400-RECORRER-EXTRACTO.
           PERFORM UNTIL fin-vix
                   OR vix-fec-venc NOT < w-fecha-hoy
               NOT INVALID KEY
                   IF pag-fec-pago = 0
                           AND pag-fec-venc < w-fecha-hoy
                       PERFORM 305-VER-PRORROGA
                       PERFORM 306-VER-CASTIGO
                       IF NOT en-prorroga AND NOT cuota-castigada
                           PERFORM 310-BUSCAR-CURSO
                       END-IF
                   END-IF
           END-READ.

       500-RECORRER-SALDOS.
           PERFORM UNTIL fin-sal
               IF sal-fec-venc-antigua > 0
                       AND sal-fec-venc-antigua < w-fecha-hoy
                   PERFORM 510-CUOTAS-DE-CUENTA
               END-IF
               READ SALDOS NEXT AT END MOVE 1 TO w-flag-sal
               END-READ
           END-PERFORM.
           CLOSE SALDOS.

       510-CUOTAS-DE-CUENTA.
           MOVE sal-curso TO pag-curso.
           MOVE sal-cta-cte TO pag-cta-cte.
           MOVE 0 TO pag-cuota.
           MOVE 0 TO W-FLAG-PAGOS.
           START PAGOS KEY IS NOT LESS THAN pagos-llave
               INVALID KEY MOVE 1 TO W-FLAG-PAGOS
           END-START.
           PERFORM UNTIL FIN-PAGOS
               READ PAGOS NEXT AT END MOVE 1 TO W-FLAG-PAGOS
               END-READ
               IF NOT FIN-PAGOS
                   IF pag-curso NOT = sal-curso
                           OR pag-cta-cte NOT = sal-cta-cte
                       MOVE 1 TO W-FLAG-PAGOS
                   ELSE
                       PERFORM 300-PROCESAR-PAGO
                   END-IF
               END-IF
           END-PERFORM.

       100-INICIO.
           OPEN INPUT PAGOS CURSOS ALUMNOS CURSOCAT PRORROGAS.
           OPEN INPUT CASTIGOS.
           PERFORM VARYING w-ind-sede FROM 1 BY 1
                   UNTIL w-ind-sede > 99
               MOVE 0 TO w-sed-cuotas(w-ind-sede)

       300-PROCESAR-PAGO.
           IF pag-fec-pago = 0 AND pag-fec-venc < w-fecha-hoy
               PERFORM 305-VER-PRORROGA
               PERFORM 306-VER-CASTIGO
               IF NOT en-prorroga AND NOT cuota-castigada
                   PERFORM 310-BUSCAR-CURSO
               END-IF
           END-IF.

      * Una cuota con prorroga autorizada no esta en mora hasta que
      * pasa la fecha limite
       305-VER-PRORROGA.
           MOVE "N" TO w-en-prorroga.
           MOVE pagos-llave TO pro-llave.
           READ PRORROGAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF prorroga-vigente
                           AND pro-fec-limite NOT < w-fecha-hoy
                       SET en-prorroga TO TRUE
                       ADD 1 TO w-cant-prorroga
                   END-IF
           END-READ.

      * La cuota castigada salio de la cartera activa: ya no se
      * gestiona como mora
       306-VER-CASTIGO.
           MOVE "N" TO w-castigada.
           MOVE pagos-llave TO cas-llave.
           READ CASTIGOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET cuota-castigada TO TRUE
                   ADD 1 TO w-cant-castigadas
           END-READ.

       310-BUSCAR-CURSO.
           MOVE ZERO TO curso-llave.
           MOVE 0 TO w-flag-cursos.
               END-IF
           END-PERFORM.
           DISPLAY "Total de cuotas morosas: " w-cant-morosos.
           IF w-cant-prorroga > 0
               DISPLAY "Cuotas vencidas con prorroga vigente (no se ",
                   "listan): " w-cant-prorroga
           END-IF.
           IF w-cant-castigadas > 0
               DISPLAY "Cuotas vencidas castigadas (no se listan): "
                   w-cant-castigadas
           END-IF.
           CLOSE PAGOS CURSOS ALUMNOS CURSOCAT PRORROGAS CASTIGOS.
       END PROGRAM Morosos.
