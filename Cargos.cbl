      *          laboratorio, derechos de examen) que se facturan una
      *          sola vez sobre una cuota puntual de una cta-cte; la
      *          generacion de cuotas los suma al importe y los deja
      *          desglosados con su propio concepto. La cuota con
      *          el cargo no puede pasar el tope de arancel del nivel
      *          salvo autorizacion de un supervisor
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS con-codigo.

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL CURSOCONC ASSIGN TO "..\cursoconc.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cc-llave.

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
       DATA DIVISION.
       FILE SECTION.
       FD  CARGOS.
           03 con-codigo pic 99.
           03 con-descripcion pic x(20).

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
               88 beca-ya-aplicada value "S".
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  CURSOCONC.
       01  cc-reg.
           03 cc-llave.
               05 cc-curso pic 99.
               05 cc-concepto pic 99.
           03 cc-importe pic 9(6)v99.

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
       01  w-modo pic x value "L".
           88 modo-carga value "M".
       77  w-existe pic x value "N".
           88 car-existe value "S".
       77  w-cant-listados pic 9(5) value 0.
       77  w-fecha-hoy pic 9(8).
       77  w-importe-anterior pic 9(6)v99.
       77  w-car-guardado pic x(19).
       77  w-flag-cc pic 9 value 0.
           88 fin-cc value 1.
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

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Cargos".
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
           EVALUATE TRUE
               WHEN modo-carga
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

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
           DISPLAY "Modo (L=Listar, M=Alta/modificar, B=Borrar)".
           ACCEPT w-modo.
           IF modo-carga
               OPEN INPUT PAGOS CURSOCONC TOPES CURSOCAT
               OPEN I-O TOPES-AUTORIZ
               PERFORM 050-LEER-OPERADOR
           END-IF.
           IF modo-carga OR modo-baja
               OPEN I-O CARGOS
           ELSE
       400-ACTUALIZAR-CARGO.
           PERFORM 250-BUSCAR-CONCEPTO.
           MOVE "N" TO w-existe.
           MOVE 0 TO w-importe-anterior.
           READ CARGOS
               INVALID KEY
                   DISPLAY "Cargo nuevo (", con-descripcion, ")"
               NOT INVALID KEY
                   SET car-existe TO TRUE
                   MOVE car-importe TO w-importe-anterior
                   DISPLAY "Importe actual: ", car-importe, " (",
                       con-descripcion, ")"
           END-READ.
           DISPLAY "Importe del cargo".
           ACCEPT car-importe.
           PERFORM 410-TOPE-CUOTA.
           IF tope-rechazado
               DISPLAY "CARGO NO GRABADO"
           ELSE
               IF car-existe
                   REWRITE car-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-REWRITE
               ELSE
                   WRITE car-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-WRITE
               END-IF
           END-IF.

      * Importe de la cuota con el cargo: si ya esta generada, el
      * facturado mas la diferencia del cargo; si no, los conceptos
      * del curso mas los cargos que se le van a sumar
       410-TOPE-CUOTA.
           MOVE car-reg TO w-car-guardado.
           MOVE car-curso TO pag-curso w-top-curso.
           MOVE car-cta-cte TO pag-cta-cte w-top-cta.
           MOVE car-cuota TO pag-cuota w-top-cuota.
           READ PAGOS
               INVALID KEY
                   MOVE w-fecha-hoy TO w-top-fecha
                   PERFORM 420-SUMAR-CUOTA-A-GENERAR
               NOT INVALID KEY
                   MOVE pag-fec-venc TO w-top-fecha
                   MOVE 0 TO w-top-importe
                   IF pag-importe-orig + car-importe >
                           w-importe-anterior
                       COMPUTE w-top-importe = pag-importe-orig +
                           car-importe - w-importe-anterior
                   END-IF
           END-READ.
           MOVE w-top-fecha-anio TO w-top-ciclo.
           MOVE space TO w-top-autoriza.
           PERFORM 430-CONTROLAR-TOPE.
           MOVE w-car-guardado TO car-reg.

       420-SUMAR-CUOTA-A-GENERAR.
           MOVE car-importe TO w-top-importe.
           MOVE 0 TO w-flag-cc.
           MOVE car-curso TO cc-curso.
           MOVE 0 TO cc-concepto.
           START CURSOCONC KEY IS NOT LESS THAN cc-llave
               INVALID KEY MOVE 1 TO w-flag-cc
           END-START.
           PERFORM UNTIL fin-cc
               READ CURSOCONC NEXT AT END MOVE 1 TO w-flag-cc
               END-READ
               IF NOT fin-cc
                   IF cc-curso NOT = pag-curso
                       MOVE 1 TO w-flag-cc
                   ELSE
                       ADD cc-importe TO w-top-importe
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-car.
           MOVE 0 TO car-concepto.
           START CARGOS KEY IS NOT LESS THAN car-llave
               INVALID KEY MOVE 1 TO w-flag-car
           END-START.
           PERFORM UNTIL fin-car
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-car
               END-READ
               IF NOT fin-car
                   IF car-curso NOT = pag-curso
                           OR car-cta-cte NOT = pag-cta-cte
                           OR car-cuota NOT = pag-cuota
                       MOVE 1 TO w-flag-car
                   ELSE
                       IF car-llave NOT = w-car-guardado(1:11)
                           ADD car-importe TO w-top-importe
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-car.

      * El importe que se fija no puede pasar el tope de arancel del
      * nivel vigente a la fecha; solo un supervisor autoriza superarlo
      * y la autorizacion queda registrada y en el journal
       430-CONTROLAR-TOPE.
           MOVE "O" TO w-top-resultado.
           PERFORM 432-BUSCAR-TOPE.
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
                       PERFORM 434-GRABAR-AUTORIZ-TOPE
                   END-IF
               ELSE
                   DISPLAY "SOLO UN SUPERVISOR PUEDE AUTORIZAR ",
                       "SUPERAR EL TOPE"
               END-IF
           END-IF.

      * Nivel del curso en el ciclo (cursocat) y tope de ese nivel con
      * la vigencia mas reciente que no pase de la fecha
       432-BUSCAR-TOPE.
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

       434-GRABAR-AUTORIZ-TOPE.
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
           MOVE "Cargos" TO ta-programa.
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
           MOVE "Cargos" TO jr-programa.
           MOVE "TOPESAUT" TO jr-archivo.
           MOVE ta-llave TO jr-llave.
           MOVE w-top-antes TO jr-antes.
           MOVE ta-reg TO jr-despues.
           WRITE jr-reg.
           CLOSE JOURNAL.

       500-BORRAR-CARGO.
           READ CARGOS

       900-FIN.
           CLOSE CARGOS CONCEPTOS.
           IF modo-carga
               CLOSE PAGOS CURSOCONC TOPES TOPES-AUTORIZ CURSOCAT
           END-IF.
       END PROGRAM Cargos.
