      * Purpose: Tabla de conceptos de facturacion (arancel,
      *          materiales, seguro, salidas, etc.) y mantenimiento de
      *          los importes por curso y concepto con los que la
      *          generacion de cuotas arma el importe de la cuota.
      *          El total del curso no puede pasar el tope de arancel
      *          del nivel salvo autorizacion de un supervisor
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       FD  CONCEPTOS.
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
           88 modo-conceptos value "C".
           88 fin-cc value 1.
       77  w-total-curso pic 9(8)v99 value 0.
       77  w-curso-listado pic 99.
       77  w-fecha-hoy pic 9(8).
       77  w-cc-guardado pic x(12).
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 900-FIN.
           GOBACK.

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
           DISPLAY "Modo (C=Conceptos, I=Importes por curso, ",
               "L=Listar)".
           ACCEPT w-modo.
           OPEN I-O CONCEPTOS.
           OPEN I-O CURSOCONC.
           IF modo-importes
               ACCEPT w-fecha-hoy FROM DATE YYYYMMDD
               OPEN INPUT TOPES CURSOCAT
               OPEN I-O TOPES-AUTORIZ
               PERFORM 050-LEER-OPERADOR
           END-IF.

       200-CARGAR-CONCEPTOS.
           DISPLAY "Codigo de concepto (x fin 0)".
                               DISPLAY "Quitado"
                       END-READ
                   ELSE
                       PERFORM 320-TOPE-CURSO
                       IF tope-rechazado
                           DISPLAY "IMPORTE NO GRABADO"
                       ELSE
                           WRITE cc-reg
                               INVALID KEY
                                   REWRITE cc-reg
                           END-WRITE
                       END-IF
                   END-IF
           END-READ.

      * Total mensual del curso con el importe nuevo del concepto
       320-TOPE-CURSO.
           MOVE cc-reg TO w-cc-guardado.
           MOVE cc-importe TO w-top-importe.
           MOVE 0 TO w-flag-cc.
           MOVE 0 TO cc-concepto.
           START CURSOCONC KEY IS NOT LESS THAN cc-llave
               INVALID KEY MOVE 1 TO w-flag-cc
           END-START.
           PERFORM UNTIL fin-cc
               READ CURSOCONC NEXT AT END MOVE 1 TO w-flag-cc
               END-READ
               IF NOT fin-cc
                   IF cc-llave(1:2) NOT = w-cc-guardado(1:2)
                       MOVE 1 TO w-flag-cc
                   ELSE
                       IF cc-llave NOT = w-cc-guardado(1:4)
                           ADD cc-importe TO w-top-importe
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-cc.
           MOVE w-cc-guardado TO cc-reg.
           MOVE w-fecha-hoy TO w-top-fecha.
           MOVE w-top-fecha-anio TO w-top-ciclo.
           MOVE cc-curso TO w-top-curso.
           MOVE 0 TO w-top-cta w-top-cuota.
           MOVE space TO w-top-autoriza.
           PERFORM 330-CONTROLAR-TOPE.

      * El importe que se fija no puede pasar el tope de arancel del
      * nivel vigente a la fecha; solo un supervisor autoriza superarlo
      * y la autorizacion queda registrada y en el journal
       330-CONTROLAR-TOPE.
           MOVE "O" TO w-top-resultado.
           PERFORM 332-BUSCAR-TOPE.
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
                       PERFORM 334-GRABAR-AUTORIZ-TOPE
                   END-IF
               ELSE
                   DISPLAY "SOLO UN SUPERVISOR PUEDE AUTORIZAR ",
                       "SUPERAR EL TOPE"
               END-IF
           END-IF.

      * Nivel del curso en el ciclo (cursocat) y tope de ese nivel con
      * la vigencia mas reciente que no pase de la fecha
       332-BUSCAR-TOPE.
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

       334-GRABAR-AUTORIZ-TOPE.
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
           MOVE "Conceptos" TO ta-programa.
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
           MOVE "Conceptos" TO jr-programa.
           MOVE "TOPESAUT" TO jr-archivo.
           MOVE ta-llave TO jr-llave.
           MOVE w-top-antes TO jr-antes.
           MOVE ta-reg TO jr-despues.
           WRITE jr-reg.
           CLOSE JOURNAL.

       400-LISTAR.
           DISPLAY "CONCEPTOS".
           MOVE 0 TO con-codigo.

       900-FIN.
           CLOSE CONCEPTOS CURSOCONC.
           IF modo-importes
               CLOSE TOPES TOPES-AUTORIZ CURSOCAT
           END-IF.
       END PROGRAM Conceptos.
