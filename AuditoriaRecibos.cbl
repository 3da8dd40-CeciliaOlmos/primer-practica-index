      ******************************************************************
      * Author:
      * Date:
      * Purpose: Papel de trabajo de la auditoria de recibos: para un
      *          periodo y un punto de emision controla la numeracion
      *          de recibos.dat (faltantes, duplicados y fuera de
      *          orden) contra el numerador de numrecibos.dat, lista
      *          cada recibo anulado con su registro de anulaciones y
      *          sortea una muestra reproducible (la semilla queda
      *          impresa) con el detalle de cada recibo: la cuota de
      *          pagos.dat, el movimiento de caja, las lineas del
      *          journal y el operador, para que el auditor las tilde
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditoriaRecibos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT SORT-REC ASSIGN TO "..\recsort.tmp".

           SELECT OPTIONAL NUMRECIBOS ASSIGN TO "..\numrecibos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS serie-punto.

           SELECT OPTIONAL ANULACIONES ASSIGN TO "..\anulaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RECIBODET ASSIGN TO "..\recibodet.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT CURSOS ASSIGN TO "..\cursos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS curso-llave
           ALTERNATE RECORD KEY IS cur-legajo WITH DUPLICATES.

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL CAJA-MOVS ASSIGN TO "..\caja_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       SD  SORT-REC.
       01  s-reg.
           03 s-punto pic 99.
           03 s-numero pic 9(8).
           03 s-nombre pic x(20).
           03 s-legajo pic 9(5).
           03 s-curso pic 99.
           03 s-cuota pic 99.
           03 s-importe pic 9(6)v99.
           03 s-fec-pago pic 9(8).

       FD  NUMRECIBOS.
       01  serie-reg.
           03 serie-punto pic 99.
           03 serie-proximo pic 9(8).

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

       FD  RECIBODET.
       01  rd-reg.
           03 rd-punto pic 99.
           03 rd-numero pic 9(8).
           03 rd-curso pic 99.
           03 rd-cta-cte pic 9(5).
           03 rd-cuota pic 99.
           03 rd-importe pic 9(6)v99.
           03 rd-recargo pic 9(6)v99.

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

       FD  CAJA-MOVS.
       01  cm-reg.
           03 cm-fecha pic 9(8).
           03 cm-curso pic 99.
           03 cm-cta-cte pic 9(5).
           03 cm-cuota pic 99.
           03 cm-medio pic x(15).
           03 cm-importe pic 9(6)v99.
           03 cm-operador pic x(10).
           03 cm-caja pic 99.
           03 cm-hora pic 9(8).

       FD  JOURNAL.
       01  jr-reg.
           03 jr-fecha pic 9(8).
           03 jr-operador pic x(10).
           03 jr-programa pic x(12).
           03 jr-archivo pic x(8).
           03 jr-llave pic x(20).
           03 jr-antes pic x(80).
           03 jr-despues pic x(80).

       FD  LISTADO.
       01  lis-linea pic x(132).

       WORKING-STORAGE SECTION.
       77  w-fecha-hoy pic 9(8).
       77  w-nombre-listado pic x(50).
       77  w-punto pic 99.
       77  w-desde pic 9(8).
       77  w-hasta pic 9(8).
       77  w-flag-rec pic 9 value 0.
           88 fin-rec value 1.
       77  w-flag-sort pic 9 value 0.
           88 fin-sort value 1.
       77  w-flag-an pic 9 value 0.
           88 fin-an value 1.
       77  w-flag-rd pic 9 value 0.
           88 fin-rd value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-cm pic 9 value 0.
           88 fin-cm value 1.
       77  w-flag-jr pic 9 value 0.
           88 fin-jr value 1.
      * Control de numeracion
       77  w-base pic 9(8) value 0.
       77  w-max-serie pic 9(8) value 0.
       77  w-anterior-archivo pic 9(8) value 0.
       77  w-anterior pic 9(8) value 0.
       77  w-esperado pic 9(8).
       77  w-hasta-faltante pic 9(8).
       77  w-cant-faltantes pic 9(7) value 0.
       77  w-cant-duplicados pic 9(5) value 0.
       77  w-cant-desorden pic 9(5) value 0.
       77  w-cant-anulados pic 9(5) value 0.
       77  w-total-periodo pic 9(10)v99 value 0.
      * Recibos del periodo en orden de numero
       77  w-per-cant pic 9(5) value 0.
       77  w-per-ind pic 9(5).
       77  w-per-excedidos pic 9(5) value 0.
       77  w-bajo pic 9(5).
       77  w-alto pic 9(5).
       77  w-medio pic 9(5).
       01  w-tab-periodo.
           03 w-per occurs 20000.
              05 w-per-numero pic 9(8).
              05 w-per-nombre pic x(20).
              05 w-per-legajo pic 9(5).
              05 w-per-curso pic 99.
              05 w-per-cuota pic 99.
              05 w-per-importe pic 9(6)v99.
              05 w-per-fecha pic 9(8).
              05 w-per-muestra pic x.
                 88 en-muestra value "S".
              05 w-per-anulado pic x.
                 88 per-anulado value "S".
      * Sorteo: generador congruencial (multiplicador 16807, modulo
      * 2147483647); con la misma semilla sale la misma muestra
       77  w-semilla pic 9(10).
       77  w-semilla-inicial pic 9(10).
       77  w-producto pic 9(15).
       77  w-cociente pic 9(15).
       77  w-tamanio pic 999.
       77  w-cant-muestra pic 999 value 0.
      * Cuotas que cubre el recibo de la muestra
       77  w-cuo-cant pic 99.
       77  w-cuo-ind pic 99.
       01  w-tab-cuotas.
           03 w-cuo occurs 20.
              05 w-cuo-llave.
                 07 w-cuo-curso pic 99.
                 07 w-cuo-cta-cte pic 9(5).
                 07 w-cuo-cuota pic 99.
       77  w-cant-lineas pic 999.

       01  lin-recibo.
           03 filler pic x(4) value "[ ] ".
           03 lr-punto pic 99.
           03 filler pic x value "-".
           03 lr-numero pic 9(8).
           03 filler pic x(2) value spaces.
           03 lr-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 lr-nombre pic x(20).
           03 filler pic x(5) value " leg ".
           03 lr-legajo pic 9(5).
           03 filler pic x(7) value " curso ".
           03 lr-curso pic 99.
           03 filler pic x(7) value " cuota ".
           03 lr-cuota pic 99.
           03 lr-importe pic zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lr-marca pic x(10).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "AuditoriaRec".
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
           PERFORM 200-CONTROL-NUMERACION.
           PERFORM 400-ANULADOS.
           PERFORM 500-SORTEAR-MUESTRA.
           PERFORM 600-PAPEL-DE-TRABAJO.
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
           IF version-ok
               MOVE "recibos" TO w-ver-archivo
               MOVE 2 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Punto de emision".
           ACCEPT w-punto.
           DISPLAY "Periodo desde (AAAAMMDD)".
           ACCEPT w-desde.
           DISPLAY "Periodo hasta (AAAAMMDD)".
           ACCEPT w-hasta.
           DISPLAY "Recibos a sortear para la muestra (hasta 200)".
           ACCEPT w-tamanio.
           IF w-tamanio > 200
               MOVE 200 TO w-tamanio
           END-IF.
           DISPLAY "Semilla del sorteo (0 = la fecha hasta)".
           ACCEPT w-semilla.
           IF w-semilla = 0
               MOVE w-hasta TO w-semilla
           END-IF.
           IF w-semilla = 0
               MOVE 1 TO w-semilla
           END-IF.
           MOVE w-semilla TO w-semilla-inicial.
           MOVE spaces TO w-nombre-listado.
           STRING "..\auditoria_recibos_" w-punto "_" w-desde "_"
               w-hasta ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "PAPEL DE TRABAJO - AUDITORIA DE RECIBOS - PUNTO "
               w-punto " - PERIODO " w-desde " AL " w-hasta
               " - EMITIDO " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           MOVE all "=" TO lis-linea.
           PERFORM 890-EMITIR.

      * Los recibos del periodo se clasifican por numero; el
      * anterior al periodo es la base del primer numero esperado
       200-CONTROL-NUMERACION.
           MOVE spaces TO lis-linea.
           MOVE "1. CONTROL DE NUMERACION" TO lis-linea.
           PERFORM 890-EMITIR.
           SORT SORT-REC
               ON ASCENDING KEY s-numero
               INPUT PROCEDURE IS 210-SELECCIONAR-RECIBOS
               OUTPUT PROCEDURE IS 250-VERIFICAR-SECUENCIA.
           PERFORM 300-CONTRA-NUMERADOR.
           MOVE spaces TO lis-linea.
           STRING "   Recibos del periodo " w-per-cant
               "  faltantes " w-cant-faltantes
               "  duplicados " w-cant-duplicados
               "  fuera de orden " w-cant-desorden
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           IF w-cant-faltantes = 0 AND w-cant-duplicados = 0
                   AND w-cant-desorden = 0
               MOVE "   LA SERIE DEL PERIODO ES CORRELATIVA SIN HUECOS"
                   TO lis-linea
               PERFORM 890-EMITIR
           END-IF.

      * Fuera de orden es un numero menor que el anterior del mismo
      * punto en el orden en que se grabaron
       210-SELECCIONAR-RECIBOS.
           OPEN INPUT RECIBOS.
           PERFORM UNTIL fin-rec
               READ RECIBOS AT END MOVE 1 TO w-flag-rec
               END-READ
               IF NOT fin-rec AND rec-punto = w-punto
                   IF rec-numero > w-max-serie
                       MOVE rec-numero TO w-max-serie
                   END-IF
                   IF rec-fec-pago < w-desde
                       IF rec-numero > w-base
                           MOVE rec-numero TO w-base
                       END-IF
                   END-IF
                   IF rec-fec-pago NOT < w-desde
                           AND rec-fec-pago NOT > w-hasta
                       PERFORM 220-LIBERAR-RECIBO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RECIBOS.

       220-LIBERAR-RECIBO.
           IF rec-numero < w-anterior-archivo
               MOVE spaces TO lis-linea
               STRING "   FUERA DE ORDEN: el " rec-numero
                   " se grabo despues del " w-anterior-archivo
                   DELIMITED BY SIZE INTO lis-linea
               PERFORM 890-EMITIR
               ADD 1 TO w-cant-desorden
           END-IF.
           MOVE rec-numero TO w-anterior-archivo.
           MOVE rec-reg TO s-reg.
           RELEASE s-reg.

       250-VERIFICAR-SECUENCIA.
           COMPUTE w-esperado = w-base + 1.
           MOVE 0 TO w-anterior.
           PERFORM UNTIL fin-sort
               RETURN SORT-REC AT END MOVE 1 TO w-flag-sort
               END-RETURN
               IF NOT fin-sort
                   PERFORM 260-VERIFICAR-NUMERO
               END-IF
           END-PERFORM.

       260-VERIFICAR-NUMERO.
           IF w-per-cant > 0 AND s-numero = w-anterior
               MOVE spaces TO lis-linea
               STRING "   DUPLICADO: el numero " s-numero
                   " aparece mas de una vez"
                   DELIMITED BY SIZE INTO lis-linea
               PERFORM 890-EMITIR
               ADD 1 TO w-cant-duplicados
           ELSE
               IF s-numero > w-esperado
                   COMPUTE w-hasta-faltante = s-numero - 1
                   MOVE spaces TO lis-linea
                   STRING "   FALTANTES: del " w-esperado " al "
                       w-hasta-faltante
                       DELIMITED BY SIZE INTO lis-linea
                   PERFORM 890-EMITIR
                   COMPUTE w-cant-faltantes = w-cant-faltantes
                       + s-numero - w-esperado
               END-IF
               COMPUTE w-esperado = s-numero + 1
           END-IF.
           MOVE s-numero TO w-anterior.
           ADD s-importe TO w-total-periodo.
           IF w-per-cant < 20000
               ADD 1 TO w-per-cant
               MOVE s-numero TO w-per-numero(w-per-cant)
               MOVE s-nombre TO w-per-nombre(w-per-cant)
               MOVE s-legajo TO w-per-legajo(w-per-cant)
               MOVE s-curso TO w-per-curso(w-per-cant)
               MOVE s-cuota TO w-per-cuota(w-per-cant)
               MOVE s-importe TO w-per-importe(w-per-cant)
               MOVE s-fec-pago TO w-per-fecha(w-per-cant)
               MOVE "N" TO w-per-muestra(w-per-cant)
               MOVE "N" TO w-per-anulado(w-per-cant)
           ELSE
               ADD 1 TO w-per-excedidos
           END-IF.

      * El numerador entrega el proximo numero: el ultimo recibo de
      * la serie tiene que ser exactamente el anterior
       300-CONTRA-NUMERADOR.
           OPEN INPUT NUMRECIBOS.
           MOVE w-punto TO serie-punto.
           READ NUMRECIBOS
               INVALID KEY
                   MOVE "   EL PUNTO NO TIENE NUMERADOR EN NUMRECIBOS"
                       TO lis-linea
                   PERFORM 890-EMITIR
               NOT INVALID KEY
                   COMPUTE w-esperado = w-max-serie + 1
                   MOVE spaces TO lis-linea
                   STRING "   Numerador: proximo " serie-proximo
                       "  ultimo recibo grabado " w-max-serie
                       DELIMITED BY SIZE INTO lis-linea
                   PERFORM 890-EMITIR
                   IF serie-proximo > w-esperado
                       COMPUTE w-hasta-faltante = serie-proximo - 1
                       MOVE spaces TO lis-linea
                       STRING "   FALTANTES: el numerador entrego del "
                           w-esperado " al " w-hasta-faltante
                           " sin recibo grabado"
                           DELIMITED BY SIZE INTO lis-linea
                       PERFORM 890-EMITIR
                       COMPUTE w-cant-faltantes = w-cant-faltantes
                           + serie-proximo - w-esperado
                   END-IF
                   IF serie-proximo < w-esperado
                       MOVE spaces TO lis-linea
                       STRING "   HAY RECIBOS GRABADOS POR ENCIMA "
                           "DEL NUMERADOR (proximo " serie-proximo
                           ")"
                           DELIMITED BY SIZE INTO lis-linea
                       PERFORM 890-EMITIR
                       ADD 1 TO w-cant-desorden
                   END-IF
           END-READ.
           CLOSE NUMRECIBOS.
           IF w-per-excedidos > 0
               MOVE spaces TO lis-linea
               STRING "   AVISO: " w-per-excedidos " recibos del "
                   "periodo quedan fuera del sorteo (mas de 20000)"
                   DELIMITED BY SIZE INTO lis-linea
               PERFORM 890-EMITIR
           END-IF.

       400-ANULADOS.
           MOVE spaces TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE "2. RECIBOS ANULADOS DEL PERIODO" TO lis-linea.
           PERFORM 890-EMITIR.
           OPEN INPUT ANULACIONES.
           PERFORM UNTIL fin-an
               READ ANULACIONES AT END MOVE 1 TO w-flag-an
               END-READ
               IF NOT fin-an AND an-rec-punto = w-punto
                       AND an-rec-numero > 0
                   PERFORM 410-BUSCAR-EN-PERIODO
                   IF w-per-ind NOT > w-per-cant
                       PERFORM 420-RENGLON-ANULADO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ANULACIONES.
           MOVE spaces TO lis-linea.
           STRING "   Recibos anulados: " w-cant-anulados
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.

      * La tabla esta en orden de numero: busqueda binaria; si no
      * esta, w-per-ind queda por encima de w-per-cant
       410-BUSCAR-EN-PERIODO.
           MOVE 1 TO w-bajo.
           MOVE w-per-cant TO w-alto.
           COMPUTE w-per-ind = w-per-cant + 1.
           PERFORM UNTIL w-bajo > w-alto
               COMPUTE w-medio = (w-bajo + w-alto) / 2
               EVALUATE TRUE
                   WHEN w-per-numero(w-medio) = an-rec-numero
                       MOVE w-medio TO w-per-ind
                       COMPUTE w-bajo = w-alto + 1
                   WHEN w-per-numero(w-medio) < an-rec-numero
                       COMPUTE w-bajo = w-medio + 1
                   WHEN w-medio = 1
                       MOVE 0 TO w-alto
                   WHEN OTHER
                       COMPUTE w-alto = w-medio - 1
               END-EVALUATE
           END-PERFORM.

       420-RENGLON-ANULADO.
           MOVE "S" TO w-per-anulado(w-per-ind).
           ADD 1 TO w-cant-anulados.
           MOVE spaces TO lis-linea.
           STRING "   " an-rec-punto "-" an-rec-numero " del "
               w-per-fecha(w-per-ind) " " w-per-nombre(w-per-ind)
               " $" an-importe " cuota " an-curso "/" an-cta-cte "/"
               an-cuota
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "      anulado el " an-fecha " por " an-supervisor
               " medio " an-medio " motivo: " an-motivo
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.

       500-SORTEAR-MUESTRA.
           IF w-tamanio > w-per-cant
               MOVE w-per-cant TO w-tamanio
           END-IF.
           PERFORM UNTIL w-cant-muestra NOT < w-tamanio
               COMPUTE w-producto = w-semilla * 16807
               DIVIDE w-producto BY 2147483647 GIVING w-cociente
                   REMAINDER w-semilla
               DIVIDE w-semilla BY w-per-cant GIVING w-cociente
                   REMAINDER w-per-ind
               ADD 1 TO w-per-ind
               IF NOT en-muestra(w-per-ind)
                   MOVE "S" TO w-per-muestra(w-per-ind)
                   ADD 1 TO w-cant-muestra
               END-IF
           END-PERFORM.

      * La muestra sale en orden de numero; cada recibo con lo que
      * lo respalda y una casilla para tildar
       600-PAPEL-DE-TRABAJO.
           MOVE spaces TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "3. MUESTRA: " w-cant-muestra " recibos de "
               w-per-cant " (total del periodo $" w-total-periodo
               ") - SEMILLA " w-semilla-inicial
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           OPEN INPUT CURSOS PAGOS.
           PERFORM VARYING w-per-ind FROM 1 BY 1
                   UNTIL w-per-ind > w-per-cant
               IF en-muestra(w-per-ind)
                   PERFORM 610-RECIBO-DE-LA-MUESTRA
               END-IF
           END-PERFORM.
           CLOSE CURSOS PAGOS.
           MOVE all "=" TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "Auditor: ____________________   Fecha: __________"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.

       610-RECIBO-DE-LA-MUESTRA.
           MOVE all "-" TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE w-punto TO lr-punto.
           MOVE w-per-numero(w-per-ind) TO lr-numero.
           MOVE w-per-fecha(w-per-ind) TO lr-fecha.
           MOVE w-per-nombre(w-per-ind) TO lr-nombre.
           MOVE w-per-legajo(w-per-ind) TO lr-legajo.
           MOVE w-per-curso(w-per-ind) TO lr-curso.
           MOVE w-per-cuota(w-per-ind) TO lr-cuota.
           MOVE w-per-importe(w-per-ind) TO lr-importe.
           IF per-anulado(w-per-ind)
               MOVE "ANULADO" TO lr-marca
           ELSE
               MOVE spaces TO lr-marca
           END-IF.
           MOVE lin-recibo TO lis-linea.
           PERFORM 890-EMITIR.
           PERFORM 620-CUOTAS-DEL-RECIBO.
           IF w-cuo-cant = 0
               MOVE "      (no se ubico la cuota del recibo)"
                   TO lis-linea
               PERFORM 890-EMITIR
           END-IF.
           PERFORM VARYING w-cuo-ind FROM 1 BY 1
                   UNTIL w-cuo-ind > w-cuo-cant
               PERFORM 650-RESPALDO-CUOTA
           END-PERFORM.

      * Un recibo de varias cuotas tiene su detalle en recibodet; el
      * de una sola cuota se ubica por el legajo y el curso
       620-CUOTAS-DEL-RECIBO.
           MOVE 0 TO w-cuo-cant.
           MOVE 0 TO w-flag-rd.
           OPEN INPUT RECIBODET.
           PERFORM UNTIL fin-rd
               READ RECIBODET AT END MOVE 1 TO w-flag-rd
               END-READ
               IF NOT fin-rd
                   IF rd-punto = w-punto
                           AND rd-numero = w-per-numero(w-per-ind)
                           AND w-cuo-cant < 20
                       ADD 1 TO w-cuo-cant
                       MOVE rd-curso TO w-cuo-curso(w-cuo-cant)
                       MOVE rd-cta-cte TO w-cuo-cta-cte(w-cuo-cant)
                       MOVE rd-cuota TO w-cuo-cuota(w-cuo-cant)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RECIBODET.
           IF w-cuo-cant = 0 AND w-per-cuota(w-per-ind) > 0
               MOVE 0 TO w-flag-cursos
               MOVE w-per-legajo(w-per-ind) TO cur-legajo
               START CURSOS KEY IS = cur-legajo
                   INVALID KEY MOVE 1 TO w-flag-cursos
               END-START
               PERFORM UNTIL fin-cursos
                   READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
                   END-READ
                   IF NOT fin-cursos
                       IF cur-legajo NOT = w-per-legajo(w-per-ind)
                           MOVE 1 TO w-flag-cursos
                       ELSE
                           IF cur-curso = w-per-curso(w-per-ind)
                               MOVE 1 TO w-cuo-cant
                               MOVE cur-curso TO w-cuo-curso(1)
                               MOVE cur-cta-cte TO w-cuo-cta-cte(1)
                               MOVE w-per-cuota(w-per-ind) TO
                                   w-cuo-cuota(1)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       650-RESPALDO-CUOTA.
           MOVE w-cuo-llave(w-cuo-ind) TO pagos-llave.
           READ PAGOS
               INVALID KEY
                   MOVE spaces TO lis-linea
                   STRING "      [ ] PAGOS " w-cuo-llave(w-cuo-ind)
                       " NO EXISTE"
                       DELIMITED BY SIZE INTO lis-linea
               NOT INVALID KEY
                   MOVE spaces TO lis-linea
                   STRING "      [ ] PAGOS " pag-curso "/"
                       pag-cta-cte "/" pag-cuota " vto "
                       pag-fec-venc " pago " pag-fec-pago " $"
                       pag-importe " rec " pag-recargo " "
                       pag-medio-pago " cobrado " pag-cobrado
                       DELIMITED BY SIZE INTO lis-linea
           END-READ.
           PERFORM 890-EMITIR.
           MOVE 0 TO w-cant-lineas.
           MOVE 0 TO w-flag-cm.
           OPEN INPUT CAJA-MOVS.
           PERFORM UNTIL fin-cm
               READ CAJA-MOVS AT END MOVE 1 TO w-flag-cm
               END-READ
               IF NOT fin-cm
                   IF cm-curso = w-cuo-curso(w-cuo-ind)
                           AND cm-cta-cte = w-cuo-cta-cte(w-cuo-ind)
                           AND cm-cuota = w-cuo-cuota(w-cuo-ind)
                           AND cm-fecha = w-per-fecha(w-per-ind)
                       MOVE spaces TO lis-linea
                       STRING "      [ ] CAJA  " cm-fecha " caja "
                           cm-caja " " cm-medio " $" cm-importe
                           " operador " cm-operador
                           DELIMITED BY SIZE INTO lis-linea
                       PERFORM 890-EMITIR
                       ADD 1 TO w-cant-lineas
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CAJA-MOVS.
           IF w-cant-lineas = 0
               MOVE "      [ ] CAJA  sin movimiento de caja del dia"
                   TO lis-linea
               PERFORM 890-EMITIR
           END-IF.
           MOVE 0 TO w-cant-lineas.
           MOVE 0 TO w-flag-jr.
           OPEN INPUT JOURNAL.
           PERFORM UNTIL fin-jr
               READ JOURNAL AT END MOVE 1 TO w-flag-jr
               END-READ
               IF NOT fin-jr
                   IF jr-archivo = "PAGOS"
                           AND jr-llave(1:9) = w-cuo-llave(w-cuo-ind)
                       MOVE spaces TO lis-linea
                       STRING "      [ ] JOURN " jr-fecha " "
                           jr-programa " operador " jr-operador
                           DELIMITED BY SIZE INTO lis-linea
                       PERFORM 890-EMITIR
                       ADD 1 TO w-cant-lineas
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE JOURNAL.
           IF w-cant-lineas = 0
               MOVE "      [ ] JOURN sin lineas en el journal"
                   TO lis-linea
               PERFORM 890-EMITIR
           END-IF.

       890-EMITIR.
           WRITE lis-linea.

       900-FIN.
           CLOSE LISTADO.
           DISPLAY "Recibos del periodo: ", w-per-cant,
               "  faltantes: ", w-cant-faltantes,
               "  duplicados: ", w-cant-duplicados,
               "  fuera de orden: ", w-cant-desorden.
           DISPLAY "Anulados: ", w-cant-anulados, "  muestra: ",
               w-cant-muestra, " (semilla ", w-semilla-inicial, ")".
           DISPLAY "Papel de trabajo en ", w-nombre-listado.
       END PROGRAM AuditoriaRecibos.
