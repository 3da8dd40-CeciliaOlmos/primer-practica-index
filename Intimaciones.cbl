      *          registrada como gestion de cobranza. Nunca saltea un
      *          nivel ni repite el mismo nivel dentro del intervalo
      *          configurado (DIAS-NIVEL1/2/3 y DIAS-REINTIM en
      *          parametros). El avance queda en intimaciones.chk
      *          cuenta por cuenta: una corrida cortada se reanuda sobre
      *          el mismo archivo de impresion desde la ultima cuenta
      *          intimada. Con las cuotas divididas entre dos
      *          responsables (resp_division) la mora se mide por la
      *          parte de cada uno: solo se intima al responsable que
      *          debe su parte, con sus importes, y sus niveles de
      *          carta corren aparte de los del otro
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL CARTAS ASSIGN TO w-nombre-cartas
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL COLOCACIONES ASSIGN TO "..\colocaciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS col-llave.

           SELECT OPTIONAL CHECKPOINT ASSIGN TO "..\intimaciones.chk"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RESPONSABLES
           ASSIGN TO "..\responsables.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS resp-codigo.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS.
           03 col-fec-recupero pic 9(8).
           03 col-comision pic 9(6)v99.

      * Avance de la corrida en curso: archivo de cartas, ultima
      * cuenta intimada y cartas emitidas hasta ahi
       FD  CHECKPOINT.
       01  chk-reg.
           03 chk-fecha pic 9(8).
           03 chk-cartas pic x(40).
           03 chk-curso pic 99.
           03 chk-cta-cte pic 9(5).
           03 chk-cant-cartas pic 9(5).

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

       FD  RESPONSABLES.
       01  resp-reg.
           03 resp-codigo pic 9(5).
           03 resp-nombre pic x(30).
           03 resp-cuit pic x(13).
           03 resp-cond-iva pic x(2).
           03 resp-domicilio pic x(30).

       WORKING-STORAGE SECTION.
       77  w-nombre-cartas pic x(40).
       77  w-fecha-hoy pic 9(8).
       77  w-serial-carta pic 9(7).
       77  w-dias-desde-carta pic s9(5).
       77  w-cant-cartas pic 9(5) value 0.
       77  w-cartas-antes pic 9(5).
       77  w-nombre-alu pic x(20).
       01  w-fecha-serial.
           03 w-fs-anio pic 9(4).
       77  w-fs-t2 pic 9(7).
       77  w-fs-t3 pic 9(7).
       77  w-fs-serial pic 9(7).
       77  w-flag-chk pic 9 value 0.
           88 fin-chk value 1.
       77  w-reanuda pic x value "N".
           88 reanuda-corrida value "S".
       77  w-chk-curso pic 99 value 0.
       77  w-chk-cta pic 9(5) value 0.
      * Cuenta con las cuotas divididas: la deuda vencida de cada
      * parte se junta por separado y cada una tiene su carta
       77  w-cuenta-legajo pic 9(5) value 0.
       77  w-cuenta-vista pic x value "N".
           88 cuenta-vista value "S".
       77  w-cuenta-dividida pic x value "N".
           88 cuenta-dividida value "S".
       77  w-ind-parte pic 9.
       77  w-resp-carta pic 9(5) value 0.
       77  w-pct-carta pic 9(3)v99.
       77  w-pct-ed pic zz9,99.
       77  w-sufijo-ges pic x(11) value spaces.
       01  w-tab-partes.
           03 w-pt occurs 2.
              05 w-pt-resp pic 9(5).
              05 w-pt-pct pic 9(3)v99.
              05 w-pt-det-cant pic 99.
              05 w-pt-max-mora pic s9(5).
              05 w-pt-total pic 9(8)v99.
              05 w-pt-detalle.
                 07 w-pt-det occurs 50.
                    09 w-pt-det-cuota pic 99.
                    09 w-pt-det-venc pic 9(8).
                    09 w-pt-det-importe pic 9(6)v99.
       01  w-partes-control.
           03 w-par-programa pic x(12) value "Intimaciones".
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

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Intimaciones".
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
           PERFORM 200-LEER-PAGOS.
           PERFORM UNTIL fin-pagos
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

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PAGOS CURSOS ALUMNOS COLOCACIONES.
           OPEN INPUT RESPONSABLES.
           PERFORM 110-LEER-PARAMETROS.
           MOVE w-fecha-hoy TO w-fecha-serial.
           PERFORM 800-FECHA-A-SERIAL.
           MOVE w-fs-serial TO w-serial-hoy.
           PERFORM 150-VERIFICAR-CHECKPOINT.
           IF reanuda-corrida
               OPEN EXTEND CARTAS
               MOVE all "*" TO lin-carta
               WRITE lin-carta
               MOVE spaces TO lin-carta
               STRING "CORRIDA REANUDADA EL " w-fecha-hoy
                   " - DESCARTAR LA CARTA INCOMPLETA ANTERIOR"
                   DELIMITED BY SIZE INTO lin-carta
               WRITE lin-carta
               MOVE w-chk-curso TO pag-curso
               MOVE w-chk-cta TO pag-cta-cte
               MOVE 99 TO pag-cuota
               START PAGOS KEY IS GREATER THAN pagos-llave
                   INVALID KEY MOVE 1 TO w-flag-pagos
               END-START
               MOVE "R" TO cor-evento
           ELSE
               MOVE spaces TO w-nombre-cartas
               STRING "..\intimaciones_" DELIMITED BY SIZE
                      w-fecha-hoy DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO w-nombre-cartas
               OPEN OUTPUT CARTAS
               MOVE "I" TO cor-evento
           END-IF.
           OPEN EXTEND GESTIONES-ALTA.
           PERFORM 170-GRABAR-CORRIDA.

      * Una corrida cortada deja el checkpoint con la ultima cuenta
      * intimada: se ofrece seguir desde la siguiente sobre el mismo
      * archivo de cartas; si no se reanuda, el archivo se regenera
      * y las cuentas ya intimadas quedan afuera por el intervalo
       150-VERIFICAR-CHECKPOINT.
           OPEN INPUT CHECKPOINT.
           READ CHECKPOINT AT END MOVE 1 TO w-flag-chk
           END-READ.
           IF NOT fin-chk
               DISPLAY "HAY UNA CORRIDA DE INTIMACIONES INTERRUMPIDA ",
                   "DEL ", chk-fecha
               DISPLAY "Cartas emitidas: ", chk-cant-cartas,
                   " en ", chk-cartas
               DISPLAY "Ultima cuenta intimada: ", chk-curso, "/",
                   chk-cta-cte
               DISPLAY "Reanuda desde donde quedo? (S/N)"
               ACCEPT w-reanuda
               IF reanuda-corrida
                   MOVE chk-cartas TO w-nombre-cartas
                   MOVE chk-cant-cartas TO w-cant-cartas
                   MOVE chk-curso TO w-chk-curso
                   MOVE chk-cta-cte TO w-chk-cta
               END-IF
           END-IF.
           CLOSE CHECKPOINT.

       170-GRABAR-CORRIDA.
           OPEN EXTEND CORRIDAS.
           MOVE "Intimaciones" TO cor-programa.
           MOVE w-fecha-hoy TO cor-fecha.
           ACCEPT cor-hora FROM TIME.
           MOVE 0 TO cor-lote cor-rechazados cor-importe.
           MOVE w-cant-cartas TO cor-procesados.
           MOVE space TO cor-estado.
           IF cor-evento = "F"
               MOVE "N" TO cor-estado
           END-IF.
           WRITE cor-reg.
           CLOSE CORRIDAS.

       110-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
               MOVE pag-curso TO w-cuenta-curso
               MOVE pag-cta-cte TO w-cuenta-cta
               MOVE 0 TO w-det-cant w-max-mora w-total-deuda
               MOVE "N" TO w-cuenta-vista w-cuenta-dividida
               MOVE 0 TO w-cuenta-legajo
               PERFORM VARYING w-ind-parte FROM 1 BY 1
                       UNTIL w-ind-parte > 2
                   MOVE 0 TO w-pt-resp(w-ind-parte)
                   MOVE 0 TO w-pt-pct(w-ind-parte)
                   MOVE 0 TO w-pt-det-cant(w-ind-parte)
                   MOVE 0 TO w-pt-max-mora(w-ind-parte)
                   MOVE 0 TO w-pt-total(w-ind-parte)
               END-PERFORM
           END-IF.
           IF pag-fec-pago = 0 AND pag-fec-venc < w-fecha-hoy
               PERFORM 350-VERIFICAR-COLOCADA
           MOVE pag-fec-venc TO w-fecha-serial.
           PERFORM 800-FECHA-A-SERIAL.
           COMPUTE w-dias-mora = w-serial-hoy - w-fs-serial.
           IF NOT cuenta-vista
               PERFORM 370-LEGAJO-DE-LA-CUENTA
           END-IF.
           MOVE "N" TO w-par-dividida.
           IF w-cuenta-legajo > 0
               PERFORM 375-PARTES-DE-CUOTA
           END-IF.
           IF cuota-dividida
               SET cuenta-dividida TO TRUE
               PERFORM 380-SUMAR-A-LAS-PARTES
           ELSE
               IF w-dias-mora > w-max-mora
                   MOVE w-dias-mora TO w-max-mora
               END-IF
               IF w-det-cant < 50
                   ADD 1 TO w-det-cant
                   MOVE pag-cuota TO w-det-cuota(w-det-cant)
                   MOVE pag-fec-venc TO w-det-venc(w-det-cant)
                   MOVE pag-importe TO w-det-importe(w-det-cant)
               END-IF
               ADD pag-importe TO w-total-deuda
           END-IF.

      * El legajo de la cuenta se busca una sola vez, con su primera
      * cuota vencida
       370-LEGAJO-DE-LA-CUENTA.
           SET cuenta-vista TO TRUE.
           PERFORM 610-BUSCAR-ALUMNO-CTA.
           IF curso-encontrado
               MOVE cur-legajo TO w-cuenta-legajo
           END-IF.

       375-PARTES-DE-CUOTA.
           MOVE "A" TO w-par-accion.
           MOVE pag-curso TO w-par-curso.
           MOVE pag-cta-cte TO w-par-cta-cte.
           MOVE pag-cuota TO w-par-cuota.
           MOVE w-cuenta-legajo TO w-par-legajo.
           MOVE 0 TO w-par-orden w-par-importe w-par-fecha.
           CALL "PartesCuota" USING w-partes-control.

      * Cada parte pendiente suma a la deuda de su responsable; la
      * parte pagada no cuenta para la mora del que ya pago
       380-SUMAR-A-LAS-PARTES.
           PERFORM VARYING w-ind-parte FROM 1 BY 1
                   UNTIL w-ind-parte > 2
               MOVE w-par-resp(w-ind-parte) TO w-pt-resp(w-ind-parte)
               MOVE w-par-pct(w-ind-parte) TO w-pt-pct(w-ind-parte)
               IF w-par-pend(w-ind-parte) > 0
                   PERFORM 385-SUMAR-A-UNA-PARTE
               END-IF
           END-PERFORM.

       385-SUMAR-A-UNA-PARTE.
           IF w-dias-mora > w-pt-max-mora(w-ind-parte)
               MOVE w-dias-mora TO w-pt-max-mora(w-ind-parte)
           END-IF.
           IF w-pt-det-cant(w-ind-parte) < 50
               ADD 1 TO w-pt-det-cant(w-ind-parte)
               MOVE w-pt-det-cant(w-ind-parte) TO w-det-ind
               MOVE pag-cuota TO w-pt-det-cuota(w-ind-parte, w-det-ind)
               MOVE pag-fec-venc TO
                   w-pt-det-venc(w-ind-parte, w-det-ind)
               MOVE w-par-pend(w-ind-parte) TO
                   w-pt-det-importe(w-ind-parte, w-det-ind)
           END-IF.
           ADD w-par-pend(w-ind-parte) TO w-pt-total(w-ind-parte).

      * El checkpoint se graba cuando salieron todas las cartas de la
      * cuenta (las dos partes si esta dividida): al reanudar se sigue
      * desde la cuenta siguiente y no se pierde la carta de una parte
       500-CERRAR-CUENTA.
           MOVE w-cant-cartas TO w-cartas-antes.
           IF cuenta-dividida
               PERFORM 540-CERRAR-PARTES
           ELSE
               MOVE 0 TO w-resp-carta
               PERFORM 505-EVALUAR-CARTA
           END-IF.
           IF w-cant-cartas NOT = w-cartas-antes
               PERFORM 650-GRABAR-CHECKPOINT
           END-IF.
           MOVE "N" TO w-hay-cuenta.

       505-EVALUAR-CARTA.
           MOVE spaces TO w-sufijo-ges.
           IF w-resp-carta > 0
               STRING " RESP " w-resp-carta
                   DELIMITED BY SIZE INTO w-sufijo-ges
           END-IF.
           IF w-det-cant > 0
               PERFORM 510-NIVEL-POR-ANTIGUEDAD
               IF w-nivel-deuda > 0
                   END-IF
               END-IF
           END-IF.

      * Cuenta dividida: cada parte con deuda vencida se evalua sola,
      * con su antiguedad, sus cartas anteriores y su carta
       540-CERRAR-PARTES.
           PERFORM VARYING w-ind-parte FROM 1 BY 1
                   UNTIL w-ind-parte > 2
               IF w-pt-det-cant(w-ind-parte) > 0
                   MOVE w-pt-det-cant(w-ind-parte) TO w-det-cant
                   MOVE w-pt-detalle(w-ind-parte) TO w-tab-detalle
                   MOVE w-pt-max-mora(w-ind-parte) TO w-max-mora
                   MOVE w-pt-total(w-ind-parte) TO w-total-deuda
                   MOVE w-pt-resp(w-ind-parte) TO w-resp-carta
                   MOVE w-pt-pct(w-ind-parte) TO w-pct-carta
                   PERFORM 505-EVALUAR-CARTA
               END-IF
           END-PERFORM.

       510-NIVEL-POR-ANTIGUEDAD.
           EVALUATE TRUE
                           AND ges-medio = "CARTA"
                           AND ges-resultado(1:16) =
                               "INTIMACION NIVEL"
                           AND ges-resultado(19:11) = w-sufijo-ges
                       IF ges-resultado(18:1) >= "1"
                               AND ges-resultado(18:1) <= "3"
                           IF ges-resultado(18:1) >
           END-EVALUATE.
           WRITE lin-carta.
           MOVE spaces TO lin-carta.
           IF w-resp-carta > 0
               PERFORM 620-DESTINATARIO-PARTE
           ELSE
               STRING "Sr. responsable de " w-nombre-alu
                   DELIMITED BY SIZE INTO lin-carta
           END-IF.
           WRITE lin-carta.
           MOVE spaces TO lin-carta.
           STRING "Cuenta " w-cuenta-curso "/" w-cuenta-cta
           DISPLAY "Carta nivel ", w-nivel-a-enviar, " para ",
               w-cuenta-curso, "/", w-cuenta-cta, " (",
               w-nombre-alu, ") por ", w-total-deuda.
           IF w-resp-carta > 0
               DISPLAY "    dirigida al responsable ", w-resp-carta,
                   " por su parte"
           END-IF.

      * La carta de una parte va a nombre del responsable que debe,
      * con su porcentaje; los importes son solo los de su parte
       620-DESTINATARIO-PARTE.
           MOVE w-resp-carta TO resp-codigo.
           READ RESPONSABLES
               INVALID KEY MOVE "(responsable)" TO resp-nombre
           END-READ.
           STRING "Sr./Sra. " resp-nombre
               DELIMITED BY SIZE INTO lin-carta.
           WRITE lin-carta.
           MOVE w-pct-carta TO w-pct-ed.
           MOVE spaces TO lin-carta.
           STRING "responsable del " w-pct-ed "% de las cuotas de "
               w-nombre-alu
               DELIMITED BY SIZE INTO lin-carta.

       610-BUSCAR-ALUMNO-CTA.
           MOVE "(desconocido)       " TO w-nombre-alu.
               END-READ
           END-IF.

      * El checkpoint se reescribe despues de cada cuenta intimada
       650-GRABAR-CHECKPOINT.
           MOVE w-fecha-hoy TO chk-fecha.
           MOVE w-nombre-cartas TO chk-cartas.
           MOVE w-cuenta-curso TO chk-curso.
           MOVE w-cuenta-cta TO chk-cta-cte.
           MOVE w-cant-cartas TO chk-cant-cartas.
           OPEN OUTPUT CHECKPOINT.
           WRITE chk-reg.
           CLOSE CHECKPOINT.

       700-REGISTRAR-GESTION.
           MOVE w-cuenta-curso TO ga-curso.
           MOVE w-cuenta-cta TO ga-cta-cte.
           MOVE w-fecha-hoy TO ga-fecha.
           MOVE "CARTA" TO ga-medio.
           MOVE spaces TO ga-resultado.
           STRING "INTIMACION NIVEL " w-nivel-a-enviar w-sufijo-ges
               DELIMITED BY SIZE INTO ga-resultado.
           MOVE 0 TO ga-prox-contacto.
           MOVE 0 TO ga-compromiso-fecha ga-compromiso-importe.
       900-FIN.
           CLOSE CARTAS GESTIONES-ALTA.
           CLOSE PAGOS CURSOS ALUMNOS COLOCACIONES.
           CLOSE RESPONSABLES.
           MOVE "F" TO cor-evento.
           PERFORM 170-GRABAR-CORRIDA.
           OPEN OUTPUT CHECKPOINT.
           CLOSE CHECKPOINT.
           DISPLAY "Cartas generadas: ", w-cant-cartas, " en ",
               w-nombre-cartas.
       END PROGRAM Intimaciones.
