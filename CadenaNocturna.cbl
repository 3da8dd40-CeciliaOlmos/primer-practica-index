      *          conversion de novedades, la registracion de
      *          PracticaDOS (en modo desatendido, con sus respuestas
      *          en el archivo de parametros de corrida), la
      *          conciliacion, el extracto de vencimientos, el
      *          recalculo de saldos por cuenta corriente, la foto
      *          del portal de familias, las novedades del aula
      *          virtual, el vencimiento de las reservas de vacante
      *          y el refresco de morosos, verificando en el
      *          registro de corridas como termino cada paso y
      *          cortando la cadena con aviso claro si uno salio mal
      * Tectonics: cobc
      ******************************************************************
           IF cadena-ok
               PERFORM 450-PASO-VENCIDX
           END-IF.
           IF cadena-ok
               PERFORM 460-PASO-SALDOS
           END-IF.
           IF cadena-ok
               PERFORM 470-PASO-PORTAL
           END-IF.
           IF cadena-ok
               PERFORM 480-PASO-AULA
           END-IF.
           IF cadena-ok
               PERFORM 490-PASO-RESERVAS
           END-IF.
           IF cadena-ok
               PERFORM 500-PASO-MOROSOS
           END-IF.
           MOVE "VencIdx" TO w-programa-paso.
           PERFORM 800-VERIFICAR-PASO.

      * Los saldos se rehacen cada noche: el vencido queda al dia y
      * cualquier saldo que no coincida con las cuotas se informa
       460-PASO-SALDOS.
           DISPLAY "-- Paso 5: recalculo de saldos".
           CALL "RecalcSaldos".
           MOVE "RecalcSaldos" TO w-programa-paso.
           PERFORM 800-VERIFICAR-PASO.

      * La foto del portal de familias sale con los pagos de la
      * noche ya registrados y conciliados
       470-PASO-PORTAL.
           DISPLAY "-- Paso 6: foto del portal de familias".
           CALL "PortalExport".
           MOVE "PortalExport" TO w-programa-paso.
           PERFORM 800-VERIFICAR-PASO.

      * Las novedades del aula virtual salen con las altas, bajas y
      * pases del dia ya grabados
       480-PASO-AULA.
           DISPLAY "-- Paso 7: novedades del aula virtual".
           CALL "AulaVirtual".
           MOVE "AulaVirtual" TO w-programa-paso.
           PERFORM 800-VERIFICAR-PASO.

      * Las reservas de vacante vencidas se liberan cada noche y el
      * lugar se ofrece a la lista de espera
       490-PASO-RESERVAS.
           DISPLAY "-- Paso 8: vencimiento de reservas de vacante".
           CALL "VencReservas".
           MOVE "VencReservas" TO w-programa-paso.
           PERFORM 800-VERIFICAR-PASO.

       500-PASO-MOROSOS.
           DISPLAY "-- Paso 9: refresco de morosos".
           CALL "Morosos".

      * El resultado del paso se lee del registro de corridas: el
