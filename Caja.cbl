      * Purpose: Caja diaria de la ventanilla: apertura de la sesion,
      *          cierre con arqueo por medio de pago (esperado segun
      *          los movimientos registrados por Pagos contra lo
      *          contado por el cajero; las ventas de la tienda, las
      *          cargas de monedero y las donaciones entran en el
      *          cajon de su medio, lo mismo que los pagos al fondo
      *          del viaje de egresados, que se informan aparte porque
      *          son plata de las familias, y las senas de reserva de
      *          vacante, y los gastos de caja chica
      *          salen del efectivo) y
      *          bloqueo de la sesion cerrada. El arqueo queda grabado
      *          por caja para armar la remesa del efectivo al banco
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE is DYNAMIC
           RECORD KEY IS caja-llave.

           SELECT OPTIONAL CAJA-ARQUEOS ASSIGN TO "..\caja_arqueos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS arq-llave.

           SELECT OPTIONAL CAJA-MOVS ASSIGN TO "..\caja_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           03 caja-fec-cierre pic 9(8).
           03 caja-sede pic 99.

       FD  CAJA-ARQUEOS.
       01  arq-reg.
           03 arq-llave.
               05 arq-fecha pic 9(8).
               05 arq-caja pic 99.
           03 arq-sede pic 99.
           03 arq-esp-efectivo pic s9(8)v99.
           03 arq-cont-efectivo pic 9(8)v99.
           03 arq-esp-cheque pic 9(8)v99.
           03 arq-cont-cheque pic 9(8)v99.
           03 arq-operador pic x(10).

       FD  CAJA-MOVS.
       01  cm-reg.
           03 cm-fecha pic 9(8).
           03 cm-importe pic 9(6)v99.
           03 cm-operador pic x(10).
           03 cm-caja pic 99.
           03 cm-hora pic 9(8).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
       77  w-esp-cheque pic 9(8)v99 value 0.
       77  w-esp-transfer pic 9(8)v99 value 0.
       77  w-esp-otro pic 9(8)v99 value 0.
       77  w-esp-tienda pic 9(8)v99 value 0.
       77  w-esp-monedero pic 9(8)v99 value 0.
       77  w-esp-donaciones pic 9(8)v99 value 0.
       77  w-esp-viaje pic 9(8)v99 value 0.
       77  w-esp-sena pic 9(8)v99 value 0.
       77  w-esp-caja-chica pic 9(8)v99 value 0.
       77  w-cont-efectivo pic 9(8)v99 value 0.
       77  w-cont-cheque pic 9(8)v99 value 0.
       77  w-cont-transfer pic 9(8)v99 value 0.
                       ADD 1 TO w-cant-movs
                       EVALUATE cm-medio
                           WHEN "EFECTIVO"
                           WHEN "TIENDA EFECTIVO"
                           WHEN "MONEDERO EFECT"
                           WHEN "DONAC EFECTIVO"
                           WHEN "VIAJE EFECTIVO"
                           WHEN "SENA EFECTIVO"
                               ADD cm-importe TO w-esp-efectivo
                           WHEN "DEVOLUCION"
                               SUBTRACT cm-importe
                                   FROM w-esp-efectivo
                           WHEN "CAJA CHICA"
                               SUBTRACT cm-importe
                                   FROM w-esp-efectivo
                               ADD cm-importe TO w-esp-caja-chica
                           WHEN "CHEQUE"
                           WHEN "TIENDA CHEQUE"
                           WHEN "MONEDERO CHEQUE"
                           WHEN "DONAC CHEQUE"
                           WHEN "VIAJE CHEQUE"
                           WHEN "SENA CHEQUE"
                               ADD cm-importe TO w-esp-cheque
                           WHEN "TRANSFERENCIA"
                           WHEN "TIENDA TRANSF"
                           WHEN "MONEDERO TRANSF"
                           WHEN "DONAC TRANSF"
                           WHEN "VIAJE TRANSF"
                           WHEN "SENA TRANSF"
                               ADD cm-importe TO w-esp-transfer
                           WHEN OTHER
                               ADD cm-importe TO w-esp-otro
                       END-EVALUATE
      * Las ventas de la tienda, las cargas de monedero y las
      * donaciones entran en el cajon de su medio y se informan
      * aparte
                       IF cm-medio(1:6) = "TIENDA"
                           ADD cm-importe TO w-esp-tienda
                       END-IF
                       IF cm-medio(1:8) = "MONEDERO"
                           ADD cm-importe TO w-esp-monedero
                       END-IF
                       IF cm-medio(1:5) = "DONAC"
                           ADD cm-importe TO w-esp-donaciones
                       END-IF
                       IF cm-medio(1:5) = "VIAJE"
                           ADD cm-importe TO w-esp-viaje
                       END-IF
                       IF cm-medio(1:4) = "SENA"
                           ADD cm-importe TO w-esp-sena
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "CHEQUE         ESPERADO: ", w-esp-cheque.
           DISPLAY "TRANSFERENCIA  ESPERADO: ", w-esp-transfer.
           DISPLAY "OTRO           ESPERADO: ", w-esp-otro.
           DISPLAY "  (incluye ventas de la tienda por ", w-esp-tienda,
               ")".
           DISPLAY "  (incluye cargas de monedero por ",
               w-esp-monedero, ")".
           DISPLAY "  (incluye donaciones por ", w-esp-donaciones, ")".
           DISPLAY "  (incluye pagos del viaje de egresados por ",
               w-esp-viaje, ")".
           DISPLAY "  (incluye senas de reserva de vacante por ",
               w-esp-sena, ")".
           DISPLAY "  (efectivo neto de gastos de caja chica por ",
               w-esp-caja-chica, ")".
           DISPLAY "Movimientos del dia (todas las cajas): ",
               w-cant-movs.
           PERFORM 410-LISTAR-CAJAS-DEL-DIA.
           DISPLAY lin-arqueo.
           DISPLAY lin-guarda.
           DISPLAY "Movimientos de la sesion: ", w-cant-movs.
           DISPLAY "Incluye ventas de la tienda por ", w-esp-tienda.
           DISPLAY "Incluye cargas de monedero por ", w-esp-monedero.
           DISPLAY "Incluye donaciones por ", w-esp-donaciones.
           DISPLAY "Incluye pagos del viaje de egresados por ",
               w-esp-viaje.
           DISPLAY "Incluye senas de reserva de vacante por ",
               w-esp-sena.
           DISPLAY "Gastos de caja chica (restados del efectivo) ",
               w-esp-caja-chica.

       340-MARCAR-CERRADA.
           MOVE "C" TO caja-estado.
                   DISPLAY "NO PUDE GRABAR EL CIERRE"
               NOT INVALID KEY
                   DISPLAY "Caja cerrada. No admite mas movimientos."
                   PERFORM 350-GRABAR-ARQUEO
           END-REWRITE.

       350-GRABAR-ARQUEO.
           OPEN I-O CAJA-ARQUEOS.
           MOVE caja-fecha TO arq-fecha.
           MOVE caja-numero TO arq-caja.
           MOVE caja-sede TO arq-sede.
           MOVE w-esp-efectivo TO arq-esp-efectivo.
           MOVE w-cont-efectivo TO arq-cont-efectivo.
           MOVE w-esp-cheque TO arq-esp-cheque.
           MOVE w-cont-cheque TO arq-cont-cheque.
           MOVE caja-operador TO arq-operador.
           WRITE arq-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL ARQUEO"
           END-WRITE.
           CLOSE CAJA-ARQUEOS.

       900-FIN.
           CLOSE CAJAS.
       END PROGRAM Caja.
