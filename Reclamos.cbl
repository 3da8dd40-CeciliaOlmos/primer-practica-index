      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reclamos de facturacion por cuenta corriente: alta
      *          del reclamo con fecha, tipo (recargo, doble cobro,
      *          pago no registrado u otro), las cuotas que discute,
      *          el detalle y el operador que lo toma; resolucion
      *          vinculandolo al ajuste (ajustes.dat), la devolucion
      *          (devoluciones.dat) o la anulacion (anulaciones.dat)
      *          que lo resolvio, o rechazo con su motivo; listado
      *          de los reclamos de una cuenta y antiguedad de los
      *          reclamos abiertos por tipo y operador en franjas de
      *          0-7, 8-30, 31-60 y mas de 60 dias
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reclamos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECLAMOS ASSIGN TO "..\reclamos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rc-numero
           ALTERNATE RECORD KEY IS rc-cuenta WITH DUPLICATES.

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL AJUSTES ASSIGN TO "..\ajustes.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL DEVOLUCIONES ASSIGN TO "..\devoluciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ANULACIONES ASSIGN TO "..\anulaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Un registro por reclamo; la llave alternativa junta los
      * reclamos de cada cuenta corriente
       FD  RECLAMOS.
       01  rc-reg.
           03 rc-numero pic 9(6).
           03 rc-cuenta.
               05 rc-curso pic 99.
               05 rc-cta-cte pic 9(5).
           03 rc-fecha pic 9(8).
           03 rc-tipo pic x.
               88 rec-recargo value "R".
               88 rec-doble-cobro value "D".
               88 rec-pago-faltante value "P".
               88 rec-otro value "O".
               88 rec-tipo-valido value "R" "D" "P" "O".
           03 rc-cant-cuotas pic 9.
           03 rc-cuota pic 99 occurs 6.
           03 rc-detalle pic x(40).
           03 rc-operador pic x(10).
           03 rc-estado pic x.
               88 rec-abierto value "A".
               88 rec-resuelto value "R".
               88 rec-rechazado value "X".
           03 rc-fec-resolucion pic 9(8).
           03 rc-resolucion pic x.
               88 res-ajuste value "A".
               88 res-devolucion value "D".
               88 res-anulacion value "N".
           03 rc-ref-fecha pic 9(8).
           03 rc-ref-cuota pic 99.
           03 rc-ref-numero pic 9(6).
           03 rc-ref-importe pic 9(6)v99.
           03 rc-motivo-rechazo pic x(30).
           03 rc-operador-resol pic x(10).

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

       FD  AJUSTES.
       01  aj-reg.
           03 aj-fecha pic 9(8).
           03 aj-curso pic 99.
           03 aj-cta-cte pic 9(5).
           03 aj-cuota pic 99.
           03 aj-tipo pic x.
           03 aj-importe pic 9(6)v99.
           03 aj-importe-original pic 9(6)v99.
           03 aj-importe-nuevo pic 9(6)v99.
           03 aj-motivo pic x(3).
           03 aj-detalle pic x(30).
           03 aj-supervisor pic x(10).
           03 aj-operador pic x(10).

       FD  DEVOLUCIONES.
       01  dev-reg.
           03 dev-numero pic 9(6).
           03 dev-curso pic 99.
           03 dev-cta-cte pic 9(5).
           03 dev-importe pic 9(6)v99.
           03 dev-motivo pic x(30).
           03 dev-estado pic x.
           03 dev-fec-solicitud pic 9(8).
           03 dev-supervisor pic x(10).
           03 dev-fec-pago pic 9(8).
           03 dev-medio pic x(15).

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

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "A".
           88 modo-alta value "A".
           88 modo-resolver value "R".
           88 modo-listado value "L".
           88 modo-antiguedad value "E".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10).
       77  w-nombre-listado pic x(40).
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-flag-rc pic 9 value 0.
           88 fin-rc value 1.
       77  w-flag-aj pic 9 value 0.
           88 fin-aj value 1.
       77  w-flag-dev pic 9 value 0.
           88 fin-dev value 1.
       77  w-flag-an pic 9 value 0.
           88 fin-an value 1.
       77  w-existe pic x.
           88 reg-existe value "S".
       77  w-hallado pic x.
           88 ref-hallada value "S".
       77  w-curso pic 99.
       77  w-cta-cte pic 9(5).
       77  w-numero pic 9(6).
       77  w-max-numero pic 9(6).
       77  w-cuota pic 99.
       77  w-ref-fecha pic 9(8).
       77  w-ref-numero pic 9(6).
       77  w-respuesta pic x.
       77  w-ind pic 99.
       77  w-cant-candidatos pic 999.
       77  w-cant-cuenta pic 999.
       77  w-texto-tipo pic x(14).
       77  w-texto-estado pic x(10).
       77  w-rc-guardado pic x(159).
      * Antiguedad de los abiertos: dias corridos desde el alta
       01  w-fecha-serial.
           03 w-fs-anio pic 9(4).
           03 w-fs-mes pic 99.
           03 w-fs-dia pic 99.
       77  w-fs-t1 pic 9(7).
       77  w-fs-t2 pic 9(7).
       77  w-fs-t3 pic 9(7).
       77  w-fs-serial pic 9(7).
       77  w-serial-hoy pic 9(7).
       77  w-dias pic s9(5).
       77  w-franja pic 9.
       77  w-ind-fr pic 9.
       77  w-filas-cant pic 999 value 0.
       01  w-tab-filas.
           03 w-fila occurs 200.
              05 w-fila-tipo pic x.
              05 w-fila-operador pic x(10).
              05 w-fila-franja pic 9(5) occurs 4.
       01  w-tot-franja.
           03 w-total-fr pic 9(5) occurs 4 value 0.
       77  w-total-gral pic 9(5) value 0.

       01  linea-titulo.
           03 filler pic x(18) value spaces.
           03 filler pic x(44) value
               "RECLAMOS ABIERTOS POR ANTIGUEDAD".
       01  lin-guarda.
           03 filler pic x(70) value all "-".
       01  lin-cabecera.
           03 filler pic x(16) value "TIPO".
           03 filler pic x(11) value "OPERADOR".
           03 filler pic x(8) value "   0-7".
           03 filler pic x(8) value "  8-30".
           03 filler pic x(8) value " 31-60".
           03 filler pic x(8) value " MAS 60".
           03 filler pic x(8) value "  TOTAL".
       01  lin-detalle.
           03 d-tipo pic x(14).
           03 filler pic x(2) value spaces.
           03 d-operador pic x(10).
           03 filler pic x value space.
           03 d-f1 pic zz.zz9.
           03 filler pic x(2) value spaces.
           03 d-f2 pic zz.zz9.
           03 filler pic x(2) value spaces.
           03 d-f3 pic zz.zz9.
           03 filler pic x(2) value spaces.
           03 d-f4 pic zz.zz9.
           03 filler pic x(2) value spaces.
           03 d-total pic zz.zz9.
       77  w-total-fila pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Reclamos".
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
               WHEN modo-resolver
                   PERFORM 300-RESOLVER
               WHEN modo-listado
                   PERFORM 500-LISTAR-CUENTA
               WHEN modo-antiguedad
                   PERFORM 600-ANTIGUEDAD-ABIERTOS
               WHEN OTHER
                   PERFORM 200-ALTA
           END-EVALUATE.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (A=Alta, R=Resolver, L=Reclamos de una ",
               "cuenta, E=Antiguedad de abiertos)".
           ACCEPT w-modo.
           PERFORM 120-LEER-OPERADOR.
           IF modo-listado OR modo-antiguedad
               OPEN INPUT RECLAMOS
           ELSE
               OPEN I-O RECLAMOS
           END-IF.
           OPEN INPUT PAGOS.

      * El operador sale de la sesion del menu; si el programa corre
      * suelto se lo pide
       120-LEER-OPERADOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF fin-oa OR oa-codigo = spaces
               DISPLAY "Operador"
               ACCEPT w-operador
           ELSE
               MOVE oa-codigo TO w-operador
           END-IF.

      ******************************************************************
      * Alta del reclamo
      ******************************************************************
       200-ALTA.
           PERFORM 210-PEDIR-CUENTA.
           PERFORM UNTIL w-curso = 0
               PERFORM 220-VERIFICAR-CUENTA
               IF reg-existe
                   PERFORM 230-CARGAR-RECLAMO
               ELSE
                   DISPLAY "LA CUENTA NO TIENE CUOTAS"
               END-IF
               PERFORM 210-PEDIR-CUENTA
           END-PERFORM.

       210-PEDIR-CUENTA.
           DISPLAY "Nro de curso (x fin 0)".
           ACCEPT w-curso.
           IF w-curso NOT = 0
               DISPLAY "cuenta corriente"
               ACCEPT w-cta-cte
           END-IF.

       220-VERIFICAR-CUENTA.
           MOVE "N" TO w-existe.
           MOVE w-curso TO pag-curso.
           MOVE w-cta-cte TO pag-cta-cte.
           MOVE 0 TO pag-cuota.
           START PAGOS KEY IS NOT LESS THAN pagos-llave
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ PAGOS NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF pag-curso = w-curso
                                   AND pag-cta-cte = w-cta-cte
                               MOVE "S" TO w-existe
                           END-IF
                   END-READ
           END-START.

       230-CARGAR-RECLAMO.
           MOVE spaces TO rc-reg.
           MOVE w-curso TO rc-curso.
           MOVE w-cta-cte TO rc-cta-cte.
           MOVE w-fecha-hoy TO rc-fecha.
           DISPLAY "Tipo (R=Recargo, D=Doble cobro, P=Pago no ",
               "registrado, O=Otro)".
           ACCEPT rc-tipo.
           PERFORM UNTIL rec-tipo-valido
               DISPLAY "TIPO INVALIDO - R, D, P u O"
               ACCEPT rc-tipo
           END-PERFORM.
           MOVE 0 TO rc-cant-cuotas.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 6
               MOVE 0 TO rc-cuota(w-ind)
           END-PERFORM.
           DISPLAY "Cuota en reclamo (x fin 0, hasta 6)".
           ACCEPT w-cuota.
           PERFORM UNTIL w-cuota = 0 OR rc-cant-cuotas = 6
               PERFORM 240-AGREGAR-CUOTA
               IF rc-cant-cuotas < 6
                   DISPLAY "Cuota en reclamo (x fin 0)"
                   ACCEPT w-cuota
               END-IF
           END-PERFORM.
           DISPLAY "Detalle del reclamo".
           ACCEPT rc-detalle.
           MOVE w-operador TO rc-operador.
           SET rec-abierto TO TRUE.
           MOVE 0 TO rc-fec-resolucion rc-ref-fecha rc-ref-cuota
               rc-ref-numero rc-ref-importe.
           MOVE space TO rc-resolucion.
           MOVE spaces TO rc-motivo-rechazo rc-operador-resol.
           DISPLAY "Confirma el reclamo? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta = "S" OR w-respuesta = "s"
               PERFORM 250-GRABAR-RECLAMO
           ELSE
               DISPLAY "RECLAMO NO GRABADO"
           END-IF.

      * La cuota discutida tiene que ser de la cuenta; pagada o no,
      * segun lo que se reclame
       240-AGREGAR-CUOTA.
           MOVE w-curso TO pag-curso.
           MOVE w-cta-cte TO pag-cta-cte.
           MOVE w-cuota TO pag-cuota.
           READ PAGOS
               INVALID KEY
                   DISPLAY "LA CUOTA NO EXISTE EN LA CUENTA"
               NOT INVALID KEY
                   ADD 1 TO rc-cant-cuotas
                   MOVE w-cuota TO rc-cuota(rc-cant-cuotas)
                   DISPLAY "  cuota ", pag-cuota, " vto ",
                       pag-fec-venc, " pago ", pag-fec-pago,
                       " importe ", pag-importe, " recargo ",
                       pag-recargo
           END-READ.

       250-GRABAR-RECLAMO.
           MOVE rc-reg TO w-rc-guardado.
           PERFORM 260-ULTIMO-NUMERO.
           MOVE w-rc-guardado TO rc-reg.
           COMPUTE rc-numero = w-max-numero + 1.
           WRITE rc-reg
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL RECLAMO ", rc-numero
               NOT INVALID KEY
                   DISPLAY "Reclamo ", rc-numero, " registrado"
           END-WRITE.

       260-ULTIMO-NUMERO.
           MOVE 0 TO w-max-numero w-flag-rc.
           MOVE 0 TO rc-numero.
           START RECLAMOS KEY IS NOT LESS THAN rc-numero
               INVALID KEY MOVE 1 TO w-flag-rc
           END-START.
           PERFORM UNTIL fin-rc
               READ RECLAMOS NEXT AT END MOVE 1 TO w-flag-rc
               END-READ
               IF NOT fin-rc
                   MOVE rc-numero TO w-max-numero
               END-IF
           END-PERFORM.

      ******************************************************************
      * Resolucion: se vincula al ajuste, devolucion o anulacion de
      * la misma cuenta, hecho desde la fecha del reclamo, o se
      * rechaza con motivo
      ******************************************************************
       300-RESOLVER.
           DISPLAY "Nro de reclamo (x fin 0)".
           ACCEPT w-numero.
           PERFORM UNTIL w-numero = 0
               MOVE w-numero TO rc-numero
               READ RECLAMOS
                   INVALID KEY
                       DISPLAY "RECLAMO INEXISTENTE"
                   NOT INVALID KEY
                       IF rec-abierto
                           PERFORM 310-MOSTRAR-RECLAMO
                           PERFORM 320-ELEGIR-RESOLUCION
                       ELSE
                           DISPLAY "EL RECLAMO YA ESTA CERRADO"
                           PERFORM 310-MOSTRAR-RECLAMO
                       END-IF
               END-READ
               DISPLAY "Nro de reclamo (x fin 0)"
               ACCEPT w-numero
           END-PERFORM.

       310-MOSTRAR-RECLAMO.
           PERFORM 800-TEXTOS-RECLAMO.
           DISPLAY "Reclamo ", rc-numero, " del ", rc-fecha,
               " curso ", rc-curso, " cta-cte ", rc-cta-cte.
           DISPLAY "  ", w-texto-tipo, " tomado por ", rc-operador,
               " - ", w-texto-estado.
           DISPLAY "  ", rc-detalle.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > rc-cant-cuotas
               DISPLAY "  cuota ", rc-cuota(w-ind)
           END-PERFORM.
           IF rec-resuelto
               DISPLAY "  resuelto el ", rc-fec-resolucion, " por ",
                   rc-operador-resol
               EVALUATE TRUE
                   WHEN res-ajuste
                       DISPLAY "  ajuste del ", rc-ref-fecha,
                           " cuota ", rc-ref-cuota, " $",
                           rc-ref-importe
                   WHEN res-devolucion
                       DISPLAY "  devolucion ", rc-ref-numero,
                           " $", rc-ref-importe
                   WHEN res-anulacion
                       DISPLAY "  anulacion del ", rc-ref-fecha,
                           " cuota ", rc-ref-cuota, " $",
                           rc-ref-importe
               END-EVALUATE
           END-IF.
           IF rec-rechazado
               DISPLAY "  rechazado el ", rc-fec-resolucion, " por ",
                   rc-operador-resol, ": ", rc-motivo-rechazo
           END-IF.

       320-ELEGIR-RESOLUCION.
           DISPLAY "Resolucion (A=Ajuste, D=Devolucion, N=Anulacion, ",
               "X=Rechazo, en blanco=dejar abierto)".
           ACCEPT w-respuesta.
           MOVE "N" TO w-hallado.
           EVALUATE w-respuesta
               WHEN "A"
                   PERFORM 330-VINCULAR-AJUSTE
               WHEN "D"
                   PERFORM 340-VINCULAR-DEVOLUCION
               WHEN "N"
                   PERFORM 350-VINCULAR-ANULACION
               WHEN "X"
                   PERFORM 360-RECHAZAR
               WHEN OTHER
                   DISPLAY "EL RECLAMO QUEDA ABIERTO"
           END-EVALUATE.
           IF ref-hallada
               MOVE w-fecha-hoy TO rc-fec-resolucion
               MOVE w-operador TO rc-operador-resol
               REWRITE rc-reg
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL RECLAMO ",
                           rc-numero
                   NOT INVALID KEY
                       DISPLAY "Reclamo ", rc-numero, " cerrado"
               END-REWRITE
           END-IF.

       330-VINCULAR-AJUSTE.
           MOVE 0 TO w-cant-candidatos.
           MOVE 0 TO w-flag-aj.
           OPEN INPUT AJUSTES.
           PERFORM UNTIL fin-aj
               READ AJUSTES AT END MOVE 1 TO w-flag-aj
               END-READ
               IF NOT fin-aj
                   IF aj-curso = rc-curso AND aj-cta-cte = rc-cta-cte
                           AND aj-fecha NOT < rc-fecha
                       ADD 1 TO w-cant-candidatos
                       DISPLAY "  ", aj-fecha, " cuota ", aj-cuota,
                           " ", aj-tipo, " $", aj-importe, " ",
                           aj-detalle
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE AJUSTES.
           IF w-cant-candidatos = 0
               DISPLAY "NO HAY AJUSTES DE LA CUENTA DESDE EL RECLAMO"
           ELSE
               DISPLAY "Fecha del ajuste"
               ACCEPT w-ref-fecha
               DISPLAY "Cuota del ajuste"
               ACCEPT w-cuota
               MOVE 0 TO w-flag-aj
               OPEN INPUT AJUSTES
               PERFORM UNTIL fin-aj OR ref-hallada
                   READ AJUSTES AT END MOVE 1 TO w-flag-aj
                   END-READ
                   IF NOT fin-aj
                       IF aj-curso = rc-curso
                               AND aj-cta-cte = rc-cta-cte
                               AND aj-fecha = w-ref-fecha
                               AND aj-cuota = w-cuota
                               AND aj-fecha NOT < rc-fecha
                           MOVE "S" TO w-hallado
                           SET rec-resuelto TO TRUE
                           SET res-ajuste TO TRUE
                           MOVE aj-fecha TO rc-ref-fecha
                           MOVE aj-cuota TO rc-ref-cuota
                           MOVE 0 TO rc-ref-numero
                           MOVE aj-importe TO rc-ref-importe
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AJUSTES
               IF NOT ref-hallada
                   DISPLAY "AJUSTE NO ENCONTRADO - EL RECLAMO QUEDA ",
                       "ABIERTO"
               END-IF
           END-IF.

       340-VINCULAR-DEVOLUCION.
           MOVE 0 TO w-cant-candidatos.
           MOVE 0 TO w-flag-dev.
           OPEN INPUT DEVOLUCIONES.
           PERFORM UNTIL fin-dev
               READ DEVOLUCIONES AT END MOVE 1 TO w-flag-dev
               END-READ
               IF NOT fin-dev
                   IF dev-curso = rc-curso
                           AND dev-cta-cte = rc-cta-cte
                           AND dev-fec-solicitud NOT < rc-fecha
                       ADD 1 TO w-cant-candidatos
                       DISPLAY "  ", dev-numero, " del ",
                           dev-fec-solicitud, " estado ", dev-estado,
                           " $", dev-importe, " ", dev-motivo
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DEVOLUCIONES.
           IF w-cant-candidatos = 0
               DISPLAY "NO HAY DEVOLUCIONES DE LA CUENTA DESDE EL ",
                   "RECLAMO"
           ELSE
               DISPLAY "Nro de devolucion"
               ACCEPT w-ref-numero
               MOVE 0 TO w-flag-dev
               OPEN INPUT DEVOLUCIONES
               PERFORM UNTIL fin-dev OR ref-hallada
                   READ DEVOLUCIONES AT END MOVE 1 TO w-flag-dev
                   END-READ
                   IF NOT fin-dev
                       IF dev-numero = w-ref-numero
                               AND dev-curso = rc-curso
                               AND dev-cta-cte = rc-cta-cte
                               AND dev-fec-solicitud NOT < rc-fecha
                           MOVE "S" TO w-hallado
                           SET rec-resuelto TO TRUE
                           SET res-devolucion TO TRUE
                           MOVE dev-fec-solicitud TO rc-ref-fecha
                           MOVE 0 TO rc-ref-cuota
                           MOVE dev-numero TO rc-ref-numero
                           MOVE dev-importe TO rc-ref-importe
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEVOLUCIONES
               IF NOT ref-hallada
                   DISPLAY "DEVOLUCION NO ENCONTRADA - EL RECLAMO ",
                       "QUEDA ABIERTO"
               END-IF
           END-IF.

       350-VINCULAR-ANULACION.
           MOVE 0 TO w-cant-candidatos.
           MOVE 0 TO w-flag-an.
           OPEN INPUT ANULACIONES.
           PERFORM UNTIL fin-an
               READ ANULACIONES AT END MOVE 1 TO w-flag-an
               END-READ
               IF NOT fin-an
                   IF an-curso = rc-curso AND an-cta-cte = rc-cta-cte
                           AND an-fecha NOT < rc-fecha
                       ADD 1 TO w-cant-candidatos
                       DISPLAY "  ", an-fecha, " cuota ", an-cuota,
                           " $", an-importe, " recibo ", an-rec-punto,
                           "-", an-rec-numero, " ", an-motivo
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ANULACIONES.
           IF w-cant-candidatos = 0
               DISPLAY "NO HAY ANULACIONES DE LA CUENTA DESDE EL ",
                   "RECLAMO"
           ELSE
               DISPLAY "Fecha de la anulacion"
               ACCEPT w-ref-fecha
               DISPLAY "Cuota anulada"
               ACCEPT w-cuota
               MOVE 0 TO w-flag-an
               OPEN INPUT ANULACIONES
               PERFORM UNTIL fin-an OR ref-hallada
                   READ ANULACIONES AT END MOVE 1 TO w-flag-an
                   END-READ
                   IF NOT fin-an
                       IF an-curso = rc-curso
                               AND an-cta-cte = rc-cta-cte
                               AND an-fecha = w-ref-fecha
                               AND an-cuota = w-cuota
                               AND an-fecha NOT < rc-fecha
                           MOVE "S" TO w-hallado
                           SET rec-resuelto TO TRUE
                           SET res-anulacion TO TRUE
                           MOVE an-fecha TO rc-ref-fecha
                           MOVE an-cuota TO rc-ref-cuota
                           MOVE 0 TO rc-ref-numero
                           MOVE an-importe TO rc-ref-importe
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ANULACIONES
               IF NOT ref-hallada
                   DISPLAY "ANULACION NO ENCONTRADA - EL RECLAMO ",
                       "QUEDA ABIERTO"
               END-IF
           END-IF.

       360-RECHAZAR.
           DISPLAY "Motivo del rechazo".
           ACCEPT rc-motivo-rechazo.
           IF rc-motivo-rechazo = spaces
               DISPLAY "SIN MOTIVO NO SE RECHAZA - EL RECLAMO QUEDA ",
                   "ABIERTO"
           ELSE
               MOVE "S" TO w-hallado
               SET rec-rechazado TO TRUE
               MOVE space TO rc-resolucion
           END-IF.

      ******************************************************************
      * Reclamos de una cuenta
      ******************************************************************
       500-LISTAR-CUENTA.
           PERFORM 210-PEDIR-CUENTA.
           PERFORM UNTIL w-curso = 0
               MOVE 0 TO w-cant-cuenta w-flag-rc
               MOVE w-curso TO rc-curso
               MOVE w-cta-cte TO rc-cta-cte
               START RECLAMOS KEY IS = rc-cuenta
                   INVALID KEY MOVE 1 TO w-flag-rc
               END-START
               PERFORM UNTIL fin-rc
                   READ RECLAMOS NEXT AT END MOVE 1 TO w-flag-rc
                   END-READ
                   IF NOT fin-rc
                       IF rc-curso NOT = w-curso
                               OR rc-cta-cte NOT = w-cta-cte
                           MOVE 1 TO w-flag-rc
                       ELSE
                           ADD 1 TO w-cant-cuenta
                           PERFORM 310-MOSTRAR-RECLAMO
                       END-IF
                   END-IF
               END-PERFORM
               IF w-cant-cuenta = 0
                   DISPLAY "LA CUENTA NO TIENE RECLAMOS"
               END-IF
               PERFORM 210-PEDIR-CUENTA
           END-PERFORM.

      ******************************************************************
      * Antiguedad de los reclamos abiertos por tipo y operador
      ******************************************************************
       600-ANTIGUEDAD-ABIERTOS.
           MOVE w-fecha-hoy TO w-fecha-serial.
           PERFORM 850-FECHA-A-SERIAL.
           MOVE w-fs-serial TO w-serial-hoy.
           MOVE 0 TO w-flag-rc.
           MOVE 0 TO rc-numero.
           START RECLAMOS KEY IS NOT LESS THAN rc-numero
               INVALID KEY MOVE 1 TO w-flag-rc
           END-START.
           PERFORM UNTIL fin-rc
               READ RECLAMOS NEXT AT END MOVE 1 TO w-flag-rc
               END-READ
               IF NOT fin-rc
                   IF rec-abierto
                       PERFORM 610-CLASIFICAR
                   END-IF
               END-IF
           END-PERFORM.
           STRING "..\reclamos_abiertos_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           PERFORM 630-IMPRIMIR-CUADRO.
           CLOSE LISTADO.

       610-CLASIFICAR.
           MOVE rc-fecha TO w-fecha-serial.
           PERFORM 850-FECHA-A-SERIAL.
           COMPUTE w-dias = w-serial-hoy - w-fs-serial.
           EVALUATE TRUE
               WHEN w-dias NOT > 7
                   MOVE 1 TO w-franja
               WHEN w-dias NOT > 30
                   MOVE 2 TO w-franja
               WHEN w-dias NOT > 60
                   MOVE 3 TO w-franja
               WHEN OTHER
                   MOVE 4 TO w-franja
           END-EVALUATE.
           PERFORM 620-ACUMULAR.

       620-ACUMULAR.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-filas-cant
                       OR (w-fila-tipo(w-ind) = rc-tipo
                           AND w-fila-operador(w-ind) = rc-operador)
               CONTINUE
           END-PERFORM.
           IF w-ind > w-filas-cant
               IF w-filas-cant < 200
                   ADD 1 TO w-filas-cant
                   MOVE w-filas-cant TO w-ind
                   MOVE rc-tipo TO w-fila-tipo(w-ind)
                   MOVE rc-operador TO w-fila-operador(w-ind)
                   PERFORM VARYING w-ind-fr FROM 1 BY 1
                           UNTIL w-ind-fr > 4
                       MOVE 0 TO w-fila-franja(w-ind w-ind-fr)
                   END-PERFORM
               ELSE
                   DISPLAY "DEMASIADOS TIPO/OPERADOR DISTINTOS - ",
                       "SE OMITE EL RECLAMO ", rc-numero
               END-IF
           END-IF.
           IF w-ind NOT > w-filas-cant
               ADD 1 TO w-fila-franja(w-ind w-franja)
               ADD 1 TO w-total-fr(w-franja)
               ADD 1 TO w-total-gral
           END-IF.

      * Se imprime agrupado por tipo: una pasada de la tabla por
      * cada tipo de reclamo
       630-IMPRIMIR-CUADRO.
           DISPLAY linea-titulo.
           WRITE lis-linea FROM linea-titulo.
           MOVE spaces TO lis-linea.
           STRING "Fecha del corte: " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           DISPLAY lin-cabecera.
           WRITE lis-linea FROM lin-cabecera.
           DISPLAY lin-guarda.
           WRITE lis-linea FROM lin-guarda.
           MOVE "R" TO rc-tipo.
           PERFORM 640-IMPRIMIR-TIPO.
           MOVE "D" TO rc-tipo.
           PERFORM 640-IMPRIMIR-TIPO.
           MOVE "P" TO rc-tipo.
           PERFORM 640-IMPRIMIR-TIPO.
           MOVE "O" TO rc-tipo.
           PERFORM 640-IMPRIMIR-TIPO.
           DISPLAY lin-guarda.
           WRITE lis-linea FROM lin-guarda.
           MOVE "TOTAL" TO d-tipo.
           MOVE spaces TO d-operador.
           MOVE w-total-fr(1) TO d-f1.
           MOVE w-total-fr(2) TO d-f2.
           MOVE w-total-fr(3) TO d-f3.
           MOVE w-total-fr(4) TO d-f4.
           MOVE w-total-gral TO d-total.
           DISPLAY lin-detalle.
           WRITE lis-linea FROM lin-detalle.

       640-IMPRIMIR-TIPO.
           PERFORM 800-TEXTOS-RECLAMO.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-filas-cant
               IF w-fila-tipo(w-ind) = rc-tipo
                   MOVE w-texto-tipo TO d-tipo
                   MOVE w-fila-operador(w-ind) TO d-operador
                   MOVE w-fila-franja(w-ind 1) TO d-f1
                   MOVE w-fila-franja(w-ind 2) TO d-f2
                   MOVE w-fila-franja(w-ind 3) TO d-f3
                   MOVE w-fila-franja(w-ind 4) TO d-f4
                   COMPUTE w-total-fila = w-fila-franja(w-ind 1)
                       + w-fila-franja(w-ind 2)
                       + w-fila-franja(w-ind 3)
                       + w-fila-franja(w-ind 4)
                   MOVE w-total-fila TO d-total
                   DISPLAY lin-detalle
                   WRITE lis-linea FROM lin-detalle
               END-IF
           END-PERFORM.

       800-TEXTOS-RECLAMO.
           EVALUATE TRUE
               WHEN rec-recargo
                   MOVE "RECARGO" TO w-texto-tipo
               WHEN rec-doble-cobro
                   MOVE "DOBLE COBRO" TO w-texto-tipo
               WHEN rec-pago-faltante
                   MOVE "PAGO NO REGIST" TO w-texto-tipo
               WHEN OTHER
                   MOVE "OTRO" TO w-texto-tipo
           END-EVALUATE.
           EVALUATE TRUE
               WHEN rec-abierto
                   MOVE "ABIERTO" TO w-texto-estado
               WHEN rec-resuelto
                   MOVE "RESUELTO" TO w-texto-estado
               WHEN OTHER
                   MOVE "RECHAZADO" TO w-texto-estado
           END-EVALUATE.

      * Numero de dia corrido (el mismo calculo que la antiguedad de
      * la mora)
       850-FECHA-A-SERIAL.
           COMPUTE w-fs-t1 = w-fs-mes + 9.
           DIVIDE w-fs-t1 BY 12 GIVING w-fs-t1.
           COMPUTE w-fs-t2 = 7 * (w-fs-anio + w-fs-t1).
           DIVIDE w-fs-t2 BY 4 GIVING w-fs-t2.
           COMPUTE w-fs-t3 = 275 * w-fs-mes.
           DIVIDE w-fs-t3 BY 9 GIVING w-fs-t3.
           COMPUTE w-fs-serial = 367 * w-fs-anio - w-fs-t2
               + w-fs-t3 + w-fs-dia.

       900-FIN.
           CLOSE RECLAMOS PAGOS.
       END PROGRAM Reclamos.
