      * Purpose: Consulta integral del alumno: con el DNI muestra en
      *          una sola pantalla sus datos y estado, las
      *          inscripciones con curso, turno, orden y cta-cte, la
      *          beca vigente, la posicion de cuotas resumida desde el
      *          saldo de la cuenta (pagas, a vencer, vencidas y
      *          castigadas), los reclamos de facturacion abiertos
      *          de cada cuenta, los ultimos
      *          recibos y las novedades rechazadas que tenga en el
      *          archivo de errores, con detalle de cuotas a pedido
      * Tectonics: cobc
           RECORD KEY IS pagos-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sal-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL BECAS ASSIGN TO "..\becas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS bec-legajo.

           SELECT OPTIONAL RECLAMOS ASSIGN TO "..\reclamos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rc-numero
           ALTERNATE RECORD KEY IS rc-cuenta WITH DUPLICATES.

           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

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

       FD  BECAS.
       01  bec-reg.
           03 bec-legajo pic 9(5).
           03 bec-estado pic x.
               88 beca-vigente value "V".

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
           03 rc-cant-cuotas pic 9.
           03 rc-cuota pic 99 occurs 6.
           03 rc-detalle pic x(40).
           03 rc-operador pic x(10).
           03 rc-estado pic x.
               88 rec-abierto value "A".
           03 rc-fec-resolucion pic 9(8).
           03 rc-resolucion pic x.
           03 rc-ref-fecha pic 9(8).
           03 rc-ref-cuota pic 99.
           03 rc-ref-numero pic 9(6).
           03 rc-ref-importe pic 9(6)v99.
           03 rc-motivo-rechazo pic x(30).
           03 rc-operador-resol pic x(10).

       FD  RECIBOS.
       01  rec-reg.
           03 rec-punto pic 99.
       77  w-acc-operador pic x(10) value spaces.
       77  w-flag-oaa pic 9 value 0.
           88 fin-oaa value 1.
      * Lo que se muestra de los datos personales depende del perfil
       77  w-perfil pic x value space.
           88 perfil-supervisor value "S".
       77  w-pos-masc pic 99.
       01  w-datos-ver.
           03 w-dni-ver pic x(8).
           03 w-tel-ver pic x(15).
           03 w-email-ver pic x(30).

       77  w-fecha-hoy pic 9(8).
       77  w-dni-buscado pic 9(8).
           88 fin-rec value 1.
       77  w-flag-err pic 9.
           88 fin-err value 1.
       77  w-flag-rc pic 9.
           88 fin-rc value 1.
       77  w-texto-tipo pic x(14).
       77  w-ind-rc pic 9.
       77  w-hallado pic x.
           88 alumno-hallado value "S".
       77  w-flag-saldo pic 9.
           88 sin-saldo value 1.
       77  w-cant-a-vencer pic 999.
       77  w-total-a-vencer pic 9(10)v99.
       77  w-ultimos-rec pic 999 value 0.
       77  w-detalle pic x value "N".
           88 quiere-detalle value "S".

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Consulta360".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Consulta360".
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
           PERFORM UNTIL w-dni-buscado = 0
               PERFORM 200-CONSULTAR
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
           IF version-ok
               MOVE "becas" TO w-ver-archivo
               MOVE 3 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.
           IF version-ok
               MOVE "recibos" TO w-ver-archivo
               MOVE 2 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT ALUMNOS CURSOS PAGOS SALDOS BECAS CURSOCAT
               RECLAMOS.
           OPEN EXTEND ACCESOS.
           PERFORM 940-LEER-OPERADOR-ACC.
           DISPLAY "DNI del alumno (x fin 0)".
               DISPLAY "ALUMNO INEXISTENTE"
           ELSE
               DISPLAY "========================================"
               PERFORM 960-ENMASCARAR-DATOS
               DISPLAY alu-nombre, "  DNI ", w-dni-ver, "  estado ",
                   alu-est, "  legajo ", alu-legajo
               DISPLAY "tel ", w-tel-ver, "  ", w-email-ver
               PERFORM 220-MOSTRAR-BECA
               DISPLAY "-- Inscripciones --"
               PERFORM 300-RECORRER-INSCRIPCIONES
                           " orden ", cur-orden, " cta-cte ",
                           cur-cta-cte
                       PERFORM 400-RESUMIR-CUOTAS
                       PERFORM 420-RECLAMOS-ABIERTOS
                   END-IF
               END-IF
           END-PERFORM.

      * La posicion de la cuenta sale del saldo; el detalle de
      * cuotas se sigue leyendo de pagos.dat
       400-RESUMIR-CUOTAS.
           PERFORM 410-LEER-SALDO.
           COMPUTE w-cant-a-vencer = sal-cant-impagas
               - sal-cant-vencidas.
           COMPUTE w-total-a-vencer = sal-pendiente - sal-vencido.
           DISPLAY "  pagas ", sal-cant-pagas, " ($", sal-cobrado,
               ")  a vencer ", w-cant-a-vencer, " ($",
               w-total-a-vencer, ")  vencidas ", sal-cant-vencidas,
               " ($", sal-vencido, " sin recargos)".
           IF sal-cant-castigadas > 0
               DISPLAY "  castigadas ", sal-cant-castigadas, " ($",
                   sal-castigado, ")"
           END-IF.
           IF sal-fec-ult-pago > 0
               DISPLAY "  ultimo pago ", sal-fec-ult-pago
           END-IF.
           DISPLAY "  Ver detalle de cuotas? (S/N)".
           ACCEPT w-detalle.
           IF quiere-detalle
               PERFORM 450-DETALLE-CUOTAS
           END-IF.

      * El saldo grabado se usa tal cual si es de hoy; si es de
      * otro dia (el vencido cambia con la fecha) o falta, se
      * rehace antes de mostrarlo
       410-LEER-SALDO.
           MOVE 0 TO w-flag-saldo.
           MOVE cur-curso TO sal-curso w-sal-curso.
           MOVE cur-cta-cte TO sal-cta-cte w-sal-cta-cte.
           READ SALDOS
               INVALID KEY MOVE 0 TO sal-fec-calculo
           END-READ.
           IF sal-fec-calculo NOT = w-fecha-hoy
               CALL "ActSaldo" USING w-saldo-control
               READ SALDOS
                   INVALID KEY MOVE 1 TO w-flag-saldo
               END-READ
           END-IF.
           IF sin-saldo
               MOVE 0 TO sal-cant-cuotas sal-facturado sal-cant-pagas
                   sal-cobrado sal-cant-impagas sal-pendiente
                   sal-fec-venc-antigua sal-cant-vencidas sal-vencido
                   sal-cant-castigadas sal-castigado sal-fec-ult-pago
           END-IF.

      * Los reclamos de la cuenta estan juntos por la llave
      * alternativa; solo se muestran los que siguen abiertos
       420-RECLAMOS-ABIERTOS.
           MOVE 0 TO w-flag-rc.
           MOVE cur-curso TO rc-curso.
           MOVE cur-cta-cte TO rc-cta-cte.
           START RECLAMOS KEY IS = rc-cuenta
               INVALID KEY MOVE 1 TO w-flag-rc
           END-START.
           PERFORM UNTIL fin-rc
               READ RECLAMOS NEXT AT END MOVE 1 TO w-flag-rc
               END-READ
               IF NOT fin-rc
                   IF rc-curso NOT = cur-curso
                           OR rc-cta-cte NOT = cur-cta-cte
                       MOVE 1 TO w-flag-rc
                   ELSE
                       IF rec-abierto
                           PERFORM 430-MOSTRAR-RECLAMO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       430-MOSTRAR-RECLAMO.
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
           DISPLAY "  Reclamo abierto ", rc-numero, " del ", rc-fecha,
               " ", w-texto-tipo, " (", rc-operador, ")".
           DISPLAY "    ", rc-detalle.
           PERFORM VARYING w-ind-rc FROM 1 BY 1
                   UNTIL w-ind-rc > rc-cant-cuotas
               DISPLAY "    cuota en reclamo ", rc-cuota(w-ind-rc)
           END-PERFORM.

       450-DETALLE-CUOTAS.
           MOVE cur-curso TO pag-curso.
           MOVE cur-cta-cte TO pag-cta-cte.
               MOVE "(sin ses.)" TO w-acc-operador
           ELSE
               MOVE oaa-codigo TO w-acc-operador
               MOVE oaa-perfil TO w-perfil
           END-IF.

       950-REGISTRAR-ACCESO.
           MOVE "Consulta360" TO acc-programa.
           WRITE acc-reg.

      * Solo el supervisor ve DNI, telefono y email completos; caja y
      * consulta ven los ultimos digitos y el dominio del correo
       960-ENMASCARAR-DATOS.
           MOVE alu-dni TO w-dni-ver.
           MOVE alu-telefono TO w-tel-ver.
           MOVE alu-email TO w-email-ver.
           IF NOT perfil-supervisor
               MOVE "*****" TO w-dni-ver(1:5)
               PERFORM VARYING w-pos-masc FROM 15 BY -1
                       UNTIL w-pos-masc < 5
                           OR alu-telefono(w-pos-masc:1) NOT = space
                   CONTINUE
               END-PERFORM
               MOVE spaces TO w-tel-ver
               IF w-pos-masc > 4
                   STRING "***" alu-telefono(w-pos-masc - 3:4)
                       DELIMITED BY SIZE INTO w-tel-ver
               ELSE
                   IF alu-telefono NOT = spaces
                       MOVE "***" TO w-tel-ver
                   END-IF
               END-IF
               MOVE 0 TO w-pos-masc
               INSPECT alu-email TALLYING w-pos-masc
                   FOR CHARACTERS BEFORE INITIAL "@"
               MOVE spaces TO w-email-ver
               IF alu-email NOT = spaces
                   IF w-pos-masc < 30
                       STRING alu-email(1:1) "***"
                           alu-email(w-pos-masc + 1:)
                           DELIMITED BY SIZE INTO w-email-ver
                   ELSE
                       MOVE "***" TO w-email-ver
                   END-IF
               END-IF
           END-IF.

       900-FIN.
           CLOSE ALUMNOS CURSOS PAGOS SALDOS BECAS CURSOCAT
               RECLAMOS ACCESOS.
       END PROGRAM Consulta360.
