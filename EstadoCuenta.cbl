      * Purpose: Estado de cuenta de un alumno: lista todas sus cuotas
      *          en todos los cursos en que esta inscripto, con
      *          vencimiento, pago, importe y total adeudado/pagado
      *          tomado del saldo de cada cuenta; las impagas con
      *          segundo vencimiento muestran tambien su fecha e
      *          importe. Las cuotas castigadas como incobrables se
      *          muestran aparte y no integran la deuda. Con las
      *          cuotas divididas entre dos responsables cada cuota
      *          muestra la parte de cada uno y al final la deuda de
      *          cada responsable por separado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS pagos-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sal-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL VENC2 ASSIGN TO "..\venc2.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS v2-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cas-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL CVU ASSIGN TO "..\cvu.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cvu-referencia
           ALTERNATE RECORD KEY IS cvu-titular WITH DUPLICATES
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL FAMINT ASSIGN TO "..\famintegrantes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fi-dni.

           SELECT OPTIONAL PAGOS-HIST
           ASSIGN TO "..\pagos_historicos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERADOR-ACT-ACC
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RESPONSABLES
           ASSIGN TO "..\responsables.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS resp-codigo
           SHARING WITH ALL OTHER.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
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

       FD  VENC2.
       01  v2-reg.
           03 v2-llave.
               05 v2-curso pic 99.
               05 v2-cta-cte pic 9(5).
               05 v2-cuota pic 99.
           03 v2-fec-venc pic 9(8).
           03 v2-adicional pic 9(6)v99.

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

       FD  PAGOS-HIST.
       01  ph-reg.
           03 ph-curso pic 99.
           03 acc-curso pic 99.
           03 acc-cta-cte pic 9(5).

       FD  CVU.
       01  cvu-reg.
           03 cvu-referencia pic x(20).
           03 cvu-titular.
               05 cvu-familia pic 9(4).
               05 cvu-curso pic 99.
               05 cvu-cta-cte pic 9(5).
           03 cvu-fec-alta pic 9(8).
           03 cvu-estado pic x.
               88 cvu-activa value "A".

       FD  FAMINT.
       01  fi-reg.
           03 fi-dni pic 9(8).
           03 fi-familia pic 9(4).

       FD  OPERADOR-ACT-ACC.
       01  oaa-reg.
           03 oaa-codigo pic x(10).
           03 oaa-perfil pic x.

       FD  RESPONSABLES.
       01  resp-reg.
           03 resp-codigo pic 9(5).
           03 resp-nombre pic x(30).
           03 resp-cuit pic x(13).
           03 resp-cond-iva pic x(2).
           03 resp-domicilio pic x(30).

       WORKING-STORAGE SECTION.
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

       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
           88 fin-pagos value 1.
       77  w-total-adeudado pic 9(8)v99 value 0.
       77  w-total-pagado pic 9(8)v99 value 0.
       77  w-total-castigado pic 9(8)v99 value 0.
       77  w-fecha-hoy pic 9(8).
       77  w-flag-saldo pic 9.
           88 sin-saldo value 1.
       77  w-castigada pic x value "N".
           88 cuota-castigada value "S".
       77  w-importe-venc2 pic 9(6)v99.
       77  w-texto pic x(20).
       77  w-largo pic 99.
       77  w-pos pic 99.
           88 incluir-historico value "S".
       77  w-flag-hist pic 9.
           88 fin-hist value 1.
       77  w-flag-cvu pic 9 value 0.
           88 fin-cvu value 1.
       77  w-cvu-titular pic x(11).
       77  w-cvu-referencia pic x(20).
       77  w-familia pic 9(4).
       77  w-ind-parte pic 9.
       77  w-ind-resp pic 9.
       77  w-pct-ed pic zz9,99.
       77  w-resp-cant pic 9 value 0.
       01  w-tab-deuda-resp.
           03 w-dr occurs 4.
              05 w-dr-resp pic 9(5).
              05 w-dr-pendiente pic 9(8)v99.
              05 w-dr-vencido pic 9(8)v99.
              05 w-dr-cobrado pic 9(8)v99.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "EstadoCuenta".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-partes-control.
           03 w-par-programa pic x(12) value "EstadoCuenta".
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
           03 w-ver-programa pic x(12) value "EstadoCuenta".
           03 w-ver-archivo pic x(8).
           03 w-ver-esperada pic 99.
           03 w-ver-resultado pic x value "S".
               88 version-ok value "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-VERIFICAR-VERSIONES.
           IF NOT version-ok
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-PEDIR-DNI.
           PERFORM UNTIL alu-dni = 0
           PERFORM 900-FIN.
           STOP RUN.

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
           OPEN INPUT ALUMNOS CURSOS PAGOS SALDOS VENC2 CASTIGOS.
           OPEN INPUT CVU FAMINT RESPONSABLES.
           OPEN EXTEND ACCESOS.
           PERFORM 940-LEER-OPERADOR-ACC.
           DISPLAY "Incluir cuotas archivadas del historico? (S/N)".
               IF NOT fin-cursos
                   PERFORM 270-COMPARAR-NOMBRE
                   IF nombre-coincide
                       PERFORM 960-ENMASCARAR-DATOS
                       DISPLAY w-dni-ver, "  ", alu-est, "   ",
                           alu-legajo, "   ", alu-nombre
                       ADD 1 TO w-cant-halladas
                   END-IF

       310-RECORRER-CURSOS.
           DISPLAY "Alumno ", alu-nombre, " legajo ", alu-legajo.
           MOVE alu-dni TO fi-dni.
           READ FAMINT
               INVALID KEY MOVE 0 TO w-familia
               NOT INVALID KEY MOVE fi-familia TO w-familia
           END-READ.
           MOVE 0 TO w-total-adeudado.
           MOVE 0 TO w-total-pagado.
           MOVE 0 TO w-total-castigado.
           MOVE 0 TO w-resp-cant.
           MOVE alu-legajo TO cur-legajo.
           MOVE 0 TO w-flag-cursos.
           START CURSOS KEY IS = cur-legajo
           END-PERFORM.
           DISPLAY "TOTAL ADEUDADO ", w-total-adeudado,
               " TOTAL PAGADO ", w-total-pagado.
           IF w-total-castigado > 0
               DISPLAY "CASTIGADO (fuera de la deuda) ",
                   w-total-castigado
           END-IF.
           IF w-resp-cant > 0
               PERFORM 345-DEUDA-POR-RESPONSABLE
           END-IF.
           DISPLAY "========================================".

       320-LISTAR-CUOTAS.
           DISPLAY "-- Curso ", cur-curso, " cta-cte ", cur-cta-cte,
               " --".
           PERFORM 325-REFERENCIA-CVU.
           MOVE cur-curso TO pag-curso.
           MOVE cur-cta-cte TO pag-cta-cte.
           MOVE 0 TO pag-cuota.
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 350-SALDO-CURSO.
           IF incluir-historico
               PERFORM 340-LISTAR-HISTORICO
           END-IF.

      * La cuenta transfiere a su propia referencia o, si no tiene,
      * a la de la familia que integra el alumno
       325-REFERENCIA-CVU.
           MOVE 0 TO cvu-familia.
           MOVE cur-curso TO cvu-curso.
           MOVE cur-cta-cte TO cvu-cta-cte.
           PERFORM 326-BUSCAR-CVU.
           IF w-cvu-referencia = spaces AND w-familia > 0
               MOVE w-familia TO cvu-familia
               MOVE 0 TO cvu-curso cvu-cta-cte
               PERFORM 326-BUSCAR-CVU
           END-IF.
           IF w-cvu-referencia NOT = spaces
               DISPLAY "   Transferencias a la referencia: ",
                   w-cvu-referencia
           END-IF.

      * Referencia activa (CVU) del titular armado en cvu-titular;
      * queda en blanco si no tiene
       326-BUSCAR-CVU.
           MOVE spaces TO w-cvu-referencia.
           MOVE cvu-titular TO w-cvu-titular.
           MOVE 0 TO w-flag-cvu.
           START CVU KEY IS = cvu-titular
               INVALID KEY MOVE 1 TO w-flag-cvu
           END-START.
           PERFORM UNTIL fin-cvu
               READ CVU NEXT AT END MOVE 1 TO w-flag-cvu
               END-READ
               IF NOT fin-cvu
                   IF cvu-titular NOT = w-cvu-titular
                       MOVE 1 TO w-flag-cvu
                   ELSE
                       IF cvu-activa
                           MOVE cvu-referencia TO w-cvu-referencia
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Vista combinada: a continuacion de las cuotas vivas se
      * muestran las archivadas de la misma cta-cte
       340-LISTAR-HISTORICO.
               " pago ", pag-fec-pago, " importe ", pag-importe,
               " (orig ", pag-importe-orig, " cobrado ",
               pag-cobrado, ")".
           MOVE "N" TO w-castigada.
           IF pag-fec-pago = 0
               PERFORM 336-VER-CASTIGO
           END-IF.
           EVALUATE TRUE
               WHEN pag-fec-pago NOT = 0
                   CONTINUE
               WHEN cuota-castigada
                   DISPLAY "           castigada el ", cas-fecha,
                       " por incobrable"
               WHEN OTHER
                   PERFORM 335-SEGUNDO-VENCIMIENTO
           END-EVALUATE.
           IF NOT cuota-castigada
               PERFORM 337-PARTES-DE-CUOTA
           END-IF.

      * Cuotas divididas entre dos responsables: la parte de cada uno
      * con lo cobrado y lo pendiente; lo pendiente suma a la deuda
      * de ese responsable
       337-PARTES-DE-CUOTA.
           MOVE "A" TO w-par-accion.
           MOVE pag-curso TO w-par-curso.
           MOVE pag-cta-cte TO w-par-cta-cte.
           MOVE pag-cuota TO w-par-cuota.
           MOVE cur-legajo TO w-par-legajo.
           MOVE 0 TO w-par-orden w-par-importe w-par-fecha.
           CALL "PartesCuota" USING w-partes-control.
           IF cuota-dividida
               PERFORM VARYING w-ind-parte FROM 1 BY 1
                       UNTIL w-ind-parte > 2
                   MOVE w-par-resp(w-ind-parte) TO resp-codigo
                   READ RESPONSABLES
                       INVALID KEY MOVE spaces TO resp-nombre
                   END-READ
                   MOVE w-par-pct(w-ind-parte) TO w-pct-ed
                   DISPLAY "           parte ", resp-nombre(1:20),
                       " ", w-pct-ed, "% importe ",
                       w-par-imp(w-ind-parte), " cobrado ",
                       w-par-cob(w-ind-parte), " pendiente ",
                       w-par-pend(w-ind-parte)
                   PERFORM 338-SUMAR-DEUDA-RESP
               END-PERFORM
           END-IF.

       338-SUMAR-DEUDA-RESP.
           PERFORM VARYING w-ind-resp FROM 1 BY 1
                   UNTIL w-ind-resp > w-resp-cant
                       OR w-dr-resp(w-ind-resp) =
                           w-par-resp(w-ind-parte)
               CONTINUE
           END-PERFORM.
           IF w-ind-resp > w-resp-cant AND w-resp-cant < 4
               ADD 1 TO w-resp-cant
               MOVE w-resp-cant TO w-ind-resp
               MOVE w-par-resp(w-ind-parte) TO w-dr-resp(w-ind-resp)
               MOVE 0 TO w-dr-pendiente(w-ind-resp)
               MOVE 0 TO w-dr-vencido(w-ind-resp)
               MOVE 0 TO w-dr-cobrado(w-ind-resp)
           END-IF.
           IF w-ind-resp NOT > w-resp-cant
               ADD w-par-pend(w-ind-parte) TO w-dr-pendiente(w-ind-resp)
               ADD w-par-cob(w-ind-parte) TO w-dr-cobrado(w-ind-resp)
               IF pag-fec-venc < w-fecha-hoy
                   ADD w-par-pend(w-ind-parte) TO
                       w-dr-vencido(w-ind-resp)
               END-IF
           END-IF.

       345-DEUDA-POR-RESPONSABLE.
           DISPLAY "DEUDA POR RESPONSABLE (cuotas divididas)".
           PERFORM VARYING w-ind-resp FROM 1 BY 1
                   UNTIL w-ind-resp > w-resp-cant
               MOVE w-dr-resp(w-ind-resp) TO resp-codigo
               READ RESPONSABLES
                   INVALID KEY MOVE spaces TO resp-nombre
               END-READ
               DISPLAY "  ", w-dr-resp(w-ind-resp), " ",
                   resp-nombre, " adeudado ",
                   w-dr-pendiente(w-ind-resp), " (vencido ",
                   w-dr-vencido(w-ind-resp), ")  pagado ",
                   w-dr-cobrado(w-ind-resp)
           END-PERFORM.

      * Los totales de la cuenta salen de su saldo: adeudado es lo
      * que les queda a las impagas no castigadas, pagado lo cobrado
       350-SALDO-CURSO.
           PERFORM 355-LEER-SALDO.
           DISPLAY "   Adeudado ", sal-pendiente, " (vencido ",
               sal-vencido, ")  pagado ", sal-cobrado.
           ADD sal-pendiente TO w-total-adeudado.
           ADD sal-cobrado TO w-total-pagado.
           ADD sal-castigado TO w-total-castigado.

      * El saldo grabado se usa tal cual si es de hoy; si es de
      * otro dia (el vencido cambia con la fecha) o falta, se
      * rehace antes de mostrarlo
       355-LEER-SALDO.
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

      * Cuota impaga con segundo vencimiento: se muestra tambien su
      * fecha e importe
       335-SEGUNDO-VENCIMIENTO.
           MOVE pagos-llave TO v2-llave.
           READ VENC2
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   COMPUTE w-importe-venc2 =
                       pag-importe + v2-adicional
                   DISPLAY "           2do vto ", v2-fec-venc,
                       "      importe ", w-importe-venc2
           END-READ.

      * La cuota castigada sigue impaga en el maestro pero ya no se
      * reclama como deuda
       336-VER-CASTIGO.
           MOVE pagos-llave TO cas-llave.
           READ CASTIGOS
               INVALID KEY CONTINUE
               NOT INVALID KEY SET cuota-castigada TO TRUE
           END-READ.

      * Las reglas de privacidad exigen saber quien miro que: cada
      * consulta deja su rastro en el registro de accesos
               MOVE "(sin ses.)" TO w-acc-operador
           ELSE
               MOVE oaa-codigo TO w-acc-operador
               MOVE oaa-perfil TO w-perfil
           END-IF.

       950-REGISTRAR-ACCESO.
           MOVE "EstadoCuenta" TO acc-programa.
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
           CLOSE ALUMNOS CURSOS PAGOS SALDOS ACCESOS VENC2 CASTIGOS.
           CLOSE CVU FAMINT RESPONSABLES.
       END PROGRAM YOUR-PROGRAM-NAME.
