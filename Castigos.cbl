      ******************************************************************
      * Author:
      * Date:
      * Purpose: Castigo de deuda incobrable: el supervisor da de baja
      *          de la cartera activa las cuotas que ya no se van a
      *          cobrar (por lo general las que la agencia devolvio
      *          sin recuperar). La cuota castigada queda en pagos.dat
      *          tal como estaba, pero el castigo guarda el importe
      *          dado de baja y el original; morosos, proyeccion y
      *          estados de cuenta dejan de contarla como deuda y el
      *          export contable pasa el asiento de castigo. Si la
      *          familia paga despues, la caja o las novedades del
      *          banco marcan el castigo como recuperado y el cobro
      *          se imputa como recupero y no como ingreso del dia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Castigos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cas-llave
           SHARING WITH ALL OTHER.

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL COLOCACIONES ASSIGN TO "..\colocaciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS col-llave.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  COLOCACIONES.
       01  col-reg.
           03 col-llave.
               05 col-curso pic 99.
               05 col-cta-cte pic 9(5).
               05 col-cuota pic 99.
           03 col-agencia pic 9(3).
           03 col-fec-colocada pic 9(8).
           03 col-importe pic 9(6)v99.
           03 col-estado pic x.
               88 col-colocada value "C".
               88 col-recuperada value "R".
           03 col-fec-recupero pic 9(8).
           03 col-comision pic 9(6)v99.

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

       FD  LISTADO.
       01  lis-linea pic x(132).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           88 modo-candidatos value "C".
           88 modo-castigar value "A".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value "(sin ses.)".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-autorizado pic x value "N".
           88 es-supervisor value "S".
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-flag-cas pic 9 value 0.
           88 fin-cas value 1.
       77  w-confirma pic x value "N".
           88 confirma-si value "S".
       77  w-fec-corte pic 9(8).
       77  w-nombre-listado pic x(50).
       77  w-situacion pic x(16).
       77  w-agencia-ed pic x(12).
       77  w-cant-candidatas pic 9(5) value 0.
       77  w-importe-candidatas pic 9(10)v99 value 0.
       77  w-cant-vigentes pic 9(5) value 0.
       77  w-importe-vigentes pic 9(10)v99 value 0.
       77  w-cant-recuperados pic 9(5) value 0.
       77  w-importe-recuperados pic 9(10)v99 value 0.
       77  w-cant-castigadas pic 9(5) value 0.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Castigos".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Castigos".
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
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-LEER-OPERADOR.
           DISPLAY "Modo (L=Listar castigos, C=Candidatas a castigo, ",
               "A=Castigar cuotas)".
           ACCEPT w-modo.
           EVALUATE TRUE
               WHEN modo-castigar
                   IF es-supervisor
                       OPEN I-O CASTIGOS
                       OPEN INPUT PAGOS COLOCACIONES
                       OPEN EXTEND JOURNAL
                       PERFORM 200-CASTIGAR
                       CLOSE CASTIGOS PAGOS COLOCACIONES JOURNAL
                   ELSE
                       DISPLAY "SOLO UN SUPERVISOR PUEDE AUTORIZAR ",
                           "CASTIGOS"
                   END-IF
               WHEN modo-candidatos
                   OPEN INPUT CASTIGOS PAGOS COLOCACIONES
                   PERFORM 300-CANDIDATAS
                   CLOSE CASTIGOS PAGOS COLOCACIONES
               WHEN OTHER
                   OPEN INPUT CASTIGOS
                   PERFORM 400-LISTAR
                   CLOSE CASTIGOS
           END-EVALUATE.
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

       100-PEDIR-CUOTA.
           DISPLAY "Curso (x fin 0)".
           ACCEPT cas-curso.
           IF cas-curso NOT = 0
               DISPLAY "Cta-cte"
               ACCEPT cas-cta-cte
               DISPLAY "Cuota"
               ACCEPT cas-cuota
           END-IF.

      * Solo se castigan cuotas impagas y vencidas que no esten ya
      * castigadas. El castigo guarda el saldo que se da de baja y
      * el importe original de la cuota
       200-CASTIGAR.
           PERFORM 100-PEDIR-CUOTA.
           PERFORM UNTIL cas-curso = 0
               MOVE cas-llave TO pagos-llave
               READ PAGOS
                   INVALID KEY
                       DISPLAY "LA CUOTA NO EXISTE"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN pag-fec-pago NOT = 0
                               DISPLAY "LA CUOTA YA ESTA PAGADA"
                           WHEN pag-fec-venc NOT < w-fecha-hoy
                               DISPLAY "LA CUOTA TODAVIA NO VENCIO"
                           WHEN OTHER
                               PERFORM 210-CARGAR-CASTIGO
                       END-EVALUATE
               END-READ
               PERFORM 100-PEDIR-CUOTA
           END-PERFORM.
           DISPLAY "Cuotas castigadas: ", w-cant-castigadas.

       210-CARGAR-CASTIGO.
           READ CASTIGOS
               INVALID KEY
                   PERFORM 220-REGISTRAR-CASTIGO
               NOT INVALID KEY
                   DISPLAY "LA CUOTA YA FUE CASTIGADA EL ", cas-fecha
           END-READ.

       220-REGISTRAR-CASTIGO.
           PERFORM 230-VER-COLOCACION.
           DISPLAY "Vencimiento ", pag-fec-venc, " saldo ",
               pag-importe, " (original ", pag-importe-orig, ") ",
               w-agencia-ed.
           DISPLAY "Motivo del castigo".
           ACCEPT cas-motivo.
           DISPLAY "Confirma el castigo? (S/N)".
           ACCEPT w-confirma.
           IF confirma-si
               MOVE pagos-llave TO cas-llave
               MOVE w-fecha-hoy TO cas-fecha
               MOVE pag-fec-venc TO cas-fec-venc
               MOVE pag-importe TO cas-importe
               MOVE pag-importe-orig TO cas-importe-orig
               MOVE w-operador TO cas-supervisor
               MOVE "C" TO cas-estado
               MOVE 0 TO cas-fec-recupero cas-importe-recupero
               WRITE cas-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR EL CASTIGO"
                   NOT INVALID KEY
                       PERFORM 600-JOURNAL
                       PERFORM 610-ACTUALIZAR-SALDO
                       ADD 1 TO w-cant-castigadas
                       DISPLAY "Cuota castigada por ", cas-importe
               END-WRITE
           ELSE
               DISPLAY "CASTIGO NO REGISTRADO"
           END-IF.

      * La agencia queda anotada en el castigo: si la cuota seguia
      * colocada, el castigo es la baja de lo que la agencia no
      * pudo recuperar
       230-VER-COLOCACION.
           MOVE 0 TO cas-agencia.
           MOVE spaces TO w-agencia-ed.
           MOVE pagos-llave TO col-llave.
           READ COLOCACIONES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF col-colocada
                       MOVE col-agencia TO cas-agencia
                       STRING "AGENCIA " col-agencia
                           DELIMITED BY SIZE INTO w-agencia-ed
                   END-IF
           END-READ.

      * Candidatas: impagas con vencimiento anterior a la fecha de
      * corte y sin castigo, indicando si estan en una agencia
       300-CANDIDATAS.
           DISPLAY "Vencidas antes de (AAAAMMDD)".
           ACCEPT w-fec-corte.
           MOVE spaces TO w-nombre-listado.
           STRING "..\castigo_candidatos_" w-fec-corte ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "CUOTAS CANDIDATAS A CASTIGO - VENCIDAS ANTES DEL "
               w-fec-corte " - EMITIDO " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE "CU/CTA  /CU VENCIM.     SALDO ORIGINAL COLOCACION"
               TO lis-linea.
           WRITE lis-linea.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           MOVE LOW-VALUES TO pagos-llave.
           START PAGOS KEY IS NOT LESS THAN pagos-llave
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               END-READ
               IF NOT fin-pagos
                   IF pag-fec-pago = 0 AND pag-fec-venc < w-fec-corte
                       PERFORM 310-RENGLON-CANDIDATA
                   END-IF
               END-IF
           END-PERFORM.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Cuotas candidatas " w-cant-candidatas "  saldo "
               w-importe-candidatas
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO.
           DISPLAY "Candidatas: ", w-cant-candidatas, "  saldo ",
               w-importe-candidatas.
           DISPLAY "Listado en ", w-nombre-listado.

       310-RENGLON-CANDIDATA.
           MOVE pagos-llave TO cas-llave.
           READ CASTIGOS
               INVALID KEY
                   PERFORM 230-VER-COLOCACION
                   ADD 1 TO w-cant-candidatas
                   ADD pag-importe TO w-importe-candidatas
                   MOVE spaces TO lis-linea
                   STRING pag-curso "/" pag-cta-cte "/" pag-cuota " "
                       pag-fec-venc " " pag-importe " "
                       pag-importe-orig " " w-agencia-ed
                       DELIMITED BY SIZE INTO lis-linea
                   WRITE lis-linea
           END-READ.

       400-LISTAR.
           DISPLAY "CUOTAS CASTIGADAS".
           DISPLAY "CU CTA   CU CASTIGO  VENCIM.   IMPORTE   ORIGINAL",
               " AGE SITUACION        RECUPERO  IMPORTE   MOTIVO".
           MOVE LOW-VALUES TO cas-llave.
           START CASTIGOS KEY IS NOT LESS THAN cas-llave
               INVALID KEY MOVE 1 TO w-flag-cas
           END-START.
           PERFORM UNTIL fin-cas
               READ CASTIGOS NEXT AT END MOVE 1 TO w-flag-cas
               END-READ
               IF NOT fin-cas
                   IF castigo-recuperado
                       MOVE "RECUPERADA" TO w-situacion
                       ADD 1 TO w-cant-recuperados
                       ADD cas-importe-recupero TO
                           w-importe-recuperados
                   ELSE
                       MOVE "CASTIGADA" TO w-situacion
                       ADD 1 TO w-cant-vigentes
                       ADD cas-importe TO w-importe-vigentes
                   END-IF
                   DISPLAY cas-curso, " ", cas-cta-cte, " ",
                       cas-cuota, " ", cas-fecha, " ", cas-fec-venc,
                       " ", cas-importe, " ", cas-importe-orig, " ",
                       cas-agencia, " ", w-situacion, " ",
                       cas-fec-recupero, " ", cas-importe-recupero,
                       " ", cas-motivo
               END-IF
           END-PERFORM.
           DISPLAY "Castigadas sin recuperar: ", w-cant-vigentes,
               "  importe ", w-importe-vigentes.
           DISPLAY "Recuperadas: ", w-cant-recuperados,
               "  importe ", w-importe-recuperados.

       600-JOURNAL.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "Castigos" TO jr-programa.
           MOVE "CASTIGO" TO jr-archivo.
           MOVE cas-llave TO jr-llave.
           MOVE spaces TO jr-antes.
           MOVE pag-reg TO jr-antes.
           MOVE cas-reg TO jr-despues.
           WRITE jr-reg.

      * La cuota castigada sale de la deuda de la cuenta
       610-ACTUALIZAR-SALDO.
           MOVE cas-curso TO w-sal-curso.
           MOVE cas-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.
       END PROGRAM Castigos.
