      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pedidos del portal de familias: importa lo que las
      *          familias piden desde el portal (cambio de telefono o
      *          email, adhesion al debito automatico con su CBU) a una
      *          cola de revision, y la revision del supervisor, que
      *          aprueba o rechaza cada pedido. Solo lo aprobado llega
      *          a alumnos.dat o a debitos_adh.dat, con su journal
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PortalPedidos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PEDIDOS ASSIGN TO "..\portal_pedidos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL COLA ASSIGN TO "..\portal_cola.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pc-numero.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS alu-llave
           ALTERNATE RECORD KEY IS alu-legajo WITH DUPLICATES.

           SELECT OPTIONAL DEBITOS-ADH ASSIGN TO "..\debitos_adh.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS adh-dni.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
       01  pp-reg.
           03 pp-tipo pic x.
           03 pp-dni pic 9(8).
           03 pp-fecha pic 9(8).
           03 pp-telefono pic x(15).
           03 pp-email pic x(30).
           03 pp-cbu pic x(22).

       FD  COLA.
       01  pc-reg.
           03 pc-numero pic 9(7).
           03 pc-fec-import pic 9(8).
           03 pc-tipo pic x.
               88 pedido-contacto value "D".
               88 pedido-adhesion value "A".
           03 pc-dni pic 9(8).
           03 pc-fecha pic 9(8).
           03 pc-telefono pic x(15).
           03 pc-email pic x(30).
           03 pc-cbu pic x(22).
           03 pc-estado pic x.
               88 pedido-pendiente value "P".
           03 pc-fec-decision pic 9(8).
           03 pc-operador pic x(10).

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-llave.
               05 alu-dni pic 9(8).
               05 alu-est pic x.
           03 alu-legajo pic 9(5).
           03 alu-nombre pic x(20).
           03 alu-telefono pic x(15).
           03 alu-email pic x(30).

       FD  DEBITOS-ADH.
       01  adh-reg.
           03 adh-dni pic 9(8).
           03 adh-estado pic x.
               88 adh-activa value "A".
               88 adh-baja value "B".
           03 adh-cbu pic x(22).
           03 adh-fec-alta pic 9(8).

       FD  JOURNAL.
       01  jr-reg.
           03 jr-fecha pic 9(8).
           03 jr-operador pic x(10).
           03 jr-programa pic x(12).
           03 jr-archivo pic x(8).
           03 jr-llave pic x(20).
           03 jr-antes pic x(80).
           03 jr-despues pic x(80).

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

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "I".
           88 modo-importar value "I".
           88 modo-revisar value "R".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value "(sin ses.)".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-autorizado pic x value "N".
           88 es-supervisor value "S".
       77  w-flag-pp pic 9 value 0.
           88 fin-pp value 1.
       77  w-flag-pc pic 9 value 0.
           88 fin-pc value 1.
       77  w-flag-alu pic 9 value 0.
           88 fin-alu value 1.
       77  w-hallado pic x.
           88 alumno-hallado value "S".
       77  w-ultimo-numero pic 9(7) value 0.
       77  w-motivo pic x(40).
       77  w-cant-importados pic 9(5) value 0.
       77  w-cant-rechazados pic 9(5) value 0.
       77  w-cant-aprobados pic 9(5) value 0.
       77  w-cant-desestimados pic 9(5) value 0.
       77  w-decision pic x.
       77  w-fin-revision pic x value "N".
           88 fin-revision value "S".
       77  w-existe pic x.
           88 adhesion-existe value "S".
       77  w-antes pic x(80).
       77  w-dni-buscado pic 9(8).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "PortalPedido".
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
           DISPLAY "Modo (I=Importar pedidos del portal, R=Revisar ",
               "la cola)".
           ACCEPT w-modo.
           EVALUATE TRUE
               WHEN modo-revisar
                   IF es-supervisor
                       PERFORM 400-REVISAR
                   ELSE
                       DISPLAY "SOLO UN SUPERVISOR PUEDE APROBAR ",
                           "LOS PEDIDOS DEL PORTAL"
                   END-IF
               WHEN OTHER
                   PERFORM 200-IMPORTAR
           END-EVALUATE.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
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

      * Cada pedido valido entra a la cola como pendiente con el
      * numero siguiente al ultimo; el archivo del portal queda
      * vacio para que no se importe dos veces
       200-IMPORTAR.
           OPEN I-O COLA.
           OPEN INPUT PEDIDOS ALUMNOS.
           OPEN EXTEND CORRIDAS.
           MOVE "I" TO cor-evento.
           MOVE 0 TO cor-procesados cor-rechazados cor-importe.
           MOVE space TO cor-estado.
           PERFORM 850-GRABAR-CORRIDA.
           PERFORM 210-ULTIMO-NUMERO.
           PERFORM UNTIL fin-pp
               READ PEDIDOS AT END MOVE 1 TO w-flag-pp
               END-READ
               IF NOT fin-pp
                   PERFORM 220-VALIDAR-PEDIDO
                   IF w-motivo = spaces
                       PERFORM 230-ENCOLAR
                   ELSE
                       DISPLAY "RECHAZADO DNI ", pp-dni, " tipo ",
                           pp-tipo, ": ", w-motivo
                       ADD 1 TO w-cant-rechazados
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PEDIDOS.
           OPEN OUTPUT PEDIDOS.
           CLOSE PEDIDOS.
           MOVE "F" TO cor-evento.
           MOVE w-cant-importados TO cor-procesados.
           MOVE w-cant-rechazados TO cor-rechazados.
           MOVE "N" TO cor-estado.
           PERFORM 850-GRABAR-CORRIDA.
           CLOSE COLA ALUMNOS CORRIDAS.
           DISPLAY "Pedidos a la cola: ", w-cant-importados,
               "  rechazados: ", w-cant-rechazados.

       210-ULTIMO-NUMERO.
           MOVE 0 TO pc-numero.
           START COLA KEY IS NOT LESS THAN pc-numero
               INVALID KEY MOVE 1 TO w-flag-pc
           END-START.
           PERFORM UNTIL fin-pc
               READ COLA NEXT AT END MOVE 1 TO w-flag-pc
               END-READ
               IF NOT fin-pc
                   MOVE pc-numero TO w-ultimo-numero
               END-IF
           END-PERFORM.

       220-VALIDAR-PEDIDO.
           MOVE spaces TO w-motivo.
           MOVE pp-dni TO w-dni-buscado.
           PERFORM 300-BUSCAR-ALUMNO.
           EVALUATE TRUE
               WHEN NOT alumno-hallado
                   MOVE "DNI SIN ALUMNO" TO w-motivo
               WHEN pp-tipo = "D"
                   IF pp-telefono = spaces AND pp-email = spaces
                       MOVE "SIN TELEFONO NI EMAIL" TO w-motivo
                   END-IF
               WHEN pp-tipo = "A"
                   IF pp-cbu IS NOT NUMERIC
                       MOVE "CBU INVALIDO (22 DIGITOS)" TO w-motivo
                   END-IF
               WHEN OTHER
                   MOVE "TIPO DE PEDIDO DESCONOCIDO" TO w-motivo
           END-EVALUATE.

       230-ENCOLAR.
           ADD 1 TO w-ultimo-numero.
           MOVE w-ultimo-numero TO pc-numero.
           MOVE w-fecha-hoy TO pc-fec-import.
           MOVE pp-tipo TO pc-tipo.
           MOVE pp-dni TO pc-dni.
           MOVE pp-fecha TO pc-fecha.
           MOVE pp-telefono TO pc-telefono.
           MOVE pp-email TO pc-email.
           MOVE pp-cbu TO pc-cbu.
           MOVE "P" TO pc-estado.
           MOVE 0 TO pc-fec-decision.
           MOVE spaces TO pc-operador.
           WRITE pc-reg
               INVALID KEY DISPLAY "NO PUDE GRABAR EN LA COLA"
               NOT INVALID KEY ADD 1 TO w-cant-importados
           END-WRITE.

      * Queda leido el primer registro del alumno con ese DNI
       300-BUSCAR-ALUMNO.
           MOVE "N" TO w-hallado.
           MOVE 0 TO w-flag-alu.
           MOVE w-dni-buscado TO alu-dni.
           MOVE LOW-VALUES TO alu-est.
           START ALUMNOS KEY IS NOT LESS THAN alu-llave
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           IF NOT fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu AND alu-dni = w-dni-buscado
                   SET alumno-hallado TO TRUE
               END-IF
           END-IF.

       400-REVISAR.
           OPEN I-O COLA ALUMNOS DEBITOS-ADH.
           OPEN EXTEND JOURNAL.
           MOVE 0 TO pc-numero.
           START COLA KEY IS NOT LESS THAN pc-numero
               INVALID KEY MOVE 1 TO w-flag-pc
           END-START.
           PERFORM UNTIL fin-pc OR fin-revision
               READ COLA NEXT AT END MOVE 1 TO w-flag-pc
               END-READ
               IF NOT fin-pc
                   IF pedido-pendiente
                       PERFORM 410-MOSTRAR-PEDIDO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE COLA ALUMNOS DEBITOS-ADH JOURNAL.
           DISPLAY "Aprobados: ", w-cant-aprobados, "  rechazados: ",
               w-cant-desestimados.

       410-MOSTRAR-PEDIDO.
           DISPLAY " ".
           DISPLAY "Pedido ", pc-numero, " del ", pc-fecha,
               " importado el ", pc-fec-import.
           MOVE pc-dni TO w-dni-buscado.
           PERFORM 300-BUSCAR-ALUMNO.
           IF NOT alumno-hallado
               DISPLAY "El DNI ", pc-dni, " ya no tiene alumno"
           ELSE
               DISPLAY alu-nombre, "  DNI ", alu-dni
           END-IF.
           IF pedido-contacto
               DISPLAY "Cambio de contacto"
               DISPLAY "  telefono ", alu-telefono, " -> ",
                   pc-telefono
               DISPLAY "  email    ", alu-email
               DISPLAY "        -> ", pc-email
           ELSE
               MOVE pc-dni TO adh-dni
               READ DEBITOS-ADH
                   INVALID KEY
                       DISPLAY "Adhesion nueva al debito, CBU ",
                           pc-cbu
                   NOT INVALID KEY
                       DISPLAY "Adhesion existente estado ",
                           adh-estado, " CBU ", adh-cbu
                       DISPLAY "  pasa a CBU ", pc-cbu
               END-READ
           END-IF.
           DISPLAY "Decision (A=aprobar, R=rechazar, S=saltear, ",
               "F=fin de la revision)".
           ACCEPT w-decision.
           EVALUATE w-decision
               WHEN "A"
                   IF alumno-hallado
                       PERFORM 420-APROBAR
                   ELSE
                       DISPLAY "SIN ALUMNO NO SE PUEDE APROBAR"
                   END-IF
               WHEN "R"
                   MOVE "R" TO pc-estado
                   PERFORM 450-CERRAR-PEDIDO
                   ADD 1 TO w-cant-desestimados
               WHEN "F"
                   MOVE "S" TO w-fin-revision
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * El contacto cambia solo en lo que el pedido trae; la
      * adhesion queda activa con el CBU pedido
       420-APROBAR.
           IF pedido-contacto
               MOVE alu-reg TO w-antes
               IF pc-telefono NOT = spaces
                   MOVE pc-telefono TO alu-telefono
               END-IF
               IF pc-email NOT = spaces
                   MOVE pc-email TO alu-email
               END-IF
               REWRITE alu-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR EL ALUMNO"
                   NOT INVALID KEY
                       MOVE "ALUMNOS" TO jr-archivo
                       MOVE alu-llave TO jr-llave
                       MOVE alu-reg TO jr-despues
                       PERFORM 460-GRABAR-JOURNAL
               END-REWRITE
           ELSE
               MOVE pc-dni TO adh-dni
               READ DEBITOS-ADH
                   INVALID KEY MOVE "N" TO w-existe
                   NOT INVALID KEY MOVE "S" TO w-existe
               END-READ
               IF adhesion-existe
                   MOVE adh-reg TO w-antes
               ELSE
                   MOVE spaces TO w-antes
               END-IF
               MOVE pc-dni TO adh-dni
               MOVE "A" TO adh-estado
               MOVE pc-cbu TO adh-cbu
               MOVE w-fecha-hoy TO adh-fec-alta
               IF adhesion-existe
                   REWRITE adh-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-REWRITE
               ELSE
                   WRITE adh-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-WRITE
               END-IF
               MOVE "DEBITOS" TO jr-archivo
               MOVE adh-dni TO jr-llave
               MOVE adh-reg TO jr-despues
               PERFORM 460-GRABAR-JOURNAL
           END-IF.
           MOVE "A" TO pc-estado.
           PERFORM 450-CERRAR-PEDIDO.
           ADD 1 TO w-cant-aprobados.

       450-CERRAR-PEDIDO.
           MOVE w-fecha-hoy TO pc-fec-decision.
           MOVE w-operador TO pc-operador.
           REWRITE pc-reg
               INVALID KEY DISPLAY "NO PUDE CERRAR EL PEDIDO"
           END-REWRITE.

       460-GRABAR-JOURNAL.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "PortalPedido" TO jr-programa.
           MOVE w-antes TO jr-antes.
           WRITE jr-reg.

       850-GRABAR-CORRIDA.
           MOVE "PortalPedido" TO cor-programa.
           MOVE w-fecha-hoy TO cor-fecha.
           ACCEPT cor-hora FROM TIME.
           MOVE 0 TO cor-lote.
           WRITE cor-reg.
       END PROGRAM PortalPedidos.
