      *          aplicaria a esa fecha (mismo porcentaje de parametros
      *          y misma regla de dia habil), totaliza y opcionalmente
      *          imprime la cotizacion para llevar al banco el importe
      *          justo. Si la cuota tiene segundo vencimiento, pasado
      *          el primero se cotiza el importe del segundo y el
      *          recargo corre recien despues del segundo
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

           SELECT OPTIONAL FERIADOS ASSIGN TO "..\feriados.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL VENC2 ASSIGN TO "..\venc2.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS v2-llave
           SHARING WITH ALL OTHER.

           SELECT OPTIONAL PRORROGAS ASSIGN TO "..\prorrogas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pro-llave
           SHARING WITH ALL OTHER.

           SELECT COTIZACION ASSIGN TO w-nombre-cotizacion
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
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

       FD  FERIADOS.
       01  fer-reg.
           03 fer-fecha pic 9(8).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  VENC2.
       01  v2-reg.
           03 v2-llave.
               05 v2-curso pic 99.
               05 v2-cta-cte pic 9(5).
               05 v2-cuota pic 99.
           03 v2-fec-venc pic 9(8).
           03 v2-adicional pic 9(6)v99.

       FD  PRORROGAS.
       01  pro-reg.
           03 pro-llave.
               05 pro-curso pic 99.
               05 pro-cta-cte pic 9(5).
               05 pro-cuota pic 99.
           03 pro-fec-limite pic 9(8).
           03 pro-motivo pic x(30).
           03 pro-supervisor pic x(10).
           03 pro-fec-alta pic 9(8).
           03 pro-estado pic x.
               88 prorroga-vigente value "V".

       FD  COTIZACION.
       01  lin-cotizacion pic x(80).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       WORKING-STORAGE SECTION.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
      * Lo que se muestra de los datos personales depende del perfil
       77  w-perfil pic x value space.
           88 perfil-supervisor value "S".
       77  w-pos-masc pic 99.
       01  w-datos-ver.
           03 w-dni-ver pic x(8).
           03 w-tel-ver pic x(15).
           03 w-email-ver pic x(30).
       77  w-nombre-cotizacion pic x(40).
       77  w-dni-buscado pic 9(8).
       77  w-fecha-pago pic 9(8).
       77  w-flag-cursos pic 9.
           88 fin-cursos value 1.
       77  w-flag-pagos pic 9.
       77  w-flag-saldo pic 9.
           88 cuenta-sin-deuda value 1.
           88 fin-pagos value 1.
       77  w-hallado pic x.
           88 alumno-hallado value "S".
       77  w-total-cotizado pic 9(10)v99.
       77  w-cant-cuotas pic 999.
       77  w-venc-habil pic 9(8).
       77  w-hay-prorroga pic x value "N".
           88 hay-prorroga value "S".
       77  w-importe-cotizado pic 9(6)v99.
       77  w-imprime pic x value "N".
           88 imprime-si value "S".
       01  w-fecha-habil.
       77  w-dias-mes pic 99.
       77  w-es-habil pic x.
           88 dia-habil value "S".

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Cotizador".
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
               PERFORM 200-COTIZAR
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
           PERFORM 050-LEER-PERFIL.
           OPEN INPUT ALUMNOS CURSOS PAGOS SALDOS FERIADOS.
           OPEN INPUT VENC2 PRORROGAS.
           OPEN INPUT PARAMETROS.
           MOVE "PCT-RECARGO" TO par-codigo.
           READ PARAMETROS
                   IF cur-legajo NOT = alu-legajo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       PERFORM 350-VER-SALDO
                       IF NOT cuenta-sin-deuda
                           PERFORM 400-COTIZAR-CUOTAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Una cuenta cuyo saldo no tiene cuotas impagas (ni castigadas)
      * no se recorre; sin saldo grabado se recorre igual
       350-VER-SALDO.
           MOVE 0 TO w-flag-saldo.
           MOVE cur-curso TO sal-curso.
           MOVE cur-cta-cte TO sal-cta-cte.
           READ SALDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF sal-cant-impagas = 0 AND sal-cant-castigadas = 0
                       MOVE 1 TO w-flag-saldo
                   END-IF
           END-READ.

       400-COTIZAR-CUOTAS.
           MOVE cur-curso TO pag-curso.
           MOVE cur-cta-cte TO pag-cta-cte.
           END-PERFORM.

      * Mismo calculo que hara la registracion: recargo solo si la
      * fecha elegida supera el vencimiento corrido al dia habil.
      * Con segundo vencimiento, pasado el primero se cotiza el
      * importe del segundo (si la cuota no tuvo pagos a cuenta) y el
      * recargo corre desde el segundo vencimiento. Una prorroga
      * autorizada corre el vencimiento hasta su fecha limite
       500-COTIZAR-CUOTA.
           MOVE pag-importe TO w-importe-cotizado.
           MOVE "N" TO w-hay-prorroga.
           MOVE pagos-llave TO pro-llave.
           READ PRORROGAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF prorroga-vigente
                       SET hay-prorroga TO TRUE
                   END-IF
           END-READ.
           MOVE pag-fec-venc TO w-fecha-habil.
           PERFORM 270-CORRER-A-HABIL.
           PERFORM 510-EXTENDER-PRORROGA.
           MOVE w-fecha-habil TO w-venc-habil.
           MOVE pagos-llave TO v2-llave.
           READ VENC2
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF w-fecha-pago > w-venc-habil
                           AND pag-cobrado = 0
                       ADD v2-adicional TO w-importe-cotizado
                   END-IF
                   MOVE v2-fec-venc TO w-fecha-habil
                   PERFORM 270-CORRER-A-HABIL
                   PERFORM 510-EXTENDER-PRORROGA
                   MOVE w-fecha-habil TO w-venc-habil
           END-READ.
           IF w-fecha-pago > w-venc-habil
               COMPUTE w-recargo-cotizado ROUNDED =
                   w-importe-cotizado * w-pct-recargo
           ELSE
               MOVE 0 TO w-recargo-cotizado
           END-IF.
           DISPLAY pag-curso, " ", pag-cuota, "  ", pag-fec-venc,
               "  ", w-importe-cotizado, "  ", w-recargo-cotizado,
               "  (orig ", pag-importe-orig, " cobrado ",
               pag-cobrado, ")".
           ADD 1 TO w-cant-cuotas.
           ADD w-importe-cotizado TO w-total-cotizado.
           ADD w-recargo-cotizado TO w-total-cotizado.
           IF hay-prorroga
               DISPLAY "      con prorroga hasta ", pro-fec-limite
           END-IF.

       510-EXTENDER-PRORROGA.
           IF hay-prorroga AND pro-fec-limite > w-fecha-habil
               MOVE pro-fec-limite TO w-fecha-habil
           END-IF.

       270-CORRER-A-HABIL.
           PERFORM 272-ES-DIA-HABIL.
           STRING "COTIZACION DE DEUDA AL " w-fecha-pago
               DELIMITED BY SIZE INTO lin-cotizacion.
           WRITE lin-cotizacion.
           PERFORM 960-ENMASCARAR-DATOS.
           MOVE spaces TO lin-cotizacion.
           STRING "Alumno: " alu-nombre " DNI " w-dni-ver
               DELIMITED BY SIZE INTO lin-cotizacion.
           WRITE lin-cotizacion.
           MOVE spaces TO lin-cotizacion.
           CLOSE COTIZACION.
           DISPLAY "Cotizacion impresa en ", w-nombre-cotizacion.

       050-LEER-PERFIL.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa
               MOVE oa-perfil TO w-perfil
           END-IF.

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
           CLOSE ALUMNOS CURSOS PAGOS SALDOS FERIADOS.
           CLOSE VENC2 PRORROGAS.
       END PROGRAM Cotizador.
