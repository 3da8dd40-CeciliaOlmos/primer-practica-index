      * Purpose: Estado de cuenta consolidado del grupo familiar:
      *          dado el numero de familia recorre los hermanos
      *          vinculados y lista las cuotas de todos sus cursos
      *          en un solo documento con un unico total adeudado;
      *          las impagas con segundo vencimiento muestran tambien
      *          su fecha e importe. Las cuotas castigadas como
      *          incobrables se muestran aparte y no integran la
      *          deuda
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL VENC2 ASSIGN TO "..\venc2.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS v2-llave.

           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cas-llave.

           SELECT OPTIONAL CVU ASSIGN TO "..\cvu.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cvu-referencia
           ALTERNATE RECORD KEY IS cvu-titular WITH DUPLICATES.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FAMILIAS.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

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
       77  w-familia-buscada pic 9(4).
       77  w-flag-int pic 9 value 0.
           88 fin-int value 1.
       77  w-dni-buscado pic 9(8).
       77  w-total-adeudado pic 9(10)v99 value 0.
       77  w-total-pagado pic 9(10)v99 value 0.
       77  w-total-castigado pic 9(10)v99 value 0.
       77  w-castigada pic x value "N".
           88 cuota-castigada value "S".
       77  w-importe-venc2 pic 9(6)v99.
       77  w-cant-hermanos pic 99 value 0.
       77  w-flag-cvu pic 9 value 0.
           88 fin-cvu value 1.
       77  w-cvu-titular pic x(11).
       77  w-cvu-referencia pic x(20).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "EstadoFlia".
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
           PERFORM UNTIL w-familia-buscada = 0
               PERFORM 200-EMITIR-ESTADO
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
           OPEN INPUT FAMILIAS FAMINT ALUMNOS CURSOS PAGOS.
           OPEN INPUT VENC2 CVU CASTIGOS.
           DISPLAY "Numero de familia (x fin 0)".
           ACCEPT w-familia-buscada.


       300-RECORRER-FAMILIA.
           MOVE 0 TO w-total-adeudado w-total-pagado w-cant-hermanos.
           MOVE 0 TO w-total-castigado.
           DISPLAY "========================================".
           DISPLAY "ESTADO DE CUENTA FAMILIAR ", fam-numero.
           DISPLAY "Responsable: ", fam-responsable.
           MOVE fam-numero TO cvu-familia.
           MOVE 0 TO cvu-curso cvu-cta-cte.
           PERFORM 310-BUSCAR-CVU.
           IF w-cvu-referencia NOT = spaces
               DISPLAY "Transferencias a la referencia: ",
                   w-cvu-referencia
           END-IF.
           DISPLAY "========================================".
           MOVE 0 TO w-flag-int.
           MOVE 0 TO fi-dni.
           DISPLAY "Integrantes       : ", w-cant-hermanos.
           DISPLAY "TOTAL ADEUDADO    : ", w-total-adeudado.
           DISPLAY "TOTAL PAGADO      : ", w-total-pagado.
           IF w-total-castigado > 0
               DISPLAY "CASTIGADO (fuera de la deuda): ",
                   w-total-castigado
           END-IF.

      * Referencia activa (CVU) del titular armado en cvu-titular;
      * queda en blanco si no tiene
       310-BUSCAR-CVU.
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

       400-LISTAR-ALUMNO.
           MOVE 0 TO w-flag-alu.
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu AND alu-dni = w-dni-buscado
                   PERFORM 960-ENMASCARAR-DATOS
                   DISPLAY "-- ", alu-nombre, " (DNI ", w-dni-ver,
                       " legajo ", alu-legajo, ") --"
                   PERFORM 410-RECORRER-CURSOS
               ELSE
                       DISPLAY "  Cuota ", pag-cuota, " vto ",
                           pag-fec-venc, " pago ", pag-fec-pago,
                           " importe ", pag-importe
                       MOVE "N" TO w-castigada
                       IF pag-fec-pago = 0
                           PERFORM 426-VER-CASTIGO
                       END-IF
                       EVALUATE TRUE
                           WHEN pag-fec-pago NOT = 0
                               ADD pag-importe TO w-total-pagado
                           WHEN cuota-castigada
                               DISPLAY "           castigada el ",
                                   cas-fecha, " por incobrable"
                               ADD pag-importe TO w-total-castigado
                           WHEN OTHER
                               PERFORM 425-SEGUNDO-VENCIMIENTO
                               ADD pag-importe TO w-total-adeudado
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.

      * Cuota impaga con segundo vencimiento: se muestra tambien su
      * fecha e importe
       425-SEGUNDO-VENCIMIENTO.
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
       426-VER-CASTIGO.
           MOVE pagos-llave TO cas-llave.
           READ CASTIGOS
               INVALID KEY CONTINUE
               NOT INVALID KEY SET cuota-castigada TO TRUE
           END-READ.

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
           CLOSE FAMILIAS FAMINT ALUMNOS CURSOS PAGOS.
           CLOSE VENC2 CVU CASTIGOS.
       END PROGRAM EstadoFlia.
