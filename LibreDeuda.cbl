
           SELECT OPTIONAL CERTIFICADOS ASSIGN TO "..\certificados.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  NUMCERT.
       01  nc-reg.
               88 cert-con-deuda value "D".
           03 cert-deuda pic 9(8)v99.

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
       77  w-fecha-hoy pic 9(8).
       77  w-dni-buscado pic 9(8).
       77  w-flag-alu pic 9 value 0.
       77  w-deuda-total pic 9(8)v99.
       77  w-cant-impagas pic 9(3).
       77  w-numero-cert pic 9(8).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "LibreDeuda".
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
               PERFORM 200-PROCESAR-DNI
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
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT ALUMNOS CURSOS PAGOS.
           OPEN EXTEND CERTIFICADOS.
           DISPLAY "CERTIFICADO DE LIBRE DEUDA Nro ", w-numero-cert.
           DISPLAY "Fecha: ", w-fecha-hoy.
           DISPLAY "Se deja constancia de que ", alu-nombre.
           PERFORM 960-ENMASCARAR-DATOS.
           DISPLAY "DNI ", w-dni-ver, " legajo ", alu-legajo.
           DISPLAY "no registra deuda alguna con la institucion.".
           DISPLAY "========================================".
           MOVE "L" TO cert-resultado.
           PERFORM 410-ASIGNAR-NUMERO.
           DISPLAY "========================================".
           DISPLAY "CONSTANCIA DE DEUDA Nro ", w-numero-cert.
           PERFORM 960-ENMASCARAR-DATOS.
           DISPLAY "Alumno ", alu-nombre, " DNI ", w-dni-ver.
           DISPLAY "Cuotas impagas: ", w-cant-impagas.
           DISPLAY "Deuda total (recargos incluidos): ",
               w-deuda-total.
           MOVE w-deuda-total TO cert-deuda.
           PERFORM 420-REGISTRAR-EMISION.

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
           CLOSE ALUMNOS CURSOS PAGOS CERTIFICADOS.
       END PROGRAM LibreDeuda.
