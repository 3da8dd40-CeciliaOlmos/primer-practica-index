
           SELECT EXPORTADO ASSIGN TO w-nombre-salida
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ACCESOS ASSIGN TO "..\accesos.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       FD  EXPORTADO.
       01  exp-linea pic x(200).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       FD  ACCESOS.
       01  acc-reg.
           03 acc-fecha pic 9(8).
           03 acc-hora pic 9(8).
           03 acc-operador pic x(10).
           03 acc-programa pic x(12).
           03 acc-dni pic 9(8).
           03 acc-curso pic 99.
           03 acc-cta-cte pic 9(5).

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
       77  w-nombre-salida pic x(40).
       01  w-archivo pic x value "A".
           88 exporta-alumnos value "A".
       77  w-cache-cta pic 9(5) value 0.
       77  w-cache-ok pic x value "N".
           88 cache-ok value "S".

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Exportar".
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
               WHEN exporta-alumnos
               " en ", w-nombre-salida.
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
           DISPLAY "Archivo a exportar (A=alumnos, C=cursos, ",
               "P=pagos)".
           ACCEPT w-archivo.
               IF NOT fin-arch
                   IF w-filtro-estado = "T"
                           OR alu-est = w-filtro-estado
                       PERFORM 960-ENMASCARAR-DATOS
                       MOVE spaces TO exp-linea
                       STRING w-dni-ver ";" alu-est ";" alu-legajo
                           ";" alu-nombre ";" w-tel-ver ";"
                           w-email-ver
                           DELIMITED BY SIZE INTO exp-linea
                       WRITE exp-linea
                       ADD 1 TO w-cant-exportados
               END-IF
           END-PERFORM.
           CLOSE ALUMNOS.
           IF perfil-supervisor
               PERFORM 970-REGISTRAR-EXPORTACION
           END-IF.

       300-EXPORTAR-CURSOS.
           MOVE "ciclo;anio;curso;turno;orden;legajo;cta_cte;cuotas"
               MOVE pag-cta-cte TO w-cache-cta
               SET cache-ok TO TRUE
           END-IF.

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

      * Una exportacion sin enmascarar queda en el registro de accesos
       970-REGISTRAR-EXPORTACION.
           OPEN EXTEND ACCESOS.
           ACCEPT acc-fecha FROM DATE YYYYMMDD.
           ACCEPT acc-hora FROM TIME.
           MOVE oa-codigo TO acc-operador.
           MOVE "Exportar" TO acc-programa.
           MOVE 0 TO acc-dni acc-curso acc-cta-cte.
           WRITE acc-reg.
           CLOSE ACCESOS.
       END PROGRAM Exportar.
