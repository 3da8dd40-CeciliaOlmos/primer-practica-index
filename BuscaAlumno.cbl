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

       77  w-texto pic x(20).
       77  w-largo pic 99.
       77  w-coincide pic x.
           88 nombre-coincide value "S".
       77  w-cant-halladas pic 999.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "BuscaAlumno".
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
           PERFORM UNTIL w-texto = spaces
               PERFORM 200-BUSCAR
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           OPEN INPUT ALUMNOS.
           OPEN EXTEND ACCESOS.
               IF NOT fin-alu
                   PERFORM 400-COMPARAR-NOMBRE
                   IF nombre-coincide
                       PERFORM 960-ENMASCARAR-DATOS
                       DISPLAY w-dni-ver, "  ", alu-est, "   ",
                           alu-legajo, "   ", alu-nombre
                       ADD 1 TO w-cant-halladas
                   END-IF
               MOVE "(sin ses.)" TO w-acc-operador
           ELSE
               MOVE oaa-codigo TO w-acc-operador
               MOVE oaa-perfil TO w-perfil
           END-IF.

       950-REGISTRAR-ACCESO.
           MOVE "BuscaAlumno" TO acc-programa.
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
           CLOSE ALUMNOS ACCESOS.
       END PROGRAM BuscaAlumno.
