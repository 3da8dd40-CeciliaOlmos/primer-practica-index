           ORGANIZATION IS INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS num-codigo.

           SELECT OPTIONAL NACIMIENTOS ASSIGN TO "..\nacimientos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS nac-dni.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       01  num-reg.
           03 num-codigo pic x(10).
           03 num-proximo pic 9(5).

       FD  NACIMIENTOS.
       01  nac-reg.
           03 nac-dni pic 9(8).
           03 nac-fecha pic 9(8).
           03 nac-sexo pic x.
               88 sexo-valido value "F" "M" "X".
           03 nac-nacionalidad pic x(20).
       WORKING-STORAGE SECTION.
       77  w-grabado pic x value "N".
           88 reg-grabado value "S".
           88 fin-dni value 1.
       77  w-dni-existe pic x value "N".
           88 dni-ya-existe value "S".
       77  w-dato pic x(20).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Alumnos".
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
           PERFORM 200-INGRESO.
           PERFORM UNTIL alu-dni = 0
           END-PERFORM.
           PERFORM 500-FIN.
            GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           OPEN I-O ALUMNOS.
           OPEN I-O NUMERADORES.
           OPEN I-O NACIMIENTOS.
       200-INGRESO.
           DISPLAY "Ingrese DNI del alumno (x fin 0)".
           ACCEPT alu-dni.
           ACCEPT alu-telefono.
           DISPLAY "email de contacto".
           ACCEPT alu-email.
           DISPLAY "fecha de nacimiento (AAAAMMDD)".
           ACCEPT nac-fecha.
           MOVE space TO nac-sexo.
           PERFORM UNTIL sexo-valido
               DISPLAY "sexo (F/M/X)"
               ACCEPT nac-sexo
           END-PERFORM.
           DISPLAY "nacionalidad".
           ACCEPT w-dato.
           MOVE w-dato TO nac-nacionalidad.
      * El legajo lo entrega el numerador central para que no puedan
      * repetirse; sin numerador cargado se pide como antes
       350-ASIGNAR-LEGAJO.
                   END-WRITE
               END-IF
           END-PERFORM.
           PERFORM 410-GRABAR-NACIMIENTO.

      * Fecha de nacimiento, sexo y nacionalidad van por DNI en
      * nacimientos.dat
       410-GRABAR-NACIMIENTO.
           MOVE alu-dni TO nac-dni.
           WRITE nac-reg
               INVALID KEY
                   REWRITE nac-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR NACIMIENTO"
                   END-REWRITE
           END-WRITE.

       402-VERIFICAR-DNI-EXISTENTE.
           MOVE alu-reg TO w-alu-reg-guardado.
           DISPLAY "Ingrese DNI del alumno".
           ACCEPT alu-dni.
       500-FIN.
           CLOSE ALUMNOS NUMERADORES NACIMIENTOS.
       END PROGRAM Alumnos.
