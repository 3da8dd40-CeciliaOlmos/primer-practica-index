      *          de Backup: recrea alumnos, cursos, pagos, cupos y
      *          becas desde las copias y verifica contra el registro
      *          de control que las cantidades e importes volvieron
      *          identicos. Antes de tocar nada compara la version de
      *          layout sellada en el control de la foto con la que
      *          esperan los programas: una foto de otra version no
      *          se restaura, y una sin sello pide confirmacion
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 ctl-archivo pic x(10).
           03 ctl-cantidad pic 9(7).
           03 ctl-total pic 9(12)v99.
           03 ctl-version pic 99.

       FD  JOURNAL.
       01  jr-reg.
       77  w-cantidad pic 9(7).
       77  w-total pic 9(12)v99.
       77  w-errores-verif pic 9(3) value 0.
       77  w-ver-foto-esperada pic 99.
       77  w-foto-distinta pic 9(3) value 0.
       77  w-foto-sin-sello pic 9(3) value 0.
       01  w-modo pic x value "F".
           88 modo-replay value "J".
       77  w-fecha-corte pic 9(8).
       77  w-cant-desorden pic 9(5).
       77  w-llave-anterior pic x(20).
       77  w-llave-actual pic x(20).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Restaurar".
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
           IF confirma-si
               PERFORM 200-RESTAURAR-ALUMNOS
           END-IF.
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

       100-INICIO.
           DISPLAY "Modo (F=Solo la foto, J=Foto mas replay del ",
               "journal hasta una fecha de corte)".
           DISPLAY "con la foto del ", w-fecha-foto, ". Confirma? (S/N)".
           ACCEPT w-confirma.
           IF confirma-si
               PERFORM 150-VERIFICAR-VERSION-FOTO
           END-IF.
           IF confirma-si
               MOVE 0 TO w-flag-ctl
               OPEN INPUT BKP-CONTROL
           ELSE
               DISPLAY "Restauracion cancelada"
           END-IF.

      * La foto se copia registro a registro sin conversion: si el
      * layout con que se grabo no es el que esperan los programas,
      * restaurarla dejaria el maestro corrido bajo un sello
      * versiones.dat que no le corresponde
       150-VERIFICAR-VERSION-FOTO.
           MOVE 0 TO w-flag-ctl w-foto-distinta w-foto-sin-sello.
           OPEN INPUT BKP-CONTROL.
           PERFORM UNTIL fin-ctl
               READ BKP-CONTROL AT END MOVE 1 TO w-flag-ctl
               END-READ
               IF NOT fin-ctl
                   PERFORM 160-CONTROLAR-SELLO
               END-IF
           END-PERFORM.
           CLOSE BKP-CONTROL.
           IF w-foto-distinta > 0
               DISPLAY "La foto tiene layouts distintos a los "
                   "vigentes: convertirla o restaurar con la "
                   "version de programas que la grabo"
               MOVE "N" TO w-confirma
           ELSE
               IF w-foto-sin-sello > 0
                   DISPLAY "La foto no tiene version de layout sellada"
                       " en ", w-foto-sin-sello, " maestro(s)."
                   DISPLAY "Confirmar solo si se sabe que fue grabada "
                       "con los layouts vigentes (S/N)"
                   ACCEPT w-confirma
               END-IF
           END-IF.

       160-CONTROLAR-SELLO.
           EVALUATE ctl-archivo
               WHEN "ALUMNOS"
                   MOVE 1 TO w-ver-foto-esperada
               WHEN "CURSOS"
                   MOVE 1 TO w-ver-foto-esperada
               WHEN "PAGOS"
                   MOVE 2 TO w-ver-foto-esperada
               WHEN "BECAS"
                   MOVE 3 TO w-ver-foto-esperada
               WHEN OTHER
                   MOVE 0 TO w-ver-foto-esperada
           END-EVALUATE.
           IF w-ver-foto-esperada > 0
               IF ctl-version NOT NUMERIC OR ctl-version = 0
                   DISPLAY ctl-archivo, " SIN VERSION EN LA FOTO"
                   ADD 1 TO w-foto-sin-sello
               ELSE
                   IF ctl-version NOT = w-ver-foto-esperada
                       DISPLAY ctl-archivo, " FOTO EN VERSION ",
                           ctl-version, ", SE ESPERA ",
                           w-ver-foto-esperada
                       ADD 1 TO w-foto-distinta
                   END-IF
               END-IF
           END-IF.

       110-ARMAR-NOMBRES.
           STRING "..\bkp_" w-fecha-foto "_alumnos.dat"
               DELIMITED BY SIZE INTO w-nombre-alu.
