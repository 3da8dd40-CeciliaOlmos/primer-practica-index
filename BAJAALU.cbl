           03 pag-importe pic 9(6)v99.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
               88 beca-ya-aplicada value "S".
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  MOTIVOS.
       01  mot-reg.
           88 motivo-valido value "S".
       77  w-motivo-baja pic 99 value 0.
       77  w-texto-baja pic x(30) value spaces.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "BAJAALU".
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
            PERFORM VERIFICAR-SUPERVISOR.
            IF NOT es-supervisor
                DISPLAY "SOLO UN SUPERVISOR PUEDE DAR DE BAJA ALUMNOS"
            END-IF.
            PERFORM FIN-GENERAL.
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

       VERIFICAR-SUPERVISOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
