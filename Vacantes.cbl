      * Date:
      * Purpose: Informa, para cada cupo configurado, cuantos cur-reg
      *          estan inscriptos en ese anio/curso y cuantas vacantes
      *          quedan disponibles contra el cupo-maximo. Las
      *          reservas de vacante vigentes ocupan lugar igual que
      *          un inscripto
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cat-llave.

           SELECT OPTIONAL RESERVAS ASSIGN TO "..\reservas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rv-llave.
       DATA DIVISION.
       FILE SECTION.
       FD  CUPOS.
           03 cat-nivel pic x(10).
           03 cat-sede pic 99.

       FD  RESERVAS.
       01  rv-reg.
           03 rv-llave.
               05 rv-cupo.
                   07 rv-ciclo pic 9(4).
                   07 rv-anio pic 9.
                   07 rv-curso pic 99.
                   07 rv-turno pic 9.
               05 rv-legajo pic 9(5).
           03 rv-fec-alta pic 9(8).
           03 rv-fec-vence pic 9(8).
           03 rv-sena pic 9(6)v99.
           03 rv-fec-sena pic 9(8).
           03 rv-estado pic x.
               88 rv-vigente value "V".
           03 rv-fec-cierre pic 9(8).
           03 rv-operador pic x(10).
           03 rv-origen pic x.

       WORKING-STORAGE SECTION.
       77  w-flag-cupos pic 9 value 0.
           88 fin-cupos value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-rv pic 9 value 0.
           88 fin-rv value 1.
       77  w-cant-inscriptos pic 999.
       77  w-cant-reservas pic 999.
       77  w-fecha-hoy pic 9(8).
       77  w-vacantes pic s999.
       77  w-ciclo pic 9(4).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Vacantes".
           03 w-ver-archivo pic x(8).
           03 w-ver-esperada pic 99.
           03 w-ver-resultado pic x value "S".
               88 version-ok value "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-VERIFICAR-VERSIONES.
           IF NOT version-ok
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-CUPOS.
           PERFORM UNTIL fin-cupos
           PERFORM 900-FIN.
           STOP RUN.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "cursos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           OPEN INPUT CUPOS.
           OPEN INPUT CURSOS.
           OPEN INPUT CURSOCAT.
           OPEN INPUT RESERVAS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Ciclo lectivo a informar (AAAA, 0 = todos)".
           ACCEPT w-ciclo.
           DISPLAY "========================================".
               CONTINUE
           ELSE
               PERFORM 310-CONTAR-INSCRIPTOS
               PERFORM 330-CONTAR-RESERVAS
               PERFORM 320-MOSTRAR-CUPO
           END-IF.

                   MOVE spaces TO cat-nombre
                   MOVE 0 TO cat-sede
           END-READ.
           COMPUTE w-vacantes = cupo-maximo - w-cant-inscriptos
               - w-cant-reservas.
           DISPLAY "Ciclo ", cupo-ciclo,
               " Anio ", cupo-anio, " Curso ", cupo-curso, " ",
               cat-nombre, " sede ", cat-sede,
               " Turno ", cupo-turno, " -- cupo ", cupo-maximo,
               " inscriptos ", w-cant-inscriptos,
               " reservas ", w-cant-reservas, " vacantes ",
               w-vacantes.

       310-CONTAR-INSCRIPTOS.
               END-IF
           END-PERFORM.

      * Reservas vigentes del cupo que no vencieron a hoy
       330-CONTAR-RESERVAS.
           MOVE 0 TO w-cant-reservas.
           MOVE 0 TO w-flag-rv.
           MOVE cupo-llave TO rv-cupo.
           MOVE 0 TO rv-legajo.
           START RESERVAS KEY IS NOT LESS THAN rv-llave
               INVALID KEY MOVE 1 TO w-flag-rv
           END-START.
           PERFORM UNTIL fin-rv
               READ RESERVAS NEXT AT END MOVE 1 TO w-flag-rv
               END-READ
               IF NOT fin-rv
                   IF rv-cupo NOT = cupo-llave
                       MOVE 1 TO w-flag-rv
                   ELSE
                       IF rv-vigente
                               AND rv-fec-vence NOT < w-fecha-hoy
                           ADD 1 TO w-cant-reservas
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       900-FIN.
           CLOSE CUPOS CURSOS CURSOCAT RESERVAS.
       END PROGRAM YOUR-PROGRAM-NAME.
