      *          los alumnos sin grupo familiar), saltea a pedido las
      *          cuentas sin movimientos, y cierra con el resumen de
      *          control de estados emitidos y deuda total, listo
      *          para la cola de avisos o la imprenta. El avance
      *          queda en estadosmasivos.chk estado por estado: una
      *          corrida cortada se reanuda sin volver a emitir los
      *          estados ya producidos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT ESTADO ASSIGN TO w-nombre-estado
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CHECKPOINT
           ASSIGN TO "..\estadosmasivos.chk"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       FD  ESTADO.
       01  est-linea pic x(90).

      * Avance de la corrida en curso: fase (F=familias, I=alumnos
      * sin familia), ultimo integrante que abrio familia o ultimo
      * alumno emitido, y los acumulados hasta ahi
       FD  CHECKPOINT.
       01  chk-reg.
           03 chk-fecha pic 9(8).
           03 chk-omitir-vacias pic x.
           03 chk-fase pic x.
           03 chk-ult-integrante pic 9(5).
           03 chk-ult-alumno pic x(9).
           03 chk-cant-estados pic 9(5).
           03 chk-deuda-total pic 9(12)v99.

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

       WORKING-STORAGE SECTION.
       77  w-nombre-estado pic x(40).
       77  w-fecha-hoy pic 9(8).
       77  w-deuda-total pic 9(12)v99 value 0.
       77  w-en-familia pic x.
           88 dni-en-familia value "S".
       77  w-flag-chk pic 9 value 0.
           88 fin-chk value 1.
       77  w-reanuda pic x value "N".
           88 reanuda-corrida value "S".
       77  w-chk-fase pic x value "F".
           88 fase-individual value "I".
       77  w-chk-integrante pic 9(5) value 0.
       77  w-chk-alumno pic x(9) value spaces.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "EstadosMasiv".
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
           PERFORM 200-CARGAR-PADRON-FAMILIAS.
           PERFORM 300-EMITIR-POR-FAMILIA.
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
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 150-VERIFICAR-CHECKPOINT.
           IF reanuda-corrida
               MOVE "R" TO cor-evento
           ELSE
               DISPLAY "Omitir cuentas sin movimientos? (S/N)"
               ACCEPT w-omitir-vacias
               MOVE "I" TO cor-evento
           END-IF.
           OPEN INPUT ALUMNOS CURSOS PAGOS FAMINT.
           PERFORM 170-GRABAR-CORRIDA.

      * Una corrida cortada deja el checkpoint con el avance: se
      * ofrece seguir desde el ultimo estado emitido; si no se
      * reanuda, la corrida nueva vuelve a emitir todos los estados
       150-VERIFICAR-CHECKPOINT.
           OPEN INPUT CHECKPOINT.
           READ CHECKPOINT AT END MOVE 1 TO w-flag-chk
           END-READ.
           IF NOT fin-chk
               DISPLAY "HAY UNA EMISION DE ESTADOS INTERRUMPIDA DEL ",
                   chk-fecha
               DISPLAY "Estados emitidos hasta el corte: ",
                   chk-cant-estados
               DISPLAY "Reanuda desde donde quedo? (S/N)"
               ACCEPT w-reanuda
               IF reanuda-corrida
                   MOVE chk-omitir-vacias TO w-omitir-vacias
                   MOVE chk-fase TO w-chk-fase
                   MOVE chk-ult-integrante TO w-chk-integrante
                   MOVE chk-ult-alumno TO w-chk-alumno
                   MOVE chk-cant-estados TO w-cant-estados
                   MOVE chk-deuda-total TO w-deuda-total
               END-IF
           END-IF.
           CLOSE CHECKPOINT.

       170-GRABAR-CORRIDA.
           OPEN EXTEND CORRIDAS.
           MOVE "EstadosMasiv" TO cor-programa.
           MOVE w-fecha-hoy TO cor-fecha.
           ACCEPT cor-hora FROM TIME.
           MOVE 0 TO cor-lote cor-rechazados.
           MOVE w-cant-estados TO cor-procesados.
           MOVE w-deuda-total TO cor-importe.
           MOVE space TO cor-estado.
           IF cor-evento = "F"
               MOVE "N" TO cor-estado
           END-IF.
           WRITE cor-reg.
           CLOSE CORRIDAS.

       200-CARGAR-PADRON-FAMILIAS.
           MOVE 0 TO fi-dni.
           END-PERFORM.

      * Un estado por familia: todos los hermanos del grupo salen
      * en el mismo archivo, nombrado por el numero de familia. Al
      * reanudar, las familias abiertas hasta el ultimo integrante
      * del checkpoint ya salieron y solo se marcan
       300-EMITIR-POR-FAMILIA.
           PERFORM VARYING w-int-ind FROM 1 BY 1
                   UNTIL w-int-ind > w-int-cant
               IF w-int-hecho(w-int-ind) = "N"
                   MOVE w-int-familia(w-int-ind)
                       TO w-familia-actual
                   IF reanuda-corrida
                           AND (fase-individual
                                OR w-int-ind NOT > w-chk-integrante)
                       PERFORM 360-MARCAR-FAMILIA
                   ELSE
                       PERFORM 350-EMITIR-FAMILIA
                       MOVE w-int-ind TO w-chk-integrante
                       PERFORM 650-GRABAR-CHECKPOINT
                   END-IF
               END-IF
           END-PERFORM.

       360-MARCAR-FAMILIA.
           PERFORM VARYING w-int-ind2 FROM 1 BY 1
                   UNTIL w-int-ind2 > w-int-cant
               IF w-int-familia(w-int-ind2) = w-familia-actual
                   MOVE "S" TO w-int-hecho(w-int-ind2)
               END-IF
           END-PERFORM.

      * individual, nombrado por DNI
       500-EMITIR-SIN-FAMILIA.
           MOVE 0 TO w-flag-alu.
           MOVE "I" TO w-chk-fase.
           IF reanuda-corrida AND w-chk-alumno NOT = spaces
               MOVE w-chk-alumno TO alu-llave
               START ALUMNOS KEY IS GREATER THAN alu-llave
                   INVALID KEY MOVE 1 TO w-flag-alu
               END-START
           ELSE
               MOVE LOW-VALUES TO alu-llave
               START ALUMNOS KEY IS NOT LESS THAN alu-llave
                   INVALID KEY MOVE 1 TO w-flag-alu
               END-START
           END-IF.
           PERFORM UNTIL fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
                       PERFORM 520-VER-SI-TIENE-FAMILIA
                       IF NOT dni-en-familia
                           PERFORM 550-EMITIR-INDIVIDUAL
                           MOVE alu-llave TO w-chk-alumno
                           PERFORM 650-GRABAR-CHECKPOINT
                       END-IF
                   END-IF
               END-IF
           ADD 1 TO w-cant-estados.
           ADD w-deuda-estado TO w-deuda-total.

      * El checkpoint se reescribe entero despues de cada estado
       650-GRABAR-CHECKPOINT.
           MOVE w-fecha-hoy TO chk-fecha.
           MOVE w-omitir-vacias TO chk-omitir-vacias.
           MOVE w-chk-fase TO chk-fase.
           MOVE w-chk-integrante TO chk-ult-integrante.
           MOVE w-chk-alumno TO chk-ult-alumno.
           MOVE w-cant-estados TO chk-cant-estados.
           MOVE w-deuda-total TO chk-deuda-total.
           OPEN OUTPUT CHECKPOINT.
           WRITE chk-reg.
           CLOSE CHECKPOINT.

       900-FIN.
           CLOSE ALUMNOS CURSOS PAGOS FAMINT.
           MOVE "F" TO cor-evento.
           PERFORM 170-GRABAR-CORRIDA.
           OPEN OUTPUT CHECKPOINT.
           CLOSE CHECKPOINT.
           DISPLAY "========================================".
           DISPLAY "Estados emitidos : ", w-cant-estados.
           DISPLAY "Deuda total      : ", w-deuda-total.
