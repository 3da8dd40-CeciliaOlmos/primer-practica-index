      * Purpose: Promocion de la lista de espera: cuando se libera un
      *          lugar en un anio/curso muestra los candidatos en
      *          orden de prioridad y completa la inscripcion del
      *          elegido creando su cur-reg y sacandolo de la espera.
      *          Las reservas de vacante vigentes ocupan lugar, y en
      *          vez de inscribir se le puede reservar el lugar al
      *          candidato hasta una fecha para que la familia decida
      *          (la confirma Reservas, la libera VencReservas)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cupo-llave.

           SELECT OPTIONAL RESERVAS ASSIGN TO "..\reservas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rv-llave.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL CURSOCAT ASSIGN TO "..\cursocat.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cat-llave.

           SELECT OPTIONAL NACIMIENTOS ASSIGN TO "..\nacimientos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS nac-dni.

           SELECT OPTIONAL EDADES ASSIGN TO "..\edades.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ed-llave.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESPERA.
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

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

       FD  CURSOCAT.
       01  cat-reg.
           03 cat-llave.
               05 cat-ciclo pic 9(4).
               05 cat-anio pic 9.
               05 cat-curso pic 99.
           03 cat-nombre pic x(20).
           03 cat-nivel pic x(10).
           03 cat-sede pic 99.

       FD  NACIMIENTOS.
       01  nac-reg.
           03 nac-dni pic 9(8).
           03 nac-fecha pic 9(8).
           03 nac-fecha-r REDEFINES nac-fecha.
               05 nac-anio pic 9(4).
               05 nac-mmdd pic 9(4).
           03 nac-sexo pic x.
               88 sexo-valido value "F" "M" "X".
           03 nac-nacionalidad pic x(20).

       FD  EDADES.
       01  ed-reg.
           03 ed-llave.
               05 ed-nivel pic x(10).
               05 ed-anio pic 9.
           03 ed-edad-min pic 99.
           03 ed-edad-max pic 99.

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       WORKING-STORAGE SECTION.
       77  w-ciclo pic 9(4).
       77  w-importe-matricula pic 9(6)v99.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-cant-inscriptos pic 999.
       77  w-cant-reservas pic 999.
       77  w-flag-rv pic 9 value 0.
           88 fin-rv value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-forma pic x value "I".
           88 forma-reserva value "R" "r".
       01  w-cupo-pedido.
           03 w-cp-ciclo pic 9(4).
           03 w-cp-anio pic 9.
           03 w-cp-curso pic 99.
           03 w-cp-turno pic 9.
       77  w-cupo-maximo pic 999.
       77  w-vacantes pic s999.
       77  w-max-orden pic 99.
       77  w-prioridad-elegida pic 999.
       77  w-confirma pic x value "N".
           88 confirma-si value "S".
      * Control de edad al corte del ciclo (30/06 o parametro
      * EDAD-CORTE en MMDD) contra el rango del nivel/anio
       77  w-corte-mmdd pic 9(4) value 0630.
       01  w-fecha-corte pic 9(8).
       01  w-fecha-corte-r REDEFINES w-fecha-corte.
           03 w-fc-anio pic 9(4).
           03 w-fc-mmdd pic 9(4).
       77  w-edad pic 99.
       77  w-edad-ok pic x value "S".
           88 edad-aceptada value "S".
       77  w-perfil pic x value space.
           88 perfil-supervisor value "S".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "PromoverEspe".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "PromoverEspe".
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
           PERFORM 200-PEDIR-CURSO.
           PERFORM UNTIL w-anio = 0
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
           OPEN I-O RESERVAS.
           OPEN I-O ESPERA.
           OPEN I-O CURSOS.
           OPEN INPUT CUPOS.
           OPEN INPUT ALUMNOS.
           OPEN I-O NUMERADORES.
           OPEN I-O PAGOS.
           OPEN INPUT CURSOCAT NACIMIENTOS EDADES.
           PERFORM 110-LEER-CORTE-EDAD.

       110-LEER-CORTE-EDAD.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa
               MOVE oa-perfil TO w-perfil
               MOVE oa-codigo TO w-operador
           END-IF.
           OPEN INPUT PARAMETROS.
           MOVE "EDAD-CORTE" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-corte-mmdd
           END-READ.
           CLOSE PARAMETROS.


       200-PEDIR-CURSO.
           DISPLAY "Anio (x fin 0)".
               NOT INVALID KEY
                   MOVE cupo-maximo TO w-cupo-maximo
           END-READ.
           PERFORM 320-CONTAR-RESERVAS.
           COMPUTE w-vacantes = w-cupo-maximo - w-cant-inscriptos
               - w-cant-reservas.
           DISPLAY "Inscriptos ", w-cant-inscriptos, " reservas ",
               w-cant-reservas, " cupo ", w-cupo-maximo,
               " vacantes ", w-vacantes.
           IF w-vacantes > 0
               PERFORM 400-LISTAR-CANDIDATOS
               IF w-cant-candidatos > 0
               END-IF
           END-PERFORM.

      * Reservas vigentes del cupo que no vencieron a hoy
       320-CONTAR-RESERVAS.
           MOVE 0 TO w-cant-reservas.
           MOVE 0 TO w-flag-rv.
           MOVE w-ciclo TO w-cp-ciclo.
           MOVE w-anio TO w-cp-anio.
           MOVE w-curso TO w-cp-curso.
           MOVE w-turno TO w-cp-turno.
           MOVE w-cupo-pedido TO rv-cupo.
           MOVE 0 TO rv-legajo.
           START RESERVAS KEY IS NOT LESS THAN rv-llave
               INVALID KEY MOVE 1 TO w-flag-rv
           END-START.
           PERFORM UNTIL fin-rv
               READ RESERVAS NEXT AT END MOVE 1 TO w-flag-rv
               END-READ
               IF NOT fin-rv
                   IF rv-cupo NOT = w-cupo-pedido
                       MOVE 1 TO w-flag-rv
                   ELSE
                       IF rv-vigente
                               AND rv-fec-vence NOT < w-fecha-hoy
                           ADD 1 TO w-cant-reservas
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       400-LISTAR-CANDIDATOS.
           MOVE 0 TO w-cant-candidatos.
           MOVE 0 TO w-flag-espera.
           DISPLAY "Se inscribe el legajo ", esp-legajo,
               ". Confirma? (S/N)".
           ACCEPT w-confirma.
           IF confirma-si
               PERFORM 505-CONTROLAR-EDAD
           END-IF.
           IF confirma-si
               DISPLAY "Inscribir ahora o Reservar la vacante hasta ",
                   "que la familia decida? (I/R)"
               ACCEPT w-forma
           END-IF.
           IF confirma-si AND forma-reserva
               PERFORM 550-RESERVAR-VACANTE
               MOVE "N" TO w-confirma
           END-IF.
           IF confirma-si
               MOVE w-ciclo TO cur-ciclo
               MOVE w-anio TO cur-anio
               END-WRITE
           END-IF.

       505-CONTROLAR-EDAD.
           MOVE esp-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY MOVE 0 TO alu-dni
           END-READ.
           MOVE w-ciclo TO cur-ciclo.
           MOVE w-anio TO cur-anio.
           MOVE w-curso TO cur-curso.
           PERFORM 540-VERIFICAR-EDAD.
           IF NOT edad-aceptada
               DISPLAY "NO SE PROMUEVE POR EDAD"
               MOVE "N" TO w-confirma
           END-IF.

      * La cta-cte la entrega el numerador central, igual que la
      * inscripcion comun; sin numerador cargado se pide como antes
       520-ASIGNAR-CTA-CTE.
               WRITE pag-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR LA MATRICULA"
                   NOT INVALID KEY
                       PERFORM 535-ACTUALIZAR-SALDO
               END-WRITE
           END-IF.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       535-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

      * Edad al corte contra el rango del nivel/anio: sin fecha de
      * nacimiento o sin rango cargado no se controla. Fuera de rango
      * solo pasa si lo autoriza un supervisor
       540-VERIFICAR-EDAD.
           MOVE "S" TO w-edad-ok.
           MOVE alu-dni TO nac-dni.
           READ NACIMIENTOS
               INVALID KEY MOVE 0 TO nac-fecha
           END-READ.
           IF nac-fecha = 0
               DISPLAY "AVISO: el alumno no tiene fecha de ",
                   "nacimiento cargada"
           ELSE
               MOVE cur-ciclo TO cat-ciclo
               MOVE cur-anio TO cat-anio
               MOVE cur-curso TO cat-curso
               READ CURSOCAT
                   INVALID KEY MOVE spaces TO cat-nivel
               END-READ
               MOVE cat-nivel TO ed-nivel
               MOVE cur-anio TO ed-anio
               READ EDADES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE w-fecha-corte = cur-ciclo * 10000
                           + w-corte-mmdd
                       COMPUTE w-edad = w-fc-anio - nac-anio
                       IF w-fc-mmdd < nac-mmdd
                           SUBTRACT 1 FROM w-edad
                       END-IF
                       IF w-edad < ed-edad-min OR w-edad > ed-edad-max
                           PERFORM 545-EDAD-FUERA-DE-RANGO
                       END-IF
               END-READ
           END-IF.

       545-EDAD-FUERA-DE-RANGO.
           DISPLAY "EDAD AL ", w-fecha-corte, ": ", w-edad,
               " - FUERA DEL RANGO ", ed-edad-min, " A ",
               ed-edad-max, " DEL ANIO ", ed-anio.
           MOVE "N" TO w-edad-ok.
           IF perfil-supervisor
               DISPLAY "Autoriza la inscripcion fuera de edad? (S/N)"
               ACCEPT w-edad-ok
           ELSE
               DISPLAY "SOLO UN SUPERVISOR PUEDE AUTORIZARLA"
           END-IF.

      * El lugar queda reservado a nombre del candidato y sale de la
      * espera; si vence sin confirmar, VencReservas lo libera para
      * el siguiente
       550-RESERVAR-VACANTE.
           MOVE w-cupo-pedido TO rv-cupo.
           MOVE esp-legajo TO rv-legajo.
           MOVE 0 TO rv-fec-vence.
           PERFORM UNTIL rv-fec-vence > w-fecha-hoy
               DISPLAY "Vencimiento de la reserva (AAAAMMDD)"
               ACCEPT rv-fec-vence
               IF rv-fec-vence NOT > w-fecha-hoy
                   DISPLAY "EL VENCIMIENTO TIENE QUE SER POSTERIOR ",
                       "A HOY"
               END-IF
           END-PERFORM.
           MOVE w-fecha-hoy TO rv-fec-alta.
           MOVE 0 TO rv-sena rv-fec-sena rv-fec-cierre.
           MOVE "V" TO rv-estado.
           MOVE "E" TO rv-origen.
           MOVE w-operador TO rv-operador.
           WRITE rv-reg
               INVALID KEY
                   REWRITE rv-reg
                   END-REWRITE
           END-WRITE.
           DELETE ESPERA.
           DISPLAY "Vacante reservada al legajo ", rv-legajo,
               " hasta ", rv-fec-vence.

       900-FIN.
           CLOSE RESERVAS.
           CLOSE ESPERA CURSOS CUPOS ALUMNOS NUMERADORES PAGOS.
           CLOSE CURSOCAT NACIMIENTOS EDADES.
       END PROGRAM PromoverEspera.
