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

           SELECT OPTIONAL RESERVAS ASSIGN TO "..\reservas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rv-llave.
       DATA DIVISION.
       FILE SECTION.
       FD  CURSOS.
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
       77  w-legajo-ok pic x value "N".
           88 legajo-valido value "S".
       77  w-cur-reg-guardado pic x(22).
       77  w-cupo-maximo pic 999.
       77  w-cant-inscriptos pic 999.
       77  w-cant-reservas pic 999.
       77  w-flag-rv pic 9 value 0.
           88 fin-rv value 1.
       77  w-reserva-propia pic x value "N".
           88 tiene-reserva-propia value "S".
       77  w-fin-conteo pic x value "N".
           88 fin-conteo value "S".
       77  w-cupo-excedido pic x value "N".
           88 fin-dr value 1.
       77  w-nivel-curso pic x(10).
       77  w-docs-faltan pic 99 value 0.
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
           03 w-sal-programa pic x(12) value "Cursos".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Cursos".
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
           PERFORM UNTIL cur-anio = 0
           END-PERFORM.
           PERFORM 500-FIN.
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
           DISPLAY "Ciclo lectivo de trabajo (AAAA)".
           OPEN I-O ESPERA.
           OPEN I-O PAGOS.
           OPEN I-O NUMERADORES.
           OPEN INPUT RESERVAS.
           OPEN INPUT DOCREQ DOCUMENTOS CURSOCAT.
           OPEN INPUT NACIMIENTOS EDADES.
           PERFORM 110-LEER-CORTE-EDAD.

       110-LEER-CORTE-EDAD.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa
               MOVE oa-perfil TO w-perfil
           END-IF.
           OPEN INPUT PARAMETROS.
           MOVE "EDAD-CORTE" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-corte-mmdd
           END-READ.
           CLOSE PARAMETROS.

       200-INGRESO.
           DISPLAY "Ingrese anio que cursa el alumno (x fin 0)".
           ACCEPT cur-anio.
           PERFORM 315-PEDIR-ORDEN.
           PERFORM 310-PEDIR-LEGAJO.
           PERFORM 330-AVISAR-DOCUMENTACION.
           PERFORM 340-VERIFICAR-EDAD.
           PERFORM 320-ASIGNAR-CTA-CTE.
           DISPLAY "Cantidad de cuotas del curso".
           ACCEPT cur-cant-cuotas.
               END-IF
           END-IF.

      * Edad al corte contra el rango del nivel/anio: sin fecha de
      * nacimiento o sin rango cargado no se controla. Fuera de rango
      * solo pasa si lo autoriza un supervisor
       340-VERIFICAR-EDAD.
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
                           PERFORM 345-EDAD-FUERA-DE-RANGO
                       END-IF
               END-READ
           END-IF.

       345-EDAD-FUERA-DE-RANGO.
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

       400-GRABO-REGISTRO.
           IF NOT edad-aceptada
               DISPLAY "INSCRIPCION RECHAZADA POR EDAD - NO SE GRABA"
           ELSE
               PERFORM 405-GRABAR-INSCRIPCION
           END-IF.

       405-GRABAR-INSCRIPCION.
           PERFORM 410-VERIFICAR-CUPO.
           EVALUATE TRUE
               WHEN tiene-reserva-propia
                   DISPLAY "EL LEGAJO TIENE RESERVA VIGENTE EN ESTE ",
                       "CURSO - CONFIRMELA DESDE RESERVAS PARA ",
                       "APLICAR LA SENA"
               WHEN cupo-excedido
                   DISPLAY "CUPO COMPLETO PARA ESTE CURSO - NO SE GRABA"
                   PERFORM 430-OFRECER-ESPERA
               WHEN OTHER
                   WRITE cur-reg
                       INVALID KEY
                           DISPLAY "NO PUDE GRABAR"
                       NOT INVALID KEY
                           PERFORM 450-GENERAR-MATRICULA
                   END-WRITE
           END-EVALUATE.

      * La matricula entra como cuota 00 del plan: vence antes de la
      * cuota 1 y las novedades pueden aplicarle pagos normalmente
       450-GENERAR-MATRICULA.
               WRITE pag-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR LA MATRICULA"
                   NOT INVALID KEY
                       PERFORM 455-ACTUALIZAR-SALDO
               END-WRITE
           END-IF.

      * El saldo de la cuenta se rehace en el mismo paso que
      * graba la cuota
       455-ACTUALIZAR-SALDO.
           MOVE pag-curso TO w-sal-curso.
           MOVE pag-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

      * Con el cupo completo se ofrece anotar al legajo en la lista
      * de espera del anio/curso, con prioridad por orden de llegada
       430-OFRECER-ESPERA.
           END-READ.
           PERFORM 420-CONTAR-INSCRIPTOS.
           MOVE w-cur-reg-guardado TO cur-reg.
           PERFORM 425-CONTAR-RESERVAS.
           IF w-cant-inscriptos + w-cant-reservas >= w-cupo-maximo
               SET cupo-excedido TO TRUE
           ELSE
               MOVE "N" TO w-cupo-excedido
               END-READ
           END-PERFORM.

      * Las reservas vigentes ocupan lugar en el cupo; la del mismo
      * legajo no se cuenta pero se marca, porque esa inscripcion
      * se confirma desde Reservas para aplicar la sena
       425-CONTAR-RESERVAS.
           MOVE 0 TO w-cant-reservas.
           MOVE "N" TO w-reserva-propia.
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
                           IF rv-legajo = cur-legajo
                               SET tiene-reserva-propia TO TRUE
                           ELSE
                               ADD 1 TO w-cant-reservas
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       500-FIN.
           CLOSE RESERVAS.
           CLOSE CURSOS.
           CLOSE ALUMNOS.
           CLOSE CUPOS.
           CLOSE PAGOS.
           CLOSE NUMERADORES.
           CLOSE DOCREQ DOCUMENTOS CURSOCAT.
           CLOSE NACIMIENTOS EDADES.


       END PROGRAM Cursos.
