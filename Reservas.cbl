      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reserva de vacante para familias admitidas que piden
      *          tiempo para decidir: la reserva va contra un cupo
      *          (ciclo/anio/curso/turno) con fecha de vencimiento y
      *          ocupa el lugar mientras esta vigente (Vacantes, Cursos
      *          y PromoverEspera la cuentan). La sena se cobra en la
      *          ventanilla con la caja abierta (medio SENA en
      *          caja_movs) y al confirmar se inscribe al alumno y la
      *          sena se aplica a la matricula; lo que sobra queda como
      *          saldo a favor. Al confirmar se controla la edad al
      *          corte como en la inscripcion comun. Las vencidas las
      *          libera VencReservas en la cadena nocturna
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reservas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESERVAS ASSIGN TO "..\reservas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rv-llave.

           SELECT CURSOS ASSIGN TO "..\cursos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS curso-llave
           ALTERNATE RECORD KEY IS cur-legajo WITH DUPLICATES.

           SELECT CUPOS ASSIGN TO "..\cupos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cupo-llave.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS alu-llave
           ALTERNATE RECORD KEY IS alu-legajo WITH DUPLICATES.

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL NUMERADORES ASSIGN TO "..\numeradores.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS num-codigo.

           SELECT OPTIONAL SALDOS-FAVOR ASSIGN TO "..\saldos_favor.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sf-llave.

           SELECT OPTIONAL SF-MOVS ASSIGN TO "..\saldos_favor_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CAJAS ASSIGN TO "..\cajas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS caja-llave.

           SELECT OPTIONAL CAJA-MOVS ASSIGN TO "..\caja_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

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
      * rv-estado: V = vigente, C = confirmada (inscripto),
      * X = vencida y liberada, A = anulada por la familia.
      * rv-origen: M = pedida en el mostrador, E = ofrecida a la
      * lista de espera
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
               88 rv-confirmada value "C".
               88 rv-vencida value "X".
               88 rv-anulada value "A".
           03 rv-fec-cierre pic 9(8).
           03 rv-operador pic x(10).
           03 rv-origen pic x.

       FD  CURSOS.
       01  cur-reg.
           03 curso-llave.
              05 cur-ciclo pic 9(4).
              05 cur-anio pic 9.
              05 cur-curso pic 99.
              05 cur-turno pic 9.
              05 cur-orden pic 99.
           03 cur-legajo pic 9(5).
           03 cur-cta-cte pic 9(5).
           03 cur-cant-cuotas pic 99.

       FD  CUPOS.
       01  cupo-reg.
           03 cupo-llave.
               05 cupo-ciclo pic 9(4).
               05 cupo-anio pic 9.
               05 cupo-curso pic 99.
               05 cupo-turno pic 9.
           03 cupo-maximo pic 999.

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-llave.
               05 alu-dni pic 9(8).
               05 alu-est pic x.
           03 alu-legajo pic 9(5).
           03 alu-nombre pic x(20).
           03 alu-telefono pic x(15).
           03 alu-email pic x(30).

       FD  PAGOS.
       01  pag-reg.
           03 pagos-llave.
               05 pag-curso pic 99.
               05 pag-cta-cte pic 9(5).
               05 pag-cuota pic 99.
           03 pag-fec-venc pic 9(8).
           03 pag-fec-pago pic 9(8).
           03 pag-importe pic 9(6)v99.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  NUMERADORES.
       01  num-reg.
           03 num-codigo pic x(10).
           03 num-proximo pic 9(5).

       FD  SALDOS-FAVOR.
       01  sf-reg.
           03 sf-llave.
               05 sf-curso pic 99.
               05 sf-cta-cte pic 9(5).
           03 sf-saldo pic 9(8)v99.
           03 sf-fec-ult pic 9(8).

       FD  SF-MOVS.
       01  sfm-reg.
           03 sfm-fecha pic 9(8).
           03 sfm-curso pic 99.
           03 sfm-cta-cte pic 9(5).
           03 sfm-signo pic x.
           03 sfm-importe pic 9(8)v99.
           03 sfm-origen pic x(20).

       FD  CAJAS.
       01  caja-reg.
           03 caja-llave.
               05 caja-fecha pic 9(8).
               05 caja-numero pic 99.
           03 caja-estado pic x.
               88 caja-abierta value "A".
               88 caja-cerrada value "C".
           03 caja-operador pic x(10).
           03 caja-fec-cierre pic 9(8).
           03 caja-sede pic 99.

       FD  CAJA-MOVS.
       01  cm-reg.
           03 cm-fecha pic 9(8).
           03 cm-curso pic 99.
           03 cm-cta-cte pic 9(5).
           03 cm-cuota pic 99.
           03 cm-medio pic x(15).
           03 cm-importe pic 9(6)v99.
           03 cm-operador pic x(10).
           03 cm-caja pic 99.
           03 cm-hora pic 9(8).

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
       01  w-modo pic x value "L".
           88 modo-reservar value "R".
           88 modo-sena value "S".
           88 modo-confirmar value "C".
           88 modo-anular value "A".
           88 modo-listar value "L".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-rv pic 9 value 0.
           88 fin-rv value 1.
       77  w-caja-ok pic x value "N".
           88 caja-ok value "S".
       77  w-caja-numero pic 99.
       77  w-alumno-ok pic x.
           88 alumno-hallado value "S".
       77  w-reserva-ok pic x.
           88 reserva-hallada value "S".
       77  w-rechazo pic x.
           88 hay-rechazo value "S".
       77  w-confirma pic x.
           88 confirmado value "S" "s".
       77  w-legajo pic 9(5).
       77  w-ciclo pic 9(4).
       77  w-cupo-maximo pic 999.
       77  w-cant-inscriptos pic 999.
       77  w-cant-reservas pic 999.
       77  w-vacantes pic s999.
       77  w-max-orden pic 99.
       77  w-importe pic 9(6)v99.
       77  w-medio pic x(15).
       77  w-importe-matricula pic 9(6)v99.
       77  w-venc-matricula pic 9(8).
       77  w-sobrante pic 9(6)v99.
       77  w-cant-listadas pic 9(5) value 0.
       77  w-rv-guardado pic x(65).
       01  w-cupo-pedido.
           03 w-cp-ciclo pic 9(4).
           03 w-cp-anio pic 9.
           03 w-cp-curso pic 99.
           03 w-cp-turno pic 9.
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

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "Reservas".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Reservas".
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
               WHEN modo-reservar
                   PERFORM 200-RESERVAR
               WHEN modo-sena
                   PERFORM 140-VERIFICAR-CAJA
                   IF caja-ok
                       PERFORM 300-COBRAR-SENA
                   END-IF
               WHEN modo-confirmar
                   PERFORM 400-CONFIRMAR
               WHEN modo-anular
                   PERFORM 500-ANULAR
               WHEN OTHER
                   PERFORM 600-LISTAR
           END-EVALUATE.
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
           DISPLAY "Modo (R=Reservar, S=Cobrar sena, C=Confirmar ",
               "inscripcion, A=Anular, L=Listar)".
           ACCEPT w-modo.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF fin-oa OR oa-codigo = spaces
               DISPLAY "Operador"
               ACCEPT w-operador
           ELSE
               MOVE oa-codigo TO w-operador
           END-IF.
           IF NOT fin-oa
               MOVE oa-perfil TO w-perfil
           END-IF.
           OPEN I-O RESERVAS.
           OPEN INPUT ALUMNOS CUPOS.
           IF modo-confirmar
               OPEN I-O CURSOS PAGOS NUMERADORES SALDOS-FAVOR
               OPEN EXTEND SF-MOVS
               OPEN INPUT CURSOCAT NACIMIENTOS EDADES
               PERFORM 110-LEER-CORTE-EDAD
           ELSE
               OPEN INPUT CURSOS
           END-IF.

       110-LEER-CORTE-EDAD.
           OPEN INPUT PARAMETROS.
           MOVE "EDAD-CORTE" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-corte-mmdd
           END-READ.
           CLOSE PARAMETROS.

      * Igual que en Pagos: la sena solo entra con la caja del dia
      * abierta en la terminal
       140-VERIFICAR-CAJA.
           OPEN INPUT CAJAS.
           MOVE w-fecha-hoy TO caja-fecha.
           DISPLAY "Numero de caja/terminal".
           ACCEPT caja-numero.
           READ CAJAS
               INVALID KEY
                   DISPLAY "NO HAY CAJA ABIERTA PARA HOY EN ESA ",
                       "TERMINAL - ABRA LA CAJA ANTES DE COBRAR"
               NOT INVALID KEY
                   IF caja-cerrada
                       DISPLAY "LA CAJA DE HOY YA ESTA CERRADA - ",
                           "NO SE REGISTRAN MAS COBROS"
                   ELSE
                       SET caja-ok TO TRUE
                       MOVE caja-numero TO w-caja-numero
                   END-IF
           END-READ.
           CLOSE CAJAS.

       150-PEDIR-CUPO.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-cp-ciclo.
           DISPLAY "Anio".
           ACCEPT w-cp-anio.
           DISPLAY "Numero de curso".
           ACCEPT w-cp-curso.
           DISPLAY "Turno".
           ACCEPT w-cp-turno.

       160-PEDIR-LEGAJO.
           MOVE "N" TO w-alumno-ok.
           DISPLAY "Legajo".
           ACCEPT w-legajo.
           MOVE w-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY DISPLAY "LEGAJO INEXISTENTE"
               NOT INVALID KEY
                   SET alumno-hallado TO TRUE
                   DISPLAY alu-nombre
           END-READ.

      * Reserva del cupo pedido para el legajo pedido
       170-LEER-RESERVA.
           MOVE "N" TO w-reserva-ok.
           MOVE w-cupo-pedido TO rv-cupo.
           MOVE w-legajo TO rv-legajo.
           READ RESERVAS
               INVALID KEY
                   DISPLAY "NO HAY RESERVA DE ESE LEGAJO EN ESE CUPO"
               NOT INVALID KEY
                   SET reserva-hallada TO TRUE
           END-READ.

      ******************************************************************
      * Alta de la reserva: el alumno (ya admitido y con legajo) no
      * puede estar inscripto ni tener otra reserva vigente en el
      * ciclo, y el cupo tiene que tener lugar contando inscriptos y
      * reservas vigentes
      ******************************************************************
       200-RESERVAR.
           PERFORM 150-PEDIR-CUPO.
           PERFORM 160-PEDIR-LEGAJO.
           IF alumno-hallado
               PERFORM 210-VALIDAR-RESERVA
               IF NOT hay-rechazo
                   PERFORM 230-GRABAR-RESERVA
               END-IF
           END-IF.

       210-VALIDAR-RESERVA.
           MOVE "N" TO w-rechazo.
           PERFORM 220-INSCRIPTO-EN-CICLO.
           IF NOT hay-rechazo
               PERFORM 225-OTRA-RESERVA-EN-CICLO
           END-IF.
           IF NOT hay-rechazo
               PERFORM 700-CALCULAR-VACANTES
               IF w-vacantes NOT > 0
                   DISPLAY "EL CUPO ESTA COMPLETO (inscriptos ",
                       w-cant-inscriptos, " reservas ",
                       w-cant-reservas, " cupo ", w-cupo-maximo, ")"
                   SET hay-rechazo TO TRUE
               END-IF
           END-IF.

       220-INSCRIPTO-EN-CICLO.
           MOVE 0 TO w-flag-cursos.
           MOVE w-legajo TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = w-legajo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       IF cur-ciclo = w-cp-ciclo
                           DISPLAY "EL ALUMNO YA ESTA INSCRIPTO EN ",
                               "EL CICLO (anio ", cur-anio,
                               " curso ", cur-curso, ")"
                           SET hay-rechazo TO TRUE
                           MOVE 1 TO w-flag-cursos
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Las reservas del ciclo estan juntas: la llave empieza por
      * el ciclo
       225-OTRA-RESERVA-EN-CICLO.
           MOVE 0 TO w-flag-rv.
           MOVE w-cp-ciclo TO rv-ciclo.
           MOVE 0 TO rv-anio rv-curso rv-turno rv-legajo.
           START RESERVAS KEY IS NOT LESS THAN rv-llave
               INVALID KEY MOVE 1 TO w-flag-rv
           END-START.
           PERFORM UNTIL fin-rv
               READ RESERVAS NEXT AT END MOVE 1 TO w-flag-rv
               END-READ
               IF NOT fin-rv
                   IF rv-ciclo NOT = w-cp-ciclo
                       MOVE 1 TO w-flag-rv
                   ELSE
                       IF rv-legajo = w-legajo AND rv-vigente
                           DISPLAY "EL ALUMNO YA TIENE RESERVA ",
                               "VIGENTE EN ANIO ", rv-anio,
                               " CURSO ", rv-curso, " TURNO ",
                               rv-turno, " HASTA ", rv-fec-vence
                           SET hay-rechazo TO TRUE
                           MOVE 1 TO w-flag-rv
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       230-GRABAR-RESERVA.
           MOVE w-cupo-pedido TO rv-cupo.
           MOVE w-legajo TO rv-legajo.
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
           MOVE "M" TO rv-origen.
           MOVE w-operador TO rv-operador.
           WRITE rv-reg
               INVALID KEY
                   REWRITE rv-reg
                       INVALID KEY
                           DISPLAY "NO PUDE GRABAR LA RESERVA"
                       NOT INVALID KEY
                           DISPLAY "Reserva renovada hasta ",
                               rv-fec-vence
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "Reserva grabada hasta ", rv-fec-vence
           END-WRITE.

      ******************************************************************
      * Sena en la ventanilla: entra al arqueo con medio SENA y queda
      * acumulada en la reserva hasta que la familia confirme
      ******************************************************************
       300-COBRAR-SENA.
           PERFORM 150-PEDIR-CUPO.
           PERFORM 160-PEDIR-LEGAJO.
           IF alumno-hallado
               PERFORM 170-LEER-RESERVA
               IF reserva-hallada
                   EVALUATE TRUE
                       WHEN NOT rv-vigente
                           DISPLAY "LA RESERVA NO ESTA VIGENTE ",
                               "(estado ", rv-estado, ")"
                       WHEN rv-fec-vence < w-fecha-hoy
                           DISPLAY "LA RESERVA VENCIO EL ",
                               rv-fec-vence
                       WHEN OTHER
                           PERFORM 310-REGISTRAR-SENA
                   END-EVALUATE
               END-IF
           END-IF.

       310-REGISTRAR-SENA.
           IF rv-sena > 0
               DISPLAY "Sena ya cobrada: ", rv-sena
           END-IF.
           DISPLAY "Importe de la sena".
           ACCEPT w-importe.
           IF w-importe = 0
               DISPLAY "IMPORTE EN CERO - NO SE REGISTRA"
           ELSE
               DISPLAY "Medio de pago (EFECTIVO/CHEQUE/TRANSFERENCIA/",
                   "OTRO)"
               ACCEPT w-medio
               OPEN EXTEND CAJA-MOVS
               MOVE w-fecha-hoy TO cm-fecha
               MOVE rv-curso TO cm-curso
               MOVE rv-legajo TO cm-cta-cte
               MOVE 0 TO cm-cuota
               EVALUATE w-medio
                   WHEN "EFECTIVO"
                       MOVE "SENA EFECTIVO" TO cm-medio
                   WHEN "CHEQUE"
                       MOVE "SENA CHEQUE" TO cm-medio
                   WHEN "TRANSFERENCIA"
                       MOVE "SENA TRANSF" TO cm-medio
                   WHEN OTHER
                       MOVE "SENA OTRO" TO cm-medio
               END-EVALUATE
               MOVE w-importe TO cm-importe
               MOVE w-operador TO cm-operador
               MOVE w-caja-numero TO cm-caja
               ACCEPT cm-hora FROM TIME
               WRITE cm-reg
               CLOSE CAJA-MOVS
               ADD w-importe TO rv-sena
               MOVE w-fecha-hoy TO rv-fec-sena
               REWRITE rv-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR LA SENA EN LA RESERVA"
                   NOT INVALID KEY
                       DISPLAY "Sena registrada. Total senado: ",
                           rv-sena
               END-REWRITE
           END-IF.

      ******************************************************************
      * Confirmacion: inscribe al alumno en el cupo reservado igual
      * que la inscripcion comun (orden siguiente, cta-cte del
      * numerador, matricula como cuota 00) y aplica la sena a la
      * matricula
      ******************************************************************
       400-CONFIRMAR.
           PERFORM 150-PEDIR-CUPO.
           PERFORM 160-PEDIR-LEGAJO.
           IF alumno-hallado
               PERFORM 170-LEER-RESERVA
               IF reserva-hallada
                   EVALUATE TRUE
                       WHEN NOT rv-vigente
                           DISPLAY "LA RESERVA NO ESTA VIGENTE ",
                               "(estado ", rv-estado, ")"
                       WHEN rv-fec-vence < w-fecha-hoy
                           DISPLAY "LA RESERVA VENCIO EL ",
                               rv-fec-vence, " - NO SE CONFIRMA"
                       WHEN OTHER
                           PERFORM 410-INSCRIBIR
                   END-EVALUATE
               END-IF
           END-IF.

       410-INSCRIBIR.
           DISPLAY "Se inscribe el legajo ", w-legajo, " (sena ",
               rv-sena, "). Confirma? (S/N)".
           ACCEPT w-confirma.
           IF confirmado
               PERFORM 415-CONTROLAR-EDAD
           END-IF.
           IF confirmado
               MOVE rv-reg TO w-rv-guardado
               PERFORM 710-CONTAR-INSCRIPTOS
               MOVE w-cp-ciclo TO cur-ciclo
               MOVE w-cp-anio TO cur-anio
               MOVE w-cp-curso TO cur-curso
               MOVE w-cp-turno TO cur-turno
               COMPUTE cur-orden = w-max-orden + 1
               MOVE w-legajo TO cur-legajo
               PERFORM 420-ASIGNAR-CTA-CTE
               DISPLAY "Cantidad de cuotas del curso"
               ACCEPT cur-cant-cuotas
               WRITE cur-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR LA INSCRIPCION"
                   NOT INVALID KEY
                       DISPLAY "Inscripto con orden ", cur-orden
                       MOVE w-rv-guardado TO rv-reg
                       MOVE "C" TO rv-estado
                       MOVE w-fecha-hoy TO rv-fec-cierre
                       MOVE w-operador TO rv-operador
                       REWRITE rv-reg
                       END-REWRITE
                       PERFORM 430-GENERAR-MATRICULA
               END-WRITE
           END-IF.

      * La reserva guardo el lugar pero no controlo la edad: al
      * confirmar se aplica el mismo control que la inscripcion comun
       415-CONTROLAR-EDAD.
           MOVE w-cp-ciclo TO cur-ciclo.
           MOVE w-cp-anio TO cur-anio.
           MOVE w-cp-curso TO cur-curso.
           PERFORM 460-VERIFICAR-EDAD.
           IF NOT edad-aceptada
               DISPLAY "NO SE CONFIRMA LA RESERVA POR EDAD"
               MOVE "N" TO w-confirma
           END-IF.

      * La cta-cte la entrega el numerador central, igual que la
      * inscripcion comun; sin numerador cargado se pide como antes
       420-ASIGNAR-CTA-CTE.
           MOVE "CTA-CTE" TO num-codigo.
           READ NUMERADORES
               INVALID KEY
                   DISPLAY "Nro de cta cte dentro del curso"
                   ACCEPT cur-cta-cte
               NOT INVALID KEY
                   MOVE num-proximo TO cur-cta-cte
                   ADD 1 TO num-proximo
                   REWRITE num-reg
                   DISPLAY "Cta-cte asignada: ", cur-cta-cte
           END-READ.

      * La sena cubre la matricula hasta donde alcanza: si la cubre
      * entera la cuota 00 queda paga, si no queda como pago parcial.
      * Lo que sobra (o toda la sena si no hay matricula) pasa a
      * saldo a favor de la cuenta nueva
       430-GENERAR-MATRICULA.
           MOVE rv-sena TO w-sobrante.
           DISPLAY "Importe de la matricula (0 = sin matricula)".
           ACCEPT w-importe-matricula.
           IF w-importe-matricula NOT = 0
               DISPLAY "Vencimiento de la matricula (AAAAMMDD)"
               ACCEPT w-venc-matricula
               MOVE cur-curso TO pag-curso
               MOVE cur-cta-cte TO pag-cta-cte
               MOVE 0 TO pag-cuota
               MOVE w-venc-matricula TO pag-fec-venc
               MOVE 0 TO pag-fec-pago
               MOVE w-importe-matricula TO pag-importe
               MOVE w-importe-matricula TO pag-importe-orig
               MOVE 0 TO pag-cobrado
               MOVE 0 TO pag-recargo
               MOVE spaces TO pag-medio-pago
               MOVE "N" TO pag-beca-aplicada
               PERFORM 440-APLICAR-SENA
               WRITE pag-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR LA MATRICULA"
               END-WRITE
           END-IF.
           IF w-sobrante > 0
               PERFORM 450-SALDO-A-FAVOR
           END-IF.
           MOVE cur-curso TO w-sal-curso.
           MOVE cur-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       440-APLICAR-SENA.
           IF w-sobrante > 0
               IF w-sobrante NOT < pag-importe
                   MOVE w-fecha-hoy TO pag-fec-pago
                   MOVE "SENA RESERVA" TO pag-medio-pago
                   MOVE pag-importe TO pag-cobrado
                   SUBTRACT pag-importe FROM w-sobrante
                   DISPLAY "Matricula cubierta con la sena"
               ELSE
                   MOVE w-sobrante TO pag-cobrado
                   SUBTRACT w-sobrante FROM pag-importe
                   MOVE 0 TO w-sobrante
                   DISPLAY "Sena aplicada a la matricula; resta ",
                       pag-importe
               END-IF
           END-IF.

       450-SALDO-A-FAVOR.
           MOVE cur-curso TO sf-curso.
           MOVE cur-cta-cte TO sf-cta-cte.
           READ SALDOS-FAVOR
               INVALID KEY
                   MOVE w-sobrante TO sf-saldo
                   MOVE w-fecha-hoy TO sf-fec-ult
                   WRITE sf-reg
               NOT INVALID KEY
                   ADD w-sobrante TO sf-saldo
                   MOVE w-fecha-hoy TO sf-fec-ult
                   REWRITE sf-reg
           END-READ.
           MOVE w-fecha-hoy TO sfm-fecha.
           MOVE cur-curso TO sfm-curso.
           MOVE cur-cta-cte TO sfm-cta-cte.
           MOVE "C" TO sfm-signo.
           MOVE w-sobrante TO sfm-importe.
           MOVE "SENA RESERVA" TO sfm-origen.
           WRITE sfm-reg.
           DISPLAY "SOBRANTE DE LA SENA ", w-sobrante, " ACREDITADO ",
               "COMO SALDO A FAVOR DE LA CUENTA ", cur-curso, "/",
               cur-cta-cte.

      * Edad al corte contra el rango del nivel/anio: sin fecha de
      * nacimiento o sin rango cargado no se controla. Fuera de rango
      * solo pasa si lo autoriza un supervisor
       460-VERIFICAR-EDAD.
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
                           PERFORM 465-EDAD-FUERA-DE-RANGO
                       END-IF
               END-READ
           END-IF.

       465-EDAD-FUERA-DE-RANGO.
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

      ******************************************************************
      * Anulacion a pedido de la familia: libera el lugar. La sena
      * cobrada no se devuelve por este circuito
      ******************************************************************
       500-ANULAR.
           PERFORM 150-PEDIR-CUPO.
           PERFORM 160-PEDIR-LEGAJO.
           IF alumno-hallado
               PERFORM 170-LEER-RESERVA
               IF reserva-hallada
                   IF NOT rv-vigente
                       DISPLAY "LA RESERVA NO ESTA VIGENTE ",
                           "(estado ", rv-estado, ")"
                   ELSE
                       PERFORM 510-MARCAR-ANULADA
                   END-IF
               END-IF
           END-IF.

       510-MARCAR-ANULADA.
           DISPLAY "Anula la reserva del legajo ", w-legajo,
               "? (S/N)".
           ACCEPT w-confirma.
           IF confirmado
               MOVE "A" TO rv-estado
               MOVE w-fecha-hoy TO rv-fec-cierre
               MOVE w-operador TO rv-operador
               REWRITE rv-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR LA ANULACION"
                   NOT INVALID KEY
                       DISPLAY "Reserva anulada. El lugar queda ",
                           "libre para la lista de espera."
                       IF rv-sena > 0
                           DISPLAY "LA SENA DE ", rv-sena,
                               " QUEDA RETENIDA"
                       END-IF
               END-REWRITE
           END-IF.

      ******************************************************************
      * Reservas de un ciclo con su estado y la sena cobrada
      ******************************************************************
       600-LISTAR.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-ciclo.
           MOVE 0 TO w-flag-rv.
           MOVE w-ciclo TO rv-ciclo.
           MOVE 0 TO rv-anio rv-curso rv-turno rv-legajo.
           START RESERVAS KEY IS NOT LESS THAN rv-llave
               INVALID KEY MOVE 1 TO w-flag-rv
           END-START.
           DISPLAY "A CU T LEGAJO NOMBRE               ALTA     ",
               "VENCE    E      SENA".
           PERFORM UNTIL fin-rv
               READ RESERVAS NEXT AT END MOVE 1 TO w-flag-rv
               END-READ
               IF NOT fin-rv
                   IF rv-ciclo NOT = w-ciclo
                       MOVE 1 TO w-flag-rv
                   ELSE
                       PERFORM 610-MOSTRAR-RESERVA
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Reservas listadas: ", w-cant-listadas.

       610-MOSTRAR-RESERVA.
           ADD 1 TO w-cant-listadas.
           MOVE rv-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY MOVE "(desconocido)" TO alu-nombre
           END-READ.
           DISPLAY rv-anio, " ", rv-curso, " ", rv-turno, " ",
               rv-legajo, "  ", alu-nombre, " ", rv-fec-alta, " ",
               rv-fec-vence, " ", rv-estado, " ", rv-sena.

      ******************************************************************
      * Lugar del cupo: cupo maximo menos inscriptos menos reservas
      * vigentes (no vencidas a hoy)
      ******************************************************************
       700-CALCULAR-VACANTES.
           MOVE w-cupo-pedido TO cupo-llave.
           READ CUPOS
               INVALID KEY
                   DISPLAY "NO HAY CUPO CONFIGURADO"
                   MOVE 0 TO w-cupo-maximo
               NOT INVALID KEY
                   MOVE cupo-maximo TO w-cupo-maximo
           END-READ.
           PERFORM 710-CONTAR-INSCRIPTOS.
           PERFORM 720-CONTAR-RESERVAS.
           COMPUTE w-vacantes = w-cupo-maximo - w-cant-inscriptos
               - w-cant-reservas.

       710-CONTAR-INSCRIPTOS.
           MOVE 0 TO w-cant-inscriptos w-max-orden w-flag-cursos.
           MOVE w-cp-ciclo TO cur-ciclo.
           MOVE w-cp-anio TO cur-anio.
           MOVE w-cp-curso TO cur-curso.
           MOVE w-cp-turno TO cur-turno.
           MOVE 0 TO cur-orden.
           START CURSOS KEY IS NOT LESS THAN curso-llave
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-ciclo NOT = w-cp-ciclo
                           OR cur-anio NOT = w-cp-anio
                           OR cur-curso NOT = w-cp-curso
                           OR cur-turno NOT = w-cp-turno
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       ADD 1 TO w-cant-inscriptos
                       IF cur-orden > w-max-orden
                           MOVE cur-orden TO w-max-orden
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       720-CONTAR-RESERVAS.
           MOVE 0 TO w-cant-reservas w-flag-rv.
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

       900-FIN.
           CLOSE RESERVAS ALUMNOS CUPOS CURSOS.
           IF modo-confirmar
               CLOSE PAGOS NUMERADORES SALDOS-FAVOR SF-MOVS
               CLOSE CURSOCAT NACIMIENTOS EDADES
           END-IF.
       END PROGRAM Reservas.
