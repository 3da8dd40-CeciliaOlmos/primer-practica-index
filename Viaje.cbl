      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fondo del viaje de egresados por legajo, separado de
      *          las cuotas: la plata es de las familias y se gira a
      *          la agencia de viajes. Plan con meta y cantidad de
      *          cuotas mensuales, pagos en la ventanilla con la caja
      *          abierta (medio VIAJE en caja_movs) y acreditacion de
      *          los pagos por banco que la registracion de novedades
      *          deja en viaje_banco.dat (cuota 98), estado de cuenta
      *          por alumno, pagos a la agencia imputados al fondo de
      *          la promocion y calculo del reintegro de quien desiste,
      *          que entra como solicitud al circuito de devoluciones
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Viaje.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VIAJES ASSIGN TO "..\viaje.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS vj-legajo.

           SELECT OPTIONAL VIAJE-MOVS ASSIGN TO "..\viaje_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PAGOS-VIAJE ASSIGN TO "..\viaje_banco.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PAGOS-PEND ASSIGN TO "..\viaje_banco.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL VIAJE-AGENCIA
           ASSIGN TO "..\viaje_agencia.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS alu-llave
           ALTERNATE RECORD KEY IS alu-legajo WITH DUPLICATES.

           SELECT CURSOS ASSIGN TO "..\cursos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS curso-llave
           ALTERNATE RECORD KEY IS cur-legajo WITH DUPLICATES.

           SELECT OPTIONAL CAJAS ASSIGN TO "..\cajas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS caja-llave.

           SELECT OPTIONAL CAJA-MOVS ASSIGN TO "..\caja_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL DEVOLUCIONES ASSIGN TO "..\devoluciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Lo que queda en la escuela es lo aportado menos lo girado a
      * la agencia, lo devuelto y lo retenido al que desiste
       FD  VIAJES.
       01  vj-reg.
           03 vj-legajo pic 9(5).
           03 vj-ciclo pic 9(4).
           03 vj-meta pic 9(7)v99.
           03 vj-cant-cuotas pic 99.
           03 vj-primer-mes pic 9(6).
           03 vj-cuota-mens pic 9(6)v99.
           03 vj-aportado pic 9(7)v99.
           03 vj-transferido pic 9(7)v99.
           03 vj-devuelto pic 9(7)v99.
           03 vj-retenido pic 9(7)v99.
           03 vj-estado pic x.
               88 vj-activo value "A".
               88 vj-desistido value "D".
           03 vj-fec-alta pic 9(8).
           03 vj-fec-baja pic 9(8).
           03 vj-operador pic x(10).

      * vm-tipo: C = pago en caja, B = pago por banco, A = giro a la
      * agencia, D = reintegro al que desiste, R = retencion,
      * F = saldo pasado por fusion de legajos
       FD  VIAJE-MOVS.
       01  vm-reg.
           03 vm-fecha pic 9(8).
           03 vm-legajo pic 9(5).
           03 vm-tipo pic x.
           03 vm-importe pic 9(7)v99.
           03 vm-saldo pic s9(7)v99.
           03 vm-referencia pic x(20).
           03 vm-operador pic x(10).

       FD  PAGOS-VIAJE.
       01  pvb-reg.
           03 pvb-fecha pic 9(8).
           03 pvb-dni pic 9(8).
           03 pvb-importe pic 9(6)v99.
           03 pvb-lote pic 9(8).
           03 pvb-referencia pic 9(10).

       FD  PAGOS-PEND.
       01  pp-reg pic x(42).

       FD  VIAJE-AGENCIA.
       01  va-reg.
           03 va-fecha pic 9(8).
           03 va-ciclo pic 9(4).
           03 va-agencia pic x(30).
           03 va-comprobante pic x(15).
           03 va-importe pic 9(8)v99.
           03 va-cant-alumnos pic 9(4).
           03 va-operador pic x(10).

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-llave.
               05 alu-dni pic 9(8).
               05 alu-est pic x.
           03 alu-legajo pic 9(5).
           03 alu-nombre pic x(20).
           03 alu-telefono pic x(15).
           03 alu-email pic x(30).

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

       FD  DEVOLUCIONES.
       01  dev-reg.
           03 dev-numero pic 9(6).
           03 dev-curso pic 99.
           03 dev-cta-cte pic 9(5).
           03 dev-importe pic 9(6)v99.
           03 dev-motivo pic x(30).
           03 dev-estado pic x.
           03 dev-fec-solicitud pic 9(8).
           03 dev-supervisor pic x(10).
           03 dev-fec-pago pic 9(8).
           03 dev-medio pic x(15).

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "E".
           88 modo-plan value "P".
           88 modo-caja value "C".
           88 modo-banco value "B".
           88 modo-estado value "E".
           88 modo-agencia value "G".
           88 modo-desiste value "D".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-nombre-listado pic x(40).
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-flag-movs pic 9 value 0.
           88 fin-movs value 1.
       77  w-flag-viajes pic 9 value 0.
           88 fin-viajes value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-dev pic 9 value 0.
           88 fin-dev value 1.
       77  w-caja-ok pic x value "N".
           88 caja-ok value "S".
       77  w-caja-numero pic 99.
       77  w-alumno-ok pic x.
           88 alumno-hallado value "S".
       77  w-plan-ok pic x.
           88 plan-hallado value "S".
       77  w-confirma pic x.
           88 confirmado value "S" "s".
       77  w-legajo pic 9(5).
       77  w-importe pic 9(7)v99.
       77  w-medio pic x(15).
       77  w-tipo-mov pic x.
       77  w-referencia pic x(20).
       77  w-fecha-mov pic 9(8).
       77  w-gasto-desiste pic 9(6)v99 value 0.
       77  w-saldo pic s9(7)v99.
       77  w-reintegro pic s9(7)v99.
       77  w-retencion pic 9(7)v99.
       77  w-acumulado pic 9(7)v99.
       77  w-cuota-k pic 99.
       77  w-cant-ok pic 9(5) value 0.
       77  w-cant-rech pic 9(5) value 0.
       77  w-total-ok pic 9(8)v99 value 0.
       77  w-ciclo pic 9(4).
       77  w-disponible pic 9(8)v99.
       77  w-resto-importe pic 9(8)v99.
       77  w-resto-disponible pic 9(8)v99.
       77  w-parte pic 9(7)v99.
       77  w-cant-alumnos pic 9(4) value 0.
       77  w-max-numero pic 9(6) value 0.
       77  w-ult-ciclo pic 9(4) value 0.
       77  w-ult-curso pic 99 value 0.
       77  w-ult-cta pic 9(5) value 0.
       77  w-edit-importe pic z.zzz.zz9,99.
       77  w-edit-saldo pic -.---.--9,99.
       01  w-mes-plan.
           03 w-mes-anio pic 9(4).
           03 w-mes-mes pic 99.
       01  w-mes-plan-r redefines w-mes-plan pic 9(6).
       01  w-mes-hoy pic 9(6).
       01  lin-cuota.
           03 filler pic x(2) value spaces.
           03 lc-cuota pic z9.
           03 filler pic x(2) value spaces.
           03 lc-mes pic 9(6).
           03 filler pic x(2) value spaces.
           03 lc-importe pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lc-acumulado pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lc-situacion pic x(12).
       01  lin-movimiento.
           03 lm-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 lm-tipo pic x(14).
           03 filler pic x(2) value spaces.
           03 lm-importe pic z.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lm-saldo pic -.---.--9,99.
           03 filler pic x(2) value spaces.
           03 lm-referencia pic x(20).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Viaje".
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
               WHEN modo-plan
                   PERFORM 200-PLAN
               WHEN modo-caja
                   PERFORM 140-VERIFICAR-CAJA
                   IF caja-ok
                       PERFORM 300-PAGO-EN-CAJA
                   END-IF
               WHEN modo-banco
                   PERFORM 400-PAGOS-POR-BANCO
               WHEN modo-agencia
                   PERFORM 600-PAGO-AGENCIA
               WHEN modo-desiste
                   PERFORM 700-DESISTIMIENTO
               WHEN OTHER
                   PERFORM 500-ESTADO-DE-CUENTA
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

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy(1:6) TO w-mes-hoy.
           DISPLAY "Modo (P=Plan, C=Pago en caja, B=Pagos por banco, ",
               "E=Estado de cuenta,".
           DISPLAY "      G=Pago a la agencia, D=Desistimiento)".
           ACCEPT w-modo.
           OPEN INPUT PARAMETROS.
           MOVE "VIAJE-GASTO" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-gasto-desiste
           END-READ.
           CLOSE PARAMETROS.
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
           OPEN I-O VIAJES.
           OPEN INPUT ALUMNOS.
           IF modo-caja OR modo-banco OR modo-agencia OR modo-desiste
               OPEN EXTEND VIAJE-MOVS
           END-IF.

      * Igual que en Pagos: el pago solo entra con la caja del dia
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
                           "NO SE REGISTRAN MAS PAGOS"
                   ELSE
                       SET caja-ok TO TRUE
                       MOVE caja-numero TO w-caja-numero
                   END-IF
           END-READ.
           CLOSE CAJAS.

       210-PEDIR-LEGAJO.
           MOVE "N" TO w-alumno-ok.
           DISPLAY "Legajo (x fin 0)".
           ACCEPT w-legajo.
           IF w-legajo NOT = 0
               MOVE w-legajo TO alu-legajo
               READ ALUMNOS KEY IS alu-legajo
                   INVALID KEY DISPLAY "LEGAJO INEXISTENTE"
                   NOT INVALID KEY
                       SET alumno-hallado TO TRUE
                       DISPLAY alu-nombre
               END-READ
           END-IF.

       220-LEER-PLAN.
           MOVE "N" TO w-plan-ok.
           MOVE w-legajo TO vj-legajo.
           READ VIAJES
               INVALID KEY CONTINUE
               NOT INVALID KEY SET plan-hallado TO TRUE
           END-READ.

      ******************************************************************
      * Plan de ahorro: meta, cantidad de cuotas y primer mes. La
      * cuota mensual es la meta dividida en partes iguales; la
      * ultima absorbe el redondeo
      ******************************************************************
       200-PLAN.
           PERFORM 210-PEDIR-LEGAJO.
           PERFORM UNTIL w-legajo = 0
               IF alumno-hallado
                   PERFORM 220-LEER-PLAN
                   IF plan-hallado AND vj-desistido
                       DISPLAY "EL ALUMNO DESISTIO DEL VIAJE EL ",
                           vj-fec-baja, " - NO SE MODIFICA"
                   ELSE
                       PERFORM 230-CARGAR-PLAN
                   END-IF
               END-IF
               PERFORM 210-PEDIR-LEGAJO
           END-PERFORM.

       230-CARGAR-PLAN.
           IF plan-hallado
               DISPLAY "Promocion ", vj-ciclo, "  meta ", vj-meta,
                   "  cuotas ", vj-cant-cuotas, " desde ",
                   vj-primer-mes, "  aportado ", vj-aportado
           ELSE
               MOVE w-legajo TO vj-legajo
               MOVE 0 TO vj-aportado vj-transferido vj-devuelto
                   vj-retenido vj-fec-baja
               MOVE "A" TO vj-estado
               MOVE w-fecha-hoy TO vj-fec-alta
           END-IF.
           DISPLAY "Ciclo de la promocion (AAAA)".
           ACCEPT vj-ciclo.
           DISPLAY "Meta de ahorro".
           ACCEPT vj-meta.
           DISPLAY "Cantidad de cuotas mensuales".
           ACCEPT vj-cant-cuotas.
           DISPLAY "Primer mes (AAAAMM)".
           ACCEPT vj-primer-mes.
           MOVE vj-primer-mes TO w-mes-plan-r.
           EVALUATE TRUE
               WHEN vj-meta = 0
                   DISPLAY "LA META NO PUEDE SER CERO"
               WHEN vj-cant-cuotas = 0
                   DISPLAY "LA CANTIDAD DE CUOTAS NO PUEDE SER CERO"
               WHEN w-mes-mes < 1 OR w-mes-mes > 12
                   DISPLAY "MES INVALIDO"
               WHEN vj-meta < vj-aportado
                   DISPLAY "LA META ES MENOR QUE LO YA APORTADO"
               WHEN OTHER
                   COMPUTE vj-cuota-mens ROUNDED =
                       vj-meta / vj-cant-cuotas
                   MOVE w-operador TO vj-operador
                   PERFORM 810-GRABAR-PLAN
                   DISPLAY "Plan grabado: ", vj-cant-cuotas,
                       " cuotas de ", vj-cuota-mens
           END-EVALUATE.

      ******************************************************************
      * Pago en la ventanilla: entra al arqueo con medio VIAJE y Caja
      * lo informa aparte de la recaudacion de cuotas
      ******************************************************************
       300-PAGO-EN-CAJA.
           PERFORM 210-PEDIR-LEGAJO.
           PERFORM UNTIL w-legajo = 0
               IF alumno-hallado
                   PERFORM 220-LEER-PLAN
                   EVALUATE TRUE
                       WHEN NOT plan-hallado
                           DISPLAY "EL ALUMNO NO TIENE PLAN DE VIAJE"
                       WHEN vj-desistido
                           DISPLAY "EL ALUMNO DESISTIO DEL VIAJE"
                       WHEN OTHER
                           PERFORM 310-REGISTRAR-PAGO
                   END-EVALUATE
               END-IF
               PERFORM 210-PEDIR-LEGAJO
           END-PERFORM.

       310-REGISTRAR-PAGO.
           DISPLAY "Importe (cuota ", vj-cuota-mens, ")".
           ACCEPT w-importe.
           IF w-importe = 0
               DISPLAY "IMPORTE EN CERO - NO SE REGISTRA"
           ELSE
               DISPLAY "Medio de pago (EFECTIVO/CHEQUE/TRANSFERENCIA/",
                   "OTRO)"
               ACCEPT w-medio
               OPEN EXTEND CAJA-MOVS
               MOVE w-fecha-hoy TO cm-fecha
               MOVE 0 TO cm-curso cm-cuota
               MOVE w-legajo TO cm-cta-cte
               EVALUATE w-medio
                   WHEN "EFECTIVO"
                       MOVE "VIAJE EFECTIVO" TO cm-medio
                   WHEN "CHEQUE"
                       MOVE "VIAJE CHEQUE" TO cm-medio
                   WHEN "TRANSFERENCIA"
                       MOVE "VIAJE TRANSF" TO cm-medio
                   WHEN OTHER
                       MOVE "VIAJE OTRO" TO cm-medio
               END-EVALUATE
               MOVE w-importe TO cm-importe
               MOVE w-operador TO cm-operador
               MOVE w-caja-numero TO cm-caja
               ACCEPT cm-hora FROM TIME
               WRITE cm-reg
               CLOSE CAJA-MOVS
               MOVE "C" TO w-tipo-mov
               MOVE w-fecha-hoy TO w-fecha-mov
               MOVE spaces TO w-referencia
               STRING "CAJA " w-caja-numero " " w-medio
                   DELIMITED BY SIZE INTO w-referencia
               PERFORM 800-ACREDITAR
               DISPLAY "Aportado: ", vj-aportado, " de ", vj-meta
           END-IF.

      ******************************************************************
      * Pagos por banco que dejo la registracion de novedades. El
      * DNI se busca entre los alumnos activos; los que no tienen
      * plan vigente quedan en el archivo para la proxima corrida
      ******************************************************************
       400-PAGOS-POR-BANCO.
           MOVE "..\listado_viaje.txt" TO w-nombre-listado.
           OPEN INPUT PAGOS-VIAJE.
           OPEN OUTPUT PAGOS-PEND.
           OPEN OUTPUT LISTADO.
           MOVE "PAGOS DEL VIAJE DE EGRESADOS POR BANCO RECHAZADOS"
               TO lis-linea.
           WRITE lis-linea.
           PERFORM UNTIL fin-pagos
               READ PAGOS-VIAJE AT END MOVE 1 TO w-flag-pagos
               END-READ
               IF NOT fin-pagos
                   PERFORM 410-ACREDITAR-PAGO-BANCO
               END-IF
           END-PERFORM.
           CLOSE PAGOS-VIAJE PAGOS-PEND.
           CLOSE LISTADO.
           PERFORM 420-DEJAR-PENDIENTES.
           DISPLAY "Pagos acreditados: ", w-cant-ok, " por ",
               w-total-ok.
           DISPLAY "Rechazados: ", w-cant-rech,
               " (listado_viaje.txt)".

       410-ACREDITAR-PAGO-BANCO.
           MOVE "N" TO w-alumno-ok w-plan-ok.
           MOVE pvb-dni TO alu-dni.
           MOVE "A" TO alu-est.
           READ ALUMNOS
               INVALID KEY CONTINUE
               NOT INVALID KEY SET alumno-hallado TO TRUE
           END-READ.
           IF alumno-hallado
               MOVE alu-legajo TO w-legajo
               PERFORM 220-LEER-PLAN
               IF plan-hallado AND vj-desistido
                   MOVE "N" TO w-plan-ok
               END-IF
           END-IF.
           IF plan-hallado
               MOVE pvb-importe TO w-importe
               MOVE "B" TO w-tipo-mov
               MOVE pvb-fecha TO w-fecha-mov
               MOVE spaces TO w-referencia
               STRING "LOTE " pvb-lote
                   DELIMITED BY SIZE INTO w-referencia
               PERFORM 800-ACREDITAR
               ADD 1 TO w-cant-ok
               ADD pvb-importe TO w-total-ok
           ELSE
               WRITE pp-reg FROM pvb-reg
               ADD 1 TO w-cant-rech
               MOVE spaces TO lis-linea
               IF alumno-hallado
                   STRING pvb-fecha " DNI " pvb-dni " importe "
                       pvb-importe " lote " pvb-lote
                       " - SIN PLAN VIGENTE"
                       DELIMITED BY SIZE INTO lis-linea
               ELSE
                   STRING pvb-fecha " DNI " pvb-dni " importe "
                       pvb-importe " lote " pvb-lote
                       " - SIN ALUMNO ACTIVO"
                       DELIMITED BY SIZE INTO lis-linea
               END-IF
               WRITE lis-linea
           END-IF.

      * Los rechazados se copian de vuelta desde el archivo de
      * trabajo, asi quedan para la proxima corrida
       420-DEJAR-PENDIENTES.
           OPEN INPUT PAGOS-PEND.
           OPEN OUTPUT PAGOS-VIAJE.
           MOVE 0 TO w-flag-pagos.
           PERFORM UNTIL fin-pagos
               READ PAGOS-PEND AT END MOVE 1 TO w-flag-pagos
               END-READ
               IF NOT fin-pagos
                   WRITE pvb-reg FROM pp-reg
               END-IF
           END-PERFORM.
           CLOSE PAGOS-PEND PAGOS-VIAJE.
           IF w-cant-rech > 0
               DISPLAY "Los rechazados quedan pendientes en ",
                   "viaje_banco.dat"
           END-IF.

      ******************************************************************
      * Estado de cuenta del alumno: el plan cuota por cuota contra
      * lo aportado y todos los movimientos del fondo
      ******************************************************************
       500-ESTADO-DE-CUENTA.
           PERFORM 210-PEDIR-LEGAJO.
           IF alumno-hallado
               PERFORM 220-LEER-PLAN
               IF NOT plan-hallado
                   DISPLAY "EL ALUMNO NO TIENE PLAN DE VIAJE"
               ELSE
                   PERFORM 510-IMPRIMIR-ESTADO
               END-IF
           END-IF.

       510-IMPRIMIR-ESTADO.
           MOVE spaces TO w-nombre-listado.
           STRING "..\viaje_" w-legajo ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "FONDO DE VIAJE DE EGRESADOS - PROMOCION " vj-ciclo
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Legajo " w-legajo "  " alu-nombre "  al "
               w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           IF vj-desistido
               MOVE spaces TO lis-linea
               STRING "DESISTIO DEL VIAJE EL " vj-fec-baja
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
           END-IF.
           MOVE all "=" TO lis-linea.
           WRITE lis-linea.
           MOVE "  CU  MES          IMPORTE       ACUMULADO  SITUACION"
               TO lis-linea.
           WRITE lis-linea.
           MOVE vj-primer-mes TO w-mes-plan-r.
           MOVE 0 TO w-acumulado.
           PERFORM VARYING w-cuota-k FROM 1 BY 1
                   UNTIL w-cuota-k > vj-cant-cuotas
               PERFORM 520-RENGLON-CUOTA
           END-PERFORM.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           MOVE "MOVIMIENTOS" TO lis-linea.
           WRITE lis-linea.
           OPEN INPUT VIAJE-MOVS.
           PERFORM UNTIL fin-movs
               READ VIAJE-MOVS AT END MOVE 1 TO w-flag-movs
               END-READ
               IF NOT fin-movs AND vm-legajo = w-legajo
                   PERFORM 530-RENGLON-MOVIMIENTO
               END-IF
           END-PERFORM.
           CLOSE VIAJE-MOVS.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           MOVE vj-meta TO w-edit-importe.
           MOVE spaces TO lis-linea.
           STRING "Meta                    " w-edit-importe
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE vj-aportado TO w-edit-importe.
           MOVE spaces TO lis-linea.
           STRING "Aportado                " w-edit-importe
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE vj-transferido TO w-edit-importe.
           MOVE spaces TO lis-linea.
           STRING "Girado a la agencia     " w-edit-importe
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           IF vj-devuelto > 0 OR vj-retenido > 0
               MOVE vj-devuelto TO w-edit-importe
               MOVE spaces TO lis-linea
               STRING "Reintegrado             " w-edit-importe
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
               MOVE vj-retenido TO w-edit-importe
               MOVE spaces TO lis-linea
               STRING "Retenido por desistir   " w-edit-importe
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
           END-IF.
           PERFORM 820-CALCULAR-SALDO.
           MOVE w-saldo TO w-edit-saldo.
           MOVE spaces TO lis-linea.
           STRING "Saldo en la escuela     " w-edit-saldo
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           IF vj-activo AND vj-aportado < vj-meta
               COMPUTE w-importe = vj-meta - vj-aportado
               MOVE w-importe TO w-edit-importe
               MOVE spaces TO lis-linea
               STRING "Falta para la meta      " w-edit-importe
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
           END-IF.
           CLOSE LISTADO.
           DISPLAY "Aportado ", vj-aportado, " de ", vj-meta,
               "  saldo en la escuela ", w-saldo.
           DISPLAY "Estado de cuenta en ", w-nombre-listado.

      * Una cuota esta cubierta si lo aportado alcanza el acumulado
      * del plan hasta ella; si no, vencida o a vencer segun el mes
       520-RENGLON-CUOTA.
           IF w-cuota-k = vj-cant-cuotas
               COMPUTE lc-importe = vj-meta - w-acumulado
               MOVE vj-meta TO w-acumulado
           ELSE
               MOVE vj-cuota-mens TO lc-importe
               ADD vj-cuota-mens TO w-acumulado
           END-IF.
           MOVE w-cuota-k TO lc-cuota.
           MOVE w-mes-plan-r TO lc-mes.
           MOVE w-acumulado TO lc-acumulado.
           EVALUATE TRUE
               WHEN vj-aportado NOT < w-acumulado
                   MOVE "CUBIERTA" TO lc-situacion
               WHEN w-mes-plan-r < w-mes-hoy
                   MOVE "VENCIDA" TO lc-situacion
               WHEN OTHER
                   MOVE "A VENCER" TO lc-situacion
           END-EVALUATE.
           MOVE lin-cuota TO lis-linea.
           WRITE lis-linea.
           ADD 1 TO w-mes-mes.
           IF w-mes-mes > 12
               MOVE 1 TO w-mes-mes
               ADD 1 TO w-mes-anio
           END-IF.

       530-RENGLON-MOVIMIENTO.
           MOVE vm-fecha TO lm-fecha.
           EVALUATE vm-tipo
               WHEN "C"
                   MOVE "PAGO CAJA" TO lm-tipo
               WHEN "B"
                   MOVE "PAGO BANCO" TO lm-tipo
               WHEN "A"
                   MOVE "GIRO AGENCIA" TO lm-tipo
               WHEN "D"
                   MOVE "REINTEGRO" TO lm-tipo
               WHEN "F"
                   MOVE "FUSION LEGAJO" TO lm-tipo
               WHEN OTHER
                   MOVE "RETENCION" TO lm-tipo
           END-EVALUATE.
           MOVE vm-importe TO lm-importe.
           MOVE vm-saldo TO lm-saldo.
           MOVE vm-referencia TO lm-referencia.
           MOVE lin-movimiento TO lis-linea.
           WRITE lis-linea.

      ******************************************************************
      * Pago a la agencia: sale del fondo de la promocion y se imputa
      * a cada alumno con plan vigente en proporcion a lo que tiene
      * en la escuela. El ultimo se lleva el redondeo
      ******************************************************************
       600-PAGO-AGENCIA.
           DISPLAY "Ciclo de la promocion (AAAA)".
           ACCEPT w-ciclo.
           PERFORM 610-SUMAR-DISPONIBLE.
           DISPLAY "Disponible de la promocion: ", w-disponible,
               " (", w-cant-alumnos, " alumnos)".
           IF w-disponible = 0
               DISPLAY "LA PROMOCION NO TIENE FONDOS EN LA ESCUELA"
           ELSE
               DISPLAY "Agencia"
               ACCEPT va-agencia
               DISPLAY "Comprobante"
               ACCEPT va-comprobante
               DISPLAY "Importe pagado"
               ACCEPT va-importe
               EVALUATE TRUE
                   WHEN va-importe = 0
                       DISPLAY "IMPORTE EN CERO - NO SE REGISTRA"
                   WHEN va-importe > w-disponible
                       DISPLAY "EL IMPORTE SUPERA LO DISPONIBLE DE ",
                           "LA PROMOCION - NO SE REGISTRA"
                   WHEN OTHER
                       PERFORM 620-IMPUTAR-PAGO
               END-EVALUATE
           END-IF.

       610-SUMAR-DISPONIBLE.
           MOVE 0 TO w-disponible w-cant-alumnos w-flag-viajes.
           MOVE 0 TO vj-legajo.
           START VIAJES KEY IS NOT LESS THAN vj-legajo
               INVALID KEY MOVE 1 TO w-flag-viajes
           END-START.
           PERFORM UNTIL fin-viajes
               READ VIAJES NEXT AT END MOVE 1 TO w-flag-viajes
               END-READ
               IF NOT fin-viajes
                   IF vj-ciclo = w-ciclo AND vj-activo
                       PERFORM 820-CALCULAR-SALDO
                       IF w-saldo > 0
                           ADD w-saldo TO w-disponible
                           ADD 1 TO w-cant-alumnos
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       620-IMPUTAR-PAGO.
           MOVE va-importe TO w-resto-importe.
           MOVE w-disponible TO w-resto-disponible.
           MOVE 0 TO vj-legajo w-flag-viajes.
           START VIAJES KEY IS NOT LESS THAN vj-legajo
               INVALID KEY MOVE 1 TO w-flag-viajes
           END-START.
           PERFORM UNTIL fin-viajes OR w-resto-importe = 0
               READ VIAJES NEXT AT END MOVE 1 TO w-flag-viajes
               END-READ
               IF NOT fin-viajes
                   IF vj-ciclo = w-ciclo AND vj-activo
                       PERFORM 820-CALCULAR-SALDO
                       IF w-saldo > 0
                           PERFORM 630-IMPUTAR-ALUMNO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           OPEN EXTEND VIAJE-AGENCIA.
           MOVE w-fecha-hoy TO va-fecha.
           MOVE w-ciclo TO va-ciclo.
           MOVE w-cant-alumnos TO va-cant-alumnos.
           MOVE w-operador TO va-operador.
           WRITE va-reg.
           CLOSE VIAJE-AGENCIA.
           DISPLAY "Pago a ", va-agencia, " por ", va-importe,
               " imputado a ", w-cant-alumnos, " alumnos".

       630-IMPUTAR-ALUMNO.
           IF w-saldo NOT < w-resto-disponible
               MOVE w-resto-importe TO w-parte
           ELSE
               COMPUTE w-parte ROUNDED =
                   w-resto-importe * w-saldo / w-resto-disponible
           END-IF.
           SUBTRACT w-saldo FROM w-resto-disponible.
           SUBTRACT w-parte FROM w-resto-importe.
           ADD w-parte TO vj-transferido.
           REWRITE vj-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL PLAN ", vj-legajo
           END-REWRITE.
           MOVE vj-legajo TO w-legajo.
           MOVE w-parte TO w-importe.
           MOVE "A" TO w-tipo-mov.
           MOVE w-fecha-hoy TO w-fecha-mov.
           MOVE va-comprobante TO w-referencia.
           PERFORM 830-GRABAR-MOVIMIENTO.

      ******************************************************************
      * Desistimiento: se devuelve lo que el alumno tiene en la
      * escuela menos el gasto por desistir (parametro VIAJE-GASTO).
      * Lo ya girado a la agencia no lo devuelve la escuela: se
      * informa para reclamarlo segun el contrato con la agencia. El
      * reintegro entra al circuito de devoluciones como solicitud
      ******************************************************************
       700-DESISTIMIENTO.
           PERFORM 210-PEDIR-LEGAJO.
           IF alumno-hallado
               PERFORM 220-LEER-PLAN
               EVALUATE TRUE
                   WHEN NOT plan-hallado
                       DISPLAY "EL ALUMNO NO TIENE PLAN DE VIAJE"
                   WHEN vj-desistido
                       DISPLAY "EL ALUMNO YA DESISTIO EL ", vj-fec-baja
                   WHEN OTHER
                       PERFORM 710-CALCULAR-REINTEGRO
               END-EVALUATE
           END-IF.

       710-CALCULAR-REINTEGRO.
           PERFORM 820-CALCULAR-SALDO.
           IF w-saldo > w-gasto-desiste
               MOVE w-gasto-desiste TO w-retencion
           ELSE
               IF w-saldo > 0
                   MOVE w-saldo TO w-retencion
               ELSE
                   MOVE 0 TO w-retencion
               END-IF
           END-IF.
           COMPUTE w-reintegro = w-saldo - w-retencion.
           DISPLAY "Aportado              : ", vj-aportado.
           DISPLAY "Girado a la agencia   : ", vj-transferido,
               " (se reclama a la agencia)".
           DISPLAY "Saldo en la escuela   : ", w-saldo.
           DISPLAY "Gasto por desistir    : ", w-retencion.
           DISPLAY "REINTEGRO             : ", w-reintegro.
           DISPLAY "Confirma el desistimiento? (S/N)".
           ACCEPT w-confirma.
           IF confirmado
               MOVE "D" TO vj-estado
               MOVE w-fecha-hoy TO vj-fec-baja
               MOVE w-operador TO vj-operador
               IF w-retencion > 0
                   ADD w-retencion TO vj-retenido
                   MOVE w-retencion TO w-importe
                   MOVE "R" TO w-tipo-mov
                   MOVE w-fecha-hoy TO w-fecha-mov
                   MOVE "GASTO POR DESISTIR" TO w-referencia
                   PERFORM 830-GRABAR-MOVIMIENTO
               END-IF
               IF w-reintegro > 0
                   ADD w-reintegro TO vj-devuelto
                   PERFORM 720-SOLICITAR-DEVOLUCION
                   MOVE w-reintegro TO w-importe
                   MOVE "D" TO w-tipo-mov
                   MOVE w-fecha-hoy TO w-fecha-mov
                   MOVE spaces TO w-referencia
                   STRING "DEVOLUCION " dev-numero
                       DELIMITED BY SIZE INTO w-referencia
                   PERFORM 830-GRABAR-MOVIMIENTO
               END-IF
               PERFORM 810-GRABAR-PLAN
               DISPLAY "Desistimiento registrado."
           END-IF.

      * La solicitud va contra la cuenta del ultimo ciclo en que el
      * alumno estuvo inscripto; la aprueba un supervisor y la paga
      * caja como cualquier otra
       720-SOLICITAR-DEVOLUCION.
           PERFORM 730-BUSCAR-ULTIMA-CUENTA.
           PERFORM 740-BUSCAR-MAX-NUMERO.
           OPEN EXTEND DEVOLUCIONES.
           COMPUTE dev-numero = w-max-numero + 1.
           MOVE w-ult-curso TO dev-curso.
           MOVE w-ult-cta TO dev-cta-cte.
           MOVE w-reintegro TO dev-importe.
           MOVE spaces TO dev-motivo.
           STRING "VIAJE EGRESADOS LEG " w-legajo
               DELIMITED BY SIZE INTO dev-motivo.
           MOVE "S" TO dev-estado.
           MOVE w-fecha-hoy TO dev-fec-solicitud.
           MOVE spaces TO dev-supervisor dev-medio.
           MOVE 0 TO dev-fec-pago.
           WRITE dev-reg.
           CLOSE DEVOLUCIONES.
           DISPLAY "Devolucion ", dev-numero, " solicitada. ",
               "Queda a la espera de aprobacion.".

       730-BUSCAR-ULTIMA-CUENTA.
           MOVE 0 TO w-ult-ciclo w-ult-curso w-flag-cursos.
           MOVE w-legajo TO w-ult-cta.
           OPEN INPUT CURSOS.
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
                       IF cur-ciclo NOT < w-ult-ciclo
                           MOVE cur-ciclo TO w-ult-ciclo
                           MOVE cur-curso TO w-ult-curso
                           MOVE cur-cta-cte TO w-ult-cta
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CURSOS.

       740-BUSCAR-MAX-NUMERO.
           MOVE 0 TO w-flag-dev w-max-numero.
           OPEN INPUT DEVOLUCIONES.
           PERFORM UNTIL fin-dev
               READ DEVOLUCIONES AT END MOVE 1 TO w-flag-dev
               END-READ
               IF NOT fin-dev
                   IF dev-numero > w-max-numero
                       MOVE dev-numero TO w-max-numero
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DEVOLUCIONES.

      * Acredita w-importe al plan del legajo w-legajo (ya leido) y
      * deja el movimiento
       800-ACREDITAR.
           ADD w-importe TO vj-aportado.
           PERFORM 810-GRABAR-PLAN.
           PERFORM 830-GRABAR-MOVIMIENTO.
           IF vj-aportado > vj-meta
               DISPLAY "ATENCION: legajo ", w-legajo,
                   " supera la meta del plan (", vj-meta, ")"
           END-IF.

       810-GRABAR-PLAN.
           REWRITE vj-reg
               INVALID KEY
                   WRITE vj-reg
                       INVALID KEY
                           DISPLAY "NO PUDE GRABAR EL PLAN ",
                               vj-legajo
                   END-WRITE
           END-REWRITE.

       820-CALCULAR-SALDO.
           COMPUTE w-saldo = vj-aportado - vj-transferido
               - vj-devuelto - vj-retenido.

       830-GRABAR-MOVIMIENTO.
           PERFORM 820-CALCULAR-SALDO.
           MOVE w-fecha-mov TO vm-fecha.
           MOVE w-legajo TO vm-legajo.
           MOVE w-tipo-mov TO vm-tipo.
           MOVE w-importe TO vm-importe.
           MOVE w-saldo TO vm-saldo.
           MOVE w-referencia TO vm-referencia.
           MOVE w-operador TO vm-operador.
           WRITE vm-reg.

       900-FIN.
           CLOSE VIAJES ALUMNOS.
           IF modo-caja OR modo-banco OR modo-agencia OR modo-desiste
               CLOSE VIAJE-MOVS
           END-IF.
       END PROGRAM Viaje.
