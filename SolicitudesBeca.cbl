      ******************************************************************
      * Author:
      * Date:
      * Purpose: Solicitudes de beca y sesion del comite: registra por
      *          ciclo y legajo el ingreso del grupo familiar, los
      *          integrantes, la documentacion recibida y lo que se
      *          pide, con un puntaje; fija el presupuesto anual de
      *          becas del ciclo (solo supervisor); y en la sesion del
      *          comite lista las solicitudes pendientes por puntaje
      *          contra el presupuesto restante. La aprobada da de alta
      *          la beca en becas.dat y la rechazada encola el aviso
      *          en notificaciones.dat
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SolicitudesBeca.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOLICITUDES ASSIGN TO "..\solbecas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sol-llave.

           SELECT OPTIONAL PRESUP-BECAS ASSIGN TO "..\presupbecas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pb-ciclo.

           SELECT OPTIONAL BECAS ASSIGN TO "..\becas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS bec-legajo.

           SELECT OPTIONAL BECAS-HIST ASSIGN TO "..\becas_hist.dat"
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

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL NOTIFICACIONES
           ASSIGN TO "..\notificaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUDES.
       01  sol-reg.
           03 sol-llave.
               05 sol-ciclo pic 9(4).
               05 sol-legajo pic 9(5).
           03 sol-fecha pic 9(8).
           03 sol-ingreso pic 9(8)v99.
           03 sol-integrantes pic 99.
           03 sol-doc-dni pic x.
           03 sol-doc-ingresos pic x.
           03 sol-doc-servicios pic x.
           03 sol-tipo pic x.
               88 sol-porcentaje value "P".
           03 sol-porc-pedido pic 9v99.
           03 sol-fijo-pedido pic 9(6)v99.
           03 sol-cuota-ref pic 9(6)v99.
           03 sol-cant-cuotas pic 99.
           03 sol-puntaje pic 999.
           03 sol-costo pic 9(8)v99.
           03 sol-estado pic x.
               88 sol-pendiente value "P".
               88 sol-aprobada value "A".
               88 sol-rechazada value "R".
           03 sol-fec-decision pic 9(8).
           03 sol-operador pic x(10).

       FD  PRESUP-BECAS.
       01  pb-reg.
           03 pb-ciclo pic 9(4).
           03 pb-importe pic 9(10)v99.
           03 pb-fecha pic 9(8).
           03 pb-operador pic x(10).

       FD  BECAS.
       01  bec-reg.
           03 bec-legajo pic 9(5).
           03 bec-tipo pic x.
               88 beca-porcentaje value "P".
               88 beca-fijo value "F".
           03 bec-porcentaje pic 9v99.
           03 bec-importe-fijo pic 9(6)v99.
           03 bec-sponsor pic 9(3).
           03 bec-desde pic 9(8).
           03 bec-hasta pic 9(8).
           03 bec-estado pic x.
               88 beca-vigente value "V".

       FD  BECAS-HIST.
       01  bh-reg.
           03 bh-fecha pic 9(8).
           03 bh-operador pic x(10).
           03 bh-decision pic x.
           03 bh-legajo pic 9(5).
           03 bh-tipo pic x.
           03 bh-porcentaje pic 9v99.
           03 bh-importe-fijo pic 9(6)v99.
           03 bh-sponsor pic 9(3).
           03 bh-desde pic 9(8).
           03 bh-hasta pic 9(8).
           03 bh-estado pic x.

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
               88 beca-ya-aplicada value "S".
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  NOTIFICACIONES.
       01  not-reg.
           03 not-fecha pic 9(8).
           03 not-plantilla pic x(12).
           03 not-dni pic 9(8).
           03 not-nombre pic x(20).
           03 not-telefono pic x(15).
           03 not-email pic x(30).
           03 not-importe pic 9(8)v99.
           03 not-fec-ref pic 9(8).
           03 not-estado pic x.

       FD  LISTADO.
       01  lis-linea pic x(100).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "S".
           88 modo-solicitud value "S".
           88 modo-presupuesto value "P".
           88 modo-comite value "C".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value "(sin ses.)".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-autorizado pic x value "N".
           88 es-supervisor value "S".
       77  w-nombre-listado pic x(40).
       77  w-ciclo pic 9(4).
       77  w-legajo pic 9(5).
       77  w-existe pic x.
           88 reg-existe value "S".
       77  w-alu-hallado pic x.
           88 alu-hallado value "S".
       77  w-flag-sol pic 9 value 0.
           88 fin-sol value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-tope-percapita pic 9(6)v99 value 0.
       77  w-percapita pic 9(8)v99.
       77  w-cuotas-halladas pic 99.
       77  w-total-cuotas pic 9(8)v99.
       77  w-presupuesto pic 9(10)v99 value 0.
       77  w-comprometido pic 9(10)v99 value 0.
       77  w-restante pic s9(10)v99 value 0.
       77  w-acumulado pic 9(10)v99.
       77  w-decision pic x.
       77  w-fin-sesion pic x value "N".
           88 fin-sesion value "S".
       77  w-porc-otorgado pic 9v99.
       77  w-fijo-otorgado pic 9(6)v99.
       77  w-cant-aprobadas pic 9(4) value 0.
       77  w-cant-rechazadas pic 9(4) value 0.
      * Solicitudes pendientes del ciclo, ordenadas por puntaje
       77  w-sol-cant pic 999 value 0.
       77  w-sol-ind pic 999.
       77  w-sol-ind2 pic 999.
       01  w-tab-sol.
           03 w-sol occurs 300.
              05 w-sol-legajo pic 9(5).
              05 w-sol-puntaje pic 999.
              05 w-sol-costo pic 9(8)v99.
              05 w-sol-docs pic x.
              05 w-sol-nombre pic x(20).
       01  w-sol-swap pic x(39).

       01  lin-ranking.
           03 r-orden pic zz9.
           03 filler pic x value space.
           03 r-legajo pic 9(5).
           03 filler pic x value space.
           03 r-nombre pic x(20).
           03 filler pic x value space.
           03 r-puntaje pic zz9.
           03 filler pic x(2) value spaces.
           03 r-docs pic x(4).
           03 r-costo pic zz.zzz.zz9,99.
           03 r-acumulado pic zzz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 r-marca pic x(12).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "SolicitudesB".
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
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-LEER-OPERADOR.
           DISPLAY "Modo (S=Solicitudes, P=Presupuesto del ciclo, ",
               "C=Sesion del comite)".
           ACCEPT w-modo.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-ciclo.
           EVALUATE TRUE
               WHEN modo-presupuesto
                   IF es-supervisor
                       PERFORM 200-PRESUPUESTO
                   ELSE
                       DISPLAY "SOLO UN SUPERVISOR PUEDE FIJAR EL ",
                           "PRESUPUESTO DE BECAS"
                   END-IF
               WHEN modo-comite
                   PERFORM 400-COMITE
               WHEN OTHER
                   PERFORM 300-SOLICITUDES
           END-EVALUATE.
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

       050-LEER-OPERADOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa AND oa-codigo NOT = spaces
               MOVE oa-codigo TO w-operador
               IF oa-perfil = "S"
                   SET es-supervisor TO TRUE
               END-IF
           END-IF.

       200-PRESUPUESTO.
           OPEN I-O PRESUP-BECAS.
           MOVE w-ciclo TO pb-ciclo.
           READ PRESUP-BECAS
               INVALID KEY
                   MOVE "N" TO w-existe
                   DISPLAY "El ciclo no tiene presupuesto de becas"
               NOT INVALID KEY
                   MOVE "S" TO w-existe
                   DISPLAY "Presupuesto actual: ", pb-importe,
                       " fijado el ", pb-fecha, " por ", pb-operador
           END-READ.
           DISPLAY "Presupuesto anual de becas del ciclo".
           ACCEPT pb-importe.
           MOVE w-ciclo TO pb-ciclo.
           MOVE w-fecha-hoy TO pb-fecha.
           MOVE w-operador TO pb-operador.
           IF reg-existe
               REWRITE pb-reg
           ELSE
               WRITE pb-reg
           END-IF.
           CLOSE PRESUP-BECAS.
           DISPLAY "Presupuesto de becas ", w-ciclo, " grabado".

       300-SOLICITUDES.
           OPEN I-O SOLICITUDES.
           OPEN INPUT ALUMNOS CURSOS PAGOS.
           PERFORM 310-LEER-PARAMETROS.
           DISPLAY "Legajo del solicitante (x fin 0)".
           ACCEPT w-legajo.
           PERFORM UNTIL w-legajo = 0
               PERFORM 320-UNA-SOLICITUD
               DISPLAY "Legajo del solicitante (x fin 0)"
               ACCEPT w-legajo
           END-PERFORM.
           CLOSE SOLICITUDES ALUMNOS CURSOS PAGOS.

      * El ingreso por integrante se mide contra BECA-PERCAP: quien
      * lo supera no suma puntos por ingreso
       310-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           MOVE "BECA-PERCAP" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-tope-percapita
           END-READ.
           CLOSE PARAMETROS.
           IF w-tope-percapita = 0
               DISPLAY "Ingreso por integrante tope para puntaje ",
                   "(sin parametro BECA-PERCAP)"
               ACCEPT w-tope-percapita
           END-IF.

       320-UNA-SOLICITUD.
           PERFORM 330-BUSCAR-ALUMNO.
           IF NOT alu-hallado
               DISPLAY "NO EXISTE ESE LEGAJO"
           ELSE
               DISPLAY "Alumno: ", alu-nombre
               MOVE w-ciclo TO sol-ciclo
               MOVE w-legajo TO sol-legajo
               READ SOLICITUDES
                   INVALID KEY MOVE "N" TO w-existe
                   NOT INVALID KEY MOVE "S" TO w-existe
               END-READ
               IF reg-existe AND NOT sol-pendiente
                   DISPLAY "LA SOLICITUD YA FUE DECIDIDA (",
                       sol-estado, " el ", sol-fec-decision,
                       ") - NO SE MODIFICA"
               ELSE
                   IF reg-existe
                       DISPLAY "Solicitud del ", sol-fecha,
                           " puntaje ", sol-puntaje,
                           " - se reemplazan los datos"
                   END-IF
                   PERFORM 340-CARGAR-DATOS
                   PERFORM 350-CUOTA-REFERENCIA
                   PERFORM 360-PUNTAJE
                   PERFORM 370-COSTO-ESTIMADO
                   MOVE w-fecha-hoy TO sol-fecha
                   MOVE "P" TO sol-estado
                   MOVE 0 TO sol-fec-decision
                   MOVE w-operador TO sol-operador
                   IF reg-existe
                       REWRITE sol-reg
                   ELSE
                       WRITE sol-reg
                   END-IF
                   DISPLAY "Puntaje ", sol-puntaje, "  costo anual ",
                       "estimado ", sol-costo
               END-IF
           END-IF.

       330-BUSCAR-ALUMNO.
           MOVE "N" TO w-alu-hallado.
           MOVE w-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO w-alu-hallado
           END-READ.

       340-CARGAR-DATOS.
           DISPLAY "Ingreso mensual del grupo familiar".
           ACCEPT sol-ingreso.
           DISPLAY "Integrantes del grupo familiar".
           ACCEPT sol-integrantes.
           IF sol-integrantes = 0
               MOVE 1 TO sol-integrantes
           END-IF.
           DISPLAY "Documentacion recibida (S/N) - DNI del grupo".
           ACCEPT sol-doc-dni.
           DISPLAY "Documentacion recibida (S/N) - Comprobantes de ",
               "ingresos".
           ACCEPT sol-doc-ingresos.
           DISPLAY "Documentacion recibida (S/N) - Servicios y ",
               "vivienda".
           ACCEPT sol-doc-servicios.
           DISPLAY "Beca pedida (P=porcentaje, F=cuota fija)".
           ACCEPT sol-tipo.
           IF sol-porcentaje
               DISPLAY "Porcentaje pedido (0,xx)"
               ACCEPT sol-porc-pedido
               MOVE 0 TO sol-fijo-pedido
           ELSE
               MOVE "F" TO sol-tipo
               DISPLAY "Cuota fija pedida"
               ACCEPT sol-fijo-pedido
               MOVE 0 TO sol-porc-pedido
           END-IF.

      * La cuota de referencia sale de las cuotas del ciclo ya
      * generadas (sin beca); si todavia no se generaron se pide
       350-CUOTA-REFERENCIA.
           MOVE 0 TO w-cuotas-halladas w-total-cuotas.
           MOVE w-legajo TO cur-legajo.
           MOVE 0 TO w-flag-cursos.
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
                       IF cur-ciclo = w-ciclo
                           PERFORM 355-SUMAR-CUOTAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF w-cuotas-halladas > 0
               MOVE w-cuotas-halladas TO sol-cant-cuotas
               COMPUTE sol-cuota-ref ROUNDED =
                   w-total-cuotas / w-cuotas-halladas
           ELSE
               DISPLAY "Sin cuotas generadas en el ciclo - cuota ",
                   "mensual de referencia"
               ACCEPT sol-cuota-ref
               DISPLAY "Cantidad de cuotas (0 = 10)"
               ACCEPT sol-cant-cuotas
               IF sol-cant-cuotas = 0
                   MOVE 10 TO sol-cant-cuotas
               END-IF
           END-IF.

       355-SUMAR-CUOTAS.
           MOVE cur-curso TO pag-curso.
           MOVE cur-cta-cte TO pag-cta-cte.
           MOVE 0 TO pag-cuota.
           MOVE 0 TO w-flag-pagos.
           START PAGOS KEY IS NOT LESS THAN pagos-llave
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               END-READ
               IF NOT fin-pagos
                   IF pag-curso NOT = cur-curso
                           OR pag-cta-cte NOT = cur-cta-cte
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       ADD 1 TO w-cuotas-halladas
                       IF beca-ya-aplicada
                           ADD pag-importe-orig TO w-total-cuotas
                       ELSE
                           ADD pag-importe TO w-total-cuotas
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Puntaje sobre 100: hasta 60 por ingreso por integrante segun
      * el cuarto del tope en que cae, 5 por cada integrante por
      * encima de dos (hasta 20) y 20 con la documentacion completa
       360-PUNTAJE.
           MOVE 0 TO sol-puntaje.
           COMPUTE w-percapita = sol-ingreso / sol-integrantes.
           EVALUATE TRUE
               WHEN w-percapita NOT > w-tope-percapita * 0,25
                   MOVE 60 TO sol-puntaje
               WHEN w-percapita NOT > w-tope-percapita * 0,50
                   MOVE 45 TO sol-puntaje
               WHEN w-percapita NOT > w-tope-percapita * 0,75
                   MOVE 30 TO sol-puntaje
               WHEN w-percapita NOT > w-tope-percapita
                   MOVE 15 TO sol-puntaje
           END-EVALUATE.
           IF sol-integrantes > 6
               ADD 20 TO sol-puntaje
           ELSE
               IF sol-integrantes > 2
                   COMPUTE sol-puntaje = sol-puntaje +
                       (sol-integrantes - 2) * 5
               END-IF
           END-IF.
           IF sol-doc-dni = "S" AND sol-doc-ingresos = "S"
                   AND sol-doc-servicios = "S"
               ADD 20 TO sol-puntaje
           END-IF.

      * Lo que la beca deja de cobrar en el anio: es lo que consume
      * del presupuesto
       370-COSTO-ESTIMADO.
           IF sol-porcentaje
               COMPUTE sol-costo ROUNDED = sol-cuota-ref *
                   sol-cant-cuotas * sol-porc-pedido
           ELSE
               IF sol-fijo-pedido < sol-cuota-ref
                   COMPUTE sol-costo = (sol-cuota-ref -
                       sol-fijo-pedido) * sol-cant-cuotas
               ELSE
                   MOVE 0 TO sol-costo
               END-IF
           END-IF.

      * Sesion del comite: las pendientes por puntaje con el costo
      * acumulado contra lo que queda del presupuesto; despues se
      * decide una por una en ese orden
       400-COMITE.
           OPEN I-O SOLICITUDES BECAS.
           OPEN INPUT PRESUP-BECAS ALUMNOS.
           OPEN EXTEND BECAS-HIST NOTIFICACIONES.
           MOVE w-ciclo TO pb-ciclo.
           READ PRESUP-BECAS
               INVALID KEY
                   DISPLAY "EL CICLO NO TIENE PRESUPUESTO DE BECAS"
                   MOVE 0 TO w-presupuesto
               NOT INVALID KEY MOVE pb-importe TO w-presupuesto
           END-READ.
           CLOSE PRESUP-BECAS.
           PERFORM 410-CARGAR-SOLICITUDES.
           PERFORM 420-ORDENAR-POR-PUNTAJE.
           PERFORM 430-LISTAR-RANKING.
           PERFORM VARYING w-sol-ind FROM 1 BY 1
                   UNTIL w-sol-ind > w-sol-cant OR fin-sesion
               PERFORM 450-DECIDIR
           END-PERFORM.
           DISPLAY "Aprobadas: ", w-cant-aprobadas, "  rechazadas: ",
               w-cant-rechazadas, "  presupuesto restante: ",
               w-restante.
           CLOSE SOLICITUDES BECAS ALUMNOS BECAS-HIST NOTIFICACIONES.

       410-CARGAR-SOLICITUDES.
           MOVE 0 TO w-comprometido.
           MOVE w-ciclo TO sol-ciclo.
           MOVE 0 TO sol-legajo.
           START SOLICITUDES KEY IS NOT LESS THAN sol-llave
               INVALID KEY MOVE 1 TO w-flag-sol
           END-START.
           PERFORM UNTIL fin-sol
               READ SOLICITUDES NEXT AT END MOVE 1 TO w-flag-sol
               END-READ
               IF NOT fin-sol
                   IF sol-ciclo NOT = w-ciclo
                       MOVE 1 TO w-flag-sol
                   ELSE
                       IF sol-aprobada
                           ADD sol-costo TO w-comprometido
                       END-IF
                       IF sol-pendiente
                           PERFORM 415-AGREGAR-PENDIENTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE w-restante = w-presupuesto - w-comprometido.

       415-AGREGAR-PENDIENTE.
           IF w-sol-cant < 300
               ADD 1 TO w-sol-cant
               MOVE sol-legajo TO w-sol-legajo(w-sol-cant)
               MOVE sol-puntaje TO w-sol-puntaje(w-sol-cant)
               MOVE sol-costo TO w-sol-costo(w-sol-cant)
               IF sol-doc-dni = "S" AND sol-doc-ingresos = "S"
                       AND sol-doc-servicios = "S"
                   MOVE "S" TO w-sol-docs(w-sol-cant)
               ELSE
                   MOVE "N" TO w-sol-docs(w-sol-cant)
               END-IF
               MOVE sol-legajo TO w-legajo
               PERFORM 330-BUSCAR-ALUMNO
               IF alu-hallado
                   MOVE alu-nombre TO w-sol-nombre(w-sol-cant)
               ELSE
                   MOVE "(sin alumno)" TO w-sol-nombre(w-sol-cant)
               END-IF
           ELSE
               DISPLAY "MAS DE 300 SOLICITUDES PENDIENTES - ",
                   sol-legajo, " QUEDA PARA OTRA SESION"
           END-IF.

       420-ORDENAR-POR-PUNTAJE.
           PERFORM VARYING w-sol-ind FROM 1 BY 1
                   UNTIL w-sol-ind NOT < w-sol-cant
               PERFORM VARYING w-sol-ind2 FROM 1 BY 1
                       UNTIL w-sol-ind2 NOT <
                           (w-sol-cant - w-sol-ind + 1)
                   IF w-sol-puntaje(w-sol-ind2) <
                           w-sol-puntaje(w-sol-ind2 + 1)
                       MOVE w-sol(w-sol-ind2) TO w-sol-swap
                       MOVE w-sol(w-sol-ind2 + 1) TO
                           w-sol(w-sol-ind2)
                       MOVE w-sol-swap TO w-sol(w-sol-ind2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * La marca dice si la solicitud entra en lo que queda del
      * presupuesto tomando todas las anteriores del ranking
       430-LISTAR-RANKING.
           MOVE spaces TO w-nombre-listado.
           STRING "..\comite_becas_" w-ciclo "_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "SESION DEL COMITE DE BECAS - CICLO " w-ciclo
               " - " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 490-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "PRESUPUESTO " w-presupuesto "  COMPROMETIDO "
               w-comprometido
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 490-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "ORD LEGAJO NOMBRE               PTS  DOC "
               "   COSTO ANUAL      ACUMULADO"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 490-EMITIR.
           MOVE 0 TO w-acumulado.
           PERFORM VARYING w-sol-ind FROM 1 BY 1
                   UNTIL w-sol-ind > w-sol-cant
               MOVE w-sol-ind TO r-orden
               MOVE w-sol-legajo(w-sol-ind) TO r-legajo
               MOVE w-sol-nombre(w-sol-ind) TO r-nombre
               MOVE w-sol-puntaje(w-sol-ind) TO r-puntaje
               IF w-sol-docs(w-sol-ind) = "S"
                   MOVE "COMP" TO r-docs
               ELSE
                   MOVE "FALT" TO r-docs
               END-IF
               MOVE w-sol-costo(w-sol-ind) TO r-costo
               ADD w-sol-costo(w-sol-ind) TO w-acumulado
               MOVE w-acumulado TO r-acumulado
               IF w-acumulado > w-restante
                   MOVE "NO ALCANZA" TO r-marca
               ELSE
                   MOVE "ENTRA" TO r-marca
               END-IF
               MOVE lin-ranking TO lis-linea
               PERFORM 490-EMITIR
           END-PERFORM.
           MOVE spaces TO lis-linea.
           STRING "PENDIENTES " w-sol-cant "  RESTANTE " w-restante
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 490-EMITIR.
           CLOSE LISTADO.
           DISPLAY "Listado en ", w-nombre-listado.

       450-DECIDIR.
           DISPLAY " ".
           DISPLAY w-sol-ind, ") ", w-sol-legajo(w-sol-ind), " ",
               w-sol-nombre(w-sol-ind), " puntaje ",
               w-sol-puntaje(w-sol-ind), " costo ",
               w-sol-costo(w-sol-ind), " restante ", w-restante.
           DISPLAY "Decision (A=aprobar, R=rechazar, S=saltear, ",
               "F=fin de la sesion)".
           ACCEPT w-decision.
           EVALUATE w-decision
               WHEN "A"
                   PERFORM 460-APROBAR
               WHEN "R"
                   PERFORM 470-RECHAZAR
               WHEN "F"
                   MOVE "S" TO w-fin-sesion
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Sin la documentacion completa no se aprueba; lo otorgado
      * puede ser menos que lo pedido y se recalcula el costo
       460-APROBAR.
           MOVE w-ciclo TO sol-ciclo.
           MOVE w-sol-legajo(w-sol-ind) TO sol-legajo.
           READ SOLICITUDES.
           IF w-sol-docs(w-sol-ind) NOT = "S"
               DISPLAY "FALTA DOCUMENTACION - NO SE PUEDE APROBAR"
           ELSE
               IF sol-porcentaje
                   DISPLAY "Porcentaje otorgado (0 = el pedido ",
                       sol-porc-pedido, ")"
                   ACCEPT w-porc-otorgado
                   IF w-porc-otorgado > 0
                       MOVE w-porc-otorgado TO sol-porc-pedido
                   END-IF
               ELSE
                   DISPLAY "Cuota fija otorgada (0 = la pedida ",
                       sol-fijo-pedido, ")"
                   ACCEPT w-fijo-otorgado
                   IF w-fijo-otorgado > 0
                       MOVE w-fijo-otorgado TO sol-fijo-pedido
                   END-IF
               END-IF
               PERFORM 370-COSTO-ESTIMADO
               IF sol-costo > w-restante
                   DISPLAY "EXCEDE EL PRESUPUESTO RESTANTE (",
                       w-restante, ") - QUEDA PENDIENTE"
               ELSE
                   PERFORM 465-ALTA-BECA
                   MOVE "A" TO sol-estado
                   MOVE w-fecha-hoy TO sol-fec-decision
                   MOVE w-operador TO sol-operador
                   REWRITE sol-reg
                   SUBTRACT sol-costo FROM w-restante
                   ADD 1 TO w-cant-aprobadas
                   DISPLAY "Beca aprobada"
               END-IF
           END-IF.

      * Una beca anterior del legajo queda en el historial antes de
      * reemplazarse; la nueva vale el ciclo salvo otra vigencia
       465-ALTA-BECA.
           MOVE sol-legajo TO bec-legajo.
           READ BECAS
               INVALID KEY MOVE "N" TO w-existe
               NOT INVALID KEY
                   MOVE "S" TO w-existe
                   MOVE w-fecha-hoy TO bh-fecha
                   MOVE w-operador TO bh-operador
                   MOVE "M" TO bh-decision
                   MOVE bec-legajo TO bh-legajo
                   MOVE bec-tipo TO bh-tipo
                   MOVE bec-porcentaje TO bh-porcentaje
                   MOVE bec-importe-fijo TO bh-importe-fijo
                   MOVE bec-sponsor TO bh-sponsor
                   MOVE bec-desde TO bh-desde
                   MOVE bec-hasta TO bh-hasta
                   MOVE bec-estado TO bh-estado
                   WRITE bh-reg
           END-READ.
           MOVE sol-legajo TO bec-legajo.
           MOVE sol-tipo TO bec-tipo.
           MOVE sol-porc-pedido TO bec-porcentaje.
           MOVE sol-fijo-pedido TO bec-importe-fijo.
           MOVE 0 TO bec-sponsor.
           DISPLAY "Vigente desde (AAAAMMDD, 0 = inicio del ciclo)".
           ACCEPT bec-desde.
           IF bec-desde = 0
               COMPUTE bec-desde = w-ciclo * 10000 + 101
           END-IF.
           DISPLAY "Vigente hasta (AAAAMMDD, 0 = fin del ciclo)".
           ACCEPT bec-hasta.
           IF bec-hasta = 0
               COMPUTE bec-hasta = w-ciclo * 10000 + 1231
           END-IF.
           MOVE "V" TO bec-estado.
           IF reg-existe
               REWRITE bec-reg
           ELSE
               WRITE bec-reg
           END-IF.
           DISPLAY "Las cuotas ya generadas toman el descuento al ",
               "reaplicarlo desde Becas".

       470-RECHAZAR.
           MOVE w-ciclo TO sol-ciclo.
           MOVE w-sol-legajo(w-sol-ind) TO sol-legajo.
           READ SOLICITUDES.
           MOVE "R" TO sol-estado.
           MOVE w-fecha-hoy TO sol-fec-decision.
           MOVE w-operador TO sol-operador.
           REWRITE sol-reg.
           ADD 1 TO w-cant-rechazadas.
           MOVE sol-legajo TO w-legajo.
           PERFORM 330-BUSCAR-ALUMNO.
           IF alu-hallado
               MOVE w-fecha-hoy TO not-fecha
               MOVE "BECA-RECHAZO" TO not-plantilla
               MOVE alu-dni TO not-dni
               MOVE alu-nombre TO not-nombre
               MOVE alu-telefono TO not-telefono
               MOVE alu-email TO not-email
               MOVE 0 TO not-importe
               MOVE w-fecha-hoy TO not-fec-ref
               MOVE "P" TO not-estado
               WRITE not-reg
               DISPLAY "Rechazada - aviso encolado"
           ELSE
               DISPLAY "Rechazada - el legajo no tiene alumno para ",
                   "el aviso"
           END-IF.

       490-EMITIR.
           DISPLAY lis-linea.
           WRITE lis-linea.
       END PROGRAM SolicitudesBeca.
