      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga de ventanilla por dia de la semana y franja
      *          horaria, para planificar cuantas cajas abrir: toma
      *          los movimientos de caja de un periodo (cada uno con
      *          su hora) y muestra por franja la cantidad de
      *          operaciones, el promedio por dia, por caja abierta y
      *          por operador atendiendo. Compara los dias en que
      *          vencen cuotas con el resto de los dias 1 a 10 y con
      *          el resto del mes, y sugiere cajas por franja segun
      *          las operaciones por hora que atiende una caja
      *          (OPS-POR-HORA en parametros; sin el parametro se usa
      *          el promedio observado). Cierra con el rendimiento
      *          por operador y por caja
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaVentanilla.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAJA-MOVS ASSIGN TO "..\caja_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.

           SELECT SORT-CARGA ASSIGN TO "..\cargasort.tmp".
       DATA DIVISION.
       FILE SECTION.
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
           03 cm-hora-r redefines cm-hora.
               05 cm-hora-hh pic 99.
               05 filler pic 9(6).

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

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  LISTADO.
       01  lis-linea pic x(132).

       SD  SORT-CARGA.
       01  s-reg.
           03 s-fecha pic 9(8).
           03 s-hora pic 99.
           03 s-caja pic 99.
           03 s-operador pic x(10).

       WORKING-STORAGE SECTION.
       77  w-desde pic 9(8).
       77  w-hasta pic 9(8).
       77  w-fecha-hoy pic 9(8).
       77  w-nombre-listado pic x(60).
       77  w-flag-cm pic 9 value 0.
           88 fin-cm value 1.
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-flag-sort pic 9 value 0.
           88 fin-sort value 1.
       77  w-cant-movs pic 9(7) value 0.
       77  w-cant-sin-hora pic 9(7) value 0.
       77  w-capacidad pic 9(4)v99 value 0.
       77  w-capacidad-param pic x value "N".
           88 capacidad-de-parametro value "S".
      * Fechas del periodo en que vence alguna cuota
       77  w-vto-cant pic 9(3) value 0.
       01  w-tab-vto.
           03 w-vto-fecha pic 9(8) occurs 400.
       77  w-ind-vto pic 9(3).
       77  w-es-vto pic x.
           88 es-dia-vto value "S".
      * Dia de la semana por Zeller (0 = sabado ... 6 = viernes)
       01  w-fec-partes.
           03 w-fec-anio pic 9(4).
           03 w-fec-mes pic 99.
           03 w-fec-dia pic 99.
       77  w-dia-semana pic 9.
       77  w-zeller-mes pic 99.
       77  w-zeller-anio pic 9(4).
       77  w-zeller-siglo pic 99.
       77  w-zeller-resto pic 99.
       77  w-zeller-t1 pic 9(4).
       77  w-zeller-t2 pic 9(4).
       77  w-zeller-t3 pic 9(4).
       77  w-zeller-suma pic 9(4).
       01  w-nombres-dia.
           03 filler pic x(27) value "SABADO   DOMINGO  LUNES    ".
           03 filler pic x(27) value "MARTES   MIERCOLESJUEVES   ".
           03 filler pic x(9) value "VIERNES  ".
       01  w-nombres-dia-r redefines w-nombres-dia.
           03 w-nombre-dia pic x(9) occurs 7.
       01  w-nombres-tipo.
           03 filler pic x(15) value "VENCIMIENTO    ".
           03 filler pic x(15) value "RESTO DIAS 1-10".
           03 filler pic x(15) value "RESTO DEL MES  ".
       01  w-nombres-tipo-r redefines w-nombres-tipo.
           03 w-nombre-tipo pic x(15) occurs 3.
      * Acumulados por dia de la semana y por tipo de dia, con una
      * fila por hora: operaciones, horas-caja y horas-operador
       01  w-tab-semana.
           03 w-sem occurs 7.
              05 w-sem-dias pic 9(5).
              05 w-sem-hora occurs 24.
                 07 w-sem-ops pic 9(7).
                 07 w-sem-cajas pic 9(7).
                 07 w-sem-opers pic 9(7).
       01  w-tab-tipo.
           03 w-tip occurs 3.
              05 w-tip-dias pic 9(5).
              05 w-tip-hora occurs 24.
                 07 w-tip-ops pic 9(7).
                 07 w-tip-cajas pic 9(7).
                 07 w-tip-opers pic 9(7).
       01  w-tab-operadores.
           03 w-ope occurs 50.
              05 w-ope-codigo pic x(10).
              05 w-ope-ops pic 9(7).
              05 w-ope-horas pic 9(5).
       77  w-ope-cant pic 99 value 0.
       01  w-tab-cajas.
           03 w-caj occurs 99.
              05 w-caj-ops pic 9(7).
              05 w-caj-horas pic 9(5).
      * Grupo en curso: una fecha y una hora
       77  w-ant-fecha pic 9(8) value 0.
       77  w-ant-hora pic 99 value 0.
       77  w-ant-caja pic 99 value 0.
       77  w-grp-ops pic 9(5) value 0.
       77  w-grp-cajas pic 9(3) value 0.
       77  w-grp-opers pic 99 value 0.
       01  w-tab-grupo.
           03 w-grp-oper pic x(10) occurs 20.
       77  w-ind-dia pic 9.
       77  w-ind-tipo pic 9.
       77  w-ind-hora pic 99.
       77  w-hora pic 99.
       77  w-ind pic 999.
       77  w-caja-ed pic 99.
       77  w-k pic 99.
       77  w-hallado pic x.
           88 hallado value "S".
       77  w-total-ops pic 9(9) value 0.
       77  w-total-cajas pic 9(9) value 0.
       77  w-prom-dia pic 9(5)v9.
       77  w-prom-caja pic 9(5)v9.
       77  w-prom-oper pic 9(5)v9.
       77  w-sugeridas pic 99.
       77  w-prom-dia-ed pic zzzz9,9.
       77  w-prom-caja-ed pic zzzz9,9.
       77  w-prom-oper-ed pic zzzz9,9.
       77  w-capacidad-ed pic zzz9,99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "CargaVentani".
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
           PERFORM 200-FECHAS-VENCIMIENTO.
           SORT SORT-CARGA
               ON ASCENDING KEY s-fecha s-hora s-caja s-operador
               INPUT PROCEDURE IS 300-SELECCIONAR-MOVIMIENTOS
               OUTPUT PROCEDURE IS 400-ACUMULAR-FRANJAS.
           PERFORM 500-CALCULAR-CAPACIDAD.
           PERFORM 600-EMITIR-REPORTE.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Periodo a analizar - desde (AAAAMMDD)".
           ACCEPT w-desde.
           DISPLAY "hasta (AAAAMMDD)".
           ACCEPT w-hasta.
           PERFORM VARYING w-ind-dia FROM 1 BY 1 UNTIL w-ind-dia > 7
               MOVE 0 TO w-sem-dias(w-ind-dia)
               PERFORM VARYING w-ind-hora FROM 1 BY 1
                       UNTIL w-ind-hora > 24
                   MOVE 0 TO w-sem-ops(w-ind-dia, w-ind-hora)
                   MOVE 0 TO w-sem-cajas(w-ind-dia, w-ind-hora)
                   MOVE 0 TO w-sem-opers(w-ind-dia, w-ind-hora)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING w-ind-tipo FROM 1 BY 1 UNTIL w-ind-tipo > 3
               MOVE 0 TO w-tip-dias(w-ind-tipo)
               PERFORM VARYING w-ind-hora FROM 1 BY 1
                       UNTIL w-ind-hora > 24
                   MOVE 0 TO w-tip-ops(w-ind-tipo, w-ind-hora)
                   MOVE 0 TO w-tip-cajas(w-ind-tipo, w-ind-hora)
                   MOVE 0 TO w-tip-opers(w-ind-tipo, w-ind-hora)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 99
               MOVE 0 TO w-caj-ops(w-ind) w-caj-horas(w-ind)
           END-PERFORM.
           OPEN INPUT PARAMETROS.
           MOVE "OPS-POR-HORA" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF par-valor > 0
                       MOVE par-valor TO w-capacidad
                       SET capacidad-de-parametro TO TRUE
                   END-IF
           END-READ.
           CLOSE PARAMETROS.

      * Un dia es de vencimiento si alguna cuota vence ese dia
       200-FECHAS-VENCIMIENTO.
           OPEN INPUT PAGOS.
           PERFORM UNTIL fin-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               END-READ
               IF NOT fin-pagos
                   IF pag-fec-venc NOT < w-desde
                           AND pag-fec-venc NOT > w-hasta
                       PERFORM 210-AGREGAR-VENCIMIENTO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PAGOS.

       210-AGREGAR-VENCIMIENTO.
           MOVE "N" TO w-hallado.
           PERFORM VARYING w-ind-vto FROM 1 BY 1
                   UNTIL w-ind-vto > w-vto-cant OR hallado
               IF w-vto-fecha(w-ind-vto) = pag-fec-venc
                   SET hallado TO TRUE
               END-IF
           END-PERFORM.
           IF NOT hallado AND w-vto-cant < 400
               ADD 1 TO w-vto-cant
               MOVE pag-fec-venc TO w-vto-fecha(w-vto-cant)
           END-IF.

      * Los movimientos grabados antes de registrar la hora no
      * sirven para las franjas: se cuentan aparte
       300-SELECCIONAR-MOVIMIENTOS.
           OPEN INPUT CAJA-MOVS.
           PERFORM UNTIL fin-cm
               READ CAJA-MOVS AT END MOVE 1 TO w-flag-cm
               END-READ
               IF NOT fin-cm
                   IF cm-fecha NOT < w-desde
                           AND cm-fecha NOT > w-hasta
                       IF cm-hora IS NUMERIC AND cm-hora-hh < 24
                           MOVE cm-fecha TO s-fecha
                           MOVE cm-hora-hh TO s-hora
                           MOVE cm-caja TO s-caja
                           MOVE cm-operador TO s-operador
                           RELEASE s-reg
                           ADD 1 TO w-cant-movs
                       ELSE
                           ADD 1 TO w-cant-sin-hora
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CAJA-MOVS.

      * Corte por fecha y hora: en cada grupo se cuentan las cajas y
      * los operadores distintos que atendieron en esa hora
       400-ACUMULAR-FRANJAS.
           PERFORM UNTIL fin-sort
               RETURN SORT-CARGA AT END MOVE 1 TO w-flag-sort
               END-RETURN
               IF NOT fin-sort
                   IF s-fecha NOT = w-ant-fecha
                           OR s-hora NOT = w-ant-hora
                       PERFORM 440-CERRAR-GRUPO
                       IF s-fecha NOT = w-ant-fecha
                           PERFORM 410-NUEVA-FECHA
                       END-IF
                       MOVE s-hora TO w-ant-hora
                   END-IF
                   PERFORM 420-CONTAR-MOVIMIENTO
               END-IF
           END-PERFORM.
           PERFORM 440-CERRAR-GRUPO.

       410-NUEVA-FECHA.
           MOVE s-fecha TO w-ant-fecha.
           MOVE s-fecha TO w-fec-partes.
           PERFORM 450-DIA-SEMANA.
           COMPUTE w-ind-dia = w-dia-semana + 1.
           ADD 1 TO w-sem-dias(w-ind-dia).
           MOVE "N" TO w-es-vto.
           PERFORM VARYING w-ind-vto FROM 1 BY 1
                   UNTIL w-ind-vto > w-vto-cant OR es-dia-vto
               IF w-vto-fecha(w-ind-vto) = s-fecha
                   SET es-dia-vto TO TRUE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN es-dia-vto
                   MOVE 1 TO w-ind-tipo
               WHEN w-fec-dia NOT > 10
                   MOVE 2 TO w-ind-tipo
               WHEN OTHER
                   MOVE 3 TO w-ind-tipo
           END-EVALUATE.
           ADD 1 TO w-tip-dias(w-ind-tipo).

       420-CONTAR-MOVIMIENTO.
           ADD 1 TO w-grp-ops.
           IF w-grp-ops = 1 OR s-caja NOT = w-ant-caja
               ADD 1 TO w-grp-cajas
               MOVE s-caja TO w-ant-caja
               IF s-caja > 0
                   ADD 1 TO w-caj-horas(s-caja)
               END-IF
           END-IF.
           IF s-caja > 0
               ADD 1 TO w-caj-ops(s-caja)
           END-IF.
           MOVE "N" TO w-hallado.
           PERFORM VARYING w-k FROM 1 BY 1
                   UNTIL w-k > w-grp-opers OR hallado
               IF w-grp-oper(w-k) = s-operador
                   SET hallado TO TRUE
               END-IF
           END-PERFORM.
           PERFORM 430-UBICAR-OPERADOR.
           IF NOT hallado AND w-grp-opers < 20
               ADD 1 TO w-grp-opers
               MOVE s-operador TO w-grp-oper(w-grp-opers)
               ADD 1 TO w-ope-horas(w-ind)
           END-IF.
           ADD 1 TO w-ope-ops(w-ind).

       430-UBICAR-OPERADOR.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-ope-cant
                       OR w-ope-codigo(w-ind) = s-operador
               CONTINUE
           END-PERFORM.
           IF w-ind > w-ope-cant
               IF w-ope-cant < 50
                   ADD 1 TO w-ope-cant
                   MOVE w-ope-cant TO w-ind
                   MOVE s-operador TO w-ope-codigo(w-ind)
                   MOVE 0 TO w-ope-ops(w-ind) w-ope-horas(w-ind)
               ELSE
                   MOVE 50 TO w-ind
               END-IF
           END-IF.

       440-CERRAR-GRUPO.
           IF w-grp-ops > 0
               COMPUTE w-ind-hora = w-ant-hora + 1
               ADD w-grp-ops TO w-sem-ops(w-ind-dia, w-ind-hora)
               ADD w-grp-cajas TO w-sem-cajas(w-ind-dia, w-ind-hora)
               ADD w-grp-opers TO w-sem-opers(w-ind-dia, w-ind-hora)
               ADD w-grp-ops TO w-tip-ops(w-ind-tipo, w-ind-hora)
               ADD w-grp-cajas TO w-tip-cajas(w-ind-tipo, w-ind-hora)
               ADD w-grp-opers TO w-tip-opers(w-ind-tipo, w-ind-hora)
               ADD w-grp-ops TO w-total-ops
               ADD w-grp-cajas TO w-total-cajas
           END-IF.
           MOVE 0 TO w-grp-ops w-grp-cajas w-grp-opers.

       450-DIA-SEMANA.
           IF w-fec-mes < 3
               COMPUTE w-zeller-mes = w-fec-mes + 12
               COMPUTE w-zeller-anio = w-fec-anio - 1
           ELSE
               MOVE w-fec-mes TO w-zeller-mes
               MOVE w-fec-anio TO w-zeller-anio
           END-IF.
           DIVIDE w-zeller-anio BY 100 GIVING w-zeller-siglo
               REMAINDER w-zeller-resto.
           COMPUTE w-zeller-t1 = (w-zeller-mes + 1) * 13.
           DIVIDE w-zeller-t1 BY 5 GIVING w-zeller-t1.
           DIVIDE w-zeller-resto BY 4 GIVING w-zeller-t2.
           DIVIDE w-zeller-siglo BY 4 GIVING w-zeller-t3.
           COMPUTE w-zeller-suma = w-fec-dia + w-zeller-t1 +
               w-zeller-resto + w-zeller-t2 + w-zeller-t3 +
               5 * w-zeller-siglo.
           DIVIDE w-zeller-suma BY 7 GIVING w-zeller-t1
               REMAINDER w-dia-semana.

      * Sin el parametro, una caja rinde lo que rindio en promedio
      * cada hora-caja del periodo
       500-CALCULAR-CAPACIDAD.
           IF NOT capacidad-de-parametro
               IF w-total-cajas > 0
                   COMPUTE w-capacidad ROUNDED =
                       w-total-ops / w-total-cajas
               ELSE
                   MOVE 1 TO w-capacidad
               END-IF
           END-IF.
           IF w-capacidad = 0
               MOVE 1 TO w-capacidad
           END-IF.

       600-EMITIR-REPORTE.
           MOVE spaces TO w-nombre-listado.
           STRING "..\carga_ventanilla_" w-desde "_" w-hasta ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "CARGA DE VENTANILLA POR FRANJA HORARIA - DEL "
               w-desde " AL " w-hasta " - EMITIDO " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE w-capacidad TO w-capacidad-ed.
           MOVE spaces TO lis-linea.
           IF capacidad-de-parametro
               STRING "Movimientos analizados " w-cant-movs
                   "  sin hora (no entran) " w-cant-sin-hora
                   "  capacidad por caja " w-capacidad-ed
                   " ops/hora (parametro OPS-POR-HORA)"
                   DELIMITED BY SIZE INTO lis-linea
           ELSE
               STRING "Movimientos analizados " w-cant-movs
                   "  sin hora (no entran) " w-cant-sin-hora
                   "  capacidad por caja " w-capacidad-ed
                   " ops/hora (promedio observado)"
                   DELIMITED BY SIZE INTO lis-linea
           END-IF.
           WRITE lis-linea.
           PERFORM 610-POR-DIA-SEMANA.
           PERFORM 630-POR-TIPO-DIA.
           PERFORM 650-POR-OPERADOR.
           PERFORM 660-POR-CAJA.
           CLOSE LISTADO.
           DISPLAY "Movimientos analizados: ", w-cant-movs,
               "  sin hora: ", w-cant-sin-hora.
           DISPLAY "Reporte en ", w-nombre-listado.

      * De lunes a domingo
       610-POR-DIA-SEMANA.
           MOVE spaces TO lis-linea.
           WRITE lis-linea.
           MOVE "1. POR DIA DE LA SEMANA Y HORA" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 7
               COMPUTE w-ind-dia = w-k + 2
               IF w-ind-dia > 7
                   SUBTRACT 7 FROM w-ind-dia
               END-IF
               IF w-sem-dias(w-ind-dia) > 0
                   PERFORM 615-BLOQUE-DIA
               END-IF
           END-PERFORM.

       615-BLOQUE-DIA.
           MOVE spaces TO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING w-nombre-dia(w-ind-dia) " (" w-sem-dias(w-ind-dia)
               " dias con movimientos)"
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE "  HORA   OPERAC.  PROM/DIA  PROM/CAJA  PROM/OPER  CAJ
      -        "AS SUGERIDAS" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind-hora FROM 1 BY 1
                   UNTIL w-ind-hora > 24
               IF w-sem-ops(w-ind-dia, w-ind-hora) > 0
                   COMPUTE w-prom-dia ROUNDED =
                       w-sem-ops(w-ind-dia, w-ind-hora)
                       / w-sem-dias(w-ind-dia)
                   COMPUTE w-prom-caja ROUNDED =
                       w-sem-ops(w-ind-dia, w-ind-hora)
                       / w-sem-cajas(w-ind-dia, w-ind-hora)
                   COMPUTE w-prom-oper ROUNDED =
                       w-sem-ops(w-ind-dia, w-ind-hora)
                       / w-sem-opers(w-ind-dia, w-ind-hora)
                   PERFORM 690-RENGLON-FRANJA
                   MOVE spaces TO lis-linea
                   STRING "  " w-hora "hs  "
                       w-sem-ops(w-ind-dia, w-ind-hora) "   "
                       w-prom-dia-ed "    " w-prom-caja-ed "    "
                       w-prom-oper-ed "         " w-sugeridas
                       DELIMITED BY SIZE INTO lis-linea
                   WRITE lis-linea
               END-IF
           END-PERFORM.

      * Dias en que vence alguna cuota contra el resto de la primera
      * decena y contra el resto del mes
       630-POR-TIPO-DIA.
           MOVE spaces TO lis-linea.
           WRITE lis-linea.
           MOVE "2. DIAS DE VENCIMIENTO CONTRA DIAS COMUNES" TO
               lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind-tipo FROM 1 BY 1 UNTIL w-ind-tipo > 3
               IF w-tip-dias(w-ind-tipo) > 0
                   PERFORM 635-BLOQUE-TIPO
               END-IF
           END-PERFORM.

       635-BLOQUE-TIPO.
           MOVE spaces TO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING w-nombre-tipo(w-ind-tipo) " ("
               w-tip-dias(w-ind-tipo) " dias con movimientos)"
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE "  HORA   OPERAC.  PROM/DIA  PROM/CAJA  PROM/OPER  CAJ
      -        "AS SUGERIDAS" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind-hora FROM 1 BY 1
                   UNTIL w-ind-hora > 24
               IF w-tip-ops(w-ind-tipo, w-ind-hora) > 0
                   COMPUTE w-prom-dia ROUNDED =
                       w-tip-ops(w-ind-tipo, w-ind-hora)
                       / w-tip-dias(w-ind-tipo)
                   COMPUTE w-prom-caja ROUNDED =
                       w-tip-ops(w-ind-tipo, w-ind-hora)
                       / w-tip-cajas(w-ind-tipo, w-ind-hora)
                   COMPUTE w-prom-oper ROUNDED =
                       w-tip-ops(w-ind-tipo, w-ind-hora)
                       / w-tip-opers(w-ind-tipo, w-ind-hora)
                   PERFORM 690-RENGLON-FRANJA
                   MOVE spaces TO lis-linea
                   STRING "  " w-hora "hs  "
                       w-tip-ops(w-ind-tipo, w-ind-hora) "   "
                       w-prom-dia-ed "    " w-prom-caja-ed "    "
                       w-prom-oper-ed "         " w-sugeridas
                       DELIMITED BY SIZE INTO lis-linea
                   WRITE lis-linea
               END-IF
           END-PERFORM.

       650-POR-OPERADOR.
           MOVE spaces TO lis-linea.
           WRITE lis-linea.
           MOVE "3. POR OPERADOR" TO lis-linea.
           WRITE lis-linea.
           MOVE "  OPERADOR    OPERAC.  HORAS  PROM/HORA" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-ope-cant
               IF w-ope-horas(w-ind) > 0
                   COMPUTE w-prom-oper ROUNDED =
                       w-ope-ops(w-ind) / w-ope-horas(w-ind)
               ELSE
                   MOVE 0 TO w-prom-oper
               END-IF
               MOVE w-prom-oper TO w-prom-oper-ed
               MOVE spaces TO lis-linea
               STRING "  " w-ope-codigo(w-ind) "  " w-ope-ops(w-ind)
                   "  " w-ope-horas(w-ind) "  " w-prom-oper-ed
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
           END-PERFORM.

       660-POR-CAJA.
           MOVE spaces TO lis-linea.
           WRITE lis-linea.
           MOVE "4. POR CAJA" TO lis-linea.
           WRITE lis-linea.
           MOVE "  CAJA  OPERAC.  HORAS  PROM/HORA" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 99
               IF w-caj-ops(w-ind) > 0
                   COMPUTE w-prom-caja ROUNDED =
                       w-caj-ops(w-ind) / w-caj-horas(w-ind)
                   MOVE w-prom-caja TO w-prom-caja-ed
                   MOVE w-ind TO w-caja-ed
                   MOVE spaces TO lis-linea
                   STRING "  " w-caja-ed "    " w-caj-ops(w-ind) "  "
                       w-caj-horas(w-ind) "  " w-prom-caja-ed
                       DELIMITED BY SIZE INTO lis-linea
                   WRITE lis-linea
               END-IF
           END-PERFORM.

      * Cajas para atender el promedio de la franja a la capacidad
      * de una caja, redondeando para arriba
       690-RENGLON-FRANJA.
           COMPUTE w-hora = w-ind-hora - 1.
           MOVE w-prom-dia TO w-prom-dia-ed.
           MOVE w-prom-caja TO w-prom-caja-ed.
           MOVE w-prom-oper TO w-prom-oper-ed.
           COMPUTE w-sugeridas = w-prom-dia / w-capacidad.
           IF w-sugeridas * w-capacidad < w-prom-dia
               ADD 1 TO w-sugeridas
           END-IF.
       END PROGRAM CargaVentanilla.
