      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta libre de cuotas sobre pagos.dat: combina
      *          filtros por curso, rango de cta-cte, rango de cuota,
      *          rangos de vencimiento y de fecha de pago, medio de
      *          pago, pagada/impaga, beca aplicada y recargo mayor a
      *          un importe; elige el orden y los niveles de subtotal,
      *          muestra el resultado o lo graba en un archivo, y la
      *          definicion se puede guardar con un nombre en
      *          consultas_pagos.dat para repetirla otro mes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultaLibre.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL CONSULTAS ASSIGN TO "..\consultas_pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cq-nombre.

           SELECT SORT-CONS ASSIGN TO "..\conssort.tmp".

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

      * Definicion de una consulta guardada
       FD  CONSULTAS.
       01  cq-reg.
           03 cq-nombre pic x(20).
           03 cq-curso pic 99.
           03 cq-cta-desde pic 9(5).
           03 cq-cta-hasta pic 9(5).
           03 cq-cuota-desde pic 99.
           03 cq-cuota-hasta pic 99.
           03 cq-venc-desde pic 9(8).
           03 cq-venc-hasta pic 9(8).
           03 cq-pago-desde pic 9(8).
           03 cq-pago-hasta pic 9(8).
           03 cq-medio pic x(15).
           03 cq-estado pic x.
               88 cq-pagadas value "P".
               88 cq-impagas value "I".
           03 cq-beca pic x.
               88 cq-con-beca value "S".
               88 cq-sin-beca value "N".
           03 cq-recargo-min pic 9(6)v99.
           03 cq-orden pic x.
               88 orden-cuenta value "C".
               88 orden-vencimiento value "V".
               88 orden-pago value "P".
               88 orden-medio value "M".
           03 cq-niveles pic 9.
           03 cq-salida pic x.
               88 salida-archivo value "A".
           03 cq-fec-alta pic 9(8).

       SD  SORT-CONS.
       01  s-reg.
           03 s-clave1 pic x(15).
           03 s-clave2 pic x(15).
           03 s-llave.
               05 s-curso pic 99.
               05 s-cta-cte pic 9(5).
               05 s-cuota pic 99.
           03 s-fec-venc pic 9(8).
           03 s-fec-pago pic 9(8).
           03 s-importe pic 9(6)v99.
           03 s-recargo pic 9(6)v99.
           03 s-medio-pago pic x(15).
           03 s-beca-aplicada pic x.
           03 s-cobrado pic 9(6)v99.

       FD  LISTADO.
       01  lis-linea pic x(132).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "N".
           88 modo-nueva value "N".
           88 modo-guardada value "G".
           88 modo-listar value "L".
           88 modo-baja value "B".
       77  w-fecha-hoy pic 9(8).
       77  w-nombre-listado pic x(50).
       77  w-respuesta pic x.
       77  w-nombre-guardar pic x(20).
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-flag-sort pic 9 value 0.
           88 fin-sort value 1.
       77  w-flag-cq pic 9 value 0.
           88 fin-cq value 1.
       77  w-existe pic x value "N".
           88 reg-existe value "S".
       77  w-pasa pic x.
           88 pasa-filtro value "S".
      * Cortes de control
       77  w-primero pic x.
           88 es-primero value "S".
       77  w-clave1-ant pic x(15).
       77  w-clave2-ant pic x(15).
       77  w-titulo1 pic x(12).
       77  w-titulo2 pic x(12).
       01  w-totales.
           03 w-tot occurs 3.
              05 w-tot-cant pic 9(7).
              05 w-tot-importe pic 9(10)v99.
              05 w-tot-recargo pic 9(10)v99.
              05 w-tot-cobrado pic 9(10)v99.
       77  w-nivel pic 9.
       77  w-cant-ed pic z.zzz.zz9.
       77  w-importe-ed pic z.zzz.zzz.zz9,99.
       77  w-recargo-ed pic zzz.zzz.zz9,99.
       77  w-cobrado-ed pic z.zzz.zzz.zz9,99.

       01  lin-detalle.
           03 filler pic x(2) value spaces.
           03 ld-curso pic 99.
           03 filler pic x value "/".
           03 ld-cta-cte pic 9(5).
           03 filler pic x value "/".
           03 ld-cuota pic 99.
           03 filler pic x(2) value spaces.
           03 ld-fec-venc pic 9(8).
           03 filler pic x(2) value spaces.
           03 ld-fec-pago pic 9(8).
           03 filler pic x(2) value spaces.
           03 ld-importe pic zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 ld-recargo pic zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 ld-cobrado pic zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 ld-medio pic x(15).
           03 filler pic x(2) value spaces.
           03 ld-beca pic x.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "ConsultaLibr".
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
           DISPLAY "Modo (N=Consulta nueva, G=Repetir una guardada, ",
               "L=Listar guardadas, B=Borrar guardada)".
           ACCEPT w-modo.
           EVALUATE TRUE
               WHEN modo-guardada
                   OPEN INPUT CONSULTAS
                   PERFORM 150-LEER-GUARDADA
                   CLOSE CONSULTAS
                   IF reg-existe
                       PERFORM 400-EJECUTAR
                   END-IF
               WHEN modo-listar
                   OPEN INPUT CONSULTAS
                   PERFORM 600-LISTAR-GUARDADAS
                   CLOSE CONSULTAS
               WHEN modo-baja
                   OPEN I-O CONSULTAS
                   PERFORM 650-BORRAR-GUARDADA
                   CLOSE CONSULTAS
               WHEN OTHER
                   MOVE spaces TO cq-nombre
                   PERFORM 100-PEDIR-FILTROS
                   PERFORM 200-PEDIR-FECHAS
                   PERFORM 300-PEDIR-PRESENTACION
                   PERFORM 400-EJECUTAR
                   PERFORM 500-GUARDAR
           END-EVALUATE.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-PEDIR-FILTROS.
           DISPLAY "Curso (0 = todos)".
           ACCEPT cq-curso.
           DISPLAY "Cta-cte desde (0 = sin limite)".
           ACCEPT cq-cta-desde.
           DISPLAY "Cta-cte hasta (0 = sin limite)".
           ACCEPT cq-cta-hasta.
           IF cq-cta-hasta = 0
               MOVE 99999 TO cq-cta-hasta
           END-IF.
           DISPLAY "Cuota desde (0 = sin limite)".
           ACCEPT cq-cuota-desde.
           DISPLAY "Cuota hasta (0 = sin limite)".
           ACCEPT cq-cuota-hasta.
           IF cq-cuota-hasta = 0
               MOVE 99 TO cq-cuota-hasta
           END-IF.
           DISPLAY "Medio de pago (vacio = todos)".
           ACCEPT cq-medio.
           DISPLAY "Estado (P=pagadas, I=impagas, T=todas)".
           ACCEPT cq-estado.
           DISPLAY "Beca aplicada (S=con beca, N=sin beca, T=todas)".
           ACCEPT cq-beca.
           DISPLAY "Recargo mayor a (0 = sin filtro)".
           ACCEPT cq-recargo-min.

      * Las fechas se piden aparte: al repetir una consulta guardada
      * se las puede cambiar por las del mes nuevo
       200-PEDIR-FECHAS.
           DISPLAY "Vencimiento desde (AAAAMMDD, 0 = sin limite)".
           ACCEPT cq-venc-desde.
           DISPLAY "Vencimiento hasta (AAAAMMDD, 0 = sin limite)".
           ACCEPT cq-venc-hasta.
           IF cq-venc-hasta = 0
               MOVE 99999999 TO cq-venc-hasta
           END-IF.
           DISPLAY "Pago desde (AAAAMMDD, 0 = sin limite)".
           ACCEPT cq-pago-desde.
           DISPLAY "Pago hasta (AAAAMMDD, 0 = sin limite)".
           ACCEPT cq-pago-hasta.
           IF cq-pago-hasta = 0
               MOVE 99999999 TO cq-pago-hasta
           END-IF.

       300-PEDIR-PRESENTACION.
           DISPLAY "Orden (C=curso/cta-cte, V=vencimiento, ",
               "P=fecha de pago, M=medio de pago)".
           ACCEPT cq-orden.
           IF NOT orden-vencimiento AND NOT orden-pago
                   AND NOT orden-medio
               MOVE "C" TO cq-orden
           END-IF.
           DISPLAY "Niveles de subtotal (0=solo total, 1, 2)".
           ACCEPT cq-niveles.
           IF cq-niveles > 2
               MOVE 2 TO cq-niveles
           END-IF.
           DISPLAY "Salida (D=pantalla, A=archivo)".
           ACCEPT cq-salida.

       150-LEER-GUARDADA.
           DISPLAY "Nombre de la consulta".
           ACCEPT cq-nombre.
           MOVE "N" TO w-existe.
           READ CONSULTAS
               INVALID KEY
                   DISPLAY "NO HAY UNA CONSULTA GUARDADA CON ESE NOMBRE"
               NOT INVALID KEY
                   SET reg-existe TO TRUE
           END-READ.
           IF reg-existe
               PERFORM 610-MOSTRAR-DEFINICION
               DISPLAY "Cambiar las fechas? (S/N)"
               ACCEPT w-respuesta
               IF w-respuesta = "S" OR w-respuesta = "s"
                   PERFORM 200-PEDIR-FECHAS
               END-IF
           END-IF.

       400-EJECUTAR.
           IF salida-archivo
               MOVE spaces TO w-nombre-listado
               IF cq-nombre = spaces
                   STRING "..\consulta_pagos_" w-fecha-hoy ".txt"
                       DELIMITED BY SIZE INTO w-nombre-listado
               ELSE
                   STRING "..\consulta_" cq-nombre DELIMITED BY space
                       "_" w-fecha-hoy ".txt"
                       DELIMITED BY SIZE INTO w-nombre-listado
               END-IF
               OPEN OUTPUT LISTADO
           END-IF.
           EVALUATE TRUE
               WHEN orden-vencimiento
                   MOVE "MES VENC" TO w-titulo1
                   MOVE "VENCIMIENTO" TO w-titulo2
               WHEN orden-pago
                   MOVE "MES PAGO" TO w-titulo1
                   MOVE "FECHA PAGO" TO w-titulo2
               WHEN orden-medio
                   MOVE "MEDIO" TO w-titulo1
                   MOVE "CURSO" TO w-titulo2
               WHEN OTHER
                   MOVE "CURSO" TO w-titulo1
                   MOVE "CTA-CTE" TO w-titulo2
           END-EVALUATE.
           MOVE spaces TO lis-linea.
           STRING "CONSULTA DE CUOTAS " cq-nombre " - " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "  curso " cq-curso " cta " cq-cta-desde "-"
               cq-cta-hasta " cuota " cq-cuota-desde "-" cq-cuota-hasta
               " venc " cq-venc-desde "-" cq-venc-hasta " pago "
               cq-pago-desde "-" cq-pago-hasta
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "  medio " cq-medio " estado " cq-estado " beca "
               cq-beca " recargo > " cq-recargo-min " orden "
               cq-orden " subtotales " cq-niveles
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           MOVE "  CUR/CTA  /CU  VENC      PAGO          IMPORTE     RE
      -        "CARGO     COBRADO  MEDIO           B" TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE all "-" TO lis-linea.
           PERFORM 890-EMITIR.
           SORT SORT-CONS
               ON ASCENDING KEY s-clave1 s-clave2 s-llave
               INPUT PROCEDURE IS 410-SELECCIONAR
               OUTPUT PROCEDURE IS 450-LISTAR-RESULTADO.
           IF salida-archivo
               CLOSE LISTADO
               DISPLAY "Resultado en ", w-nombre-listado
           END-IF.

       410-SELECCIONAR.
           OPEN INPUT PAGOS.
           MOVE cq-curso TO pag-curso.
           MOVE cq-cta-desde TO pag-cta-cte.
           MOVE 0 TO pag-cuota.
           START PAGOS KEY IS NOT LESS THAN pagos-llave
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               END-READ
               IF NOT fin-pagos
                   IF cq-curso > 0 AND pag-curso NOT = cq-curso
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       PERFORM 420-FILTRAR
                       IF pasa-filtro
                           PERFORM 430-LIBERAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PAGOS.

       420-FILTRAR.
           MOVE "S" TO w-pasa.
           EVALUATE TRUE
               WHEN pag-cta-cte < cq-cta-desde
                       OR pag-cta-cte > cq-cta-hasta
                   MOVE "N" TO w-pasa
               WHEN pag-cuota < cq-cuota-desde
                       OR pag-cuota > cq-cuota-hasta
                   MOVE "N" TO w-pasa
               WHEN pag-fec-venc < cq-venc-desde
                       OR pag-fec-venc > cq-venc-hasta
                   MOVE "N" TO w-pasa
               WHEN cq-pagadas AND pag-fec-pago = 0
                   MOVE "N" TO w-pasa
               WHEN cq-impagas AND pag-fec-pago NOT = 0
                   MOVE "N" TO w-pasa
               WHEN (cq-pago-desde > 0 OR cq-pago-hasta < 99999999)
                       AND (pag-fec-pago < cq-pago-desde
                       OR pag-fec-pago > cq-pago-hasta
                       OR pag-fec-pago = 0)
                   MOVE "N" TO w-pasa
               WHEN cq-medio NOT = spaces
                       AND pag-medio-pago NOT = cq-medio
                   MOVE "N" TO w-pasa
               WHEN cq-con-beca AND pag-beca-aplicada NOT = "S"
                   MOVE "N" TO w-pasa
               WHEN cq-sin-beca AND pag-beca-aplicada = "S"
                   MOVE "N" TO w-pasa
               WHEN cq-recargo-min > 0
                       AND pag-recargo NOT > cq-recargo-min
                   MOVE "N" TO w-pasa
           END-EVALUATE.

       430-LIBERAR.
           MOVE spaces TO s-clave1 s-clave2.
           EVALUATE TRUE
               WHEN orden-vencimiento
                   MOVE pag-fec-venc(1:6) TO s-clave1
                   MOVE pag-fec-venc TO s-clave2
               WHEN orden-pago
                   MOVE pag-fec-pago(1:6) TO s-clave1
                   MOVE pag-fec-pago TO s-clave2
               WHEN orden-medio
                   MOVE pag-medio-pago TO s-clave1
                   MOVE pag-curso TO s-clave2
               WHEN OTHER
                   MOVE pag-curso TO s-clave1
                   MOVE pag-cta-cte TO s-clave2
           END-EVALUATE.
           MOVE pagos-llave TO s-llave.
           MOVE pag-fec-venc TO s-fec-venc.
           MOVE pag-fec-pago TO s-fec-pago.
           MOVE pag-importe TO s-importe.
           MOVE pag-recargo TO s-recargo.
           MOVE pag-medio-pago TO s-medio-pago.
           MOVE pag-beca-aplicada TO s-beca-aplicada.
           MOVE pag-cobrado TO s-cobrado.
           RELEASE s-reg.

      * Nivel 1 corta por la primera clave del orden, nivel 2 por la
      * segunda; el nivel 3 de la tabla es el total general
       450-LISTAR-RESULTADO.
           INITIALIZE w-totales.
           MOVE "S" TO w-primero.
           PERFORM UNTIL fin-sort
               RETURN SORT-CONS AT END MOVE 1 TO w-flag-sort
               END-RETURN
               IF NOT fin-sort
                   IF NOT es-primero
                       IF s-clave1 NOT = w-clave1-ant
                           PERFORM 470-CORTE-NIVEL2
                           PERFORM 480-CORTE-NIVEL1
                       ELSE
                           IF s-clave2 NOT = w-clave2-ant
                               PERFORM 470-CORTE-NIVEL2
                           END-IF
                       END-IF
                   END-IF
                   MOVE "N" TO w-primero
                   MOVE s-clave1 TO w-clave1-ant
                   MOVE s-clave2 TO w-clave2-ant
                   PERFORM 460-RENGLON
               END-IF
           END-PERFORM.
           IF NOT es-primero
               PERFORM 470-CORTE-NIVEL2
               PERFORM 480-CORTE-NIVEL1
           END-IF.
           MOVE all "=" TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE 3 TO w-nivel.
           MOVE "TOTAL" TO w-titulo1.
           MOVE spaces TO w-clave1-ant.
           PERFORM 490-RENGLON-TOTAL.

       460-RENGLON.
           MOVE s-curso TO ld-curso.
           MOVE s-cta-cte TO ld-cta-cte.
           MOVE s-cuota TO ld-cuota.
           MOVE s-fec-venc TO ld-fec-venc.
           MOVE s-fec-pago TO ld-fec-pago.
           MOVE s-importe TO ld-importe.
           MOVE s-recargo TO ld-recargo.
           MOVE s-cobrado TO ld-cobrado.
           MOVE s-medio-pago TO ld-medio.
           MOVE s-beca-aplicada TO ld-beca.
           MOVE lin-detalle TO lis-linea.
           PERFORM 890-EMITIR.
           PERFORM VARYING w-nivel FROM 1 BY 1 UNTIL w-nivel > 3
               ADD 1 TO w-tot-cant(w-nivel)
               ADD s-importe TO w-tot-importe(w-nivel)
               ADD s-recargo TO w-tot-recargo(w-nivel)
               ADD s-cobrado TO w-tot-cobrado(w-nivel)
           END-PERFORM.

       470-CORTE-NIVEL2.
           IF cq-niveles = 2
               MOVE 2 TO w-nivel
               PERFORM 490-RENGLON-TOTAL
           END-IF.
           INITIALIZE w-tot(2).

       480-CORTE-NIVEL1.
           IF cq-niveles > 0
               MOVE 1 TO w-nivel
               PERFORM 490-RENGLON-TOTAL
               MOVE spaces TO lis-linea
               PERFORM 890-EMITIR
           END-IF.
           INITIALIZE w-tot(1).

       490-RENGLON-TOTAL.
           MOVE w-tot-cant(w-nivel) TO w-cant-ed.
           MOVE w-tot-importe(w-nivel) TO w-importe-ed.
           MOVE w-tot-recargo(w-nivel) TO w-recargo-ed.
           MOVE w-tot-cobrado(w-nivel) TO w-cobrado-ed.
           MOVE spaces TO lis-linea.
           EVALUATE w-nivel
               WHEN 2
                   STRING "    Subtotal " w-titulo2 " " w-clave2-ant
                       " cuotas " w-cant-ed " importe " w-importe-ed
                       " recargo " w-recargo-ed " cobrado "
                       w-cobrado-ed
                       DELIMITED BY SIZE INTO lis-linea
               WHEN 1
                   STRING "  SUBTOTAL " w-titulo1 " " w-clave1-ant
                       " cuotas " w-cant-ed " importe " w-importe-ed
                       " recargo " w-recargo-ed " cobrado "
                       w-cobrado-ed
                       DELIMITED BY SIZE INTO lis-linea
               WHEN OTHER
                   STRING "TOTAL GENERAL  cuotas " w-cant-ed
                       " importe " w-importe-ed " recargo "
                       w-recargo-ed " cobrado " w-cobrado-ed
                       DELIMITED BY SIZE INTO lis-linea
           END-EVALUATE.
           PERFORM 890-EMITIR.

       500-GUARDAR.
           DISPLAY "Guardar la consulta con el nombre (vacio = no)".
           ACCEPT w-nombre-guardar.
           IF w-nombre-guardar NOT = spaces
               OPEN I-O CONSULTAS
               MOVE w-nombre-guardar TO cq-nombre
               MOVE w-fecha-hoy TO cq-fec-alta
               WRITE cq-reg
                   INVALID KEY
                       REWRITE cq-reg
               END-WRITE
               CLOSE CONSULTAS
               DISPLAY "Consulta guardada como ", cq-nombre
           END-IF.

       600-LISTAR-GUARDADAS.
           DISPLAY "CONSULTAS DE CUOTAS GUARDADAS".
           MOVE spaces TO cq-nombre.
           START CONSULTAS KEY IS NOT LESS THAN cq-nombre
               INVALID KEY MOVE 1 TO w-flag-cq
           END-START.
           PERFORM UNTIL fin-cq
               READ CONSULTAS NEXT AT END MOVE 1 TO w-flag-cq
               END-READ
               IF NOT fin-cq
                   PERFORM 610-MOSTRAR-DEFINICION
               END-IF
           END-PERFORM.

       610-MOSTRAR-DEFINICION.
           DISPLAY cq-nombre, " (", cq-fec-alta, ") curso ", cq-curso,
               " cta ", cq-cta-desde, "-", cq-cta-hasta, " cuota ",
               cq-cuota-desde, "-", cq-cuota-hasta.
           DISPLAY "    venc ", cq-venc-desde, "-", cq-venc-hasta,
               " pago ", cq-pago-desde, "-", cq-pago-hasta,
               " medio ", cq-medio.
           DISPLAY "    estado ", cq-estado, " beca ", cq-beca,
               " recargo > ", cq-recargo-min, " orden ", cq-orden,
               " subtotales ", cq-niveles, " salida ", cq-salida.

       650-BORRAR-GUARDADA.
           DISPLAY "Nombre de la consulta a borrar".
           ACCEPT cq-nombre.
           READ CONSULTAS
               INVALID KEY
                   DISPLAY "NO HAY UNA CONSULTA GUARDADA CON ESE NOMBRE"
               NOT INVALID KEY
                   DELETE CONSULTAS
                   DISPLAY "Consulta borrada"
           END-READ.

       890-EMITIR.
           IF salida-archivo
               WRITE lis-linea
           ELSE
               DISPLAY lis-linea
           END-IF.
       END PROGRAM ConsultaLibre.
