      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tienda de la escuela (uniformes y libros): maestro de
      *          articulos con precio, stock y punto de pedido, venta
      *          en la ventanilla con la caja abierta (recibo numerado
      *          de la serie del punto de emision, movimiento en
      *          caja_movs con medio TIENDA para que cierre el arqueo
      *          y baja del stock), ingreso de mercaderia, informe de
      *          articulos a reponer y ventas del mes por articulo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Tienda.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARTICULOS ASSIGN TO "..\articulos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS art-codigo.

           SELECT OPTIONAL VENTAS ASSIGN TO "..\ventas_tienda.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CAJAS ASSIGN TO "..\cajas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS caja-llave.

           SELECT OPTIONAL CAJA-MOVS ASSIGN TO "..\caja_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL NUMRECIBOS ASSIGN TO "..\numrecibos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS serie-punto.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT IMPRESION ASSIGN TO "..\recibo_tienda.txt"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO "..\listado_tienda.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * art-tipo: U = uniforme, L = libro, O = otro
       FD  ARTICULOS.
       01  art-reg.
           03 art-codigo pic 9(5).
           03 art-descripcion pic x(30).
           03 art-tipo pic x.
           03 art-precio pic 9(6)v99.
           03 art-stock pic 9(5).
           03 art-punto-pedido pic 9(5).

      * Un renglon por articulo vendido; vt-punto + vt-recibo es el
      * recibo de la serie que lo cobro
       FD  VENTAS.
       01  vt-reg.
           03 vt-fecha pic 9(8).
           03 vt-punto pic 99.
           03 vt-recibo pic 9(8).
           03 vt-articulo pic 9(5).
           03 vt-cantidad pic 9(3).
           03 vt-precio pic 9(6)v99.
           03 vt-importe pic 9(6)v99.
           03 vt-medio pic x(15).
           03 vt-caja pic 99.
           03 vt-operador pic x(10).

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

       FD  RECIBOS.
       01  rec-reg.
           03 rec-punto pic 99.
           03 rec-numero pic 9(8).
           03 rec-nombre pic x(20).
           03 rec-legajo pic 9(5).
           03 rec-curso pic 99.
           03 rec-cuota pic 99.
           03 rec-importe pic 9(6)v99.
           03 rec-fec-pago pic 9(8).

       FD  NUMRECIBOS.
       01  serie-reg.
           03 serie-punto pic 99.
           03 serie-proximo pic 9(8).

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  IMPRESION.
       01  imp-linea pic x(80).

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "V".
           88 modo-articulos value "A".
           88 modo-venta value "V".
           88 modo-ingreso value "I".
           88 modo-reponer value "P".
           88 modo-mensual value "M".
       77  w-fecha-hoy pic 9(8).
       77  w-punto-emision pic 99 value 1.
       77  w-rec-numero pic 9(8).
       77  w-caja-ok pic x value "N".
           88 caja-ok value "S".
       77  w-caja-numero pic 99.
       77  w-caja-operador pic x(10).
       77  w-flag-art pic 9 value 0.
           88 fin-art value 1.
       77  w-flag-ventas pic 9 value 0.
           88 fin-ventas value 1.
       77  w-existe pic x.
           88 reg-existe value "S".
       77  w-codigo pic 9(5).
       77  w-cantidad pic 9(3).
       77  w-ingreso pic 9(5).
       77  w-medio pic x(15).
       77  w-medio-caja pic x(15).
       77  w-comprador pic x(20).
       77  w-legajo pic 9(5).
       77  w-total-venta pic 9(6)v99.
       77  w-cant-reponer pic 9(5).
       77  w-ind pic 9(3).
       77  w-ind-art pic 9(3).
       77  w-cant-art-mes pic 9(3) value 0.
       77  w-total-mes pic 9(8)v99 value 0.
       01  w-periodo pic 9(6).
       01  w-periodo-venta pic 9(6).
      * Renglones de la venta en curso: se confirma todo junto
       01  w-renglones.
           03 w-cant-renglones pic 99 value 0.
           03 w-renglon occurs 20.
               05 w-rv-articulo pic 9(5).
               05 w-rv-descripcion pic x(30).
               05 w-rv-cantidad pic 9(3).
               05 w-rv-precio pic 9(6)v99.
               05 w-rv-importe pic 9(6)v99.
      * Acumulado del mes por articulo
       01  w-acumulado-mes.
           03 w-am occurs 300.
               05 w-am-articulo pic 9(5).
               05 w-am-cantidad pic 9(5).
               05 w-am-importe pic 9(8)v99.
       01  lin-renglon.
           03 lr-cantidad pic zz9.
           03 filler pic x(2) value spaces.
           03 lr-descripcion pic x(30).
           03 filler pic x(2) value spaces.
           03 lr-precio pic zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lr-importe pic z.zzz.zz9,99.
       01  lin-reponer.
           03 lp-codigo pic 9(5).
           03 filler pic x(2) value spaces.
           03 lp-descripcion pic x(30).
           03 filler pic x(2) value spaces.
           03 lp-stock pic zzzz9.
           03 filler pic x(2) value spaces.
           03 lp-punto pic zzzz9.
       01  lin-cab-mensual.
           03 filler pic x(39)
               value "CODIGO  DESCRIPCION".
           03 filler pic x(20) value " CANT.      IMPORTE".
       01  lin-mensual.
           03 lm-codigo pic 9(5).
           03 filler pic x(2) value spaces.
           03 lm-descripcion pic x(30).
           03 filler pic x(2) value spaces.
           03 lm-cantidad pic zzzz9.
           03 filler pic x(2) value spaces.
           03 lm-importe pic zz.zzz.zz9,99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Tienda".
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
               WHEN modo-articulos
                   PERFORM 200-ABM-ARTICULOS
               WHEN modo-ingreso
                   PERFORM 500-INGRESO-MERCADERIA
               WHEN modo-reponer
                   PERFORM 600-ARTICULOS-A-REPONER
               WHEN modo-mensual
                   PERFORM 700-VENTAS-DEL-MES
               WHEN OTHER
                   PERFORM 140-VERIFICAR-CAJA
                   IF caja-ok
                       PERFORM 300-VENTA
                   END-IF
           END-EVALUATE.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "recibos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (V=Venta, A=Articulos, I=Ingreso de ",
               "mercaderia, P=Articulos a reponer, M=Ventas del mes)".
           ACCEPT w-modo.
           IF modo-reponer OR modo-mensual
               OPEN INPUT ARTICULOS
           ELSE
               OPEN I-O ARTICULOS
           END-IF.

      * Igual que en Pagos: la venta solo entra con la caja del dia
      * abierta en la terminal, y la serie sale de la sede de la caja
      * (sin sede, del parametro PUNTO-SERIE)
       140-VERIFICAR-CAJA.
           OPEN INPUT CAJAS.
           MOVE w-fecha-hoy TO caja-fecha.
           DISPLAY "Numero de caja/terminal".
           ACCEPT caja-numero.
           READ CAJAS
               INVALID KEY
                   DISPLAY "NO HAY CAJA ABIERTA PARA HOY EN ESA ",
                       "TERMINAL - ABRA LA CAJA ANTES DE VENDER"
               NOT INVALID KEY
                   IF caja-cerrada
                       DISPLAY "LA CAJA DE HOY YA ESTA CERRADA - ",
                           "NO SE REGISTRAN MAS VENTAS"
                   ELSE
                       SET caja-ok TO TRUE
                       MOVE caja-numero TO w-caja-numero
                       MOVE caja-operador TO w-caja-operador
                       IF caja-sede > 0
                           MOVE caja-sede TO w-punto-emision
                       ELSE
                           PERFORM 150-LEER-PUNTO-SERIE
                       END-IF
                   END-IF
           END-READ.
           CLOSE CAJAS.

       150-LEER-PUNTO-SERIE.
           OPEN INPUT PARAMETROS.
           MOVE "PUNTO-SERIE" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-punto-emision
           END-READ.
           CLOSE PARAMETROS.

       200-ABM-ARTICULOS.
           PERFORM 210-LISTAR-ARTICULOS.
           DISPLAY "Codigo de articulo (x fin 0)".
           ACCEPT w-codigo.
           PERFORM UNTIL w-codigo = 0
               PERFORM 220-GRABAR-ARTICULO
               DISPLAY "Codigo de articulo (x fin 0)"
               ACCEPT w-codigo
           END-PERFORM.

       210-LISTAR-ARTICULOS.
           DISPLAY "CODIGO DESCRIPCION                    T ",
               "    PRECIO STOCK P.PED".
           MOVE 0 TO art-codigo.
           MOVE 0 TO w-flag-art.
           START ARTICULOS KEY IS NOT LESS THAN art-codigo
               INVALID KEY MOVE 1 TO w-flag-art
           END-START.
           PERFORM UNTIL fin-art
               READ ARTICULOS NEXT AT END MOVE 1 TO w-flag-art
               END-READ
               IF NOT fin-art
                   DISPLAY art-codigo, "  ", art-descripcion, " ",
                       art-tipo, " ", art-precio, " ", art-stock,
                       " ", art-punto-pedido
               END-IF
           END-PERFORM.

      * El stock no se toca desde aqui: entra por el ingreso de
      * mercaderia y sale por la venta
       220-GRABAR-ARTICULO.
           MOVE "N" TO w-existe.
           MOVE w-codigo TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   MOVE spaces TO art-descripcion art-tipo
                   MOVE 0 TO art-precio art-stock art-punto-pedido
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   DISPLAY art-descripcion, " stock ", art-stock
           END-READ.
           DISPLAY "Descripcion".
           ACCEPT art-descripcion.
           DISPLAY "Tipo (U=Uniforme, L=Libro, O=Otro)".
           ACCEPT art-tipo.
           DISPLAY "Precio".
           ACCEPT art-precio.
           DISPLAY "Punto de pedido".
           ACCEPT art-punto-pedido.
           IF reg-existe
               REWRITE art-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL ARTICULO"
               END-REWRITE
           ELSE
               WRITE art-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL ARTICULO"
               END-WRITE
           END-IF.

       300-VENTA.
           MOVE 0 TO w-cant-renglones w-total-venta.
           DISPLAY "Comprador (nombre)".
           ACCEPT w-comprador.
           DISPLAY "Legajo del alumno (0 si no corresponde)".
           ACCEPT w-legajo.
           DISPLAY "Articulo (x fin 0)".
           ACCEPT w-codigo.
           PERFORM UNTIL w-codigo = 0 OR w-cant-renglones = 20
               PERFORM 310-AGREGAR-RENGLON
               DISPLAY "Articulo (x fin 0)"
               ACCEPT w-codigo
           END-PERFORM.
           IF w-cant-renglones = 0
               DISPLAY "VENTA SIN ARTICULOS - NO SE REGISTRA"
           ELSE
               DISPLAY "Total de la venta: ", w-total-venta
               DISPLAY "Medio de pago ",
                   "(EFECTIVO/CHEQUE/TRANSFERENCIA/OTRO)"
               ACCEPT w-medio
               PERFORM 320-MEDIO-DE-CAJA
               PERFORM 330-CONFIRMAR-VENTA
           END-IF.

      * Se controla contra el stock menos lo ya cargado en la misma
      * venta para ese articulo
       310-AGREGAR-RENGLON.
           MOVE w-codigo TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY "ARTICULO INEXISTENTE"
               NOT INVALID KEY
                   DISPLAY art-descripcion, " $ ", art-precio,
                       " stock ", art-stock
                   DISPLAY "Cantidad"
                   ACCEPT w-cantidad
                   MOVE w-cantidad TO w-cant-reponer
                   PERFORM VARYING w-ind FROM 1 BY 1
                           UNTIL w-ind > w-cant-renglones
                       IF w-rv-articulo(w-ind) = art-codigo
                           ADD w-rv-cantidad(w-ind) TO w-cant-reponer
                       END-IF
                   END-PERFORM
                   IF w-cantidad = 0
                       CONTINUE
                   ELSE
                       IF w-cant-reponer > art-stock
                           DISPLAY "STOCK INSUFICIENTE"
                       ELSE
                           ADD 1 TO w-cant-renglones
                           MOVE art-codigo
                               TO w-rv-articulo(w-cant-renglones)
                           MOVE art-descripcion
                               TO w-rv-descripcion(w-cant-renglones)
                           MOVE w-cantidad
                               TO w-rv-cantidad(w-cant-renglones)
                           MOVE art-precio
                               TO w-rv-precio(w-cant-renglones)
                           COMPUTE w-rv-importe(w-cant-renglones) =
                               art-precio * w-cantidad
                           ADD w-rv-importe(w-cant-renglones)
                               TO w-total-venta
                       END-IF
                   END-IF
           END-READ.

      * El arqueo de Caja suma los medios TIENDA en el cajon que
      * corresponde y los informa aparte
       320-MEDIO-DE-CAJA.
           EVALUATE w-medio
               WHEN "EFECTIVO"
                   MOVE "TIENDA EFECTIVO" TO w-medio-caja
               WHEN "CHEQUE"
                   MOVE "TIENDA CHEQUE" TO w-medio-caja
               WHEN "TRANSFERENCIA"
                   MOVE "TIENDA TRANSF" TO w-medio-caja
               WHEN OTHER
                   MOVE "OTRO" TO w-medio
                   MOVE "TIENDA OTRO" TO w-medio-caja
           END-EVALUATE.

       330-CONFIRMAR-VENTA.
           OPEN I-O NUMRECIBOS.
           PERFORM 340-ASIGNAR-NRO-RECIBO.
           CLOSE NUMRECIBOS.
           OPEN EXTEND VENTAS.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-renglones
               PERFORM 350-GRABAR-RENGLON
           END-PERFORM.
           CLOSE VENTAS.
           OPEN EXTEND RECIBOS.
           MOVE w-punto-emision TO rec-punto.
           MOVE w-rec-numero TO rec-numero.
           MOVE w-comprador TO rec-nombre.
           MOVE w-legajo TO rec-legajo.
           MOVE 0 TO rec-curso rec-cuota.
           MOVE w-total-venta TO rec-importe.
           MOVE w-fecha-hoy TO rec-fec-pago.
           WRITE rec-reg.
           CLOSE RECIBOS.
           OPEN EXTEND CAJA-MOVS.
           MOVE w-fecha-hoy TO cm-fecha.
           MOVE 0 TO cm-curso cm-cta-cte cm-cuota.
           MOVE w-medio-caja TO cm-medio.
           MOVE w-total-venta TO cm-importe.
           MOVE w-caja-operador TO cm-operador.
           MOVE w-caja-numero TO cm-caja.
           ACCEPT cm-hora FROM TIME.
           WRITE cm-reg.
           CLOSE CAJA-MOVS.
           PERFORM 360-IMPRIMIR-RECIBO.
           DISPLAY "-- RECIBO ", w-punto-emision, "-", w-rec-numero,
               " --  total ", w-total-venta.

      * Misma serie controlada del punto de emision que usa Pagos
       340-ASIGNAR-NRO-RECIBO.
           MOVE w-punto-emision TO serie-punto.
           READ NUMRECIBOS
               INVALID KEY
                   MOVE w-punto-emision TO serie-punto
                   MOVE 1 TO serie-proximo
                   WRITE serie-reg
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE serie-proximo TO w-rec-numero.
           ADD 1 TO serie-proximo.
           REWRITE serie-reg.

       350-GRABAR-RENGLON.
           MOVE w-rv-articulo(w-ind) TO art-codigo.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY "NO ENCUENTRO EL ARTICULO ", art-codigo
               NOT INVALID KEY
                   SUBTRACT w-rv-cantidad(w-ind) FROM art-stock
                   REWRITE art-reg
                       INVALID KEY
                           DISPLAY "NO PUDE ACTUALIZAR EL STOCK DE ",
                               art-codigo
                   END-REWRITE
           END-READ.
           MOVE w-fecha-hoy TO vt-fecha.
           MOVE w-punto-emision TO vt-punto.
           MOVE w-rec-numero TO vt-recibo.
           MOVE w-rv-articulo(w-ind) TO vt-articulo.
           MOVE w-rv-cantidad(w-ind) TO vt-cantidad.
           MOVE w-rv-precio(w-ind) TO vt-precio.
           MOVE w-rv-importe(w-ind) TO vt-importe.
           MOVE w-medio TO vt-medio.
           MOVE w-caja-numero TO vt-caja.
           MOVE w-caja-operador TO vt-operador.
           WRITE vt-reg.

       360-IMPRIMIR-RECIBO.
           OPEN OUTPUT IMPRESION.
           MOVE spaces TO imp-linea.
           STRING "RECIBO " w-punto-emision "-" w-rec-numero
               "   Fecha " w-fecha-hoy "   Caja " w-caja-numero
               DELIMITED BY SIZE INTO imp-linea.
           WRITE imp-linea.
           MOVE spaces TO imp-linea.
           STRING "Recibimos de " w-comprador
               DELIMITED BY SIZE INTO imp-linea.
           WRITE imp-linea.
           MOVE all "-" TO imp-linea.
           WRITE imp-linea.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-renglones
               MOVE w-rv-cantidad(w-ind) TO lr-cantidad
               MOVE w-rv-descripcion(w-ind) TO lr-descripcion
               MOVE w-rv-precio(w-ind) TO lr-precio
               MOVE w-rv-importe(w-ind) TO lr-importe
               MOVE lin-renglon TO imp-linea
               WRITE imp-linea
           END-PERFORM.
           MOVE all "-" TO imp-linea.
           WRITE imp-linea.
           MOVE spaces TO lin-renglon.
           MOVE "TOTAL" TO lr-descripcion.
           MOVE w-total-venta TO lr-importe.
           MOVE lin-renglon TO imp-linea.
           WRITE imp-linea.
           MOVE spaces TO imp-linea.
           STRING "Medio de pago: " w-medio
               DELIMITED BY SIZE INTO imp-linea.
           WRITE imp-linea.
           CLOSE IMPRESION.

       500-INGRESO-MERCADERIA.
           DISPLAY "Articulo (x fin 0)".
           ACCEPT w-codigo.
           PERFORM UNTIL w-codigo = 0
               MOVE w-codigo TO art-codigo
               READ ARTICULOS
                   INVALID KEY
                       DISPLAY "ARTICULO INEXISTENTE"
                   NOT INVALID KEY
                       DISPLAY art-descripcion, " stock ", art-stock
                       DISPLAY "Cantidad que ingresa"
                       ACCEPT w-ingreso
                       ADD w-ingreso TO art-stock
                       REWRITE art-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                       END-REWRITE
               END-READ
               DISPLAY "Articulo (x fin 0)"
               ACCEPT w-codigo
           END-PERFORM.

      * Articulos con stock en o por debajo del punto de pedido
       600-ARTICULOS-A-REPONER.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "ARTICULOS A REPONER AL " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE "CODIGO DESCRIPCION                     STOCK  P.PED"
               TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO w-cant-reponer.
           MOVE 0 TO art-codigo.
           MOVE 0 TO w-flag-art.
           START ARTICULOS KEY IS NOT LESS THAN art-codigo
               INVALID KEY MOVE 1 TO w-flag-art
           END-START.
           PERFORM UNTIL fin-art
               READ ARTICULOS NEXT AT END MOVE 1 TO w-flag-art
               END-READ
               IF NOT fin-art
                   IF art-stock NOT > art-punto-pedido
                       MOVE art-codigo TO lp-codigo
                       MOVE art-descripcion TO lp-descripcion
                       MOVE art-stock TO lp-stock
                       MOVE art-punto-pedido TO lp-punto
                       MOVE lin-reponer TO lis-linea
                       WRITE lis-linea
                       ADD 1 TO w-cant-reponer
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LISTADO.
           DISPLAY "Articulos a reponer: ", w-cant-reponer,
               " (listado_tienda.txt)".

      * Ventas del mes por articulo para el contador
       700-VENTAS-DEL-MES.
           DISPLAY "Periodo (AAAAMM)".
           ACCEPT w-periodo.
           OPEN INPUT VENTAS.
           PERFORM UNTIL fin-ventas
               READ VENTAS AT END MOVE 1 TO w-flag-ventas
               END-READ
               IF NOT fin-ventas
                   MOVE vt-fecha(1:6) TO w-periodo-venta
                   IF w-periodo-venta = w-periodo
                       PERFORM 710-ACUMULAR-VENTA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE VENTAS.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "VENTAS DE LA TIENDA DEL PERIODO " w-periodo
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE lin-cab-mensual TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-art-mes
               MOVE w-am-articulo(w-ind) TO art-codigo lm-codigo
               READ ARTICULOS
                   INVALID KEY MOVE "(dado de baja)" TO art-descripcion
               END-READ
               MOVE art-descripcion TO lm-descripcion
               MOVE w-am-cantidad(w-ind) TO lm-cantidad
               MOVE w-am-importe(w-ind) TO lm-importe
               MOVE lin-mensual TO lis-linea
               WRITE lis-linea
           END-PERFORM.
           MOVE spaces TO lin-mensual.
           MOVE "TOTAL DEL PERIODO" TO lm-descripcion.
           MOVE w-total-mes TO lm-importe.
           MOVE lin-mensual TO lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO.
           DISPLAY "Ventas del mes en listado_tienda.txt".

       710-ACUMULAR-VENTA.
           MOVE 0 TO w-ind-art.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-art-mes OR w-ind-art > 0
               IF w-am-articulo(w-ind) = vt-articulo
                   MOVE w-ind TO w-ind-art
               END-IF
           END-PERFORM.
           IF w-ind-art = 0 AND w-cant-art-mes < 300
               ADD 1 TO w-cant-art-mes
               MOVE w-cant-art-mes TO w-ind-art
               MOVE vt-articulo TO w-am-articulo(w-ind-art)
               MOVE 0 TO w-am-cantidad(w-ind-art)
               MOVE 0 TO w-am-importe(w-ind-art)
           END-IF.
           IF w-ind-art > 0
               ADD vt-cantidad TO w-am-cantidad(w-ind-art)
               ADD vt-importe TO w-am-importe(w-ind-art)
               ADD vt-importe TO w-total-mes
           END-IF.

       900-FIN.
           CLOSE ARTICULOS.
       END PROGRAM Tienda.
