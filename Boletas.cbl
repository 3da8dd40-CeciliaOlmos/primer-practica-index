      *          DNI, cuota, importe, vencimiento y digito
      *          verificador) en un archivo de impresion, y registra
      *          cada referencia emitida para aparear las novedades
      *          que vuelven del banco con su boleta exacta. La
      *          cuota con segundo vencimiento (venc2.dat) lleva una
      *          segunda linea capturable con esa fecha e importe.
      *          El alumno con las cuotas divididas entre dos
      *          responsables (resp_division) recibe una boleta por
      *          la parte pendiente de cada uno, a su nombre; la
      *          referencia de cada parte queda en boletas_partes
      *          para imputar el cobro al responsable que pago
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cat-llave.

           SELECT OPTIONAL VENC2 ASSIGN TO "..\venc2.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS v2-llave.

           SELECT OPTIONAL RESPONSABLES
           ASSIGN TO "..\responsables.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS resp-codigo.

           SELECT OPTIONAL BOLETAS-PARTES
           ASSIGN TO "..\boletas_partes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS bp-referencia.
       DATA DIVISION.
       FILE SECTION.
       FD  CURSOS.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  BOLETAREF.
       01  br-reg.
           03 cat-nivel pic x(10).
           03 cat-sede pic 99.

       FD  VENC2.
       01  v2-reg.
           03 v2-llave.
               05 v2-curso pic 99.
               05 v2-cta-cte pic 9(5).
               05 v2-cuota pic 99.
           03 v2-fec-venc pic 9(8).
           03 v2-adicional pic 9(6)v99.

       FD  RESPONSABLES.
       01  resp-reg.
           03 resp-codigo pic 9(5).
           03 resp-nombre pic x(30).
           03 resp-cuit pic x(13).
           03 resp-cond-iva pic x(2).
           03 resp-domicilio pic x(30).

       FD  BOLETAS-PARTES.
       01  bp-reg.
           03 bp-referencia pic 9(10).
           03 bp-curso pic 99.
           03 bp-cta-cte pic 9(5).
           03 bp-cuota pic 99.
           03 bp-orden pic 9.
           03 bp-responsable pic 9(5).
           03 bp-importe pic 9(6)v99.

       WORKING-STORAGE SECTION.
       77  w-fecha-hoy pic 9(8).
       77  w-nombre-impresion pic x(40).
       77  w-digito pic 9.
       77  w-dv pic 9.
       77  w-resto pic 9(4).
       77  w-importe-venc2 pic 9(6)v99.
       77  w-importe-boleta pic 9(6)v99.
       77  w-adicional-boleta pic 9(6)v99.
       77  w-orden-boleta pic 9 value 0.
       77  w-ind-parte pic 9.
       77  w-pct-ed pic zz9,99.
       01  w-partes-control.
           03 w-par-programa pic x(12) value "Boletas".
           03 w-par-accion pic x.
           03 w-par-curso pic 99.
           03 w-par-cta-cte pic 9(5).
           03 w-par-cuota pic 99.
           03 w-par-legajo pic 9(5).
           03 w-par-orden pic 9.
           03 w-par-importe pic 9(6)v99.
           03 w-par-fecha pic 9(8).
           03 w-par-dividida pic x.
               88 cuota-dividida value "S".
           03 w-par-parte occurs 2.
              05 w-par-resp pic 9(5).
              05 w-par-pct pic 9(3)v99.
              05 w-par-imp pic 9(6)v99.
              05 w-par-cob pic 9(6)v99.
              05 w-par-pend pic 9(6)v99.
       01  w-venc-aaaamm.
           03 w-venc-mes pic 9(6).
           03 w-venc-dia pic 99.
           03 w-bar-importe pic 9(8).
           03 w-bar-venc pic 9(8).
           03 w-bar-dv pic 9.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Boletas".
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
           PERFORM 200-RECORRER-CURSO.
           PERFORM 800-GUARDAR-REFERENCIA.
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
           DISPLAY "Curso a emitir".
           ACCEPT w-curso-pedido.
           DISPLAY "Mes de vencimiento (AAAAMM)".
           ACCEPT w-mes-pedido.
           OPEN INPUT CURSOS ALUMNOS PAGOS CURSOCAT VENC2.
           OPEN INPUT RESPONSABLES.
           OPEN EXTEND BOLETAS-EMITIDAS.
           OPEN I-O BOLETAS-PARTES.
           STRING "..\boletas_" DELIMITED BY SIZE
                  w-mes-pedido DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                       MOVE pag-fec-venc TO w-venc-aaaamm
                       IF pag-fec-pago = 0
                               AND w-venc-mes = w-mes-pedido
                           PERFORM 350-VER-PARTES
                           IF cuota-dividida
                               PERFORM 430-EMITIR-PARTES
                           ELSE
                               MOVE 0 TO w-orden-boleta
                               MOVE pag-importe TO w-importe-boleta
                               PERFORM 400-EMITIR-BOLETA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Las partes de la cuota se arman (o se ponen al dia con lo
      * cobrado) antes de emitir
       350-VER-PARTES.
           MOVE "A" TO w-par-accion.
           MOVE pag-curso TO w-par-curso.
           MOVE pag-cta-cte TO w-par-cta-cte.
           MOVE pag-cuota TO w-par-cuota.
           MOVE cur-legajo TO w-par-legajo.
           MOVE 0 TO w-par-orden w-par-importe w-par-fecha.
           CALL "PartesCuota" USING w-partes-control.

       400-EMITIR-BOLETA.
           MOVE w-referencia TO w-bar-ref.
           MOVE alu-dni TO w-bar-dni.
           MOVE pag-cuota TO w-bar-cuota.
           COMPUTE w-bar-importe = w-importe-boleta * 100.
           MOVE pag-fec-venc TO w-bar-venc.
           PERFORM 410-CALCULAR-DV.
           MOVE w-dv TO w-bar-dv.
           WRITE lin-impresion.
           MOVE spaces TO lin-impresion.
           STRING "DNI " alu-dni "  CUOTA " pag-cuota
               "  VENCE " pag-fec-venc "  IMPORTE " w-importe-boleta
               DELIMITED BY SIZE INTO lin-impresion.
           WRITE lin-impresion.
           IF w-orden-boleta > 0
               MOVE w-par-pct(w-orden-boleta) TO w-pct-ed
               MOVE spaces TO lin-impresion
               STRING "RESPONSABLE " resp-nombre "  PARTE "
                   w-pct-ed "%"
                   DELIMITED BY SIZE INTO lin-impresion
               WRITE lin-impresion
           END-IF.
           MOVE spaces TO lin-impresion.
           STRING "||" w-barras "||"
               DELIMITED BY SIZE INTO lin-impresion.
           WRITE lin-impresion.
           PERFORM 405-SEGUNDO-VENCIMIENTO.
           MOVE all "-" TO lin-impresion.
           WRITE lin-impresion.
           PERFORM 420-REGISTRAR-EMITIDA.
           IF w-orden-boleta > 0
               PERFORM 425-REGISTRAR-PARTE
           END-IF.
           ADD 1 TO w-referencia.
           ADD 1 TO w-cant-boletas.

      * Con segundo vencimiento se imprime su fecha e importe y una
      * segunda linea capturable con la misma referencia
       405-SEGUNDO-VENCIMIENTO.
           MOVE pagos-llave TO v2-llave.
           READ VENC2
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE v2-adicional TO w-adicional-boleta
                   IF w-orden-boleta > 0
                       COMPUTE w-adicional-boleta ROUNDED =
                           v2-adicional * w-par-pct(w-orden-boleta)
                           / 100
                   END-IF
                   COMPUTE w-importe-venc2 =
                       w-importe-boleta + w-adicional-boleta
                   MOVE spaces TO lin-impresion
                   STRING "2DO VENCIMIENTO " v2-fec-venc
                       "  IMPORTE " w-importe-venc2
                       DELIMITED BY SIZE INTO lin-impresion
                   WRITE lin-impresion
                   COMPUTE w-bar-importe = w-importe-venc2 * 100
                   MOVE v2-fec-venc TO w-bar-venc
                   PERFORM 410-CALCULAR-DV
                   MOVE w-dv TO w-bar-dv
                   MOVE spaces TO lin-impresion
                   STRING "||" w-barras "||"
                       DELIMITED BY SIZE INTO lin-impresion
                   WRITE lin-impresion
           END-READ.

      * Digito verificador: suma de los digitos de la linea modulo 10
       410-CALCULAR-DV.
           MOVE 0 TO w-suma-dig.
           MOVE pag-curso TO be-curso.
           MOVE pag-cta-cte TO be-cta-cte.
           MOVE pag-cuota TO be-cuota.
           MOVE w-importe-boleta TO be-importe.
           MOVE pag-fec-venc TO be-venc.
           MOVE w-fecha-hoy TO be-fec-emision.
           WRITE be-reg.

       425-REGISTRAR-PARTE.
           MOVE w-referencia TO bp-referencia.
           MOVE pag-curso TO bp-curso.
           MOVE pag-cta-cte TO bp-cta-cte.
           MOVE pag-cuota TO bp-cuota.
           MOVE w-orden-boleta TO bp-orden.
           MOVE w-par-resp(w-orden-boleta) TO bp-responsable.
           MOVE w-importe-boleta TO bp-importe.
           WRITE bp-reg
               INVALID KEY DISPLAY "REFERENCIA REPETIDA ",
                   bp-referencia
           END-WRITE.

      * Una boleta por cada parte que sigue pendiente; la parte ya
      * pagada no vuelve a salir
       430-EMITIR-PARTES.
           PERFORM VARYING w-ind-parte FROM 1 BY 1
                   UNTIL w-ind-parte > 2
               IF w-par-pend(w-ind-parte) > 0
                   MOVE w-ind-parte TO w-orden-boleta
                   MOVE w-par-pend(w-ind-parte) TO w-importe-boleta
                   MOVE w-par-resp(w-ind-parte) TO resp-codigo
                   READ RESPONSABLES
                       INVALID KEY MOVE "(desconocido)" TO resp-nombre
                   END-READ
                   PERFORM 400-EMITIR-BOLETA
               END-IF
           END-PERFORM.

       800-GUARDAR-REFERENCIA.
           OPEN OUTPUT BOLETAREF.
           MOVE w-referencia TO br-proxima.

       900-FIN.
           CLOSE CURSOS ALUMNOS PAGOS BOLETAS-EMITIDAS IMPRESION.
           CLOSE CURSOCAT VENC2 RESPONSABLES BOLETAS-PARTES.
       END PROGRAM Boletas.
