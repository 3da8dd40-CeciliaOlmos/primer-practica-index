      ******************************************************************
      * Author:
      * Date:
      * Purpose: Foto diaria para el portal de familias: por cada
      *          alumno activo, con su DNI y su familia, deja en
      *          portal_snapshot.dat las cuotas impagas con el importe
      *          al segundo vencimiento (venc2.dat) y la referencia de
      *          la ultima boleta emitida (la numeracion de
      *          boletaref.dat, registrada en boletas_emitidas.dat),
      *          sus ultimos tres recibos y el saldo a favor de cada
      *          cta-cte. El archivo se regenera entero cada noche;
      *          corre como paso de la cadena nocturna
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PortalExport.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL VENC2 ASSIGN TO "..\venc2.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS v2-llave.

           SELECT OPTIONAL BOLETAS-EMITIDAS
           ASSIGN TO "..\boletas_emitidas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL SALDOS-FAVOR ASSIGN TO "..\saldos_favor.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sf-llave.

           SELECT OPTIONAL FAMINT ASSIGN TO "..\famintegrantes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fi-dni.

           SELECT SNAPSHOT ASSIGN TO "..\portal_snapshot.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  VENC2.
       01  v2-reg.
           03 v2-llave.
               05 v2-curso pic 99.
               05 v2-cta-cte pic 9(5).
               05 v2-cuota pic 99.
           03 v2-fec-venc pic 9(8).
           03 v2-adicional pic 9(6)v99.

       FD  BOLETAS-EMITIDAS.
       01  be-reg.
           03 be-referencia pic 9(10).
           03 be-dni pic 9(8).
           03 be-curso pic 99.
           03 be-cta-cte pic 9(5).
           03 be-cuota pic 99.
           03 be-importe pic 9(6)v99.
           03 be-venc pic 9(8).
           03 be-fec-emision pic 9(8).

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

       FD  SALDOS-FAVOR.
       01  sf-reg.
           03 sf-llave.
               05 sf-curso pic 99.
               05 sf-cta-cte pic 9(5).
           03 sf-saldo pic 9(8)v99.
           03 sf-fec-ult pic 9(8).

       FD  FAMINT.
       01  fi-reg.
           03 fi-dni pic 9(8).
           03 fi-familia pic 9(4).

      * H cabecera, A alumno, C cuota impaga, R recibo, S saldo a
      * favor, T cola con la cantidad de renglones
       FD  SNAPSHOT.
       01  px-reg.
           03 px-tipo pic x.
           03 px-familia pic 9(4).
           03 px-dni pic 9(8).
           03 px-legajo pic 9(5).
           03 px-nombre pic x(20).
           03 px-curso pic 99.
           03 px-cta-cte pic 9(5).
           03 px-cuota pic 99.
           03 px-fecha pic 9(8).
           03 px-importe pic 9(8)v99.
           03 px-recargo pic 9(6)v99.
           03 px-fecha2 pic 9(8).
           03 px-importe2 pic 9(8)v99.
           03 px-referencia pic 9(10).

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
       77  w-fecha-hoy pic 9(8).
       77  w-flag-alu pic 9 value 0.
           88 fin-alu value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-flag-be pic 9 value 0.
           88 fin-be value 1.
       77  w-flag-rec pic 9 value 0.
           88 fin-rec value 1.
       77  w-ind pic 9(4).
       77  w-ind-rec pic 9.
       77  w-hallado pic x.
           88 fue-hallado value "S".
       77  w-familia pic 9(4).
       77  w-cant-lineas pic 9(8) value 0.
       77  w-cant-cuotas pic 9(7) value 0.
       77  w-total-adeudado pic 9(12)v99 value 0.
       77  w-cant-omitidos pic 9(5) value 0.
      * Referencia de la ultima boleta emitida de cada cuota impaga
       77  w-bol-cant pic 9(4) value 0.
       01  w-tab-boletas.
           03 w-bol occurs 5000.
              05 w-bol-llave pic x(9).
              05 w-bol-referencia pic 9(10).
      * Alumnos exportados con sus ultimos tres recibos; w-pos da la
      * posicion en la tabla a partir del legajo
       77  w-alu-cant pic 9(4) value 0.
       01  w-tab-alumnos.
           03 w-alu occurs 5000.
              05 w-alu-dni pic 9(8).
              05 w-alu-legajo pic 9(5).
              05 w-alu-familia pic 9(4).
              05 w-alu-cant-rec pic 9.
              05 w-alu-rec occurs 3.
                 07 w-ar-referencia pic 9(10).
                 07 w-ar-curso pic 99.
                 07 w-ar-cuota pic 99.
                 07 w-ar-importe pic 9(6)v99.
                 07 w-ar-fecha pic 9(8).
       01  w-tab-pos.
           03 w-pos occurs 99999 pic 9(4).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "PortalExport".
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
           PERFORM 200-CARGAR-BOLETAS.
           PERFORM 300-RECORRER-ALUMNOS.
           PERFORM 500-CARGAR-RECIBOS.
           PERFORM 600-EMITIR-RECIBOS.
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
           IF version-ok
               MOVE "recibos" TO w-ver-archivo
               MOVE 2 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE all "0" TO w-tab-pos.
           OPEN INPUT ALUMNOS CURSOS PAGOS VENC2 SALDOS-FAVOR FAMINT.
           OPEN OUTPUT SNAPSHOT.
           OPEN EXTEND CORRIDAS.
           MOVE "I" TO cor-evento.
           MOVE 0 TO cor-procesados cor-rechazados cor-importe.
           MOVE space TO cor-estado.
           PERFORM 850-GRABAR-CORRIDA.
           MOVE spaces TO px-reg.
           MOVE "H" TO px-tipo.
           MOVE 0 TO px-familia px-dni px-legajo px-curso px-cta-cte
               px-cuota px-importe px-recargo px-fecha2 px-importe2
               px-referencia.
           MOVE w-fecha-hoy TO px-fecha.
           PERFORM 800-ESCRIBIR.

      * Solo interesan las boletas de cuotas que siguen impagas; una
      * boleta reimpresa reemplaza la referencia de la anterior
       200-CARGAR-BOLETAS.
           OPEN INPUT BOLETAS-EMITIDAS.
           PERFORM UNTIL fin-be
               READ BOLETAS-EMITIDAS AT END MOVE 1 TO w-flag-be
               END-READ
               IF NOT fin-be
                   MOVE be-curso TO pag-curso
                   MOVE be-cta-cte TO pag-cta-cte
                   MOVE be-cuota TO pag-cuota
                   READ PAGOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF pag-fec-pago = 0
                               PERFORM 210-GUARDAR-BOLETA
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE BOLETAS-EMITIDAS.

       210-GUARDAR-BOLETA.
           PERFORM 220-BUSCAR-BOLETA.
           IF fue-hallado
               MOVE be-referencia TO w-bol-referencia(w-ind)
           ELSE
               IF w-bol-cant < 5000
                   ADD 1 TO w-bol-cant
                   MOVE pagos-llave TO w-bol-llave(w-bol-cant)
                   MOVE be-referencia TO w-bol-referencia(w-bol-cant)
               END-IF
           END-IF.

       220-BUSCAR-BOLETA.
           MOVE "N" TO w-hallado.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-bol-cant OR fue-hallado
               IF w-bol-llave(w-ind) = pagos-llave
                   SET fue-hallado TO TRUE
               END-IF
           END-PERFORM.
           IF fue-hallado
               SUBTRACT 1 FROM w-ind
           END-IF.

       300-RECORRER-ALUMNOS.
           PERFORM UNTIL fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu
                   IF alu-est = "A"
                       PERFORM 310-EXPORTAR-ALUMNO
                   END-IF
               END-IF
           END-PERFORM.

       310-EXPORTAR-ALUMNO.
           MOVE alu-dni TO fi-dni.
           READ FAMINT
               INVALID KEY MOVE 0 TO w-familia
               NOT INVALID KEY MOVE fi-familia TO w-familia
           END-READ.
           IF w-alu-cant < 5000 AND alu-legajo > 0
               ADD 1 TO w-alu-cant
               MOVE alu-dni TO w-alu-dni(w-alu-cant)
               MOVE alu-legajo TO w-alu-legajo(w-alu-cant)
               MOVE w-familia TO w-alu-familia(w-alu-cant)
               MOVE 0 TO w-alu-cant-rec(w-alu-cant)
               MOVE w-alu-cant TO w-pos(alu-legajo)
           ELSE
               ADD 1 TO w-cant-omitidos
           END-IF.
           PERFORM 890-LIMPIAR-RENGLON.
           MOVE "A" TO px-tipo.
           MOVE alu-nombre TO px-nombre.
           PERFORM 800-ESCRIBIR.
           MOVE 0 TO w-flag-cursos.
           MOVE alu-legajo TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = alu-legajo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       PERFORM 320-CUOTAS-IMPAGAS
                       PERFORM 340-SALDO-A-FAVOR
                   END-IF
               END-IF
           END-PERFORM.

       320-CUOTAS-IMPAGAS.
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
                       IF pag-fec-pago = 0
                           PERFORM 330-RENGLON-CUOTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * El importe al segundo vencimiento es el de la cuota mas el
      * adicional de venc2.dat; sin segundo vencimiento va en cero
       330-RENGLON-CUOTA.
           PERFORM 890-LIMPIAR-RENGLON.
           MOVE "C" TO px-tipo.
           MOVE pag-curso TO px-curso.
           MOVE pag-cta-cte TO px-cta-cte.
           MOVE pag-cuota TO px-cuota.
           MOVE pag-fec-venc TO px-fecha.
           MOVE pag-importe TO px-importe.
           MOVE pag-recargo TO px-recargo.
           MOVE pagos-llave TO v2-llave.
           READ VENC2
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE v2-fec-venc TO px-fecha2
                   COMPUTE px-importe2 = pag-importe + v2-adicional
           END-READ.
           PERFORM 220-BUSCAR-BOLETA.
           IF fue-hallado
               MOVE w-bol-referencia(w-ind) TO px-referencia
           END-IF.
           PERFORM 800-ESCRIBIR.
           ADD 1 TO w-cant-cuotas.
           ADD pag-importe TO w-total-adeudado.
           ADD pag-recargo TO w-total-adeudado.

       340-SALDO-A-FAVOR.
           MOVE cur-curso TO sf-curso.
           MOVE cur-cta-cte TO sf-cta-cte.
           READ SALDOS-FAVOR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF sf-saldo > 0
                       PERFORM 890-LIMPIAR-RENGLON
                       MOVE "S" TO px-tipo
                       MOVE cur-curso TO px-curso
                       MOVE cur-cta-cte TO px-cta-cte
                       MOVE sf-fec-ult TO px-fecha
                       MOVE sf-saldo TO px-importe
                       PERFORM 800-ESCRIBIR
                   END-IF
           END-READ.

      * recibos.dat crece en orden de emision: quedan los ultimos
      * tres de cada alumno corriendo los anteriores
       500-CARGAR-RECIBOS.
           OPEN INPUT RECIBOS.
           PERFORM UNTIL fin-rec
               READ RECIBOS AT END MOVE 1 TO w-flag-rec
               END-READ
               IF NOT fin-rec AND rec-legajo > 0
                   IF w-pos(rec-legajo) > 0
                       MOVE w-pos(rec-legajo) TO w-ind
                       PERFORM 510-GUARDAR-RECIBO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RECIBOS.

       510-GUARDAR-RECIBO.
           IF w-alu-cant-rec(w-ind) < 3
               ADD 1 TO w-alu-cant-rec(w-ind)
           ELSE
               MOVE w-alu-rec(w-ind, 2) TO w-alu-rec(w-ind, 1)
               MOVE w-alu-rec(w-ind, 3) TO w-alu-rec(w-ind, 2)
           END-IF.
           MOVE w-alu-cant-rec(w-ind) TO w-ind-rec.
           COMPUTE w-ar-referencia(w-ind, w-ind-rec) =
               rec-punto * 100000000 + rec-numero.
           MOVE rec-curso TO w-ar-curso(w-ind, w-ind-rec).
           MOVE rec-cuota TO w-ar-cuota(w-ind, w-ind-rec).
           MOVE rec-importe TO w-ar-importe(w-ind, w-ind-rec).
           MOVE rec-fec-pago TO w-ar-fecha(w-ind, w-ind-rec).

       600-EMITIR-RECIBOS.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-alu-cant
               PERFORM VARYING w-ind-rec FROM 1 BY 1
                       UNTIL w-ind-rec > w-alu-cant-rec(w-ind)
                   MOVE spaces TO px-reg
                   MOVE 0 TO px-cta-cte px-recargo px-fecha2
                       px-importe2
                   MOVE "R" TO px-tipo
                   MOVE w-alu-familia(w-ind) TO px-familia
                   MOVE w-alu-dni(w-ind) TO px-dni
                   MOVE w-alu-legajo(w-ind) TO px-legajo
                   MOVE w-ar-curso(w-ind, w-ind-rec) TO px-curso
                   MOVE w-ar-cuota(w-ind, w-ind-rec) TO px-cuota
                   MOVE w-ar-fecha(w-ind, w-ind-rec) TO px-fecha
                   MOVE w-ar-importe(w-ind, w-ind-rec) TO px-importe
                   MOVE w-ar-referencia(w-ind, w-ind-rec) TO
                       px-referencia
                   PERFORM 800-ESCRIBIR
               END-PERFORM
           END-PERFORM.

       800-ESCRIBIR.
           WRITE px-reg.
           ADD 1 TO w-cant-lineas.

       850-GRABAR-CORRIDA.
           MOVE "PortalExport" TO cor-programa.
           MOVE w-fecha-hoy TO cor-fecha.
           ACCEPT cor-hora FROM TIME.
           MOVE 0 TO cor-lote.
           WRITE cor-reg.

      * Cada renglon lleva la familia y el DNI del alumno en curso
       890-LIMPIAR-RENGLON.
           MOVE spaces TO px-reg.
           MOVE w-familia TO px-familia.
           MOVE alu-dni TO px-dni.
           MOVE alu-legajo TO px-legajo.
           MOVE 0 TO px-curso px-cta-cte px-cuota px-fecha px-importe
               px-recargo px-fecha2 px-importe2 px-referencia.

       900-FIN.
           MOVE spaces TO px-reg.
           MOVE "T" TO px-tipo.
           MOVE 0 TO px-familia px-dni px-legajo px-curso px-cta-cte
               px-cuota px-importe px-recargo px-fecha2 px-importe2.
           MOVE w-fecha-hoy TO px-fecha.
           ADD 1 TO w-cant-lineas.
           MOVE w-cant-lineas TO px-referencia.
           WRITE px-reg.
           MOVE "F" TO cor-evento.
           MOVE w-alu-cant TO cor-procesados.
           MOVE w-cant-omitidos TO cor-rechazados.
           MOVE w-total-adeudado TO cor-importe.
           MOVE "N" TO cor-estado.
           PERFORM 850-GRABAR-CORRIDA.
           CLOSE ALUMNOS CURSOS PAGOS VENC2 SALDOS-FAVOR FAMINT
               SNAPSHOT CORRIDAS.
           DISPLAY "Foto del portal: ", w-alu-cant, " alumnos, ",
               w-cant-cuotas, " cuotas impagas, ", w-cant-lineas,
               " renglones.".
           IF w-cant-omitidos > 0
               DISPLAY "Alumnos sin recibos en la foto (tabla llena ",
                   "o sin legajo): ", w-cant-omitidos
           END-IF.
       END PROGRAM PortalExport.
