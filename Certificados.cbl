      ******************************************************************
      * Author:
      * Date:
      * Purpose: Certificado anual de pagos para la deduccion de gastos
      *          de educacion en ganancias: para un anio fiscal suma
      *          lo pagado por cada responsable (resp-cuit) segun los
      *          recibos y sus renglones, abierto por alumno y por mes,
      *          sin los pagos anulados ni las devoluciones pagadas;
      *          imprime un certificado por responsable y graba el
      *          resumen con los totales
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Certificados.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECIBOS ASSIGN TO "..\recibos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RECIBODET ASSIGN TO "..\recibodet.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RECIBOPAGADOR
           ASSIGN TO "..\recibopagador.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL ANULACIONES ASSIGN TO "..\anulaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL DEVOLUCIONES ASSIGN TO "..\devoluciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RESPONSABLES
           ASSIGN TO "..\responsables.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS resp-codigo.

           SELECT OPTIONAL RESPLINK ASSIGN TO "..\resplink.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rl-llave.

           SELECT OPTIONAL FAMINT ASSIGN TO "..\famintegrantes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fi-dni.

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

           SELECT CERT-REC ASSIGN TO "..\certificados_rec.tmp"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cr-llave.

           SELECT CERT-ACU ASSIGN TO "..\certificados_acu.tmp"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ca-llave.

           SELECT CERTIFICADOS ASSIGN TO w-nombre-cert
           ORGANIZATION LINE SEQUENTIAL.

           SELECT RESUMEN ASSIGN TO w-nombre-resumen
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  RECIBODET.
       01  rd-reg.
           03 rd-punto pic 99.
           03 rd-numero pic 9(8).
           03 rd-curso pic 99.
           03 rd-cta-cte pic 9(5).
           03 rd-cuota pic 99.
           03 rd-importe pic 9(6)v99.
           03 rd-recargo pic 9(6)v99.

       FD  RECIBOPAGADOR.
       01  rpg-reg.
           03 rpg-punto pic 99.
           03 rpg-numero pic 9(8).
           03 rpg-responsable pic 9(5).
           03 rpg-nombre pic x(30).
           03 rpg-cuit pic x(13).

       FD  ANULACIONES.
       01  an-reg.
           03 an-fecha pic 9(8).
           03 an-curso pic 99.
           03 an-cta-cte pic 9(5).
           03 an-cuota pic 99.
           03 an-fec-pago-orig pic 9(8).
           03 an-importe pic 9(6)v99.
           03 an-medio pic x(15).
           03 an-motivo pic x(30).
           03 an-supervisor pic x(10).
           03 an-rec-punto pic 99.
           03 an-rec-numero pic 9(8).

       FD  DEVOLUCIONES.
       01  dev-reg.
           03 dev-numero pic 9(6).
           03 dev-curso pic 99.
           03 dev-cta-cte pic 9(5).
           03 dev-importe pic 9(6)v99.
           03 dev-motivo pic x(30).
           03 dev-estado pic x.
               88 dev-solicitada value "S".
               88 dev-aprobada value "A".
               88 dev-pagada value "P".
           03 dev-fec-solicitud pic 9(8).
           03 dev-supervisor pic x(10).
           03 dev-fec-pago pic 9(8).
           03 dev-medio pic x(15).

       FD  RESPONSABLES.
       01  resp-reg.
           03 resp-codigo pic 9(5).
           03 resp-nombre pic x(30).
           03 resp-cuit pic x(13).
           03 resp-cond-iva pic x(2).
           03 resp-domicilio pic x(30).

       FD  RESPLINK.
       01  rl-reg.
           03 rl-llave.
               05 rl-tipo pic x.
               05 rl-numero pic 9(8).
           03 rl-responsable pic 9(5).

       FD  FAMINT.
       01  fi-reg.
           03 fi-dni pic 9(8).
           03 fi-familia pic 9(4).

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

      * Recibos del anio con su responsable; cr-con-detalle queda en
      * "S" cuando aparecen renglones del recibo en recibodet
       FD  CERT-REC.
       01  cr-reg.
           03 cr-llave.
               05 cr-punto pic 99.
               05 cr-numero pic 9(8).
           03 cr-legajo pic 9(5).
           03 cr-responsable pic 9(5).
           03 cr-fec-pago pic 9(8).
           03 cr-importe pic 9(6)v99.
           03 cr-con-detalle pic x.

       FD  CERT-ACU.
       01  ca-reg.
           03 ca-llave.
               05 ca-responsable pic 9(5).
               05 ca-legajo pic 9(5).
               05 ca-mes pic 99.
           03 ca-importe pic s9(8)v99.

       FD  CERTIFICADOS.
       01  cert-linea pic x(80).

       FD  RESUMEN.
       01  res-reg.
           03 res-anio pic 9(4).
           03 res-responsable pic 9(5).
           03 res-cuit pic x(13).
           03 res-nombre pic x(30).
           03 res-cant-alumnos pic 99.
           03 res-total pic s9(8)v99.

       WORKING-STORAGE SECTION.
       77  w-nombre-cert pic x(40).
       77  w-nombre-resumen pic x(40).
       77  w-anio pic 9(4).
       77  w-fecha-hoy pic 9(8).
       77  w-flag-rec pic 9 value 0.
           88 fin-rec value 1.
       77  w-flag-rd pic 9 value 0.
           88 fin-rd value 1.
       77  w-flag-rpg pic 9 value 0.
           88 fin-rpg value 1.
       77  w-flag-an pic 9 value 0.
           88 fin-an value 1.
       77  w-flag-dev pic 9 value 0.
           88 fin-dev value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-ca pic 9 value 0.
           88 fin-ca value 1.
       77  w-pagador-hallado pic x.
           88 pagador-hallado value "S".
       77  w-curso-hallado pic x.
           88 curso-hallado value "S".
       77  w-anulado pic x.
           88 esta-anulado value "S".
       77  w-ind pic 9(4).
       77  w-an-cant pic 9(4) value 0.
       01  w-tab-anulaciones.
           03 w-anu occurs 3000.
               05 w-anu-curso pic 99.
               05 w-anu-cta pic 9(5).
               05 w-anu-cuota pic 99.
               05 w-anu-fec-pago pic 9(8).
               05 w-anu-punto pic 99.
               05 w-anu-numero pic 9(8).
       77  w-legajo pic 9(5).
       77  w-responsable pic 9(5).
       77  w-mes pic 99.
       77  w-importe pic s9(8)v99.
       77  w-resp-actual pic 9(5).
       77  w-legajo-actual pic 9(5).
       77  w-tot-alumno pic s9(8)v99.
       77  w-tot-resp pic s9(8)v99.
       77  w-cant-alumnos pic 99.
       77  w-cant-cert pic 9(5) value 0.
       77  w-cant-sin-resp pic 9(5) value 0.
       77  w-imp-sin-resp pic s9(10)v99 value 0.
       77  w-cant-anulados pic 9(5) value 0.
       77  w-cant-devol pic 9(5) value 0.
       77  w-edit-importe pic --.---.--9,99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Certificados".
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
           PERFORM 150-CARGAR-ANULACIONES.
           PERFORM 200-RECIBOS-DEL-ANIO.
           PERFORM 300-RENGLONES.
           PERFORM 350-RECIBOS-SIN-RENGLONES.
           PERFORM 400-DEVOLUCIONES.
           PERFORM 500-IMPRIMIR-CERTIFICADOS.
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
               MOVE "recibos" TO w-ver-archivo
               MOVE 2 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Anio fiscal (AAAA)".
           ACCEPT w-anio.
           MOVE spaces TO w-nombre-cert.
           STRING "..\certificados_" DELIMITED BY SIZE
                  w-anio DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO w-nombre-cert.
           MOVE spaces TO w-nombre-resumen.
           STRING "..\certificados_" DELIMITED BY SIZE
                  w-anio DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO w-nombre-resumen.
           OPEN OUTPUT CERT-REC CERT-ACU.
           CLOSE CERT-REC CERT-ACU.
           OPEN I-O CERT-REC CERT-ACU.
           OPEN INPUT RESPONSABLES RESPLINK FAMINT ALUMNOS CURSOS.

      * Pagos revertidos por Anulacion: la cuota (curso, cta-cte,
      * cuota) con la fecha de pago original, y el recibo si se indico
       150-CARGAR-ANULACIONES.
           OPEN INPUT ANULACIONES.
           PERFORM UNTIL fin-an
               READ ANULACIONES AT END MOVE 1 TO w-flag-an
               END-READ
               IF NOT fin-an
                   IF an-fec-pago-orig(1:4) = w-anio
                           AND w-an-cant < 3000
                       ADD 1 TO w-an-cant
                       MOVE an-curso TO w-anu-curso(w-an-cant)
                       MOVE an-cta-cte TO w-anu-cta(w-an-cant)
                       MOVE an-cuota TO w-anu-cuota(w-an-cant)
                       MOVE an-fec-pago-orig TO
                           w-anu-fec-pago(w-an-cant)
                       MOVE an-rec-punto TO w-anu-punto(w-an-cant)
                       MOVE an-rec-numero TO w-anu-numero(w-an-cant)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ANULACIONES.

      * Los recibos de la tienda (sin curso) no son aranceles
       200-RECIBOS-DEL-ANIO.
           OPEN INPUT RECIBOS.
           PERFORM UNTIL fin-rec
               READ RECIBOS AT END MOVE 1 TO w-flag-rec
               END-READ
               IF NOT fin-rec
                   IF rec-fec-pago(1:4) = w-anio AND rec-curso NOT = 0
                       PERFORM 210-GRABAR-RECIBO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RECIBOS.

       210-GRABAR-RECIBO.
           PERFORM 250-RESPONSABLE-DEL-RECIBO.
           MOVE rec-punto TO cr-punto.
           MOVE rec-numero TO cr-numero.
           MOVE rec-legajo TO cr-legajo.
           MOVE w-responsable TO cr-responsable.
           MOVE rec-fec-pago TO cr-fec-pago.
           MOVE rec-importe TO cr-importe.
           MOVE "N" TO cr-con-detalle.
           WRITE cr-reg
               INVALID KEY DISPLAY "RECIBO REPETIDO ", rec-punto, "-",
                   rec-numero
           END-WRITE.

      * El responsable sale del recibo si se identifico al pagador;
      * si no, del vinculo del legajo o de la familia del alumno
       250-RESPONSABLE-DEL-RECIBO.
           MOVE 0 TO w-responsable.
           PERFORM 260-BUSCAR-PAGADOR-RECIBO.
           IF NOT pagador-hallado
               MOVE "A" TO rl-tipo
               MOVE rec-legajo TO rl-numero
               READ RESPLINK
                   INVALID KEY PERFORM 270-RESPONSABLE-FAMILIA
                   NOT INVALID KEY
                       MOVE rl-responsable TO w-responsable
               END-READ
           END-IF.

       260-BUSCAR-PAGADOR-RECIBO.
           MOVE "N" TO w-pagador-hallado.
           MOVE 0 TO w-flag-rpg.
           OPEN INPUT RECIBOPAGADOR.
           PERFORM UNTIL fin-rpg OR pagador-hallado
               READ RECIBOPAGADOR AT END MOVE 1 TO w-flag-rpg
               END-READ
               IF NOT fin-rpg
                   IF rpg-punto = rec-punto
                           AND rpg-numero = rec-numero
                       SET pagador-hallado TO TRUE
                       MOVE rpg-responsable TO w-responsable
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RECIBOPAGADOR.

       270-RESPONSABLE-FAMILIA.
           MOVE rec-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE alu-dni TO fi-dni
                   READ FAMINT
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "F" TO rl-tipo
                           MOVE fi-familia TO rl-numero
                           READ RESPLINK
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE rl-responsable TO w-responsable
                           END-READ
                   END-READ
           END-READ.

      * Cada renglon del recibo es una cuota pagada (importe mas
      * recargo); los renglones anulados no suman
       300-RENGLONES.
           OPEN INPUT RECIBODET.
           PERFORM UNTIL fin-rd
               READ RECIBODET AT END MOVE 1 TO w-flag-rd
               END-READ
               IF NOT fin-rd
                   MOVE rd-punto TO cr-punto
                   MOVE rd-numero TO cr-numero
                   READ CERT-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM 310-RENGLON-DEL-ANIO
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE RECIBODET.

       310-RENGLON-DEL-ANIO.
           IF cr-con-detalle NOT = "S"
               MOVE "S" TO cr-con-detalle
               REWRITE cr-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR ", cr-llave
               END-REWRITE
           END-IF.
           MOVE "N" TO w-anulado.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-an-cant OR esta-anulado
               IF w-anu-curso(w-ind) = rd-curso
                       AND w-anu-cta(w-ind) = rd-cta-cte
                       AND w-anu-cuota(w-ind) = rd-cuota
                       AND w-anu-fec-pago(w-ind) = cr-fec-pago
                   SET esta-anulado TO TRUE
               END-IF
           END-PERFORM.
           IF esta-anulado
               ADD 1 TO w-cant-anulados
           ELSE
               MOVE cr-responsable TO w-responsable
               MOVE cr-legajo TO w-legajo
               MOVE cr-fec-pago(5:2) TO w-mes
               COMPUTE w-importe = rd-importe + rd-recargo
               PERFORM 450-ACUMULAR
           END-IF.

      * Recibos grabados sin renglones (cobranza bancaria): cuenta el
      * total del recibo, salvo que la anulacion lo haya indicado
       350-RECIBOS-SIN-RENGLONES.
           MOVE 0 TO w-flag-rec.
           MOVE LOW-VALUES TO cr-llave.
           START CERT-REC KEY IS NOT LESS THAN cr-llave
               INVALID KEY MOVE 1 TO w-flag-rec
           END-START.
           PERFORM UNTIL fin-rec
               READ CERT-REC NEXT AT END MOVE 1 TO w-flag-rec
               END-READ
               IF NOT fin-rec AND cr-con-detalle = "N"
                   MOVE "N" TO w-anulado
                   PERFORM VARYING w-ind FROM 1 BY 1
                           UNTIL w-ind > w-an-cant OR esta-anulado
                       IF w-anu-punto(w-ind) = cr-punto
                               AND w-anu-numero(w-ind) = cr-numero
                           SET esta-anulado TO TRUE
                       END-IF
                   END-PERFORM
                   IF esta-anulado
                       ADD 1 TO w-cant-anulados
                   ELSE
                       MOVE cr-responsable TO w-responsable
                       MOVE cr-legajo TO w-legajo
                       MOVE cr-fec-pago(5:2) TO w-mes
                       MOVE cr-importe TO w-importe
                       PERFORM 450-ACUMULAR
                   END-IF
               END-IF
           END-PERFORM.

      * Devoluciones pagadas en el anio: se restan al responsable del
      * alumno de la cuenta, en el mes en que se pagaron
       400-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES.
           PERFORM UNTIL fin-dev
               READ DEVOLUCIONES AT END MOVE 1 TO w-flag-dev
               END-READ
               IF NOT fin-dev
                   IF dev-pagada AND dev-fec-pago(1:4) = w-anio
                       PERFORM 410-RESTAR-DEVOLUCION
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DEVOLUCIONES.

       410-RESTAR-DEVOLUCION.
           PERFORM 420-BUSCAR-LEGAJO-CUENTA.
           IF curso-hallado
               ADD 1 TO w-cant-devol
               MOVE cur-legajo TO rec-legajo
               MOVE 0 TO rec-punto rec-numero
               PERFORM 250-RESPONSABLE-DEL-RECIBO
               MOVE cur-legajo TO w-legajo
               MOVE dev-fec-pago(5:2) TO w-mes
               COMPUTE w-importe = 0 - dev-importe
               PERFORM 450-ACUMULAR
           END-IF.

       420-BUSCAR-LEGAJO-CUENTA.
           MOVE "N" TO w-curso-hallado.
           MOVE 0 TO w-flag-cursos.
           MOVE LOW-VALUES TO curso-llave.
           START CURSOS KEY IS NOT LESS THAN curso-llave
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos OR curso-hallado
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-curso = dev-curso
                           AND cur-cta-cte = dev-cta-cte
                       SET curso-hallado TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       450-ACUMULAR.
           MOVE w-responsable TO ca-responsable.
           MOVE w-legajo TO ca-legajo.
           MOVE w-mes TO ca-mes.
           READ CERT-ACU
               INVALID KEY
                   MOVE w-importe TO ca-importe
                   WRITE ca-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR ", ca-llave
                   END-WRITE
               NOT INVALID KEY
                   ADD w-importe TO ca-importe
                   REWRITE ca-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR ", ca-llave
                   END-REWRITE
           END-READ.

      ******************************************************************
      * Un certificado por responsable, alumno por alumno y mes por mes.
      * Lo que no tiene responsable (codigo 0) no se certifica: queda
      * informado al pie para completar los vinculos.
      ******************************************************************
       500-IMPRIMIR-CERTIFICADOS.
           OPEN OUTPUT CERTIFICADOS RESUMEN.
           MOVE 99999 TO w-resp-actual.
           MOVE 0 TO w-flag-ca.
           MOVE LOW-VALUES TO ca-llave.
           START CERT-ACU KEY IS NOT LESS THAN ca-llave
               INVALID KEY MOVE 1 TO w-flag-ca
           END-START.
           PERFORM UNTIL fin-ca
               READ CERT-ACU NEXT AT END MOVE 1 TO w-flag-ca
               END-READ
               IF NOT fin-ca
                   IF ca-responsable = 0
                       ADD 1 TO w-cant-sin-resp
                       ADD ca-importe TO w-imp-sin-resp
                   ELSE
                       PERFORM 510-RENGLON-CERTIFICADO
                   END-IF
               END-IF
           END-PERFORM.
           IF w-resp-actual NOT = 99999
               PERFORM 550-CERRAR-ALUMNO
               PERFORM 560-CERRAR-CERTIFICADO
           END-IF.
           CLOSE CERTIFICADOS RESUMEN.

       510-RENGLON-CERTIFICADO.
           IF ca-responsable NOT = w-resp-actual
               IF w-resp-actual NOT = 99999
                   PERFORM 550-CERRAR-ALUMNO
                   PERFORM 560-CERRAR-CERTIFICADO
               END-IF
               PERFORM 520-ABRIR-CERTIFICADO
           END-IF.
           IF ca-legajo NOT = w-legajo-actual
               IF w-legajo-actual NOT = 0
                   PERFORM 550-CERRAR-ALUMNO
               END-IF
               PERFORM 530-ABRIR-ALUMNO
           END-IF.
           MOVE ca-importe TO w-edit-importe.
           MOVE spaces TO cert-linea.
           STRING "      Mes " ca-mes "/" w-anio "        "
               w-edit-importe
               DELIMITED BY SIZE INTO cert-linea.
           WRITE cert-linea.
           ADD ca-importe TO w-tot-alumno.

       520-ABRIR-CERTIFICADO.
           MOVE ca-responsable TO w-resp-actual.
           MOVE 0 TO w-legajo-actual.
           MOVE 0 TO w-tot-resp.
           MOVE 0 TO w-cant-alumnos.
           MOVE ca-responsable TO resp-codigo.
           READ RESPONSABLES
               INVALID KEY
                   MOVE "(responsable inexistente)" TO resp-nombre
                   MOVE spaces TO resp-cuit resp-domicilio
           END-READ.
           MOVE all "=" TO cert-linea.
           WRITE cert-linea.
           MOVE spaces TO cert-linea.
           STRING "CERTIFICADO DE PAGOS - ANIO FISCAL " w-anio
               DELIMITED BY SIZE INTO cert-linea.
           WRITE cert-linea.
           MOVE spaces TO cert-linea.
           STRING "Responsable: " resp-nombre "  CUIT " resp-cuit
               DELIMITED BY SIZE INTO cert-linea.
           WRITE cert-linea.
           MOVE spaces TO cert-linea.
           STRING "Domicilio:   " resp-domicilio
               DELIMITED BY SIZE INTO cert-linea.
           WRITE cert-linea.
           MOVE spaces TO cert-linea.
           STRING "Se certifica que abono en concepto de aranceles "
               "educativos:"
               DELIMITED BY SIZE INTO cert-linea.
           WRITE cert-linea.

       530-ABRIR-ALUMNO.
           MOVE ca-legajo TO w-legajo-actual.
           MOVE 0 TO w-tot-alumno.
           ADD 1 TO w-cant-alumnos.
           MOVE ca-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY
                   MOVE "(desconocido)" TO alu-nombre
                   MOVE 0 TO alu-dni
           END-READ.
           MOVE spaces TO cert-linea.
           STRING "  Alumno " alu-nombre " DNI " alu-dni
               " legajo " ca-legajo
               DELIMITED BY SIZE INTO cert-linea.
           WRITE cert-linea.

       550-CERRAR-ALUMNO.
           MOVE w-tot-alumno TO w-edit-importe.
           MOVE spaces TO cert-linea.
           STRING "      Total del alumno       " w-edit-importe
               DELIMITED BY SIZE INTO cert-linea.
           WRITE cert-linea.
           ADD w-tot-alumno TO w-tot-resp.

       560-CERRAR-CERTIFICADO.
           MOVE w-tot-resp TO w-edit-importe.
           MOVE spaces TO cert-linea.
           STRING "TOTAL ABONADO EN " w-anio "        " w-edit-importe
               DELIMITED BY SIZE INTO cert-linea.
           WRITE cert-linea.
           MOVE spaces TO cert-linea.
           STRING "Emitido el " w-fecha-hoy
               DELIMITED BY SIZE INTO cert-linea.
           WRITE cert-linea.
           MOVE w-anio TO res-anio.
           MOVE w-resp-actual TO res-responsable.
           MOVE resp-cuit TO res-cuit.
           MOVE resp-nombre TO res-nombre.
           MOVE w-cant-alumnos TO res-cant-alumnos.
           MOVE w-tot-resp TO res-total.
           WRITE res-reg.
           ADD 1 TO w-cant-cert.

       900-FIN.
           CLOSE CERT-REC CERT-ACU.
           CLOSE RESPONSABLES RESPLINK FAMINT ALUMNOS CURSOS.
           DISPLAY "Certificados emitidos: ", w-cant-cert.
           DISPLAY "Pagos anulados excluidos: ", w-cant-anulados.
           DISPLAY "Devoluciones descontadas: ", w-cant-devol.
           IF w-cant-sin-resp > 0
               MOVE w-imp-sin-resp TO w-edit-importe
               DISPLAY "ATENCION: ", w-cant-sin-resp,
                   " alumno/mes sin responsable vinculado por ",
                   w-edit-importe
           END-IF.
           DISPLAY "Certificados en ", w-nombre-cert,
               " y resumen en ", w-nombre-resumen.
       END PROGRAM Certificados.
