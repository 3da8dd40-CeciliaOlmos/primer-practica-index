      * Date:
      * Purpose: Interfaz contable: convierte los movimientos
      *          registrados de un dia (cobranzas por medio de pago,
      *          recargos cobrados, becas otorgadas, ajustes,
      *          devoluciones, contracargos de tarjeta, reversiones
      *          de debito automatico, gastos de caja chica por
      *          categoria, castigos de deuda incobrable, lo
      *          recuperado de cuotas castigadas y donaciones por
      *          fondo) en renglones de asiento balanceados usando
      *          la tabla de imputacion, en el formato que importa
      *          el paquete contable, con informe de control para
      *          que el contador tilde los totales. Los mismos
      *          renglones se pasan al mayor interno (mayor.dat) por
      *          cuenta y fecha; volver a correr un dia reemplaza lo
      *          pasado de ese dia, y un mes cerrado no admite pases
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL DEVOLUCIONES ASSIGN TO "..\devoluciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL REVERSAS ASSIGN TO "..\reversas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CAJA-CHICA ASSIGN TO "..\caja_chica.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           RECORD KEY IS cch-comprobante.

           SELECT OPTIONAL CASTIGOS ASSIGN TO "..\castigos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cas-llave.

           SELECT OPTIONAL DONACIONES ASSIGN TO "..\donaciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           RECORD KEY IS dn-llave.

           SELECT OPTIONAL MAYOR ASSIGN TO "..\mayor.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS my-llave
           ALTERNATE RECORD KEY IS my-clave-cuenta WITH DUPLICATES.

           SELECT OPTIONAL CIERRES ASSIGN TO "..\cierres.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cie-mes.

           SELECT ASIENTOS ASSIGN TO w-nombre-asientos
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  CTASCTB.
       01  ctb-reg.
           03 dev-fec-pago pic 9(8).
           03 dev-medio pic x(15).

       FD  REVERSAS.
       01  rv-reg.
           03 rv-fecha pic 9(8).
           03 rv-tipo pic x.
               88 rv-contracargo value "T".
           03 rv-curso pic 99.
           03 rv-cta-cte pic 9(5).
           03 rv-cuota pic 99.
           03 rv-importe pic 9(6)v99.
           03 rv-fec-pago-orig pic 9(8).
           03 rv-fec-banco pic 9(8).
           03 rv-medio pic x(15).
           03 rv-motivo pic x(20).
           03 rv-rec-punto pic 99.
           03 rv-rec-numero pic 9(8).
           03 rv-operador pic x(10).

       FD  CAJA-CHICA.
       01  cch-reg.
           03 cch-comprobante pic x(12).
           03 cch-fecha pic 9(8).
           03 cch-caja pic 99.
           03 cch-proveedor pic x(30).
           03 cch-categoria pic x(10).
           03 cch-importe pic 9(6)v99.
           03 cch-estado pic x.
           03 cch-fec-reposicion pic 9(8).
           03 cch-operador pic x(10).

       FD  CASTIGOS.
       01  cas-reg.
           03 cas-llave.
               05 cas-curso pic 99.
               05 cas-cta-cte pic 9(5).
               05 cas-cuota pic 99.
           03 cas-fecha pic 9(8).
           03 cas-fec-venc pic 9(8).
           03 cas-importe pic 9(6)v99.
           03 cas-importe-orig pic 9(6)v99.
           03 cas-motivo pic x(30).
           03 cas-supervisor pic x(10).
           03 cas-agencia pic 9(3).
           03 cas-estado pic x.
               88 castigo-vigente value "C".
               88 castigo-recuperado value "R".
           03 cas-fec-recupero pic 9(8).
           03 cas-importe-recupero pic 9(6)v99.

       FD  DONACIONES.
       01  dn-reg.
           03 dn-llave.
               05 dn-donante pic 9(6).
               05 dn-fecha pic 9(8).
               05 dn-punto pic 99.
               05 dn-recibo pic 9(8).
           03 dn-fondo pic x(10).
           03 dn-campania pic x(10).
           03 dn-importe pic 9(8)v99.
           03 dn-medio pic x(15).
           03 dn-origen pic x.
           03 dn-caja pic 99.
           03 dn-operador pic x(10).

       FD  MAYOR.
       01  my-reg.
           03 my-llave.
               05 my-fecha pic 9(8).
               05 my-renglon pic 9(5).
           03 my-clave-cuenta.
               05 my-cuenta pic x(8).
               05 my-fecha-cta pic 9(8).
           03 my-dh pic x.
           03 my-importe pic 9(10)v99.
           03 my-concepto pic x(20).
           03 my-fec-pase pic 9(8).

       FD  CIERRES.
       01  cie-reg.
           03 cie-mes pic 9(6).
           03 cie-estado pic x.
           03 cie-fec-cierre pic 9(8).
           03 cie-operador pic x(10).
           03 cie-cant-pagos pic 9(5).
           03 cie-total-cobrado pic 9(10)v99.
           03 cie-total-recargos pic 9(10)v99.

       FD  ASIENTOS.
       01  asi-reg.
           03 asi-fecha pic 9(8).
       77  w-total-aj-cred pic 9(10)v99 value 0.
       77  w-total-aj-deb pic 9(10)v99 value 0.
       77  w-total-devol pic 9(10)v99 value 0.
       77  w-total-contracargo pic 9(10)v99 value 0.
       77  w-total-rev-debito pic 9(10)v99 value 0.
       77  w-total-castigos pic 9(10)v99 value 0.
       77  w-total-recuperos pic 9(10)v99 value 0.
       77  w-castigada pic x.
           88 cuota-castigada value "S".
       77  w-cat-cant pic 99 value 0.
       01  w-tab-cch.
           03 w-cat occurs 30.
              05 w-cat-nombre pic x(10).
              05 w-cat-total pic 9(10)v99.
       01  w-mov-cch.
           03 filler pic x(4) value "CCH-".
           03 w-mov-cch-categoria pic x(10).
       77  w-fon-cant pic 99 value 0.
       01  w-tab-fondos.
           03 w-fon occurs 30.
              05 w-fon-nombre pic x(10).
              05 w-fon-total pic 9(10)v99.
       01  w-mov-don.
           03 filler pic x(4) value "DON-".
           03 w-mov-don-fondo pic x(10).
       77  w-importe-par pic 9(10)v99.
       77  w-movimiento pic x(14).
       77  w-total-debe pic 9(12)v99 value 0.
       77  w-total-haber pic 9(12)v99 value 0.
       77  w-cant-renglones pic 9(5) value 0.
       77  w-fecha-hoy pic 9(8).
       77  w-flag-mayor pic 9 value 0.
           88 fin-mayor value 1.
       77  w-mes-cerrado pic x value "N".
           88 mes-cerrado value "S".
       77  w-cant-borrados pic 9(5) value 0.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "AsientosDiar".
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
           PERFORM 200-SUMAR-PAGOS.
           PERFORM 300-SUMAR-BECAS.
           PERFORM 400-SUMAR-AJUSTES.
           PERFORM 500-SUMAR-DEVOLUCIONES.
           PERFORM 550-SUMAR-REVERSAS.
           PERFORM 560-SUMAR-CAJA-CHICA.
           PERFORM 570-SUMAR-CASTIGOS.
           PERFORM 580-SUMAR-DONACIONES.
           PERFORM 600-GENERAR-ASIENTOS.
           PERFORM 800-CONTROL.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           DISPLAY "Fecha a exportar (AAAAMMDD)".
           ACCEPT w-fecha-pedida.
           OPEN INPUT PAGOS CTASCTB CASTIGOS.
           STRING "..\asientos_" DELIMITED BY SIZE
                  w-fecha-pedida DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO w-nombre-asientos.
           OPEN OUTPUT ASIENTOS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 150-PREPARAR-MAYOR.

      * Mes cerrado: se exporta igual pero no se pasa al mayor. Si no,
      * se borra lo que ya se habia pasado de la fecha para que una
      * segunda corrida no duplique
       150-PREPARAR-MAYOR.
           OPEN INPUT CIERRES.
           MOVE w-fecha-pedida(1:6) TO cie-mes.
           READ CIERRES
               INVALID KEY CONTINUE
               NOT INVALID KEY SET mes-cerrado TO TRUE
           END-READ.
           CLOSE CIERRES.
           IF mes-cerrado
               DISPLAY "MES ", cie-mes, " CERRADO - LOS RENGLONES ",
                   "NO SE PASAN AL MAYOR"
           ELSE
               OPEN I-O MAYOR
               MOVE w-fecha-pedida TO my-fecha
               MOVE 0 TO my-renglon
               START MAYOR KEY IS NOT LESS THAN my-llave
                   INVALID KEY MOVE 1 TO w-flag-mayor
               END-START
               PERFORM UNTIL fin-mayor
                   READ MAYOR NEXT AT END MOVE 1 TO w-flag-mayor
                   END-READ
                   IF NOT fin-mayor
                       IF my-fecha NOT = w-fecha-pedida
                           MOVE 1 TO w-flag-mayor
                       ELSE
                           DELETE MAYOR RECORD
                           ADD 1 TO w-cant-borrados
                       END-IF
                   END-IF
               END-PERFORM
               IF w-cant-borrados > 0
                   DISPLAY "Se reemplazan ", w-cant-borrados,
                       " renglones ya pasados al mayor de la fecha"
               END-IF
           END-IF.

       200-SUMAR-PAGOS.
           MOVE 0 TO w-flag-arch.
               END-READ
               IF NOT fin-arch
                   IF pag-fec-pago = w-fecha-pedida
                       PERFORM 210-VER-CASTIGO
                       IF cuota-castigada
                           ADD pag-importe pag-recargo
                               TO w-total-recuperos
                       ELSE
                           PERFORM 250-ACUMULAR-MEDIO
                           ADD pag-recargo TO w-total-recargos
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * La cuota ya se dio de baja con el castigo: lo que se cobra
      * (con su recargo) es recupero de deuda castigada y no ingreso
      * por cuotas
       210-VER-CASTIGO.
           MOVE "N" TO w-castigada.
           MOVE pagos-llave TO cas-llave.
           READ CASTIGOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF cas-fecha NOT > pag-fec-pago
                       SET cuota-castigada TO TRUE
                   END-IF
           END-READ.

       250-ACUMULAR-MEDIO.
           MOVE "N" TO w-hallado.
           PERFORM VARYING w-ind FROM 1 BY 1
           END-PERFORM.
           CLOSE DEVOLUCIONES.

       550-SUMAR-REVERSAS.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT REVERSAS.
           PERFORM UNTIL fin-arch
               READ REVERSAS AT END MOVE 1 TO w-flag-arch
               END-READ
               IF NOT fin-arch
                   IF rv-fecha = w-fecha-pedida
                       IF rv-contracargo
                           ADD rv-importe TO w-total-contracargo
                       ELSE
                           ADD rv-importe TO w-total-rev-debito
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REVERSAS.

      * Los gastos de caja chica se juntan por categoria: cada una
      * tiene su imputacion como movimiento CCH-categoria
       560-SUMAR-CAJA-CHICA.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT CAJA-CHICA.
           PERFORM UNTIL fin-arch
               READ CAJA-CHICA NEXT AT END MOVE 1 TO w-flag-arch
               END-READ
               IF NOT fin-arch
                   IF cch-fecha = w-fecha-pedida
                       PERFORM 565-ACUMULAR-CATEGORIA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CAJA-CHICA.

       565-ACUMULAR-CATEGORIA.
           MOVE "N" TO w-hallado.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cat-cant OR medio-hallado
               IF w-cat-nombre(w-ind) = cch-categoria
                   ADD cch-importe TO w-cat-total(w-ind)
                   SET medio-hallado TO TRUE
               END-IF
           END-PERFORM.
           IF NOT medio-hallado AND w-cat-cant < 30
               ADD 1 TO w-cat-cant
               MOVE cch-categoria TO w-cat-nombre(w-cat-cant)
               MOVE cch-importe TO w-cat-total(w-cat-cant)
           END-IF.

       570-SUMAR-CASTIGOS.
           MOVE 0 TO w-flag-arch.
           MOVE LOW-VALUES TO cas-llave.
           START CASTIGOS KEY IS NOT LESS THAN cas-llave
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ CASTIGOS NEXT AT END MOVE 1 TO w-flag-arch
               END-READ
               IF NOT fin-arch
                   IF cas-fecha = w-fecha-pedida
                       ADD cas-importe TO w-total-castigos
                   END-IF
               END-IF
           END-PERFORM.

      * Las donaciones se juntan por fondo: cada uno tiene su
      * imputacion como movimiento DON-fondo
       580-SUMAR-DONACIONES.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT DONACIONES.
           PERFORM UNTIL fin-arch
               READ DONACIONES NEXT AT END MOVE 1 TO w-flag-arch
               END-READ
               IF NOT fin-arch
                   IF dn-fecha = w-fecha-pedida
                       PERFORM 585-ACUMULAR-FONDO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DONACIONES.

       585-ACUMULAR-FONDO.
           MOVE "N" TO w-hallado.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-fon-cant OR medio-hallado
               IF w-fon-nombre(w-ind) = dn-fondo
                   ADD dn-importe TO w-fon-total(w-ind)
                   SET medio-hallado TO TRUE
               END-IF
           END-PERFORM.
           IF NOT medio-hallado AND w-fon-cant < 30
               ADD 1 TO w-fon-cant
               MOVE dn-fondo TO w-fon-nombre(w-fon-cant)
               MOVE dn-importe TO w-fon-total(w-fon-cant)
           END-IF.

      * Cada tipo de movimiento genera su par debe/haber desde la
      * tabla de imputacion; el asiento sale balanceado por armado
       600-GENERAR-ASIENTOS.
                   WHEN "CHEQUE"
                       MOVE "PAGO-CHEQUE" TO w-movimiento
                   WHEN "TRANSFERENCIA"
                   WHEN "TRANSF CVU"
                       MOVE "PAGO-TRANSF" TO w-movimiento
                   WHEN "TARJETA"
                       MOVE "PAGO-TARJETA" TO w-movimiento
           MOVE "DEVOLUCION" TO w-movimiento.
           MOVE w-total-devol TO w-importe-par.
           PERFORM 700-GRABAR-PAR.
           MOVE "CONTRACARGO" TO w-movimiento.
           MOVE w-total-contracargo TO w-importe-par.
           PERFORM 700-GRABAR-PAR.
           MOVE "REVERSION-DEB" TO w-movimiento.
           MOVE w-total-rev-debito TO w-importe-par.
           PERFORM 700-GRABAR-PAR.
           MOVE "CASTIGO" TO w-movimiento.
           MOVE w-total-castigos TO w-importe-par.
           PERFORM 700-GRABAR-PAR.
           MOVE "RECUPERO" TO w-movimiento.
           MOVE w-total-recuperos TO w-importe-par.
           PERFORM 700-GRABAR-PAR.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cat-cant
               MOVE w-cat-nombre(w-ind) TO w-mov-cch-categoria
               MOVE w-mov-cch TO w-movimiento
               MOVE w-cat-total(w-ind) TO w-importe-par
               PERFORM 700-GRABAR-PAR
           END-PERFORM.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-fon-cant
               MOVE w-fon-nombre(w-ind) TO w-mov-don-fondo
               MOVE w-mov-don TO w-movimiento
               MOVE w-fon-total(w-ind) TO w-importe-par
               PERFORM 700-GRABAR-PAR
           END-PERFORM.

       700-GRABAR-PAR.
           IF w-importe-par = 0
                       MOVE w-importe-par TO asi-importe
                       MOVE w-movimiento TO asi-concepto
                       WRITE asi-reg
                       PERFORM 750-PASAR-AL-MAYOR
                       ADD w-importe-par TO w-total-debe
                       MOVE ctb-cuenta-haber TO asi-cuenta
                       MOVE "H" TO asi-dh
                       WRITE asi-reg
                       PERFORM 750-PASAR-AL-MAYOR
                       ADD w-importe-par TO w-total-haber
                       ADD 2 TO w-cant-renglones
               END-READ
           END-IF.

       750-PASAR-AL-MAYOR.
           IF NOT mes-cerrado
               MOVE asi-fecha TO my-fecha my-fecha-cta
               COMPUTE my-renglon = w-cant-renglones + 1
               IF asi-dh = "H"
                   ADD 1 TO my-renglon
               END-IF
               MOVE asi-cuenta TO my-cuenta
               MOVE asi-dh TO my-dh
               MOVE asi-importe TO my-importe
               MOVE asi-concepto TO my-concepto
               MOVE w-fecha-hoy TO my-fec-pase
               WRITE my-reg
                   INVALID KEY
                       DISPLAY "NO PUDE PASAR AL MAYOR EL RENGLON ",
                           my-renglon
               END-WRITE
           END-IF.

       800-CONTROL.
           DISPLAY "EXPORT CONTABLE DEL ", w-fecha-pedida.
           DISPLAY "Renglones generados : ", w-cant-renglones.
           ELSE
               DISPLAY "EL ASIENTO NO BALANCEA - REVISAR"
           END-IF.
           IF NOT mes-cerrado
               DISPLAY "Renglones pasados al mayor: ", w-cant-renglones
           END-IF.

       900-FIN.
           CLOSE PAGOS CTASCTB ASIENTOS CASTIGOS.
           IF NOT mes-cerrado
               CLOSE MAYOR
           END-IF.
       END PROGRAM AsientosDiarios.
