      ******************************************************************
      * Author:
      * Date:
      * Purpose: Donaciones a la cooperadora y a los fondos de la
      *          escuela (edificio, etc.), separadas de las cuotas:
      *          maestro de donantes (sea o no responsable de pago),
      *          donacion en la ventanilla con la caja abierta
      *          (medio DONAC en caja_movs para que cierre el
      *          arqueo), acreditacion de las donaciones que llegan
      *          por banco en el extracto con la referencia del
      *          donante, recibo de una serie controlada propia por
      *          punto de emision (numdonac.dat, aparte de la de
      *          cuotas), certificado anual por donante para su
      *          declaracion de ganancias e informe de campania con
      *          los totales por fondo. Cada fondo se imputa en
      *          contabilidad como movimiento DON-fondo, que es la
      *          condicion para poder recibir donaciones al fondo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Donaciones.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DONANTES ASSIGN TO "..\donantes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS don-numero
           ALTERNATE RECORD KEY IS don-referencia WITH DUPLICATES.

           SELECT OPTIONAL DONACIONES ASSIGN TO "..\donaciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS dn-llave.

           SELECT OPTIONAL DON-ACRED ASSIGN TO "..\don_acred.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS da-llave.

           SELECT OPTIONAL NUMDONAC ASSIGN TO "..\numdonac.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS nd-punto.

           SELECT OPTIONAL RESPONSABLES
           ASSIGN TO "..\responsables.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS resp-codigo.

           SELECT OPTIONAL CVU ASSIGN TO "..\cvu.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cvu-referencia
           ALTERNATE RECORD KEY IS cvu-titular WITH DUPLICATES.

           SELECT OPTIONAL CTASCTB ASSIGN TO "..\ctasctb.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ctb-movimiento.

           SELECT OPTIONAL CAJAS ASSIGN TO "..\cajas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS caja-llave.

           SELECT OPTIONAL CAJA-MOVS ASSIGN TO "..\caja_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT EXTRACTO ASSIGN TO "..\extracto.txt"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT IMPRESION ASSIGN TO w-nombre-recibos
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * don-responsable: codigo en responsables.dat cuando el donante
      * es ademas responsable de pago (0 si no lo es). don-referencia
      * es la descripcion con que el banco informa sus transferencias
       FD  DONANTES.
       01  don-reg.
           03 don-numero pic 9(6).
           03 don-nombre pic x(30).
           03 don-cuit pic x(13).
           03 don-responsable pic 9(5).
           03 don-domicilio pic x(30).
           03 don-email pic x(40).
           03 don-referencia pic x(20).
           03 don-fondo pic x(10).
           03 don-estado pic x.
               88 donante-activo value "A".
               88 donante-baja value "B".
           03 don-fec-alta pic 9(8).

      * Una donacion por recibo; dn-origen C = caja, B = banco. La
      * llave empieza por el donante para armar el certificado
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
               88 dn-de-caja value "C".
               88 dn-de-banco value "B".
           03 dn-caja pic 99.
           03 dn-operador pic x(10).

       FD  DON-ACRED.
       01  da-reg.
           03 da-llave.
               05 da-fecha pic 9(8).
               05 da-referencia pic x(20).
               05 da-renglon pic 9(5).
           03 da-donante pic 9(6).
           03 da-importe pic 9(8)v99.
           03 da-punto pic 99.
           03 da-recibo pic 9(8).
           03 da-fec-proceso pic 9(8).

       FD  NUMDONAC.
       01  nd-reg.
           03 nd-punto pic 99.
           03 nd-proximo pic 9(8).

       FD  RESPONSABLES.
       01  resp-reg.
           03 resp-codigo pic 9(5).
           03 resp-nombre pic x(30).
           03 resp-cuit pic x(13).
           03 resp-cond-iva pic x(2).
           03 resp-domicilio pic x(30).

       FD  CVU.
       01  cvu-reg.
           03 cvu-referencia pic x(20).
           03 cvu-titular.
               05 cvu-familia pic 9(4).
               05 cvu-curso pic 99.
               05 cvu-cta-cte pic 9(5).
           03 cvu-fec-alta pic 9(8).
           03 cvu-estado pic x.
               88 cvu-activa value "A".

       FD  CTASCTB.
       01  ctb-reg.
           03 ctb-movimiento pic x(14).
           03 ctb-cuenta-debe pic x(8).
           03 ctb-cuenta-haber pic x(8).

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

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  EXTRACTO.
       01  ext-reg.
           03 ext-fecha pic 9(8).
           03 ext-tipo pic x.
               88 ext-credito value "C".
           03 ext-importe pic 9(8).
           03 ext-descripcion pic x(20).

       FD  IMPRESION.
       01  imp-linea pic x(80).

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "C".
           88 modo-donantes value "D".
           88 modo-caja value "C".
           88 modo-extracto value "E".
           88 modo-certificados value "A".
           88 modo-fondos value "F".
       77  w-fecha-hoy pic 9(8).
       77  w-nombre-recibos pic x(40).
       77  w-nombre-listado pic x(40).
       77  w-punto-emision pic 99 value 1.
       77  w-rec-numero pic 9(8).
       77  w-caja-ok pic x value "N".
           88 caja-ok value "S".
       77  w-caja-numero pic 99 value 0.
       77  w-caja-operador pic x(10).
       77  w-existe pic x.
           88 reg-existe value "S".
       77  w-fondo-ok pic x.
           88 fondo-ok value "S".
       77  w-ref-ok pic x.
           88 referencia-ok value "S".
       77  w-flag-don pic 9 value 0.
           88 fin-don value 1.
       77  w-flag-dn pic 9 value 0.
           88 fin-dn value 1.
       77  w-flag-ext pic 9 value 0.
           88 fin-ext value 1.
       77  w-numero pic 9(6).
       77  w-referencia pic x(20).
       01  w-don-guardado pic x(163).
       77  w-donante pic 9(6).
       77  w-nombre pic x(30).
       77  w-cuit pic x(13).
       77  w-domicilio pic x(30).
       77  w-fondo pic x(10).
       77  w-campania pic x(10).
       77  w-importe pic 9(8)v99.
       77  w-medio pic x(15).
       77  w-medio-caja pic x(15).
       77  w-origen pic x.
       77  w-confirma pic x.
       77  w-renglon pic 9(5) value 0.
       77  w-anio pic 9(4).
       77  w-fec-desde pic 9(8).
       77  w-fec-hasta pic 9(8).
       77  w-campania-pedida pic x(10).
       77  w-ind pic 99.
       77  w-ind-fondo pic 99.
       77  w-cant-fondos pic 99 value 0.
       77  w-cant-creditos pic 9(5) value 0.
       77  w-cant-acreditadas pic 9(5) value 0.
       77  w-cant-repetidos pic 9(5) value 0.
       77  w-cant-sin-ref pic 9(5) value 0.
       77  w-cant-recibos pic 9(5) value 0.
       77  w-cant-cert pic 9(5) value 0.
       77  w-cant-anonimas pic 9(5) value 0.
       77  w-total-acreditado pic 9(10)v99 value 0.
       77  w-total-donante pic 9(10)v99.
       77  w-total-general pic 9(10)v99 value 0.
       77  w-cant-donaciones pic 9(5) value 0.
       77  w-edit-importe pic --.---.--9,99.
       01  w-mov-don.
           03 filler pic x(4) value "DON-".
           03 w-mov-don-fondo pic x(10).
      * Totales del informe de campania por fondo
       01  w-tab-fondos.
           03 w-fo occurs 30.
               05 w-fo-fondo pic x(10).
               05 w-fo-cantidad pic 9(5).
               05 w-fo-donantes pic 9(5).
               05 w-fo-ult-donante pic 9(6).
               05 w-fo-caja pic 9(10)v99.
               05 w-fo-banco pic 9(10)v99.
               05 w-fo-total pic 9(10)v99.
       01  lin-cab-fondos.
           03 filler pic x(30)
               value "FONDO       DONAC.  DONANTES".
           03 filler pic x(41)
               value "   EN CAJA      POR BANCO           TOTAL".
       01  lin-fondo.
           03 lf-fondo pic x(10).
           03 filler pic x(2) value spaces.
           03 lf-cantidad pic zzzz9.
           03 filler pic x(3) value spaces.
           03 lf-donantes pic zzzz9.
           03 filler pic x(2) value spaces.
           03 lf-caja pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lf-banco pic zz.zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lf-total pic zzz.zzz.zz9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           EVALUATE TRUE
               WHEN modo-donantes
                   PERFORM 200-ABM-DONANTES
               WHEN modo-extracto
                   PERFORM 400-PROCESAR-EXTRACTO
               WHEN modo-certificados
                   PERFORM 500-CERTIFICADOS
               WHEN modo-fondos
                   PERFORM 600-INFORME-FONDOS
               WHEN OTHER
                   PERFORM 140-VERIFICAR-CAJA
                   IF caja-ok
                       PERFORM 300-DONACION-CAJA
                   END-IF
           END-EVALUATE.
           PERFORM 900-FIN.
           GOBACK.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (C=Donacion en caja, D=Donantes, E=Donaciones",
               " del extracto,".
           DISPLAY "A=Certificado anual, F=Informe de campania por ",
               "fondo)".
           ACCEPT w-modo.
           IF modo-donantes
               OPEN I-O DONANTES
           ELSE
               OPEN INPUT DONANTES
           END-IF.

      * Igual que en Tienda: la donacion solo entra con la caja del
      * dia abierta en la terminal, y la serie sale de la sede de la
      * caja (sin sede, del parametro PUNTO-SERIE)
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
                           "NO SE REGISTRAN MAS DONACIONES"
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

      ******************************************************************
      * Maestro de donantes
      ******************************************************************
       200-ABM-DONANTES.
           OPEN INPUT RESPONSABLES CVU.
           PERFORM 210-LISTAR-DONANTES.
           DISPLAY "Numero de donante (x fin 0)".
           ACCEPT w-numero.
           PERFORM UNTIL w-numero = 0
               PERFORM 220-GRABAR-DONANTE
               DISPLAY "Numero de donante (x fin 0)"
               ACCEPT w-numero
           END-PERFORM.
           CLOSE RESPONSABLES CVU.

       210-LISTAR-DONANTES.
           DISPLAY "NUMERO NOMBRE                         ",
               "CUIT/DNI       RESP. E".
           MOVE 0 TO don-numero.
           MOVE 0 TO w-flag-don.
           START DONANTES KEY IS NOT LESS THAN don-numero
               INVALID KEY MOVE 1 TO w-flag-don
           END-START.
           PERFORM UNTIL fin-don
               READ DONANTES NEXT AT END MOVE 1 TO w-flag-don
               END-READ
               IF NOT fin-don
                   DISPLAY don-numero, " ", don-nombre, " ",
                       don-cuit, " ", don-responsable, " ",
                       don-estado
               END-IF
           END-PERFORM.

      * Si el donante es responsable de pago, el nombre, el CUIT y el
      * domicilio se proponen desde responsables.dat
       220-GRABAR-DONANTE.
           MOVE "N" TO w-existe.
           MOVE w-numero TO don-numero.
           READ DONANTES
               INVALID KEY
                   MOVE spaces TO don-nombre don-cuit don-domicilio
                       don-email don-referencia don-fondo
                   MOVE 0 TO don-responsable
                   MOVE "A" TO don-estado
                   MOVE w-fecha-hoy TO don-fec-alta
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   DISPLAY don-nombre, " ", don-cuit, " estado ",
                       don-estado
           END-READ.
           DISPLAY "Codigo de responsable de pago (0 si no lo es)".
           ACCEPT don-responsable.
           IF don-responsable > 0
               PERFORM 230-COPIAR-RESPONSABLE
           END-IF.
           IF don-responsable = 0
               DISPLAY "Nombre o razon social"
               ACCEPT don-nombre
               DISPLAY "CUIT o DNI"
               ACCEPT don-cuit
               DISPLAY "Domicilio"
               ACCEPT don-domicilio
           END-IF.
           DISPLAY "E-mail".
           ACCEPT don-email.
           DISPLAY "Fondo habitual para lo que llega por banco".
           ACCEPT don-fondo.
           MOVE don-fondo TO w-fondo.
           PERFORM 310-VER-FONDO.
           IF NOT fondo-ok
               MOVE spaces TO don-fondo
           END-IF.
           DISPLAY "Referencia de sus transferencias (vacio si no ",
               "transfiere)".
           ACCEPT don-referencia.
           PERFORM 240-VER-REFERENCIA.
           IF NOT referencia-ok
               MOVE spaces TO don-referencia
           END-IF.
           DISPLAY "Estado (A=Activo, B=Baja)".
           ACCEPT don-estado.
           IF NOT donante-baja
               MOVE "A" TO don-estado
           END-IF.
           IF reg-existe
               REWRITE don-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL DONANTE"
               END-REWRITE
           ELSE
               WRITE don-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL DONANTE"
               END-WRITE
           END-IF.

       230-COPIAR-RESPONSABLE.
           MOVE don-responsable TO resp-codigo.
           READ RESPONSABLES
               INVALID KEY
                   DISPLAY "RESPONSABLE INEXISTENTE - SE CARGA A MANO"
                   MOVE 0 TO don-responsable
               NOT INVALID KEY
                   MOVE resp-nombre TO don-nombre
                   MOVE resp-cuit TO don-cuit
                   MOVE resp-domicilio TO don-domicilio
                   DISPLAY "Responsable: ", resp-nombre, " ",
                       resp-cuit
           END-READ.

      * La referencia no puede ser la de un CVU de cuotas (la tomaria
      * TransfCVU) ni la de otro donante. Recorrer por referencia pisa
      * el registro en edicion, que se guarda y se repone
       240-VER-REFERENCIA.
           SET referencia-ok TO TRUE.
           MOVE don-referencia TO w-referencia.
           IF w-referencia NOT = spaces
               MOVE w-referencia TO cvu-referencia
               READ CVU
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "LA REFERENCIA ES DE UN CVU DE CUOTAS"
                       MOVE "N" TO w-ref-ok
               END-READ
           END-IF.
           IF referencia-ok AND w-referencia NOT = spaces
               MOVE don-reg TO w-don-guardado
               MOVE 0 TO w-flag-don
               START DONANTES KEY IS EQUAL TO don-referencia
                   INVALID KEY MOVE 1 TO w-flag-don
               END-START
               PERFORM UNTIL fin-don OR NOT referencia-ok
                   READ DONANTES NEXT AT END MOVE 1 TO w-flag-don
                   END-READ
                   IF NOT fin-don
                       IF don-referencia NOT = w-referencia
                           MOVE 1 TO w-flag-don
                       ELSE
                           IF don-numero NOT = w-numero
                               DISPLAY "LA REFERENCIA YA ES DEL ",
                                   "DONANTE ", don-numero
                               MOVE "N" TO w-ref-ok
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE w-don-guardado TO don-reg
           END-IF.

      ******************************************************************
      * Donacion en la ventanilla. El donante 0 es una donacion
      * anonima: lleva recibo pero no entra en ningun certificado
      ******************************************************************
       300-DONACION-CAJA.
           MOVE "N" TO w-existe.
           DISPLAY "Numero de donante (0 = anonima)".
           ACCEPT w-donante.
           MOVE spaces TO w-fondo w-cuit.
           IF w-donante = 0
               DISPLAY "Nombre para el recibo"
               ACCEPT w-nombre
               SET reg-existe TO TRUE
           ELSE
               MOVE w-donante TO don-numero
               READ DONANTES
                   INVALID KEY
                       DISPLAY "DONANTE INEXISTENTE - DELO DE ALTA ",
                           "EN EL MODO D"
                   NOT INVALID KEY
                       IF donante-activo
                           SET reg-existe TO TRUE
                           MOVE don-nombre TO w-nombre
                           MOVE don-cuit TO w-cuit
                           MOVE don-fondo TO w-fondo
                           DISPLAY don-nombre, " ", don-cuit
                       ELSE
                           DISPLAY "EL DONANTE ESTA DADO DE BAJA"
                       END-IF
               END-READ
           END-IF.
           IF reg-existe
               PERFORM 305-DATOS-DONACION
           END-IF.

       305-DATOS-DONACION.
           DISPLAY "Fondo (vacio = ", w-fondo, ")".
           ACCEPT w-campania.
           IF w-campania NOT = spaces
               MOVE w-campania TO w-fondo
           END-IF.
           PERFORM 310-VER-FONDO.
           IF fondo-ok
               DISPLAY "Campania (vacio si no corresponde)"
               ACCEPT w-campania
               DISPLAY "Importe"
               ACCEPT w-importe
               IF w-importe = 0 OR w-importe > 999999,99
                   DISPLAY "IMPORTE INVALIDO PARA LA CAJA - NO SE ",
                       "REGISTRA"
               ELSE
                   DISPLAY "Medio de pago ",
                       "(EFECTIVO/CHEQUE/TRANSFERENCIA/OTRO)"
                   ACCEPT w-medio
                   PERFORM 320-MEDIO-DE-CAJA
                   PERFORM 330-CONFIRMAR-DONACION
               END-IF
           END-IF.

      * Un fondo recibe donaciones solo si tiene su imputacion
      * DON-fondo en la tabla contable: asi el asiento diario nunca
      * queda con donaciones sin cuenta
       310-VER-FONDO.
           MOVE "N" TO w-fondo-ok.
           IF w-fondo = spaces
               DISPLAY "FALTA EL FONDO"
           ELSE
               MOVE w-fondo TO w-mov-don-fondo
               MOVE w-mov-don TO ctb-movimiento
               OPEN INPUT CTASCTB
               READ CTASCTB
                   INVALID KEY
                       DISPLAY "EL FONDO ", w-fondo, " NO TIENE ",
                           "IMPUTACION CONTABLE (", w-mov-don, ")"
                   NOT INVALID KEY
                       SET fondo-ok TO TRUE
               END-READ
               CLOSE CTASCTB
           END-IF.

      * El arqueo de Caja suma los medios DONAC en el cajon que
      * corresponde y los informa aparte
       320-MEDIO-DE-CAJA.
           EVALUATE w-medio
               WHEN "EFECTIVO"
                   MOVE "DONAC EFECTIVO" TO w-medio-caja
               WHEN "CHEQUE"
                   MOVE "DONAC CHEQUE" TO w-medio-caja
               WHEN "TRANSFERENCIA"
                   MOVE "DONAC TRANSF" TO w-medio-caja
               WHEN OTHER
                   MOVE "OTRO" TO w-medio
                   MOVE "DONAC OTRO" TO w-medio-caja
           END-EVALUATE.

       330-CONFIRMAR-DONACION.
           OPEN I-O NUMDONAC DONACIONES.
           PERFORM 340-ASIGNAR-NRO-RECIBO.
           MOVE w-fecha-hoy TO dn-fecha.
           MOVE "C" TO w-origen.
           PERFORM 350-GRABAR-DONACION.
           CLOSE NUMDONAC DONACIONES.
           OPEN EXTEND CAJA-MOVS.
           MOVE w-fecha-hoy TO cm-fecha.
           MOVE 0 TO cm-curso cm-cta-cte cm-cuota.
           MOVE w-medio-caja TO cm-medio.
           MOVE w-importe TO cm-importe.
           MOVE w-caja-operador TO cm-operador.
           MOVE w-caja-numero TO cm-caja.
           ACCEPT cm-hora FROM TIME.
           WRITE cm-reg.
           CLOSE CAJA-MOVS.
           MOVE "..\recibo_donacion.txt" TO w-nombre-recibos.
           OPEN OUTPUT IMPRESION.
           PERFORM 360-IMPRIMIR-RECIBO.
           CLOSE IMPRESION.
           DISPLAY "-- RECIBO DE DONACION ", w-punto-emision, "-",
               w-rec-numero, " --  importe ", w-importe.

      * Serie propia de donaciones por punto de emision, con el mismo
      * mecanismo que la serie de recibos de cuotas
       340-ASIGNAR-NRO-RECIBO.
           MOVE w-punto-emision TO nd-punto.
           READ NUMDONAC
               INVALID KEY
                   MOVE w-punto-emision TO nd-punto
                   MOVE 1 TO nd-proximo
                   WRITE nd-reg
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE nd-proximo TO w-rec-numero.
           ADD 1 TO nd-proximo.
           REWRITE nd-reg.

      * dn-fecha ya viene cargada: hoy en la caja, la del credito en
      * el extracto
       350-GRABAR-DONACION.
           MOVE w-donante TO dn-donante.
           MOVE w-punto-emision TO dn-punto.
           MOVE w-rec-numero TO dn-recibo.
           MOVE w-fondo TO dn-fondo.
           MOVE w-campania TO dn-campania.
           MOVE w-importe TO dn-importe.
           MOVE w-medio TO dn-medio.
           MOVE w-origen TO dn-origen.
           MOVE w-caja-numero TO dn-caja.
           MOVE w-caja-operador TO dn-operador.
           WRITE dn-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA DONACION DEL RECIBO ",
                       w-punto-emision, "-", w-rec-numero
           END-WRITE.

       360-IMPRIMIR-RECIBO.
           MOVE w-importe TO w-edit-importe.
           MOVE spaces TO imp-linea.
           STRING "RECIBO DE DONACION " w-punto-emision "-"
               w-rec-numero "   Fecha " dn-fecha
               DELIMITED BY SIZE INTO imp-linea.
           WRITE imp-linea.
           MOVE spaces TO imp-linea.
           STRING "Recibimos de " w-nombre "  CUIT/DNI " w-cuit
               DELIMITED BY SIZE INTO imp-linea.
           WRITE imp-linea.
           MOVE spaces TO imp-linea.
           STRING "la suma de $ " w-edit-importe
               " como donacion al fondo " w-fondo
               DELIMITED BY SIZE INTO imp-linea.
           WRITE imp-linea.
           IF w-campania NOT = spaces
               MOVE spaces TO imp-linea
               STRING "Campania: " w-campania
                   DELIMITED BY SIZE INTO imp-linea
               WRITE imp-linea
           END-IF.
           MOVE spaces TO imp-linea.
           STRING "Medio de pago: " w-medio
               DELIMITED BY SIZE INTO imp-linea.
           WRITE imp-linea.
           MOVE all "-" TO imp-linea.
           WRITE imp-linea.
           ADD 1 TO w-cant-recibos.

      ******************************************************************
      * Donaciones por banco: cada credito del extracto cuya
      * descripcion es la referencia de un donante activo se registra
      * como donacion a su fondo habitual. El renglon del extracto
      * forma parte de la clave de don_acred.dat, asi que reprocesar
      * el mismo extracto no duplica la donacion
      ******************************************************************
       400-PROCESAR-EXTRACTO.
           PERFORM 150-LEER-PUNTO-SERIE.
           MOVE "BANCO" TO w-caja-operador.
           MOVE 0 TO w-caja-numero.
           MOVE "TRANSFERENCIA" TO w-medio.
           MOVE "B" TO w-origen.
           MOVE spaces TO w-campania.
           MOVE spaces TO w-nombre-recibos.
           STRING "..\recibos_donacion_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-recibos.
           OPEN INPUT EXTRACTO.
           OPEN I-O DON-ACRED DONACIONES NUMDONAC.
           OPEN OUTPUT IMPRESION.
           PERFORM UNTIL fin-ext
               READ EXTRACTO AT END MOVE 1 TO w-flag-ext
               END-READ
               IF NOT fin-ext
                   ADD 1 TO w-renglon
                   IF ext-credito
                       ADD 1 TO w-cant-creditos
                       PERFORM 420-EVALUAR-CREDITO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EXTRACTO DON-ACRED DONACIONES NUMDONAC IMPRESION.
           DISPLAY "========================================".
           DISPLAY "Creditos del extracto     : ", w-cant-creditos.
           DISPLAY "Donaciones registradas    : ", w-cant-acreditadas.
           DISPLAY "Ya registradas antes      : ", w-cant-repetidos.
           DISPLAY "Sin referencia de donante : ", w-cant-sin-ref.
           DISPLAY "Total donado por banco    : ", w-total-acreditado.
           IF w-cant-recibos > 0
               DISPLAY "Recibos en ", w-nombre-recibos
           END-IF.

       420-EVALUAR-CREDITO.
           MOVE ext-descripcion TO w-referencia.
           MOVE "N" TO w-ref-ok.
           IF w-referencia NOT = spaces
               MOVE w-referencia TO don-referencia
               READ DONANTES KEY IS don-referencia
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF donante-activo
                           SET referencia-ok TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF NOT referencia-ok
               ADD 1 TO w-cant-sin-ref
           ELSE
               MOVE ext-fecha TO da-fecha
               MOVE w-referencia TO da-referencia
               MOVE w-renglon TO da-renglon
               READ DON-ACRED
                   INVALID KEY
                       PERFORM 430-REGISTRAR-DONACION
                   NOT INVALID KEY
                       ADD 1 TO w-cant-repetidos
               END-READ
           END-IF.

      * Sin fondo habitual con imputacion el credito queda sin
      * registrar y vuelve a ofrecerse en la proxima corrida
       430-REGISTRAR-DONACION.
           MOVE don-numero TO w-donante.
           MOVE don-nombre TO w-nombre.
           MOVE don-cuit TO w-cuit.
           MOVE don-fondo TO w-fondo.
           PERFORM 310-VER-FONDO.
           IF NOT fondo-ok
               DISPLAY "DONANTE ", don-numero, " SIN FONDO HABITUAL ",
                   "VALIDO - CREDITO DEL ", ext-fecha, " NO REGISTRADO"
           ELSE
               COMPUTE w-importe = ext-importe / 100
               PERFORM 340-ASIGNAR-NRO-RECIBO
               MOVE ext-fecha TO dn-fecha
               PERFORM 350-GRABAR-DONACION
               PERFORM 360-IMPRIMIR-RECIBO
               MOVE ext-fecha TO da-fecha
               MOVE w-referencia TO da-referencia
               MOVE w-renglon TO da-renglon
               MOVE w-donante TO da-donante
               MOVE w-importe TO da-importe
               MOVE w-punto-emision TO da-punto
               MOVE w-rec-numero TO da-recibo
               MOVE w-fecha-hoy TO da-fec-proceso
               WRITE da-reg
                   INVALID KEY
                       DISPLAY "NO PUDE REGISTRAR LA ACREDITACION"
               END-WRITE
               ADD 1 TO w-cant-acreditadas
               ADD w-importe TO w-total-acreditado
           END-IF.

      ******************************************************************
      * Certificado anual por donante para su declaracion jurada:
      * todas sus donaciones del anio fiscal, recibo por recibo
      ******************************************************************
       500-CERTIFICADOS.
           DISPLAY "Anio fiscal (AAAA)".
           ACCEPT w-anio.
           DISPLAY "Numero de donante (0 = todos)".
           ACCEPT w-donante.
           COMPUTE w-fec-desde = w-anio * 10000 + 101.
           COMPUTE w-fec-hasta = w-anio * 10000 + 1231.
           MOVE spaces TO w-nombre-listado.
           STRING "..\cert_donaciones_" w-anio ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN INPUT DONACIONES.
           OPEN OUTPUT LISTADO.
           IF w-donante > 0
               MOVE w-donante TO don-numero
               READ DONANTES
                   INVALID KEY
                       DISPLAY "DONANTE INEXISTENTE"
                   NOT INVALID KEY
                       PERFORM 510-CERTIFICAR-DONANTE
               END-READ
           ELSE
               MOVE 1 TO don-numero
               MOVE 0 TO w-flag-don
               START DONANTES KEY IS NOT LESS THAN don-numero
                   INVALID KEY MOVE 1 TO w-flag-don
               END-START
               PERFORM UNTIL fin-don
                   READ DONANTES NEXT AT END MOVE 1 TO w-flag-don
                   END-READ
                   IF NOT fin-don
                       PERFORM 510-CERTIFICAR-DONANTE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE DONACIONES LISTADO.
           DISPLAY "Certificados emitidos: ", w-cant-cert,
               " (", w-nombre-listado, ")".

      * Las donaciones del donante estan juntas y por fecha: la llave
      * empieza por donante + fecha
       510-CERTIFICAR-DONANTE.
           MOVE 0 TO w-total-donante.
           MOVE don-numero TO dn-donante.
           MOVE w-fec-desde TO dn-fecha.
           MOVE 0 TO dn-punto dn-recibo.
           MOVE 0 TO w-flag-dn.
           START DONACIONES KEY IS NOT LESS THAN dn-llave
               INVALID KEY MOVE 1 TO w-flag-dn
           END-START.
           PERFORM UNTIL fin-dn
               READ DONACIONES NEXT AT END MOVE 1 TO w-flag-dn
               END-READ
               IF NOT fin-dn
                   IF dn-donante NOT = don-numero
                           OR dn-fecha > w-fec-hasta
                       MOVE 1 TO w-flag-dn
                   ELSE
                       IF w-total-donante = 0
                           PERFORM 520-ABRIR-CERTIFICADO
                       END-IF
                       MOVE dn-importe TO w-edit-importe
                       MOVE spaces TO lis-linea
                       STRING "  " dn-fecha "  Recibo " dn-punto "-"
                           dn-recibo "  Fondo " dn-fondo "  "
                           w-edit-importe
                           DELIMITED BY SIZE INTO lis-linea
                       WRITE lis-linea
                       ADD dn-importe TO w-total-donante
                   END-IF
               END-IF
           END-PERFORM.
           IF w-total-donante > 0
               PERFORM 530-CERRAR-CERTIFICADO
           END-IF.

       520-ABRIR-CERTIFICADO.
           MOVE all "=" TO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "CERTIFICADO DE DONACIONES - ANIO FISCAL " w-anio
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Donante: " don-nombre "  CUIT/DNI " don-cuit
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Domicilio: " don-domicilio
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Se certifica que efectuo las siguientes donaciones "
               "a la escuela:"
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.

       530-CERRAR-CERTIFICADO.
           MOVE w-total-donante TO w-edit-importe.
           MOVE spaces TO lis-linea.
           STRING "TOTAL DONADO EN " w-anio "         " w-edit-importe
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Emitido el " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           ADD 1 TO w-cant-cert.

      ******************************************************************
      * Informe de campania: totales por fondo de un periodo, en caja
      * y por banco, con la cantidad de donantes distintos
      ******************************************************************
       600-INFORME-FONDOS.
           DISPLAY "Desde (AAAAMMDD)".
           ACCEPT w-fec-desde.
           DISPLAY "Hasta (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fec-hasta.
           IF w-fec-hasta = 0
               MOVE w-fecha-hoy TO w-fec-hasta
           END-IF.
           DISPLAY "Campania (vacio = todas)".
           ACCEPT w-campania-pedida.
           OPEN INPUT DONACIONES.
           MOVE LOW-VALUES TO dn-llave.
           MOVE 0 TO w-flag-dn.
           START DONACIONES KEY IS NOT LESS THAN dn-llave
               INVALID KEY MOVE 1 TO w-flag-dn
           END-START.
           PERFORM UNTIL fin-dn
               READ DONACIONES NEXT AT END MOVE 1 TO w-flag-dn
               END-READ
               IF NOT fin-dn
                   IF dn-fecha NOT < w-fec-desde
                           AND dn-fecha NOT > w-fec-hasta
                           AND (w-campania-pedida = spaces
                                OR dn-campania = w-campania-pedida)
                       PERFORM 610-ACUMULAR-FONDO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DONACIONES.
           PERFORM 620-LISTAR-FONDOS.

      * La lectura va por donante, asi que un donante nuevo para el
      * fondo es uno distinto del ultimo contado en el
       610-ACUMULAR-FONDO.
           MOVE 0 TO w-ind-fondo.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-fondos OR w-ind-fondo > 0
               IF w-fo-fondo(w-ind) = dn-fondo
                   MOVE w-ind TO w-ind-fondo
               END-IF
           END-PERFORM.
           IF w-ind-fondo = 0 AND w-cant-fondos < 30
               ADD 1 TO w-cant-fondos
               MOVE w-cant-fondos TO w-ind-fondo
               MOVE dn-fondo TO w-fo-fondo(w-ind-fondo)
               MOVE 0 TO w-fo-cantidad(w-ind-fondo)
                   w-fo-donantes(w-ind-fondo)
                   w-fo-ult-donante(w-ind-fondo)
                   w-fo-caja(w-ind-fondo) w-fo-banco(w-ind-fondo)
                   w-fo-total(w-ind-fondo)
           END-IF.
           IF w-ind-fondo > 0
               ADD 1 TO w-fo-cantidad(w-ind-fondo)
               IF dn-donante = 0
                   ADD 1 TO w-cant-anonimas
               ELSE
                   IF dn-donante NOT = w-fo-ult-donante(w-ind-fondo)
                       ADD 1 TO w-fo-donantes(w-ind-fondo)
                       MOVE dn-donante TO w-fo-ult-donante(w-ind-fondo)
                   END-IF
               END-IF
               IF dn-de-banco
                   ADD dn-importe TO w-fo-banco(w-ind-fondo)
               ELSE
                   ADD dn-importe TO w-fo-caja(w-ind-fondo)
               END-IF
               ADD dn-importe TO w-fo-total(w-ind-fondo)
               ADD dn-importe TO w-total-general
               ADD 1 TO w-cant-donaciones
           END-IF.

       620-LISTAR-FONDOS.
           MOVE spaces TO w-nombre-listado.
           STRING "..\donaciones_fondos_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "DONACIONES POR FONDO DEL " w-fec-desde " AL "
               w-fec-hasta
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           IF w-campania-pedida = spaces
               MOVE "TODAS LAS CAMPANIAS" TO lis-linea
           ELSE
               STRING "CAMPANIA " w-campania-pedida
                   DELIMITED BY SIZE INTO lis-linea
           END-IF.
           WRITE lis-linea.
           MOVE lin-cab-fondos TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-fondos
               MOVE w-fo-fondo(w-ind) TO lf-fondo
               MOVE w-fo-cantidad(w-ind) TO lf-cantidad
               MOVE w-fo-donantes(w-ind) TO lf-donantes
               MOVE w-fo-caja(w-ind) TO lf-caja
               MOVE w-fo-banco(w-ind) TO lf-banco
               MOVE w-fo-total(w-ind) TO lf-total
               MOVE lin-fondo TO lis-linea
               WRITE lis-linea
           END-PERFORM.
           MOVE spaces TO lin-fondo.
           MOVE "TOTAL" TO lf-fondo.
           MOVE w-cant-donaciones TO lf-cantidad.
           MOVE w-total-general TO lf-total.
           MOVE lin-fondo TO lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO.
           DISPLAY "Donaciones del periodo: ", w-cant-donaciones,
               " (anonimas ", w-cant-anonimas, ")".
           DISPLAY "Total donado: ", w-total-general.
           DISPLAY "Informe en ", w-nombre-listado.

       900-FIN.
           CLOSE DONANTES.
       END PROGRAM Donaciones.
