      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monedero prepago del kiosco por legajo, separado de
      *          los saldos a favor de cuotas. Cargas en la ventanilla
      *          con la caja abierta (medio MONEDERO en caja_movs) y
      *          acreditacion de las cargas por banco que la
      *          registracion de novedades deja en monedero_banco.dat;
      *          importacion del consumo diario del kiosco, aviso de
      *          saldo bajo a la cola de notificaciones (plantilla
      *          SALDO-MONED) y resumen mensual de movimientos por
      *          alumno
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Monedero.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MONEDEROS ASSIGN TO "..\monedero.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS mon-legajo.

           SELECT OPTIONAL MONEDERO-MOVS
           ASSIGN TO "..\monedero_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CARGAS-MONEDERO
           ASSIGN TO "..\monedero_banco.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CARGAS-PEND
           ASSIGN TO "..\monedero_banco.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL KIOSCO ASSIGN TO "..\kiosco.txt"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL KIOSCO-ULT ASSIGN TO "..\kiosco_ult.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS alu-llave
           ALTERNATE RECORD KEY IS alu-legajo WITH DUPLICATES.

           SELECT OPTIONAL CAJAS ASSIGN TO "..\cajas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS caja-llave.

           SELECT OPTIONAL CAJA-MOVS ASSIGN TO "..\caja_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL NOTIFICACIONES
           ASSIGN TO "..\notificaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO "..\listado_monedero.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * mon-aviso queda en S cuando ya se encolo el aviso de saldo
      * bajo; vuelve a N cuando una carga deja el saldo sobre el minimo
       FD  MONEDEROS.
       01  mon-reg.
           03 mon-legajo pic 9(5).
           03 mon-saldo pic s9(6)v99.
           03 mon-minimo pic 9(6)v99.
           03 mon-aviso pic x.
               88 aviso-enviado value "S".
           03 mon-fec-ult-mov pic 9(8).

      * mm-tipo: C = carga en caja, B = carga por banco,
      * K = consumo del kiosco, F = saldo pasado por fusion de legajos
       FD  MONEDERO-MOVS.
       01  mm-reg.
           03 mm-fecha pic 9(8).
           03 mm-legajo pic 9(5).
           03 mm-tipo pic x.
           03 mm-importe pic 9(6)v99.
           03 mm-saldo pic s9(6)v99.
           03 mm-referencia pic x(20).
           03 mm-operador pic x(10).

       FD  CARGAS-MONEDERO.
       01  cmb-reg.
           03 cmb-fecha pic 9(8).
           03 cmb-dni pic 9(8).
           03 cmb-importe pic 9(6)v99.
           03 cmb-lote pic 9(8).
           03 cmb-referencia pic 9(10).

       FD  CARGAS-PEND.
       01  cp-reg pic x(42).

      * Consumo diario que entrega el kiosco: un renglon por ticket
       FD  KIOSCO.
       01  kio-reg.
           03 kio-fecha pic 9(8).
           03 kio-legajo pic 9(5).
           03 kio-importe pic 9(6)v99.
           03 kio-ticket pic x(10).

       FD  KIOSCO-ULT.
       01  ku-reg.
           03 ku-fecha pic 9(8).

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-llave.
               05 alu-dni pic 9(8).
               05 alu-est pic x.
           03 alu-legajo pic 9(5).
           03 alu-nombre pic x(20).
           03 alu-telefono pic x(15).
           03 alu-email pic x(30).

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
       01  w-modo pic x value "S".
           88 modo-carga-caja value "C".
           88 modo-banco value "B".
           88 modo-kiosco value "K".
           88 modo-resumen value "R".
           88 modo-minimo value "M".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-minimo-defecto pic 9(6)v99 value 500.
       77  w-caja-ok pic x value "N".
           88 caja-ok value "S".
       77  w-caja-numero pic 99.
       77  w-flag-cargas pic 9 value 0.
           88 fin-cargas value 1.
       77  w-flag-kiosco pic 9 value 0.
           88 fin-kiosco value 1.
       77  w-flag-movs pic 9 value 0.
           88 fin-movs value 1.
       77  w-flag-ku pic 9 value 0.
           88 fin-ku value 1.
       77  w-alumno-ok pic x.
           88 alumno-hallado value "S".
       77  w-legajo pic 9(5).
       77  w-importe pic 9(6)v99.
       77  w-medio pic x(15).
       77  w-tipo-mov pic x.
       77  w-referencia pic x(20).
       77  w-fecha-mov pic 9(8).
       77  w-ult-kiosco pic 9(8) value 0.
       77  w-max-kiosco pic 9(8) value 0.
       77  w-cant-ok pic 9(5) value 0.
       77  w-cant-rech pic 9(5) value 0.
       77  w-cant-avisos pic 9(5) value 0.
       77  w-total-ok pic 9(8)v99 value 0.
       77  w-saldo-inicial pic s9(6)v99.
       77  w-total-cargas pic 9(8)v99.
       77  w-total-consumos pic 9(8)v99.
       77  w-edit-saldo pic ---.--9,99.
       77  w-edit-cargas pic z.zzz.zz9,99.
       77  w-edit-consumos pic z.zzz.zz9,99.
       01  w-periodo pic 9(6).
       01  w-periodo-mov pic 9(6).
       01  lin-movimiento.
           03 lm-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 lm-tipo pic x(14).
           03 filler pic x(2) value spaces.
           03 lm-importe pic zzz.zz9,99.
           03 filler pic x(2) value spaces.
           03 lm-saldo pic ---.--9,99.
           03 filler pic x(2) value spaces.
           03 lm-referencia pic x(20).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Monedero".
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
               WHEN modo-carga-caja
                   PERFORM 140-VERIFICAR-CAJA
                   IF caja-ok
                       PERFORM 300-CARGA-EN-CAJA
                   END-IF
               WHEN modo-banco
                   PERFORM 400-CARGAS-POR-BANCO
               WHEN modo-kiosco
                   PERFORM 500-CONSUMO-KIOSCO
               WHEN modo-resumen
                   PERFORM 600-RESUMEN-MENSUAL
               WHEN modo-minimo
                   PERFORM 250-FIJAR-MINIMO
               WHEN OTHER
                   PERFORM 200-CONSULTAR-SALDO
           END-EVALUATE.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (S=Saldo, C=Carga en caja, B=Cargas por ",
               "banco, K=Consumo del kiosco,".
           DISPLAY "      R=Resumen mensual, M=Minimo para aviso)".
           ACCEPT w-modo.
           OPEN INPUT PARAMETROS.
           MOVE "MONED-MINIMO" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-minimo-defecto
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
           OPEN I-O MONEDEROS.
           OPEN INPUT ALUMNOS.
           IF modo-carga-caja OR modo-banco OR modo-kiosco
               OPEN EXTEND MONEDERO-MOVS NOTIFICACIONES
           END-IF.

      * Igual que en Pagos: la carga solo entra con la caja del dia
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
                           "NO SE REGISTRAN MAS CARGAS"
                   ELSE
                       SET caja-ok TO TRUE
                       MOVE caja-numero TO w-caja-numero
                   END-IF
           END-READ.
           CLOSE CAJAS.

       200-CONSULTAR-SALDO.
           PERFORM 210-PEDIR-LEGAJO.
           PERFORM UNTIL w-legajo = 0
               IF alumno-hallado
                   MOVE w-legajo TO mon-legajo
                   READ MONEDEROS
                       INVALID KEY
                           DISPLAY "SIN MONEDERO (saldo 0)"
                       NOT INVALID KEY
                           DISPLAY "Saldo ", mon-saldo, "  minimo ",
                               mon-minimo, "  ultimo movimiento ",
                               mon-fec-ult-mov
                   END-READ
               END-IF
               PERFORM 210-PEDIR-LEGAJO
           END-PERFORM.

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

      * Minimo propio del alumno para el aviso de saldo bajo; los
      * monederos nuevos arrancan con el parametro MONED-MINIMO
       250-FIJAR-MINIMO.
           PERFORM 210-PEDIR-LEGAJO.
           PERFORM UNTIL w-legajo = 0
               IF alumno-hallado
                   PERFORM 710-LEER-MONEDERO
                   DISPLAY "Minimo actual ", mon-minimo, " - nuevo"
                   ACCEPT mon-minimo
                   MOVE "N" TO mon-aviso
                   PERFORM 720-GRABAR-MONEDERO
               END-IF
               PERFORM 210-PEDIR-LEGAJO
           END-PERFORM.

       300-CARGA-EN-CAJA.
           PERFORM 210-PEDIR-LEGAJO.
           PERFORM UNTIL w-legajo = 0
               IF alumno-hallado
                   PERFORM 310-REGISTRAR-CARGA
               END-IF
               PERFORM 210-PEDIR-LEGAJO
           END-PERFORM.

      * La carga entra al arqueo con medio MONEDERO: Caja la suma en
      * el cajon que corresponde y la informa aparte
       310-REGISTRAR-CARGA.
           DISPLAY "Importe a cargar".
           ACCEPT w-importe.
           IF w-importe = 0
               DISPLAY "IMPORTE EN CERO - NO SE CARGA"
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
                       MOVE "MONEDERO EFECT" TO cm-medio
                   WHEN "CHEQUE"
                       MOVE "MONEDERO CHEQUE" TO cm-medio
                   WHEN "TRANSFERENCIA"
                       MOVE "MONEDERO TRANSF" TO cm-medio
                   WHEN OTHER
                       MOVE "MONEDERO OTRO" TO cm-medio
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
               PERFORM 700-ACREDITAR
               DISPLAY "Nuevo saldo: ", mon-saldo
           END-IF.

      * Cargas por banco que dejo la registracion de novedades. El
      * DNI se busca entre los alumnos activos; las que no se pueden
      * acreditar quedan en el archivo para la proxima corrida
       400-CARGAS-POR-BANCO.
           OPEN INPUT CARGAS-MONEDERO.
           OPEN OUTPUT CARGAS-PEND.
           OPEN OUTPUT LISTADO.
           MOVE "CARGAS DE MONEDERO POR BANCO RECHAZADAS" TO lis-linea.
           WRITE lis-linea.
           PERFORM UNTIL fin-cargas
               READ CARGAS-MONEDERO AT END MOVE 1 TO w-flag-cargas
               END-READ
               IF NOT fin-cargas
                   PERFORM 410-ACREDITAR-CARGA-BANCO
               END-IF
           END-PERFORM.
           CLOSE CARGAS-MONEDERO CARGAS-PEND.
           CLOSE LISTADO.
           PERFORM 420-DEJAR-PENDIENTES.
           DISPLAY "Cargas acreditadas: ", w-cant-ok, " por ",
               w-total-ok.
           DISPLAY "Rechazadas: ", w-cant-rech,
               " (listado_monedero.txt)".

       410-ACREDITAR-CARGA-BANCO.
           MOVE "N" TO w-alumno-ok.
           MOVE cmb-dni TO alu-dni.
           MOVE "A" TO alu-est.
           READ ALUMNOS
               INVALID KEY CONTINUE
               NOT INVALID KEY SET alumno-hallado TO TRUE
           END-READ.
           IF alumno-hallado
               MOVE alu-legajo TO w-legajo
               MOVE cmb-importe TO w-importe
               MOVE "B" TO w-tipo-mov
               MOVE cmb-fecha TO w-fecha-mov
               MOVE spaces TO w-referencia
               STRING "LOTE " cmb-lote
                   DELIMITED BY SIZE INTO w-referencia
               PERFORM 700-ACREDITAR
               ADD 1 TO w-cant-ok
               ADD cmb-importe TO w-total-ok
           ELSE
               WRITE cp-reg FROM cmb-reg
               ADD 1 TO w-cant-rech
               MOVE spaces TO lis-linea
               STRING cmb-fecha " DNI " cmb-dni " importe "
                   cmb-importe " lote " cmb-lote
                   " - SIN ALUMNO ACTIVO"
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
           END-IF.

      * Las rechazadas se copian de vuelta desde el archivo de
      * trabajo, asi quedan para la proxima corrida
       420-DEJAR-PENDIENTES.
           OPEN INPUT CARGAS-PEND.
           OPEN OUTPUT CARGAS-MONEDERO.
           MOVE 0 TO w-flag-cargas.
           PERFORM UNTIL fin-cargas
               READ CARGAS-PEND AT END MOVE 1 TO w-flag-cargas
               END-READ
               IF NOT fin-cargas
                   WRITE cmb-reg FROM cp-reg
               END-IF
           END-PERFORM.
           CLOSE CARGAS-PEND CARGAS-MONEDERO.
           IF w-cant-rech > 0
               DISPLAY "Las rechazadas quedan pendientes en ",
                   "monedero_banco.dat"
           END-IF.

      * Consumo diario del kiosco. Un archivo ya importado (fecha no
      * posterior a la ultima importada) se rechaza entero
       500-CONSUMO-KIOSCO.
           OPEN INPUT KIOSCO-ULT.
           READ KIOSCO-ULT AT END MOVE 1 TO w-flag-ku
           END-READ.
           IF NOT fin-ku
               MOVE ku-fecha TO w-ult-kiosco
           END-IF.
           CLOSE KIOSCO-ULT.
           OPEN INPUT KIOSCO.
           READ KIOSCO AT END MOVE 1 TO w-flag-kiosco
           END-READ.
           IF fin-kiosco
               DISPLAY "EL ARCHIVO DEL KIOSCO ESTA VACIO"
           ELSE
               IF kio-fecha NOT > w-ult-kiosco
                   DISPLAY "EL CONSUMO DEL ", kio-fecha,
                       " YA FUE IMPORTADO (ultimo ", w-ult-kiosco,
                       ") - NO SE PROCESA"
               ELSE
                   PERFORM 510-PROCESAR-KIOSCO
               END-IF
           END-IF.
           CLOSE KIOSCO.

       510-PROCESAR-KIOSCO.
           OPEN OUTPUT LISTADO.
           MOVE "CONSUMOS DEL KIOSCO RECHAZADOS" TO lis-linea.
           WRITE lis-linea.
           PERFORM UNTIL fin-kiosco
               IF kio-fecha > w-max-kiosco
                   MOVE kio-fecha TO w-max-kiosco
               END-IF
               PERFORM 520-DEBITAR-CONSUMO
               READ KIOSCO AT END MOVE 1 TO w-flag-kiosco
               END-READ
           END-PERFORM.
           CLOSE LISTADO.
           OPEN OUTPUT KIOSCO-ULT.
           MOVE w-max-kiosco TO ku-fecha.
           WRITE ku-reg.
           CLOSE KIOSCO-ULT.
           DISPLAY "Consumos debitados: ", w-cant-ok, " por ",
               w-total-ok.
           DISPLAY "Rechazados: ", w-cant-rech, "  avisos de saldo ",
               "bajo: ", w-cant-avisos, " (listado_monedero.txt)".

      * El kiosco vende contra el saldo que tenia al abrir: si el
      * consumo lo deja en negativo se debita igual y se informa
       520-DEBITAR-CONSUMO.
           MOVE kio-legajo TO mon-legajo.
           READ MONEDEROS
               INVALID KEY
                   ADD 1 TO w-cant-rech
                   MOVE spaces TO lis-linea
                   STRING kio-fecha " legajo " kio-legajo " ticket "
                       kio-ticket " " kio-importe " - SIN MONEDERO"
                       DELIMITED BY SIZE INTO lis-linea
                   WRITE lis-linea
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT kio-importe FROM mon-saldo
                   MOVE kio-fecha TO mon-fec-ult-mov
                   MOVE kio-fecha TO mm-fecha
                   MOVE kio-legajo TO mm-legajo
                   MOVE "K" TO mm-tipo
                   MOVE kio-importe TO mm-importe
                   MOVE mon-saldo TO mm-saldo
                   MOVE spaces TO mm-referencia
                   STRING "TICKET " kio-ticket
                       DELIMITED BY SIZE INTO mm-referencia
                   MOVE w-operador TO mm-operador
                   WRITE mm-reg
                   ADD 1 TO w-cant-ok
                   ADD kio-importe TO w-total-ok
                   IF mon-saldo < 0
                       MOVE spaces TO lis-linea
                       STRING kio-fecha " legajo " kio-legajo
                           " - QUEDO EN NEGATIVO"
                           DELIMITED BY SIZE INTO lis-linea
                       WRITE lis-linea
                   END-IF
                   IF mon-saldo < mon-minimo AND NOT aviso-enviado
                       PERFORM 530-AVISO-SALDO-BAJO
                   END-IF
                   PERFORM 720-GRABAR-MONEDERO
           END-READ.

       530-AVISO-SALDO-BAJO.
           MOVE mon-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE w-fecha-hoy TO not-fecha
                   MOVE "SALDO-MONED" TO not-plantilla
                   MOVE alu-dni TO not-dni
                   MOVE alu-nombre TO not-nombre
                   MOVE alu-telefono TO not-telefono
                   MOVE alu-email TO not-email
                   IF mon-saldo < 0
                       MOVE 0 TO not-importe
                   ELSE
                       MOVE mon-saldo TO not-importe
                   END-IF
                   MOVE mon-fec-ult-mov TO not-fec-ref
                   MOVE "P" TO not-estado
                   WRITE not-reg
                   MOVE "S" TO mon-aviso
                   ADD 1 TO w-cant-avisos
           END-READ.

      * Resumen del mes por alumno: saldo al inicio, cada movimiento
      * y saldo al cierre
       600-RESUMEN-MENSUAL.
           PERFORM 210-PEDIR-LEGAJO.
           IF alumno-hallado
               DISPLAY "Periodo (AAAAMM)"
               ACCEPT w-periodo
               PERFORM 610-IMPRIMIR-RESUMEN
           END-IF.

       610-IMPRIMIR-RESUMEN.
           MOVE 0 TO w-saldo-inicial w-total-cargas w-total-consumos.
           MOVE 0 TO w-cant-ok.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "RESUMEN DE MONEDERO " w-periodo "  Legajo "
               w-legajo "  " alu-nombre
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE all "=" TO lis-linea.
           WRITE lis-linea.
           OPEN INPUT MONEDERO-MOVS.
           PERFORM UNTIL fin-movs
               READ MONEDERO-MOVS AT END MOVE 1 TO w-flag-movs
               END-READ
               IF NOT fin-movs AND mm-legajo = w-legajo
                   MOVE mm-fecha(1:6) TO w-periodo-mov
                   IF w-periodo-mov < w-periodo
                       MOVE mm-saldo TO w-saldo-inicial
                   END-IF
                   IF w-periodo-mov = w-periodo
                       PERFORM 620-RENGLON-RESUMEN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MONEDERO-MOVS.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           MOVE w-saldo-inicial TO w-edit-saldo.
           MOVE w-total-cargas TO w-edit-cargas.
           MOVE w-total-consumos TO w-edit-consumos.
           MOVE spaces TO lis-linea.
           STRING "Saldo inicial " w-edit-saldo "  cargas "
               w-edit-cargas "  consumos " w-edit-consumos
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO.
           DISPLAY "Movimientos del periodo: ", w-cant-ok,
               " (listado_monedero.txt)".

       620-RENGLON-RESUMEN.
           ADD 1 TO w-cant-ok.
           MOVE mm-fecha TO lm-fecha.
           EVALUATE mm-tipo
               WHEN "C"
                   MOVE "CARGA CAJA" TO lm-tipo
                   ADD mm-importe TO w-total-cargas
               WHEN "B"
                   MOVE "CARGA BANCO" TO lm-tipo
                   ADD mm-importe TO w-total-cargas
               WHEN "F"
                   MOVE "FUSION LEGAJO" TO lm-tipo
               WHEN OTHER
                   MOVE "CONSUMO KIOSCO" TO lm-tipo
                   ADD mm-importe TO w-total-consumos
           END-EVALUATE.
           MOVE mm-importe TO lm-importe.
           MOVE mm-saldo TO lm-saldo.
           MOVE mm-referencia TO lm-referencia.
           MOVE lin-movimiento TO lis-linea.
           WRITE lis-linea.

      * Acredita w-importe al legajo w-legajo y deja el movimiento;
      * si el monedero no existe se crea con el minimo por defecto
       700-ACREDITAR.
           PERFORM 710-LEER-MONEDERO.
           ADD w-importe TO mon-saldo.
           MOVE w-fecha-mov TO mon-fec-ult-mov.
           IF mon-saldo NOT < mon-minimo
               MOVE "N" TO mon-aviso
           END-IF.
           PERFORM 720-GRABAR-MONEDERO.
           MOVE w-fecha-mov TO mm-fecha.
           MOVE w-legajo TO mm-legajo.
           MOVE w-tipo-mov TO mm-tipo.
           MOVE w-importe TO mm-importe.
           MOVE mon-saldo TO mm-saldo.
           MOVE w-referencia TO mm-referencia.
           MOVE w-operador TO mm-operador.
           WRITE mm-reg.

       710-LEER-MONEDERO.
           MOVE w-legajo TO mon-legajo.
           READ MONEDEROS
               INVALID KEY
                   MOVE w-legajo TO mon-legajo
                   MOVE 0 TO mon-saldo mon-fec-ult-mov
                   MOVE w-minimo-defecto TO mon-minimo
                   MOVE "N" TO mon-aviso
           END-READ.

       720-GRABAR-MONEDERO.
           REWRITE mon-reg
               INVALID KEY
                   WRITE mon-reg
                       INVALID KEY
                           DISPLAY "NO PUDE GRABAR EL MONEDERO ",
                               mon-legajo
                   END-WRITE
           END-REWRITE.

       900-FIN.
           CLOSE MONEDEROS ALUMNOS.
           IF modo-carga-caja OR modo-banco OR modo-kiosco
               CLOSE MONEDERO-MOVS NOTIFICACIONES
           END-IF.
       END PROGRAM Monedero.
