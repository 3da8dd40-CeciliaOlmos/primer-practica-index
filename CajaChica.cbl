      ******************************************************************
      * Author:
      * Date:
      * Purpose: Caja chica de la ventanilla: fondo fijo (parametro
      *          FONDO-CCHICA) del que se pagan gastos menores con
      *          comprobante, proveedor, categoria e importe contra la
      *          sesion de caja abierta. Cada gasto sale del cajon como
      *          movimiento de caja CAJA CHICA (el arqueo lo resta del
      *          efectivo) y la interfaz contable lo imputa con la
      *          cuenta de su categoria (movimiento CCH-categoria en
      *          ctasctb.dat). La reposicion lista los comprobantes a
      *          reintegrar y los marca repuestos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CajaChica.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAJA-CHICA ASSIGN TO "..\caja_chica.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cch-comprobante.

           SELECT OPTIONAL CAJAS ASSIGN TO "..\cajas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS caja-llave.

           SELECT OPTIONAL CAJA-MOVS ASSIGN TO "..\caja_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT CTASCTB ASSIGN TO "..\ctasctb.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ctb-movimiento.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CAJA-CHICA.
       01  cch-reg.
           03 cch-comprobante pic x(12).
           03 cch-fecha pic 9(8).
           03 cch-caja pic 99.
           03 cch-proveedor pic x(30).
           03 cch-categoria pic x(10).
           03 cch-importe pic 9(6)v99.
           03 cch-estado pic x.
               88 cch-pendiente value "P".
               88 cch-repuesto value "R".
           03 cch-fec-reposicion pic 9(8).
           03 cch-operador pic x(10).

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

       FD  CTASCTB.
       01  ctb-reg.
           03 ctb-movimiento pic x(14).
           03 ctb-cuenta-debe pic x(8).
           03 ctb-cuenta-haber pic x(8).

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  LISTADO.
       01  lis-linea pic x(100).

       FD  JOURNAL.
       01  jr-reg.
           03 jr-fecha pic 9(8).
           03 jr-operador pic x(10).
           03 jr-programa pic x(12).
           03 jr-archivo pic x(8).
           03 jr-llave pic x(20).
           03 jr-antes pic x(80).
           03 jr-despues pic x(80).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "S".
           88 modo-gasto value "G".
           88 modo-reposicion value "R".
           88 modo-saldo value "S".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-flag-cch pic 9 value 0.
           88 fin-cch value 1.
       77  w-fondo pic 9(6)v99 value 0.
       77  w-pendiente pic 9(8)v99 value 0.
       77  w-disponible pic s9(8)v99 value 0.
       77  w-caja-ok pic x value "N".
           88 caja-ok value "S".
       77  w-categoria-ok pic x value "N".
           88 categoria-ok value "S".
       77  w-confirma pic x value "N".
           88 reposicion-confirmada value "S".
       77  w-nombre-listado pic x(40).
       77  w-cant-comprob pic 9(5) value 0.
       77  w-ind pic 99.
       77  w-cat-cant pic 99 value 0.
       77  w-cat-hallada pic x.
           88 cat-hallada value "S".
       01  w-tab-categorias.
           03 w-cat occurs 30.
              05 w-cat-nombre pic x(10).
              05 w-cat-total pic 9(8)v99.
       01  w-movimiento.
           03 filler pic x(4) value "CCH-".
           03 w-mov-categoria pic x(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-LEER-OPERADOR.
           PERFORM 060-LEER-FONDO.
           DISPLAY "Modo (G=Gasto con comprobante, R=Reposicion ",
               "del fondo, S=Saldo del fondo)".
           ACCEPT w-modo.
           OPEN I-O CAJA-CHICA.
           PERFORM 100-SUMAR-PENDIENTES.
           EVALUATE TRUE
               WHEN modo-gasto
                   PERFORM 200-GASTO
               WHEN modo-reposicion
                   PERFORM 400-REPOSICION
               WHEN OTHER
                   PERFORM 300-SALDO
           END-EVALUATE.
           CLOSE CAJA-CHICA.
           GOBACK.

       050-LEER-OPERADOR.
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

       060-LEER-FONDO.
           OPEN INPUT PARAMETROS.
           MOVE "FONDO-CCHICA" TO par-codigo.
           READ PARAMETROS
               INVALID KEY
                   DISPLAY "AVISO: sin parametro FONDO-CCHICA - ",
                       "fondo en cero"
               NOT INVALID KEY MOVE par-valor TO w-fondo
           END-READ.
           CLOSE PARAMETROS.

      * Lo gastado y todavia no repuesto es lo que falta en el fondo
       100-SUMAR-PENDIENTES.
           MOVE 0 TO w-pendiente.
           MOVE 0 TO w-flag-cch.
           MOVE LOW-VALUES TO cch-comprobante.
           START CAJA-CHICA KEY IS NOT LESS THAN cch-comprobante
               INVALID KEY MOVE 1 TO w-flag-cch
           END-START.
           PERFORM UNTIL fin-cch
               READ CAJA-CHICA NEXT AT END MOVE 1 TO w-flag-cch
               END-READ
               IF NOT fin-cch
                   IF cch-pendiente
                       ADD cch-importe TO w-pendiente
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE w-disponible = w-fondo - w-pendiente.

      ******************************************************************
      * Gasto: solo con la caja del dia abierta en la terminal, con
      * una categoria que tenga imputacion y sin pasarse del fondo
      ******************************************************************
       200-GASTO.
           PERFORM 210-VERIFICAR-CAJA.
           IF caja-ok
               PERFORM 220-PEDIR-GASTO
           END-IF.

       210-VERIFICAR-CAJA.
           OPEN INPUT CAJAS.
           MOVE w-fecha-hoy TO caja-fecha.
           DISPLAY "Numero de caja/terminal".
           ACCEPT caja-numero.
           READ CAJAS
               INVALID KEY
                   DISPLAY "NO HAY CAJA ABIERTA PARA HOY EN ESA ",
                       "TERMINAL - ABRA LA CAJA ANTES DE PAGAR"
               NOT INVALID KEY
                   IF caja-cerrada
                       DISPLAY "LA CAJA DE HOY YA ESTA CERRADA - ",
                           "NO SE REGISTRAN MAS GASTOS"
                   ELSE
                       SET caja-ok TO TRUE
                   END-IF
           END-READ.
           CLOSE CAJAS.

       220-PEDIR-GASTO.
           DISPLAY "Numero de comprobante".
           ACCEPT cch-comprobante.
           READ CAJA-CHICA
               INVALID KEY
                   PERFORM 230-DATOS-DEL-GASTO
               NOT INVALID KEY
                   DISPLAY "EL COMPROBANTE YA ESTA CARGADO EL ",
                       cch-fecha, " POR ", cch-importe
           END-READ.

       230-DATOS-DEL-GASTO.
           DISPLAY "Proveedor".
           ACCEPT cch-proveedor.
           DISPLAY "Categoria (CORREO, LIBRERIA, REPARACION, ...)".
           ACCEPT cch-categoria.
           PERFORM 240-VERIFICAR-CATEGORIA.
           IF NOT categoria-ok
               DISPLAY "CATEGORIA SIN IMPUTACION CONTABLE (",
                   w-movimiento, ") - CARGUELA EN CUENTAS CONTABLES"
           ELSE
               DISPLAY "Importe"
               ACCEPT cch-importe
               IF cch-importe = 0 OR cch-importe > w-disponible
                   DISPLAY "IMPORTE INVALIDO - DISPONIBLE EN EL ",
                       "FONDO ", w-disponible
               ELSE
                   PERFORM 250-GRABAR-GASTO
               END-IF
           END-IF.

       240-VERIFICAR-CATEGORIA.
           MOVE "N" TO w-categoria-ok.
           MOVE cch-categoria TO w-mov-categoria.
           OPEN INPUT CTASCTB.
           MOVE w-movimiento TO ctb-movimiento.
           READ CTASCTB
               INVALID KEY CONTINUE
               NOT INVALID KEY SET categoria-ok TO TRUE
           END-READ.
           CLOSE CTASCTB.

       250-GRABAR-GASTO.
           MOVE w-fecha-hoy TO cch-fecha.
           MOVE caja-numero TO cch-caja.
           MOVE "P" TO cch-estado.
           MOVE 0 TO cch-fec-reposicion.
           MOVE w-operador TO cch-operador.
           WRITE cch-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL GASTO"
               NOT INVALID KEY
                   PERFORM 260-GRABAR-MOV-CAJA
                   MOVE spaces TO jr-antes
                   PERFORM 270-GRABAR-JOURNAL
                   SUBTRACT cch-importe FROM w-disponible
                   DISPLAY "Gasto registrado. Disponible en el ",
                       "fondo: ", w-disponible
           END-WRITE.

      * Igual que la devolucion en efectivo: la plata sale del cajon
      * y el arqueo la resta del efectivo esperado
       260-GRABAR-MOV-CAJA.
           OPEN EXTEND CAJA-MOVS.
           MOVE w-fecha-hoy TO cm-fecha.
           MOVE caja-numero TO cm-caja.
           MOVE 0 TO cm-curso cm-cta-cte cm-cuota.
           MOVE "CAJA CHICA" TO cm-medio.
           MOVE cch-importe TO cm-importe.
           MOVE w-operador TO cm-operador.
           ACCEPT cm-hora FROM TIME.
           WRITE cm-reg.
           CLOSE CAJA-MOVS.

       270-GRABAR-JOURNAL.
           OPEN EXTEND JOURNAL.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "CajaChica" TO jr-programa.
           MOVE "CCHICA" TO jr-archivo.
           MOVE spaces TO jr-llave.
           MOVE cch-comprobante TO jr-llave.
           MOVE spaces TO jr-despues.
           MOVE cch-reg TO jr-despues.
           WRITE jr-reg.
           CLOSE JOURNAL.

       300-SALDO.
           DISPLAY "CAJA CHICA AL ", w-fecha-hoy.
           DISPLAY "Fondo fijo                 : ", w-fondo.
           DISPLAY "Gastado pendiente reponer  : ", w-pendiente.
           DISPLAY "Disponible                 : ", w-disponible.

      ******************************************************************
      * Reposicion: lista los comprobantes pendientes con el total por
      * categoria; confirmada, quedan repuestos con la fecha del dia
      ******************************************************************
       400-REPOSICION.
           IF w-pendiente = 0
               DISPLAY "NO HAY COMPROBANTES PENDIENTES DE REPONER"
           ELSE
               PERFORM 410-LISTAR-COMPROBANTES
               DISPLAY "Confirma la reposicion por ", w-pendiente,
                   "? (S/N)"
               ACCEPT w-confirma
               IF reposicion-confirmada
                   PERFORM 450-MARCAR-REPUESTOS
                   DISPLAY "Reposicion registrada: ", w-cant-comprob,
                       " comprobantes"
               ELSE
                   DISPLAY "REPOSICION NO CONFIRMADA - los ",
                       "comprobantes siguen pendientes"
               END-IF
           END-IF.

       410-LISTAR-COMPROBANTES.
           MOVE spaces TO w-nombre-listado.
           STRING "..\reposicion_cchica_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "PEDIDO DE REPOSICION DE CAJA CHICA DEL "
               w-fecha-hoy "  FONDO FIJO " w-fondo
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "COMPROBANTE  FECHA    CJ PROVEEDOR" "          "
               "           CATEGORIA     IMPORTE"
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO w-flag-cch.
           MOVE LOW-VALUES TO cch-comprobante.
           START CAJA-CHICA KEY IS NOT LESS THAN cch-comprobante
               INVALID KEY MOVE 1 TO w-flag-cch
           END-START.
           PERFORM UNTIL fin-cch
               READ CAJA-CHICA NEXT AT END MOVE 1 TO w-flag-cch
               END-READ
               IF NOT fin-cch
                   IF cch-pendiente
                       PERFORM 420-RENGLON-COMPROBANTE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cat-cant
               MOVE spaces TO lis-linea
               STRING "TOTAL " w-cat-nombre(w-ind) "  "
                   w-cat-total(w-ind)
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
           END-PERFORM.
           MOVE spaces TO lis-linea.
           STRING "TOTAL A REPONER: " w-pendiente "  ("
               w-cant-comprob " comprobantes)"
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO.
           DISPLAY "Pedido de reposicion en ", w-nombre-listado.

       420-RENGLON-COMPROBANTE.
           MOVE spaces TO lis-linea.
           STRING cch-comprobante " " cch-fecha " " cch-caja " "
               cch-proveedor " " cch-categoria " " cch-importe
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           ADD 1 TO w-cant-comprob.
           MOVE "N" TO w-cat-hallada.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cat-cant OR cat-hallada
               IF w-cat-nombre(w-ind) = cch-categoria
                   ADD cch-importe TO w-cat-total(w-ind)
                   SET cat-hallada TO TRUE
               END-IF
           END-PERFORM.
           IF NOT cat-hallada AND w-cat-cant < 30
               ADD 1 TO w-cat-cant
               MOVE cch-categoria TO w-cat-nombre(w-cat-cant)
               MOVE cch-importe TO w-cat-total(w-cat-cant)
           END-IF.

       450-MARCAR-REPUESTOS.
           MOVE 0 TO w-flag-cch.
           MOVE LOW-VALUES TO cch-comprobante.
           START CAJA-CHICA KEY IS NOT LESS THAN cch-comprobante
               INVALID KEY MOVE 1 TO w-flag-cch
           END-START.
           PERFORM UNTIL fin-cch
               READ CAJA-CHICA NEXT AT END MOVE 1 TO w-flag-cch
               END-READ
               IF NOT fin-cch
                   IF cch-pendiente
                       MOVE cch-reg TO jr-antes
                       MOVE "R" TO cch-estado
                       MOVE w-fecha-hoy TO cch-fec-reposicion
                       REWRITE cch-reg
                       PERFORM 270-GRABAR-JOURNAL
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM CajaChica.
