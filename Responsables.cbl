      *          madre, empresa) con su CUIT/DNI, condicion ante el
      *          IVA y domicilio fiscal, vinculable a uno o mas
      *          alumnos o a una familia; la caja pregunta por el
      *          responsable y los comprobantes llevan su identidad.
      *          Un responsable que es empleado del colegio se marca
      *          con su numero de legajo de planilla (resp_empleados)
      *          para el descuento de las cuotas por planilla.
      *          Un alumno de padres separados puede dividir sus
      *          cuotas entre dos responsables por porcentaje
      *          (resp_division); cada parte se cobra, se boleta, se
      *          intima y se factura por separado (PartesCuota)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rl-llave.

           SELECT OPTIONAL RESP-EMPLEADOS
           ASSIGN TO "..\resp_empleados.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS re-responsable.

           SELECT OPTIONAL RESP-DIVISION
           ASSIGN TO "..\resp_division.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rd-legajo.
       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSABLES.
               05 rl-numero pic 9(8).
           03 rl-responsable pic 9(5).

       FD  RESP-EMPLEADOS.
       01  re-reg.
           03 re-responsable pic 9(5).
           03 re-nro-planilla pic x(10).
           03 re-fec-alta pic 9(8).
           03 re-estado pic x.
               88 empleado-activo value "A".

       FD  RESP-DIVISION.
       01  rd-reg.
           03 rd-legajo pic 9(5).
           03 rd-resp-1 pic 9(5).
           03 rd-pct-1 pic 9(3)v99.
           03 rd-resp-2 pic 9(5).
           03 rd-pct-2 pic 9(3)v99.
           03 rd-fec-alta pic 9(8).
           03 rd-estado pic x.
               88 division-vigente value "A".

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           88 modo-carga value "M".
           88 modo-vincular value "V".
           88 modo-empleado value "E".
           88 modo-division value "D".
       77  w-flag-resp pic 9 value 0.
           88 fin-resp value 1.
       77  w-flag-rl pic 9 value 0.
           88 fin-rl value 1.
       77  w-flag-rd pic 9 value 0.
           88 fin-rd value 1.
       77  w-nuevo-resp-1 pic 9(5).
       77  w-nuevo-resp-2 pic 9(5).
       77  w-nuevo-pct pic 9(3)v99.
       77  w-pct-ed pic zz9,99.
       77  w-resp-validos pic x.
           88 resp-validos value "S".
       77  w-existe pic x value "N".
           88 reg-existe value "S".
       77  w-resp-pedido pic 9(5).
       77  w-fecha-hoy pic 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Modo (L=Listar, M=Alta/modificar, ",
               "V=Vincular alumno o familia, E=Empleado con ",
               "descuento por planilla, D=Division de cuotas ",
               "entre dos responsables)".
           ACCEPT w-modo.
           EVALUATE TRUE
               WHEN modo-carga
                   OPEN I-O RESPLINK
                   PERFORM 400-VINCULAR
                   CLOSE RESPONSABLES RESPLINK
               WHEN modo-empleado
                   OPEN INPUT RESPONSABLES
                   OPEN I-O RESP-EMPLEADOS
                   PERFORM 500-EMPLEADOS
                   CLOSE RESPONSABLES RESP-EMPLEADOS
               WHEN modo-division
                   OPEN INPUT RESPONSABLES
                   OPEN I-O RESP-DIVISION
                   PERFORM 600-DIVISION
                   CLOSE RESPONSABLES RESP-DIVISION
               WHEN OTHER
                   OPEN INPUT RESPONSABLES RESPLINK RESP-EMPLEADOS
                   OPEN INPUT RESP-DIVISION
                   PERFORM 200-LISTAR
                   CLOSE RESPONSABLES RESPLINK RESP-EMPLEADOS
                   CLOSE RESP-DIVISION
           END-EVALUATE.
           GOBACK.

               IF NOT fin-resp
                   DISPLAY resp-codigo, "  ", resp-nombre, "  ",
                       resp-cuit, "  ", resp-cond-iva
                   MOVE resp-codigo TO re-responsable
                   READ RESP-EMPLEADOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF empleado-activo
                               DISPLAY "       empleado - planilla ",
                                   re-nro-planilla
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           DISPLAY "VINCULOS (A=alumno por legajo, F=familia):".
                       " -> responsable ", rl-responsable
               END-IF
           END-PERFORM.
           DISPLAY "CUOTAS DIVIDIDAS (legajo: responsable %, ",
               "responsable %):".
           MOVE 0 TO rd-legajo.
           START RESP-DIVISION KEY IS NOT LESS THAN rd-legajo
               INVALID KEY MOVE 1 TO w-flag-rd
           END-START.
           PERFORM UNTIL fin-rd
               READ RESP-DIVISION NEXT AT END MOVE 1 TO w-flag-rd
               END-READ
               IF NOT fin-rd AND division-vigente
                   MOVE rd-pct-1 TO w-pct-ed
                   DISPLAY "  ", rd-legajo, ": ", rd-resp-1, " ",
                       w-pct-ed, "%, " WITH NO ADVANCING
                   MOVE rd-pct-2 TO w-pct-ed
                   DISPLAY rd-resp-2, " ", w-pct-ed, "%"
               END-IF
           END-PERFORM.

       300-CARGA.
           DISPLAY "Codigo de responsable (x fin 0)".
               END-WRITE
               DISPLAY "Vinculo grabado"
           END-IF.

      * Marca de empleado: numero de legajo de planilla de RRHH; el
      * numero en blanco da de baja la marca (queda el registro)
       500-EMPLEADOS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Codigo de responsable (x fin 0)".
           ACCEPT resp-codigo.
           PERFORM UNTIL resp-codigo = 0
               READ RESPONSABLES
                   INVALID KEY
                       DISPLAY "EL RESPONSABLE NO EXISTE"
                   NOT INVALID KEY
                       DISPLAY resp-nombre
                       PERFORM 550-MARCAR-EMPLEADO
               END-READ
               DISPLAY "Codigo de responsable (x fin 0)"
               ACCEPT resp-codigo
           END-PERFORM.

       550-MARCAR-EMPLEADO.
           MOVE "N" TO w-existe.
           MOVE resp-codigo TO re-responsable.
           READ RESP-EMPLEADOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   DISPLAY "Planilla actual: ", re-nro-planilla,
                       " estado ", re-estado
           END-READ.
           DISPLAY "Numero de legajo de planilla (vacio = no es ",
               "empleado)".
           ACCEPT re-nro-planilla.
           IF re-nro-planilla = spaces
               MOVE "B" TO re-estado
           ELSE
               MOVE "A" TO re-estado
               MOVE w-fecha-hoy TO re-fec-alta
           END-IF.
           IF reg-existe
               REWRITE re-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-REWRITE
           ELSE
               IF empleado-activo
                   WRITE re-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * Division de las cuotas de un alumno entre dos responsables
      * (padres separados): el primero paga el porcentaje indicado y
      * el segundo el resto. Porcentaje 0 deja sin efecto la division
      * y las cuotas vuelven a ser de un solo responsable (resplink).
      * Las partes de cuotas ya cobradas en parte conservan el
      * porcentaje con que se cobraron
      ******************************************************************
       600-DIVISION.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Legajo del alumno (x fin 0)".
           ACCEPT rd-legajo.
           PERFORM UNTIL rd-legajo = 0
               PERFORM 650-UNA-DIVISION
               DISPLAY "Legajo del alumno (x fin 0)"
               ACCEPT rd-legajo
           END-PERFORM.

       650-UNA-DIVISION.
           MOVE "N" TO w-existe.
           READ RESP-DIVISION
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   IF division-vigente
                       MOVE rd-pct-1 TO w-pct-ed
                       DISPLAY "Actual: ", rd-resp-1, " ", w-pct-ed,
                           "% / " WITH NO ADVANCING
                       MOVE rd-pct-2 TO w-pct-ed
                       DISPLAY rd-resp-2, " ", w-pct-ed, "%"
                   END-IF
           END-READ.
           DISPLAY "Porcentaje del primer responsable (1 a 99, ",
               "0 = sin division)".
           ACCEPT w-nuevo-pct.
           IF w-nuevo-pct = 0
               IF reg-existe
                   MOVE "B" TO rd-estado
                   REWRITE rd-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-REWRITE
                   DISPLAY "Division dada de baja"
               ELSE
                   DISPLAY "El alumno no tiene division"
               END-IF
           ELSE
               IF w-nuevo-pct > 99
                   DISPLAY "PORCENTAJE INVALIDO - NO SE GRABA"
               ELSE
                   PERFORM 660-PEDIR-RESPONSABLES
                   IF resp-validos
                       PERFORM 670-GRABAR-DIVISION
                   END-IF
               END-IF
           END-IF.

       660-PEDIR-RESPONSABLES.
           MOVE "S" TO w-resp-validos.
           DISPLAY "Codigo del primer responsable".
           ACCEPT w-nuevo-resp-1.
           MOVE w-nuevo-resp-1 TO resp-codigo.
           READ RESPONSABLES
               INVALID KEY
                   DISPLAY "EL RESPONSABLE NO EXISTE - NO SE GRABA"
                   MOVE "N" TO w-resp-validos
               NOT INVALID KEY DISPLAY resp-nombre
           END-READ.
           IF resp-validos
               DISPLAY "Codigo del segundo responsable"
               ACCEPT w-nuevo-resp-2
               MOVE w-nuevo-resp-2 TO resp-codigo
               READ RESPONSABLES
                   INVALID KEY
                       DISPLAY "EL RESPONSABLE NO EXISTE - NO SE ",
                           "GRABA"
                       MOVE "N" TO w-resp-validos
                   NOT INVALID KEY DISPLAY resp-nombre
               END-READ
           END-IF.
           IF resp-validos AND w-nuevo-resp-1 = w-nuevo-resp-2
               DISPLAY "LOS DOS RESPONSABLES SON EL MISMO - NO SE ",
                   "GRABA"
               MOVE "N" TO w-resp-validos
           END-IF.

       670-GRABAR-DIVISION.
           MOVE w-nuevo-resp-1 TO rd-resp-1.
           MOVE w-nuevo-pct TO rd-pct-1.
           MOVE w-nuevo-resp-2 TO rd-resp-2.
           COMPUTE rd-pct-2 = 100 - w-nuevo-pct.
           MOVE w-fecha-hoy TO rd-fec-alta.
           MOVE "A" TO rd-estado.
           IF reg-existe
               REWRITE rd-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-REWRITE
           ELSE
               WRITE rd-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-WRITE
           END-IF.
           MOVE rd-pct-2 TO w-pct-ed.
           DISPLAY "Division grabada; el segundo responsable paga ",
               w-pct-ed, "%".
       END PROGRAM Responsables.
