      ******************************************************************
      * Author:
      * Date:
      * Purpose: Salidas educativas y excursiones: maestro de salidas
      *          (destino, fecha, cursos que participan, costo y cupo
      *          maximo), inscripcion de alumnos desde la nomina de
      *          cursos, registro de la autorizacion firmada de los
      *          padres, imputacion del costo en una sola corrida como
      *          cargo en la cuota elegida y listado de quienes van,
      *          a quienes les falta la autorizacion y quienes no
      *          pagaron
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Salidas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALIDAS ASSIGN TO "..\salidas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sal-llave.

           SELECT OPTIONAL SALINSC ASSIGN TO "..\salinsc.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS si-llave.

           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS car-llave.

           SELECT CURSOS ASSIGN TO "..\cursos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS curso-llave
           ALTERNATE RECORD KEY IS cur-legajo WITH DUPLICATES.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS alu-llave
           ALTERNATE RECORD KEY IS alu-legajo WITH DUPLICATES.

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL CONCEPTOS ASSIGN TO "..\conceptos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS con-codigo.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT LISTADO ASSIGN TO "..\listado_salidas.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Hasta cuatro cursos por salida; sal-cargada queda en S
      * cuando ya se imputo el costo en la cuota sal-cuota
       FD  SALIDAS.
       01  sal-reg.
           03 sal-llave.
               05 sal-ciclo pic 9(4).
               05 sal-numero pic 9(3).
           03 sal-destino pic x(30).
           03 sal-fecha pic 9(8).
           03 sal-curso-participa occurs 4.
               05 sal-cu-anio pic 9.
               05 sal-cu-curso pic 99.
               05 sal-cu-turno pic 9.
           03 sal-costo pic 9(6)v99.
           03 sal-cupo pic 9(3).
           03 sal-inscriptos pic 9(3).
           03 sal-cuota pic 99.
           03 sal-cargada pic x.
               88 salida-cargada value "S".

       FD  SALINSC.
       01  si-reg.
           03 si-llave.
               05 si-ciclo pic 9(4).
               05 si-numero pic 9(3).
               05 si-legajo pic 9(5).
           03 si-curso pic 99.
           03 si-cta-cte pic 9(5).
           03 si-autorizacion pic x.
               88 si-autorizado value "S".
           03 si-fecha-aut pic 9(8).
           03 si-cuota pic 99.

       FD  CARGOS.
       01  car-reg.
           03 car-llave.
               05 car-curso pic 99.
               05 car-cta-cte pic 9(5).
               05 car-cuota pic 99.
               05 car-concepto pic 99.
           03 car-importe pic 9(6)v99.

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

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-llave.
               05 alu-dni pic 9(8).
               05 alu-est pic x.
           03 alu-legajo pic 9(5).
           03 alu-nombre pic x(20).
           03 alu-telefono pic x(15).
           03 alu-email pic x(30).

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

       FD  CONCEPTOS.
       01  con-reg.
           03 con-codigo pic 99.
           03 con-descripcion pic x(20).

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           88 modo-salida value "M".
           88 modo-inscribir value "I".
           88 modo-autorizar value "U".
           88 modo-cargar value "C".
           88 modo-listado value "R".
       77  w-fecha-hoy pic 9(8).
       77  w-concepto-salida pic 99 value 21.
       77  w-flag-sal pic 9 value 0.
           88 fin-sal value 1.
       77  w-flag-si pic 9 value 0.
           88 fin-si value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-existe pic x.
           88 reg-existe value "S".
       77  w-salida-ok pic x.
           88 salida-hallada value "S".
       77  w-ind pic 9.
       77  w-respuesta pic x.
       77  w-legajo pic 9(5).
       77  w-cuota-elegida pic 99.
       77  w-cant-cargados pic 9(3).
       77  w-cant-rechazados pic 9(3).
       77  w-cant-sin-aut pic 9(3).
       77  w-cant-impagos pic 9(3).
       77  w-estado-pago pic x(12).
       01  w-salida-pedida.
           03 w-sp-ciclo pic 9(4).
           03 w-sp-numero pic 9(3).
       01  lin-cab-salida.
           03 filler pic x(42)
               value "LEGAJO NOMBRE               AUTORIZACION".
           03 filler pic x(10) value " PAGO".
       01  lin-participante.
           03 lp-legajo pic 9(5).
           03 filler pic x(2) value spaces.
           03 lp-nombre pic x(20).
           03 filler pic x value space.
           03 lp-autorizacion pic x(14).
           03 filler pic x value space.
           03 lp-pago pic x(12).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Salidas".
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
               WHEN modo-salida
                   PERFORM 300-ABM-SALIDA
               WHEN modo-inscribir
                   PERFORM 210-PEDIR-SALIDA
                   IF salida-hallada
                       PERFORM 400-INSCRIBIR
                   END-IF
               WHEN modo-autorizar
                   PERFORM 210-PEDIR-SALIDA
                   IF salida-hallada
                       PERFORM 500-AUTORIZACIONES
                   END-IF
               WHEN modo-cargar
                   PERFORM 210-PEDIR-SALIDA
                   IF salida-hallada
                       PERFORM 600-IMPUTAR-COSTO
                   END-IF
               WHEN modo-listado
                   PERFORM 210-PEDIR-SALIDA
                   IF salida-hallada
                       PERFORM 700-LISTADO
                   END-IF
               WHEN OTHER
                   PERFORM 200-LISTAR-SALIDAS
           END-EVALUATE.
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
           DISPLAY "Modo (L=Listar salidas, M=Alta/modificar salida, ",
               "I=Inscribir alumnos, U=Autorizaciones,".
           DISPLAY "      C=Imputar costo, R=Listado de la salida)".
           ACCEPT w-modo.
           OPEN INPUT PARAMETROS.
           MOVE "CONC-SALIDA" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-concepto-salida
           END-READ.
           CLOSE PARAMETROS.
           IF modo-salida OR modo-inscribir OR modo-autorizar
                   OR modo-cargar
               OPEN I-O SALIDAS SALINSC
           ELSE
               OPEN INPUT SALIDAS SALINSC
           END-IF.
           IF modo-cargar
               OPEN I-O CARGOS
           ELSE
               OPEN INPUT CARGOS
           END-IF.
           OPEN INPUT CURSOS ALUMNOS PAGOS CONCEPTOS.

       200-LISTAR-SALIDAS.
           DISPLAY "CICLO NRO FECHA    DESTINO                        ",
               "COSTO      CUPO INSC".
           MOVE 0 TO sal-ciclo sal-numero.
           START SALIDAS KEY IS NOT LESS THAN sal-llave
               INVALID KEY MOVE 1 TO w-flag-sal
           END-START.
           PERFORM UNTIL fin-sal
               READ SALIDAS NEXT AT END MOVE 1 TO w-flag-sal
               END-READ
               IF NOT fin-sal
                   DISPLAY sal-ciclo, "  ", sal-numero, " ", sal-fecha,
                       " ", sal-destino, " ", sal-costo, " ",
                       sal-cupo, "  ", sal-inscriptos
               END-IF
           END-PERFORM.

       210-PEDIR-SALIDA.
           MOVE "N" TO w-salida-ok.
           DISPLAY "Ciclo de la salida".
           ACCEPT w-sp-ciclo.
           DISPLAY "Numero de salida".
           ACCEPT w-sp-numero.
           MOVE w-salida-pedida TO sal-llave.
           READ SALIDAS
               INVALID KEY DISPLAY "NO EXISTE ESA SALIDA"
               NOT INVALID KEY
                   SET salida-hallada TO TRUE
                   DISPLAY sal-destino, " el ", sal-fecha,
                       " - inscriptos ", sal-inscriptos, " de ",
                       sal-cupo
           END-READ.

       300-ABM-SALIDA.
           MOVE "N" TO w-existe.
           DISPLAY "Ciclo".
           ACCEPT w-sp-ciclo.
           DISPLAY "Numero de salida".
           ACCEPT w-sp-numero.
           MOVE w-salida-pedida TO sal-llave.
           READ SALIDAS
               INVALID KEY
                   MOVE spaces TO sal-reg
                   MOVE w-salida-pedida TO sal-llave
                   MOVE 0 TO sal-inscriptos sal-cuota
                   MOVE "N" TO sal-cargada
               NOT INVALID KEY
                   SET reg-existe TO TRUE
           END-READ.
           IF reg-existe AND salida-cargada
               DISPLAY "EL COSTO YA SE IMPUTO EN LA CUOTA ", sal-cuota,
                   " - SOLO SE PUEDE CAMBIAR DESTINO Y FECHA"
           END-IF.
           DISPLAY "Destino".
           ACCEPT sal-destino.
           DISPLAY "Fecha (AAAAMMDD)".
           ACCEPT sal-fecha.
           IF NOT salida-cargada
               PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 4
                   DISPLAY "Curso ", w-ind, " - anio (0 = ninguno)"
                   ACCEPT sal-cu-anio(w-ind)
                   IF sal-cu-anio(w-ind) = 0
                       MOVE 0 TO sal-cu-curso(w-ind)
                       MOVE 0 TO sal-cu-turno(w-ind)
                   ELSE
                       DISPLAY "  Curso"
                       ACCEPT sal-cu-curso(w-ind)
                       DISPLAY "  Turno"
                       ACCEPT sal-cu-turno(w-ind)
                   END-IF
               END-PERFORM
               DISPLAY "Costo por alumno"
               ACCEPT sal-costo
               DISPLAY "Cupo maximo"
               ACCEPT sal-cupo
           END-IF.
           IF sal-cupo < sal-inscriptos
               DISPLAY "EL CUPO NO PUEDE SER MENOR A LOS INSCRIPTOS"
               MOVE sal-inscriptos TO sal-cupo
           END-IF.
           IF reg-existe
               REWRITE sal-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA SALIDA"
               END-REWRITE
           ELSE
               WRITE sal-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA SALIDA"
               END-WRITE
           END-IF.

      * Se recorre la nomina de cada curso de la salida y se pregunta
      * por los alumnos que todavia no estan anotados, hasta el cupo
       400-INSCRIBIR.
           IF salida-cargada
               DISPLAY "LA SALIDA YA FUE IMPUTADA - NO SE INSCRIBE MAS"
           ELSE
               PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 4
                   IF sal-cu-anio(w-ind) NOT = 0
                       PERFORM 410-RECORRER-NOMINA
                   END-IF
               END-PERFORM
               REWRITE sal-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA SALIDA"
               END-REWRITE
           END-IF.

       410-RECORRER-NOMINA.
           DISPLAY "Curso ", sal-cu-anio(w-ind), "/",
               sal-cu-curso(w-ind), " turno ", sal-cu-turno(w-ind).
           MOVE 0 TO w-flag-cursos.
           MOVE sal-ciclo TO cur-ciclo.
           MOVE sal-cu-anio(w-ind) TO cur-anio.
           MOVE sal-cu-curso(w-ind) TO cur-curso.
           MOVE sal-cu-turno(w-ind) TO cur-turno.
           MOVE 0 TO cur-orden.
           START CURSOS KEY IS NOT LESS THAN curso-llave
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-ciclo NOT = sal-ciclo
                           OR cur-anio NOT = sal-cu-anio(w-ind)
                           OR cur-curso NOT = sal-cu-curso(w-ind)
                           OR cur-turno NOT = sal-cu-turno(w-ind)
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       PERFORM 420-OFRECER-ALUMNO
                   END-IF
               END-IF
           END-PERFORM.

       420-OFRECER-ALUMNO.
           MOVE sal-ciclo TO si-ciclo.
           MOVE sal-numero TO si-numero.
           MOVE cur-legajo TO si-legajo.
           READ SALINSC
               INVALID KEY
                   IF sal-inscriptos NOT < sal-cupo
                       DISPLAY "CUPO COMPLETO - ", cur-legajo,
                           " queda afuera"
                   ELSE
                       PERFORM 430-PREGUNTAR-ALUMNO
                   END-IF
               NOT INVALID KEY CONTINUE
           END-READ.

       430-PREGUNTAR-ALUMNO.
           MOVE cur-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY MOVE "(sin alumno)" TO alu-nombre
           END-READ.
           DISPLAY cur-legajo, " ", alu-nombre, " va? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta = "S"
               MOVE sal-ciclo TO si-ciclo
               MOVE sal-numero TO si-numero
               MOVE cur-legajo TO si-legajo
               MOVE cur-curso TO si-curso
               MOVE cur-cta-cte TO si-cta-cte
               MOVE "N" TO si-autorizacion
               MOVE 0 TO si-fecha-aut si-cuota
               WRITE si-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA INSCRIPCION"
                   NOT INVALID KEY ADD 1 TO sal-inscriptos
               END-WRITE
           END-IF.

      * Autorizacion firmada recibida, por legajo; B = darlo de baja
      * de la salida si todavia no se imputo el costo
       500-AUTORIZACIONES.
           DISPLAY "Legajo (x fin 0)".
           ACCEPT w-legajo.
           PERFORM UNTIL w-legajo = 0
               MOVE sal-ciclo TO si-ciclo
               MOVE sal-numero TO si-numero
               MOVE w-legajo TO si-legajo
               READ SALINSC
                   INVALID KEY DISPLAY "NO ESTA INSCRIPTO EN LA SALIDA"
                   NOT INVALID KEY PERFORM 510-MARCAR-AUTORIZACION
               END-READ
               DISPLAY "Legajo (x fin 0)"
               ACCEPT w-legajo
           END-PERFORM.
           REWRITE sal-reg
               INVALID KEY DISPLAY "NO PUDE GRABAR LA SALIDA"
           END-REWRITE.

       510-MARCAR-AUTORIZACION.
           DISPLAY "Autorizacion recibida (S/N), B = baja de la salida".
           ACCEPT w-respuesta.
           EVALUATE w-respuesta
               WHEN "S"
                   MOVE "S" TO si-autorizacion
                   MOVE w-fecha-hoy TO si-fecha-aut
                   REWRITE si-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-REWRITE
               WHEN "N"
                   MOVE "N" TO si-autorizacion
                   MOVE 0 TO si-fecha-aut
                   REWRITE si-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-REWRITE
               WHEN "B"
                   IF salida-cargada
                       DISPLAY "EL COSTO YA SE IMPUTO - ANULAR EL ",
                           "CARGO EN CARGOS ANTES DE DARLO DE BAJA"
                   ELSE
                       DELETE SALINSC
                           INVALID KEY DISPLAY "NO PUDE BORRAR"
                           NOT INVALID KEY
                               SUBTRACT 1 FROM sal-inscriptos
                       END-DELETE
                   END-IF
           END-EVALUATE.

      * Imputacion en una sola corrida: un cargo por participante en
      * la cuota elegida, con el concepto CONC-SALIDA. Si esa cuota
      * ya se genero para la cta-cte el cargo no entraria en la
      * cuota y el alumno se informa para cargarlo a mano
       600-IMPUTAR-COSTO.
           IF salida-cargada
               DISPLAY "LA SALIDA YA SE IMPUTO EN LA CUOTA ", sal-cuota
           ELSE
               MOVE w-concepto-salida TO con-codigo
               READ CONCEPTOS
                   INVALID KEY
                       DISPLAY "ATENCION: EL CONCEPTO ",
                           w-concepto-salida, " NO ESTA EN LA TABLA"
               END-READ
               DISPLAY "Cuota en la que se imputa el costo"
               ACCEPT w-cuota-elegida
               PERFORM 610-IMPUTAR-PARTICIPANTES
               MOVE w-cuota-elegida TO sal-cuota
               MOVE "S" TO sal-cargada
               REWRITE sal-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA SALIDA"
               END-REWRITE
               DISPLAY "Cargos grabados: ", w-cant-cargados,
                   "  con la cuota ya generada: ", w-cant-rechazados
           END-IF.

       610-IMPUTAR-PARTICIPANTES.
           MOVE 0 TO w-cant-cargados w-cant-rechazados.
           PERFORM 800-POSICIONAR-INSCRIPTOS.
           PERFORM UNTIL fin-si
               PERFORM 810-LEER-INSCRIPTO
               IF NOT fin-si
                   MOVE si-curso TO pag-curso
                   MOVE si-cta-cte TO pag-cta-cte
                   MOVE w-cuota-elegida TO pag-cuota
                   READ PAGOS
                       INVALID KEY PERFORM 620-GRABAR-CARGO
                       NOT INVALID KEY
                           DISPLAY "CUOTA YA GENERADA - legajo ",
                               si-legajo, " cta ", si-cta-cte
                           ADD 1 TO w-cant-rechazados
                   END-READ
               END-IF
           END-PERFORM.

       620-GRABAR-CARGO.
           MOVE si-curso TO car-curso.
           MOVE si-cta-cte TO car-cta-cte.
           MOVE w-cuota-elegida TO car-cuota.
           MOVE w-concepto-salida TO car-concepto.
           READ CARGOS
               INVALID KEY
                   MOVE sal-costo TO car-importe
                   WRITE car-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR EL CARGO"
                   END-WRITE
               NOT INVALID KEY
                   ADD sal-costo TO car-importe
                   REWRITE car-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR EL CARGO"
                   END-REWRITE
           END-READ.
           MOVE w-cuota-elegida TO si-cuota.
           REWRITE si-reg
               INVALID KEY DISPLAY "NO PUDE GRABAR LA INSCRIPCION"
           END-REWRITE.
           ADD 1 TO w-cant-cargados.

      * Listado de la salida: quien va, si tiene la autorizacion y
      * si pago la cuota donde se imputo el costo
       700-LISTADO.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "SALIDA " sal-ciclo "/" sal-numero " - "
               sal-destino " - " sal-fecha
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE all "=" TO lis-linea.
           WRITE lis-linea.
           MOVE lin-cab-salida TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO w-cant-sin-aut w-cant-impagos.
           PERFORM 800-POSICIONAR-INSCRIPTOS.
           PERFORM UNTIL fin-si
               PERFORM 810-LEER-INSCRIPTO
               IF NOT fin-si
                   PERFORM 710-RENGLON-PARTICIPANTE
               END-IF
           END-PERFORM.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Van: " sal-inscriptos "  Sin autorizacion: "
               w-cant-sin-aut "  Sin pagar: " w-cant-impagos
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO.
           DISPLAY "Listado en listado_salidas.txt".

       710-RENGLON-PARTICIPANTE.
           MOVE si-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY MOVE "(sin alumno)" TO alu-nombre
           END-READ.
           MOVE si-legajo TO lp-legajo.
           MOVE alu-nombre TO lp-nombre.
           IF si-autorizado
               MOVE "RECIBIDA" TO lp-autorizacion
           ELSE
               MOVE "** FALTA **" TO lp-autorizacion
               ADD 1 TO w-cant-sin-aut
           END-IF.
           IF si-cuota = 0
               MOVE "SIN IMPUTAR" TO w-estado-pago
           ELSE
               MOVE si-curso TO pag-curso
               MOVE si-cta-cte TO pag-cta-cte
               MOVE si-cuota TO pag-cuota
               READ PAGOS
                   INVALID KEY MOVE "NO GENERADA" TO w-estado-pago
                   NOT INVALID KEY
                       IF pag-fec-pago = 0
                           MOVE "IMPAGA" TO w-estado-pago
                       ELSE
                           MOVE "PAGADA" TO w-estado-pago
                       END-IF
               END-READ
               IF w-estado-pago NOT = "PAGADA"
                   ADD 1 TO w-cant-impagos
               END-IF
           END-IF.
           MOVE w-estado-pago TO lp-pago.
           MOVE lin-participante TO lis-linea.
           WRITE lis-linea.

       800-POSICIONAR-INSCRIPTOS.
           MOVE 0 TO w-flag-si.
           MOVE sal-ciclo TO si-ciclo.
           MOVE sal-numero TO si-numero.
           MOVE 0 TO si-legajo.
           START SALINSC KEY IS NOT LESS THAN si-llave
               INVALID KEY MOVE 1 TO w-flag-si
           END-START.

       810-LEER-INSCRIPTO.
           READ SALINSC NEXT AT END MOVE 1 TO w-flag-si
           END-READ.
           IF NOT fin-si
               IF si-ciclo NOT = sal-ciclo OR si-numero NOT = sal-numero
                   MOVE 1 TO w-flag-si
               END-IF
           END-IF.

       900-FIN.
           CLOSE SALIDAS SALINSC CARGOS CURSOS ALUMNOS PAGOS CONCEPTOS.
       END PROGRAM Salidas.
