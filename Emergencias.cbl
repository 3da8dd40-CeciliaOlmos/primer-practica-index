      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ficha de emergencia por legajo: contactos en orden de
      *          prioridad, cobertura medica (obra social y numero de
      *          afiliado), alergias y condiciones, y personas
      *          autorizadas a retirar al alumno (nombre, DNI,
      *          parentesco, vigencia desde/hasta). Imprime la planilla
      *          de emergencia de un curso para salidas y permite
      *          consultar en la puerta por el DNI de quien retira
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Emergencias.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHAS ASSIGN TO "..\emergencias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fe-legajo.

           SELECT OPTIONAL AUTORIZADOS ASSIGN TO "..\autorizados.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS aut-llave
           ALTERNATE RECORD KEY IS aut-dni WITH DUPLICATES.

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

           SELECT OPTIONAL CURSOCAT ASSIGN TO "..\cursocat.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cat-llave.

           SELECT PLANILLA ASSIGN TO "..\planilla_emergencia.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Los contactos van en orden de prioridad: el 1 es el primero
      * al que se llama
       FD  FICHAS.
       01  fe-reg.
           03 fe-legajo pic 9(5).
           03 fe-contacto occurs 3.
               05 fe-con-nombre pic x(20).
               05 fe-con-relacion pic x(12).
               05 fe-con-telefono pic x(15).
           03 fe-obra-social pic x(20).
           03 fe-nro-afiliado pic x(20).
           03 fe-alergias pic x(40).
           03 fe-condiciones pic x(40).
           03 fe-fecha pic 9(8).

       FD  AUTORIZADOS.
       01  aut-reg.
           03 aut-llave.
               05 aut-legajo pic 9(5).
               05 aut-dni pic 9(8).
           03 aut-nombre pic x(20).
           03 aut-parentesco pic x(12).
           03 aut-desde pic 9(8).
           03 aut-hasta pic 9(8).

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

       FD  CURSOCAT.
       01  cat-reg.
           03 cat-llave.
               05 cat-ciclo pic 9(4).
               05 cat-anio pic 9.
               05 cat-curso pic 99.
           03 cat-nombre pic x(20).
           03 cat-nivel pic x(10).
           03 cat-sede pic 99.

       FD  PLANILLA.
       01  pla-linea pic x(100).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "C".
           88 modo-ficha value "F".
           88 modo-autorizados value "A".
           88 modo-planilla value "P".
       77  w-fecha-hoy pic 9(8).
       77  w-legajo pic 9(5).
       77  w-dni-puerta pic 9(8).
       77  w-ind pic 9.
       77  w-existe pic x.
           88 reg-existe value "S".
       77  w-opcion pic x.
       77  w-flag-aut pic 9 value 0.
           88 fin-aut value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-cant-habilitados pic 9(3).
       77  w-cant-alumnos pic 9(3).
       77  w-vigencia pic x(12).
       01  w-curso-pedido.
           03 w-cp-ciclo pic 9(4).
           03 w-cp-anio pic 9.
           03 w-cp-curso pic 99.
           03 w-cp-turno pic 9.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Emergencias".
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
               WHEN modo-ficha
                   PERFORM 200-PEDIR-LEGAJO
                   PERFORM UNTIL w-legajo = 0
                       PERFORM 300-CARGAR-FICHA
                       PERFORM 200-PEDIR-LEGAJO
                   END-PERFORM
               WHEN modo-autorizados
                   PERFORM 200-PEDIR-LEGAJO
                   PERFORM UNTIL w-legajo = 0
                       PERFORM 400-AUTORIZADOS
                       PERFORM 200-PEDIR-LEGAJO
                   END-PERFORM
               WHEN modo-planilla
                   PERFORM 600-PLANILLA-CURSO
               WHEN OTHER
                   DISPLAY "DNI de quien retira (x fin 0)"
                   ACCEPT w-dni-puerta
                   PERFORM UNTIL w-dni-puerta = 0
                       PERFORM 500-CONSULTA-PUERTA
                       DISPLAY "DNI de quien retira (x fin 0)"
                       ACCEPT w-dni-puerta
                   END-PERFORM
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

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (C=Consulta por DNI en puerta, F=Ficha, ",
               "A=Autorizados a retirar, P=Planilla del curso)".
           ACCEPT w-modo.
           IF modo-ficha OR modo-autorizados
               OPEN I-O FICHAS AUTORIZADOS
           ELSE
               OPEN INPUT FICHAS AUTORIZADOS
           END-IF.
           OPEN INPUT ALUMNOS CURSOS CURSOCAT.

       200-PEDIR-LEGAJO.
           DISPLAY "Legajo del alumno (x fin 0)".
           ACCEPT w-legajo.
           IF w-legajo NOT = 0
               MOVE w-legajo TO alu-legajo
               READ ALUMNOS KEY IS alu-legajo
                   INVALID KEY
                       DISPLAY "LEGAJO INEXISTENTE"
                       MOVE 0 TO w-legajo
                   NOT INVALID KEY
                       DISPLAY alu-nombre, "  DNI ", alu-dni
               END-READ
           END-IF.

       300-CARGAR-FICHA.
           MOVE "N" TO w-existe.
           MOVE w-legajo TO fe-legajo.
           READ FICHAS
               INVALID KEY
                   MOVE spaces TO fe-reg
                   MOVE w-legajo TO fe-legajo
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   PERFORM 310-MOSTRAR-FICHA
           END-READ.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 3
               DISPLAY "Contacto ", w-ind, " - nombre (blanco = ",
                   "sin contacto)"
               ACCEPT fe-con-nombre(w-ind)
               IF fe-con-nombre(w-ind) NOT = spaces
                   DISPLAY "  Relacion"
                   ACCEPT fe-con-relacion(w-ind)
                   DISPLAY "  Telefono"
                   ACCEPT fe-con-telefono(w-ind)
               ELSE
                   MOVE spaces TO fe-con-relacion(w-ind)
                   MOVE spaces TO fe-con-telefono(w-ind)
               END-IF
           END-PERFORM.
           DISPLAY "Obra social".
           ACCEPT fe-obra-social.
           DISPLAY "Numero de afiliado".
           ACCEPT fe-nro-afiliado.
           DISPLAY "Alergias".
           ACCEPT fe-alergias.
           DISPLAY "Condiciones / medicacion".
           ACCEPT fe-condiciones.
           MOVE w-fecha-hoy TO fe-fecha.
           IF reg-existe
               REWRITE fe-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA FICHA"
               END-REWRITE
           ELSE
               WRITE fe-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA FICHA"
               END-WRITE
           END-IF.

       310-MOSTRAR-FICHA.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 3
               IF fe-con-nombre(w-ind) NOT = spaces
                   DISPLAY "  ", w-ind, ") ", fe-con-nombre(w-ind),
                       " ", fe-con-relacion(w-ind), " ",
                       fe-con-telefono(w-ind)
               END-IF
           END-PERFORM.
           DISPLAY "  Obra social: ", fe-obra-social, " Nro ",
               fe-nro-afiliado.
           DISPLAY "  Alergias: ", fe-alergias.
           DISPLAY "  Condiciones: ", fe-condiciones.

       400-AUTORIZADOS.
           PERFORM 410-LISTAR-AUTORIZADOS.
           DISPLAY "A=Agregar/modificar, B=Borrar, otro=seguir".
           ACCEPT w-opcion.
           EVALUATE w-opcion
               WHEN "A"
                   PERFORM 420-GRABAR-AUTORIZADO
               WHEN "B"
                   MOVE w-legajo TO aut-legajo
                   DISPLAY "DNI del autorizado a borrar"
                   ACCEPT aut-dni
                   DELETE AUTORIZADOS
                       INVALID KEY DISPLAY "NO ESTA AUTORIZADO"
                   END-DELETE
           END-EVALUATE.

       410-LISTAR-AUTORIZADOS.
           MOVE w-legajo TO aut-legajo.
           MOVE 0 TO aut-dni.
           MOVE 0 TO w-flag-aut.
           START AUTORIZADOS KEY IS NOT LESS THAN aut-llave
               INVALID KEY MOVE 1 TO w-flag-aut
           END-START.
           PERFORM UNTIL fin-aut
               READ AUTORIZADOS NEXT AT END MOVE 1 TO w-flag-aut
               END-READ
               IF NOT fin-aut
                   IF aut-legajo NOT = w-legajo
                       MOVE 1 TO w-flag-aut
                   ELSE
                       PERFORM 430-VIGENCIA
                       DISPLAY "  ", aut-dni, " ", aut-nombre, " ",
                           aut-parentesco, " ", aut-desde, "-",
                           aut-hasta, " ", w-vigencia
                   END-IF
               END-IF
           END-PERFORM.

       420-GRABAR-AUTORIZADO.
           MOVE "N" TO w-existe.
           MOVE w-legajo TO aut-legajo.
           DISPLAY "DNI del autorizado".
           ACCEPT aut-dni.
           READ AUTORIZADOS
               INVALID KEY CONTINUE
               NOT INVALID KEY SET reg-existe TO TRUE
           END-READ.
           DISPLAY "Nombre".
           ACCEPT aut-nombre.
           DISPLAY "Parentesco".
           ACCEPT aut-parentesco.
           DISPLAY "Vigente desde (AAAAMMDD)".
           ACCEPT aut-desde.
           DISPLAY "Vigente hasta (AAAAMMDD, 0 = sin vencimiento)".
           ACCEPT aut-hasta.
           IF aut-hasta NOT = 0 AND aut-hasta < aut-desde
               DISPLAY "LA VIGENCIA ESTA INVERTIDA - NO SE GRABA"
           ELSE
               IF reg-existe
                   REWRITE aut-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-REWRITE
               ELSE
                   WRITE aut-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-WRITE
               END-IF
           END-IF.

       430-VIGENCIA.
           IF w-fecha-hoy < aut-desde
               MOVE "NO VIGENTE" TO w-vigencia
           ELSE
               IF aut-hasta NOT = 0 AND w-fecha-hoy > aut-hasta
                   MOVE "VENCIDA" TO w-vigencia
               ELSE
                   MOVE "VIGENTE" TO w-vigencia
               END-IF
           END-IF.

      * Consulta en la puerta: todos los alumnos que esa persona
      * puede retirar hoy, con la vigencia de cada autorizacion
       500-CONSULTA-PUERTA.
           MOVE 0 TO w-cant-habilitados.
           MOVE w-dni-puerta TO aut-dni.
           MOVE 0 TO w-flag-aut.
           START AUTORIZADOS KEY IS = aut-dni
               INVALID KEY MOVE 1 TO w-flag-aut
           END-START.
           PERFORM UNTIL fin-aut
               READ AUTORIZADOS NEXT AT END MOVE 1 TO w-flag-aut
               END-READ
               IF NOT fin-aut
                   IF aut-dni NOT = w-dni-puerta
                       MOVE 1 TO w-flag-aut
                   ELSE
                       PERFORM 510-MOSTRAR-HABILITADO
                   END-IF
               END-IF
           END-PERFORM.
           IF w-cant-habilitados = 0
               DISPLAY "*** NO ESTA AUTORIZADO A RETIRAR A NINGUN ",
                   "ALUMNO HOY ***"
           END-IF.

       510-MOSTRAR-HABILITADO.
           MOVE aut-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY MOVE "(sin alumno)" TO alu-nombre
           END-READ.
           PERFORM 430-VIGENCIA.
           DISPLAY aut-nombre, " (", aut-parentesco, ") puede ",
               "retirar a ", alu-nombre, " legajo ", aut-legajo,
               " - ", w-vigencia.
           IF w-vigencia = "VIGENTE"
               ADD 1 TO w-cant-habilitados
           END-IF.

      * Planilla de emergencia del curso para llevar a las salidas
       600-PLANILLA-CURSO.
           DISPLAY "Ciclo".
           ACCEPT w-cp-ciclo.
           DISPLAY "Anio".
           ACCEPT w-cp-anio.
           DISPLAY "Curso".
           ACCEPT w-cp-curso.
           DISPLAY "Turno".
           ACCEPT w-cp-turno.
           MOVE w-cp-ciclo TO cat-ciclo.
           MOVE w-cp-anio TO cat-anio.
           MOVE w-cp-curso TO cat-curso.
           READ CURSOCAT
               INVALID KEY MOVE spaces TO cat-nombre
           END-READ.
           OPEN OUTPUT PLANILLA.
           MOVE spaces TO pla-linea.
           STRING "PLANILLA DE EMERGENCIA  Ciclo " w-cp-ciclo
               "  Curso " w-cp-anio "/" w-cp-curso " turno "
               w-cp-turno "  " cat-nombre "  Fecha " w-fecha-hoy
               DELIMITED BY SIZE INTO pla-linea.
           WRITE pla-linea.
           MOVE all "=" TO pla-linea.
           WRITE pla-linea.
           MOVE 0 TO w-cant-alumnos.
           MOVE 0 TO w-flag-cursos.
           MOVE w-cp-ciclo TO cur-ciclo.
           MOVE w-cp-anio TO cur-anio.
           MOVE w-cp-curso TO cur-curso.
           MOVE w-cp-turno TO cur-turno.
           MOVE 0 TO cur-orden.
           START CURSOS KEY IS NOT LESS THAN curso-llave
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-ciclo NOT = w-cp-ciclo
                           OR cur-anio NOT = w-cp-anio
                           OR cur-curso NOT = w-cp-curso
                           OR cur-turno NOT = w-cp-turno
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       PERFORM 610-RENGLON-PLANILLA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PLANILLA.
           DISPLAY "Alumnos en la planilla: ", w-cant-alumnos,
               " (planilla_emergencia.txt)".

       610-RENGLON-PLANILLA.
           ADD 1 TO w-cant-alumnos.
           MOVE cur-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY
                   MOVE "(sin alumno)" TO alu-nombre
                   MOVE 0 TO alu-dni
           END-READ.
           MOVE spaces TO pla-linea.
           STRING cur-legajo " " alu-nombre " DNI " alu-dni
               DELIMITED BY SIZE INTO pla-linea.
           WRITE pla-linea.
           MOVE cur-legajo TO fe-legajo.
           READ FICHAS
               INVALID KEY
                   MOVE "   *** SIN FICHA DE EMERGENCIA ***"
                       TO pla-linea
                   WRITE pla-linea
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 620-DETALLE-FICHA
           END-READ.
           MOVE all "-" TO pla-linea.
           WRITE pla-linea.

       620-DETALLE-FICHA.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 3
               IF fe-con-nombre(w-ind) NOT = spaces
                   MOVE spaces TO pla-linea
                   STRING "   " w-ind ") " fe-con-nombre(w-ind) " "
                       fe-con-relacion(w-ind) " Tel "
                       fe-con-telefono(w-ind)
                       DELIMITED BY SIZE INTO pla-linea
                   WRITE pla-linea
               END-IF
           END-PERFORM.
           MOVE spaces TO pla-linea.
           STRING "   Obra social: " fe-obra-social " Nro "
               fe-nro-afiliado
               DELIMITED BY SIZE INTO pla-linea.
           WRITE pla-linea.
           MOVE spaces TO pla-linea.
           STRING "   Alergias: " fe-alergias
               DELIMITED BY SIZE INTO pla-linea.
           WRITE pla-linea.
           MOVE spaces TO pla-linea.
           STRING "   Condiciones: " fe-condiciones
               DELIMITED BY SIZE INTO pla-linea.
           WRITE pla-linea.

       900-FIN.
           CLOSE FICHAS AUTORIZADOS ALUMNOS CURSOS CURSOCAT.
       END PROGRAM Emergencias.
