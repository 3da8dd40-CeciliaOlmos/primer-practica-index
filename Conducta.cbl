      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de conducta por legajo y ciclo lectivo:
      *          amonestaciones, suspensiones, actas de compromiso y
      *          observaciones con fecha, puntos, el docente que
      *          informa y la descripcion. Se lleva el acumulado de
      *          puntos del legajo en el ciclo y, al alcanzar el
      *          limite del reglamento (parametro CONDUCTA-LIM), se
      *          encola la notificacion a la familia. Una sancion
      *          cargada por error se anula y descuenta sus puntos.
      *          El informe por curso es para el consejo de
      *          convivencia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Conducta.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL CURSOCAT ASSIGN TO "..\cursocat.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cat-llave.

           SELECT OPTIONAL DOCENTES ASSIGN TO "..\docentes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS doc-dni.

           SELECT OPTIONAL CONDUCTA ASSIGN TO "..\conducta.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cd-llave.

           SELECT OPTIONAL CONDUCTA-ACUM
           ASSIGN TO "..\conducta_acum.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ca-llave.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL NOTIFICACIONES
           ASSIGN TO "..\notificaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO "..\listado_conducta.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  CURSOCAT.
       01  cat-reg.
           03 cat-llave.
               05 cat-ciclo pic 9(4).
               05 cat-anio pic 9.
               05 cat-curso pic 99.
           03 cat-nombre pic x(20).
           03 cat-nivel pic x(10).
           03 cat-sede pic 99.

       FD  DOCENTES.
       01  doc-reg.
           03 doc-dni pic 9(8).
           03 doc-nombre pic x(20).
           03 doc-telefono pic x(15).
           03 doc-email pic x(30).
           03 doc-horas-max pic 99.

      * Una constancia por hecho; la llave junta las del legajo en el
      * ciclo en orden de fecha
       FD  CONDUCTA.
       01  cd-reg.
           03 cd-llave.
               05 cd-ciclo pic 9(4).
               05 cd-legajo pic 9(5).
               05 cd-fecha pic 9(8).
               05 cd-secuencia pic 99.
           03 cd-tipo pic x.
               88 cd-amonestacion value "A".
               88 cd-suspension value "S".
               88 cd-acta value "C".
               88 cd-observacion value "O".
               88 cd-tipo-valido value "A" "S" "C" "O".
           03 cd-puntos pic 9(3).
           03 cd-docente pic 9(8).
           03 cd-descripcion pic x(50).
           03 cd-operador pic x(10).
           03 cd-estado pic x.
               88 cd-vigente value "V".
               88 cd-anulada value "N".
           03 cd-fec-alta pic 9(8).

       FD  CONDUCTA-ACUM.
       01  ca-reg.
           03 ca-llave.
               05 ca-ciclo pic 9(4).
               05 ca-legajo pic 9(5).
           03 ca-puntos pic 9(4).
           03 ca-cant-amonest pic 9(3).
           03 ca-cant-susp pic 9(3).
           03 ca-cant-actas pic 9(3).
           03 ca-nivel pic x.
               88 ca-en-regla value "N".
               88 ca-excedido value "E".
           03 ca-fec-ult pic 9(8).

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

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

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "R".
           88 modo-registro value "R".
           88 modo-anular value "N".
           88 modo-consulta value "C".
           88 modo-informe value "I".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-cd pic 9 value 0.
           88 fin-cd value 1.
       77  w-ciclo pic 9(4).
       77  w-legajo pic 9(5).
       77  w-fecha-hecho pic 9(8).
       77  w-ult-secuencia pic 99.
       77  w-inscripto pic x.
           88 legajo-inscripto value "S".
       77  w-alumno-ok pic x.
           88 alumno-ok value "S".
       77  w-ca-existe pic x value "N".
           88 ca-existe value "S".
       77  w-nivel-ant pic x.
       77  w-respuesta pic x.
      * Puntos del reglamento que dejan al alumno en falta
       77  w-puntos-limite pic 9(4) value 25.
       77  w-cant-alumnos pic 999 value 0.
       77  w-cant-excedidos pic 999 value 0.
       77  w-cant-avisos pic 999 value 0.
       77  w-cant-hechos pic 999.
       77  w-texto-tipo pic x(12).
       77  w-cd-guardado pic x(100).
       01  w-curso-pedido.
           03 w-cp-ciclo pic 9(4).
           03 w-cp-anio pic 9.
           03 w-cp-curso pic 99.
           03 w-cp-turno pic 9.
       77  w-ins-anio pic 9.
       77  w-ins-curso pic 99.
       77  w-ins-turno pic 9.

       01  lin-consejo.
           03 k-legajo pic 9(5).
           03 filler pic x value space.
           03 k-nombre pic x(20).
           03 filler pic x value space.
           03 k-amonest pic zz9.
           03 filler pic x(2) value spaces.
           03 k-susp pic zz9.
           03 filler pic x(2) value spaces.
           03 k-actas pic zz9.
           03 filler pic x(2) value spaces.
           03 k-puntos pic z.zz9.
           03 filler pic x(2) value spaces.
           03 k-situacion pic x(12).
       01  lin-hecho.
           03 filler pic x(7) value spaces.
           03 h-fecha pic 9(8).
           03 filler pic x value space.
           03 h-tipo pic x(12).
           03 filler pic x value space.
           03 h-puntos pic zz9.
           03 filler pic x value space.
           03 h-descripcion pic x(45).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Conducta".
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
               WHEN modo-anular
                   PERFORM 400-ANULAR
               WHEN modo-consulta
                   PERFORM 500-CONSULTAR-LEGAJO
               WHEN modo-informe
                   PERFORM 600-INFORME-CURSO
               WHEN OTHER
                   PERFORM 200-REGISTRAR
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
           DISPLAY "Modo (R=Registrar, N=Anular, C=Consulta de un ",
               "legajo, I=Informe por curso)".
           ACCEPT w-modo.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-LEER-OPERADOR.
           OPEN INPUT CURSOS ALUMNOS CURSOCAT DOCENTES.
           IF modo-registro OR modo-anular
               OPEN I-O CONDUCTA CONDUCTA-ACUM
               OPEN EXTEND NOTIFICACIONES
           ELSE
               OPEN INPUT CONDUCTA CONDUCTA-ACUM
           END-IF.
           IF modo-informe
               OPEN OUTPUT LISTADO
           END-IF.

       110-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           MOVE "CONDUCTA-LIM" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-puntos-limite
           END-READ.
           CLOSE PARAMETROS.

      * El operador sale de la sesion del menu; si el programa corre
      * suelto se lo pide
       120-LEER-OPERADOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF fin-oa OR oa-codigo = spaces
               DISPLAY "Operador (preceptor)"
               ACCEPT w-operador
           ELSE
               MOVE oa-codigo TO w-operador
           END-IF.

      * Legajo y ciclo: el alumno tiene que existir y estar inscripto
      * en algun curso del ciclo
       150-PEDIR-LEGAJO.
           DISPLAY "Legajo (x fin 0)".
           ACCEPT w-legajo.
           IF w-legajo NOT = 0
               DISPLAY "Ciclo lectivo (AAAA)"
               ACCEPT w-ciclo
               PERFORM 160-LEER-ALUMNO
               PERFORM 170-BUSCAR-INSCRIPCION
           END-IF.

       160-LEER-ALUMNO.
           MOVE "N" TO w-alumno-ok.
           MOVE w-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY
                   MOVE "(sin alumno)" TO alu-nombre
                   MOVE 0 TO alu-dni
                   MOVE spaces TO alu-telefono alu-email
               NOT INVALID KEY
                   MOVE "S" TO w-alumno-ok
           END-READ.

       170-BUSCAR-INSCRIPCION.
           MOVE "N" TO w-inscripto.
           MOVE 0 TO w-flag-cursos.
           MOVE w-legajo TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos OR legajo-inscripto
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = w-legajo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       IF cur-ciclo = w-ciclo
                           MOVE "S" TO w-inscripto
                           MOVE cur-anio TO w-ins-anio
                           MOVE cur-curso TO w-ins-curso
                           MOVE cur-turno TO w-ins-turno
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Registro de sanciones
      ******************************************************************
       200-REGISTRAR.
           PERFORM 150-PEDIR-LEGAJO.
           PERFORM UNTIL w-legajo = 0
               IF NOT alumno-ok
                   DISPLAY "LEGAJO INEXISTENTE"
               ELSE
                   IF NOT legajo-inscripto
                       DISPLAY "EL LEGAJO NO ESTA INSCRIPTO EN EL ",
                           "CICLO ", w-ciclo
                   ELSE
                       DISPLAY alu-nombre, "  curso ", w-ins-anio,
                           "/", w-ins-curso, " turno ", w-ins-turno
                       PERFORM 300-LEER-ACUMULADO
                       DISPLAY "Puntos acumulados en el ciclo: ",
                           ca-puntos, " (limite ", w-puntos-limite,
                           ")"
                       PERFORM 210-CARGAR-HECHO
                   END-IF
               END-IF
               PERFORM 150-PEDIR-LEGAJO
           END-PERFORM.
           DISPLAY "Avisos encolados a familias: ", w-cant-avisos.

       210-CARGAR-HECHO.
           DISPLAY "Fecha del hecho (AAAAMMDD, 0 = hoy)".
           ACCEPT w-fecha-hecho.
           IF w-fecha-hecho = 0
               MOVE w-fecha-hoy TO w-fecha-hecho
           END-IF.
           DISPLAY "Tipo (A=Amonestacion, S=Suspension, ",
               "C=Acta de compromiso, O=Observacion)".
           ACCEPT cd-tipo.
           PERFORM UNTIL cd-tipo-valido
               DISPLAY "TIPO INVALIDO - A, S, C u O"
               ACCEPT cd-tipo
           END-PERFORM.
           DISPLAY "Puntos".
           ACCEPT cd-puntos.
           DISPLAY "DNI del docente que informa".
           ACCEPT cd-docente.
           MOVE cd-docente TO doc-dni.
           READ DOCENTES
               INVALID KEY MOVE spaces TO doc-nombre
           END-READ.
           PERFORM UNTIL doc-nombre NOT = spaces
               DISPLAY "DOCENTE INEXISTENTE - DNI del docente"
               ACCEPT cd-docente
               MOVE cd-docente TO doc-dni
               READ DOCENTES
                   INVALID KEY MOVE spaces TO doc-nombre
               END-READ
           END-PERFORM.
           DISPLAY "  informa ", doc-nombre.
           DISPLAY "Descripcion".
           ACCEPT cd-descripcion.
           DISPLAY "Confirma? (S/N)".
           ACCEPT w-respuesta.
           IF w-respuesta = "S" OR w-respuesta = "s"
               PERFORM 220-GRABAR-HECHO
           ELSE
               DISPLAY "NO SE REGISTRA"
           END-IF.

      * La secuencia separa los hechos del mismo legajo en el mismo
      * dia
       220-GRABAR-HECHO.
           PERFORM 230-ULTIMA-SECUENCIA.
           MOVE w-ciclo TO cd-ciclo.
           MOVE w-legajo TO cd-legajo.
           MOVE w-fecha-hecho TO cd-fecha.
           COMPUTE cd-secuencia = w-ult-secuencia + 1.
           MOVE w-operador TO cd-operador.
           MOVE "V" TO cd-estado.
           MOVE w-fecha-hoy TO cd-fec-alta.
           WRITE cd-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA CONSTANCIA"
               NOT INVALID KEY
                   ADD cd-puntos TO ca-puntos
                   EVALUATE TRUE
                       WHEN cd-amonestacion
                           ADD 1 TO ca-cant-amonest
                       WHEN cd-suspension
                           ADD 1 TO ca-cant-susp
                       WHEN cd-acta
                           ADD 1 TO ca-cant-actas
                   END-EVALUATE
                   MOVE w-fecha-hecho TO ca-fec-ult
                   PERFORM 310-GRABAR-ACUMULADO
                   DISPLAY "Registrado. Puntos en el ciclo: ",
                       ca-puntos
           END-WRITE.

      * Los datos del hecho ya estan en el registro: la busqueda usa
      * un area aparte para no pisarlos
       230-ULTIMA-SECUENCIA.
           MOVE cd-reg TO w-cd-guardado.
           MOVE 0 TO w-ult-secuencia.
           MOVE w-ciclo TO cd-ciclo.
           MOVE w-legajo TO cd-legajo.
           MOVE w-fecha-hecho TO cd-fecha.
           MOVE 0 TO cd-secuencia.
           MOVE 0 TO w-flag-cd.
           START CONDUCTA KEY IS NOT LESS THAN cd-llave
               INVALID KEY MOVE 1 TO w-flag-cd
           END-START.
           PERFORM UNTIL fin-cd
               READ CONDUCTA NEXT AT END MOVE 1 TO w-flag-cd
               END-READ
               IF NOT fin-cd
                   IF cd-ciclo NOT = w-ciclo
                           OR cd-legajo NOT = w-legajo
                           OR cd-fecha NOT = w-fecha-hecho
                       MOVE 1 TO w-flag-cd
                   ELSE
                       MOVE cd-secuencia TO w-ult-secuencia
                   END-IF
               END-IF
           END-PERFORM.
           MOVE w-cd-guardado TO cd-reg.

      ******************************************************************
      * Acumulado del ciclo y aviso a la familia
      ******************************************************************
       300-LEER-ACUMULADO.
           MOVE w-ciclo TO ca-ciclo.
           MOVE w-legajo TO ca-legajo.
           MOVE "N" TO w-ca-existe.
           READ CONDUCTA-ACUM
               INVALID KEY
                   MOVE 0 TO ca-puntos ca-cant-amonest ca-cant-susp
                       ca-cant-actas ca-fec-ult
                   MOVE "N" TO ca-nivel
               NOT INVALID KEY
                   SET ca-existe TO TRUE
           END-READ.
           MOVE ca-nivel TO w-nivel-ant.

       310-GRABAR-ACUMULADO.
           PERFORM 320-EVALUAR-LIMITE.
           IF ca-existe
               REWRITE ca-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL ACUMULADO"
               END-REWRITE
           ELSE
               WRITE ca-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL ACUMULADO"
               END-WRITE
               SET ca-existe TO TRUE
           END-IF.
           MOVE ca-nivel TO w-nivel-ant.

      * El cruce del limite se avisa una sola vez: el nivel queda
      * anotado en el acumulado y una anulacion que baja los puntos
      * lo vuelve atras para que un nuevo cruce se avise
       320-EVALUAR-LIMITE.
           IF ca-puntos NOT < w-puntos-limite
               MOVE "E" TO ca-nivel
           ELSE
               MOVE "N" TO ca-nivel
           END-IF.
           IF ca-excedido AND w-nivel-ant NOT = "E"
               DISPLAY "  *** ALCANZO EL LIMITE DE PUNTOS DEL ",
                   "REGLAMENTO (", ca-puntos, ")"
               PERFORM 330-ENCOLAR-AVISO
           END-IF.

      * En esta plantilla el importe del aviso lleva los puntos
      * acumulados y la fecha de referencia la del ultimo hecho
       330-ENCOLAR-AVISO.
           MOVE w-fecha-hoy TO not-fecha.
           MOVE "CONDUCTA-LIM" TO not-plantilla.
           MOVE alu-dni TO not-dni.
           MOVE alu-nombre TO not-nombre.
           MOVE alu-telefono TO not-telefono.
           MOVE alu-email TO not-email.
           MOVE ca-puntos TO not-importe.
           MOVE ca-fec-ult TO not-fec-ref.
           MOVE "P" TO not-estado.
           WRITE not-reg.
           ADD 1 TO w-cant-avisos.

      ******************************************************************
      * Anulacion de una constancia cargada por error
      ******************************************************************
       400-ANULAR.
           PERFORM 150-PEDIR-LEGAJO.
           PERFORM UNTIL w-legajo = 0
               PERFORM 510-MOSTRAR-HECHOS
               IF w-cant-hechos > 0
                   DISPLAY "Fecha de la constancia a anular"
                   ACCEPT cd-fecha
                   DISPLAY "Secuencia"
                   ACCEPT cd-secuencia
                   MOVE w-ciclo TO cd-ciclo
                   MOVE w-legajo TO cd-legajo
                   READ CONDUCTA
                       INVALID KEY
                           DISPLAY "CONSTANCIA INEXISTENTE"
                       NOT INVALID KEY
                           IF cd-anulada
                               DISPLAY "LA CONSTANCIA YA ESTA ANULADA"
                           ELSE
                               PERFORM 410-DESCONTAR-HECHO
                           END-IF
                   END-READ
               END-IF
               PERFORM 150-PEDIR-LEGAJO
           END-PERFORM.

       410-DESCONTAR-HECHO.
           MOVE "N" TO cd-estado.
           MOVE w-operador TO cd-operador.
           REWRITE cd-reg
               INVALID KEY
                   DISPLAY "NO PUDE ANULAR LA CONSTANCIA"
               NOT INVALID KEY
                   PERFORM 300-LEER-ACUMULADO
                   IF cd-puntos > ca-puntos
                       MOVE 0 TO ca-puntos
                   ELSE
                       SUBTRACT cd-puntos FROM ca-puntos
                   END-IF
                   EVALUATE TRUE
                       WHEN cd-amonestacion AND ca-cant-amonest > 0
                           SUBTRACT 1 FROM ca-cant-amonest
                       WHEN cd-suspension AND ca-cant-susp > 0
                           SUBTRACT 1 FROM ca-cant-susp
                       WHEN cd-acta AND ca-cant-actas > 0
                           SUBTRACT 1 FROM ca-cant-actas
                   END-EVALUATE
                   PERFORM 310-GRABAR-ACUMULADO
                   DISPLAY "Anulada. Puntos en el ciclo: ", ca-puntos
           END-REWRITE.

      ******************************************************************
      * Consulta de un legajo
      ******************************************************************
       500-CONSULTAR-LEGAJO.
           PERFORM 150-PEDIR-LEGAJO.
           PERFORM UNTIL w-legajo = 0
               DISPLAY alu-nombre
               PERFORM 510-MOSTRAR-HECHOS
               PERFORM 300-LEER-ACUMULADO
               DISPLAY "Puntos en el ciclo: ", ca-puntos,
                   " (limite ", w-puntos-limite, ")"
               PERFORM 150-PEDIR-LEGAJO
           END-PERFORM.

       510-MOSTRAR-HECHOS.
           MOVE 0 TO w-cant-hechos.
           MOVE w-ciclo TO cd-ciclo.
           MOVE w-legajo TO cd-legajo.
           MOVE 0 TO cd-fecha cd-secuencia.
           MOVE 0 TO w-flag-cd.
           START CONDUCTA KEY IS NOT LESS THAN cd-llave
               INVALID KEY MOVE 1 TO w-flag-cd
           END-START.
           PERFORM UNTIL fin-cd
               READ CONDUCTA NEXT AT END MOVE 1 TO w-flag-cd
               END-READ
               IF NOT fin-cd
                   IF cd-ciclo NOT = w-ciclo
                           OR cd-legajo NOT = w-legajo
                       MOVE 1 TO w-flag-cd
                   ELSE
                       ADD 1 TO w-cant-hechos
                       PERFORM 800-TEXTO-TIPO
                       DISPLAY cd-fecha, "-", cd-secuencia, " ",
                           w-texto-tipo, " ", cd-puntos, " pts ",
                           "doc ", cd-docente, " ", cd-estado
                       DISPLAY "    ", cd-descripcion
                   END-IF
               END-IF
           END-PERFORM.
           IF w-cant-hechos = 0
               DISPLAY "SIN CONSTANCIAS EN EL CICLO"
           END-IF.

      ******************************************************************
      * Informe por curso para el consejo de convivencia
      ******************************************************************
       600-INFORME-CURSO.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-cp-ciclo.
           DISPLAY "Anio".
           ACCEPT w-cp-anio.
           DISPLAY "Curso".
           ACCEPT w-cp-curso.
           DISPLAY "Turno".
           ACCEPT w-cp-turno.
           MOVE w-cp-ciclo TO cat-ciclo w-ciclo.
           MOVE w-cp-anio TO cat-anio.
           MOVE w-cp-curso TO cat-curso.
           READ CURSOCAT
               INVALID KEY MOVE spaces TO cat-nombre
           END-READ.
           MOVE spaces TO lis-linea.
           STRING "CONDUCTA " w-cp-anio "/" w-cp-curso "/"
               w-cp-turno " " cat-nombre " CICLO " w-cp-ciclo
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Limite del reglamento: " w-puntos-limite
               " puntos"
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           MOVE "LEGAJO NOMBRE              AMO  SUS  ACT  PUNTOS"
               TO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
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
                       PERFORM 610-RENGLON-ALUMNO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE spaces TO lis-linea.
           STRING "Alumnos " w-cant-alumnos "  en el limite o mas "
               w-cant-excedidos
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           DISPLAY "Informe en listado_conducta.txt".

      * Cada alumno con su acumulado; debajo, el detalle de los
      * hechos vigentes de los que tienen alguno
       610-RENGLON-ALUMNO.
           ADD 1 TO w-cant-alumnos.
           MOVE cur-legajo TO w-legajo.
           PERFORM 160-LEER-ALUMNO.
           PERFORM 300-LEER-ACUMULADO.
           MOVE cur-legajo TO k-legajo.
           MOVE alu-nombre TO k-nombre.
           MOVE ca-cant-amonest TO k-amonest.
           MOVE ca-cant-susp TO k-susp.
           MOVE ca-cant-actas TO k-actas.
           MOVE ca-puntos TO k-puntos.
           IF ca-puntos NOT < w-puntos-limite
               MOVE "EN EL LIMITE" TO k-situacion
               ADD 1 TO w-cant-excedidos
           ELSE
               MOVE spaces TO k-situacion
           END-IF.
           MOVE lin-consejo TO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           IF ca-puntos > 0
               PERFORM 620-DETALLE-HECHOS
           END-IF.

       620-DETALLE-HECHOS.
           MOVE w-ciclo TO cd-ciclo.
           MOVE w-legajo TO cd-legajo.
           MOVE 0 TO cd-fecha cd-secuencia.
           MOVE 0 TO w-flag-cd.
           START CONDUCTA KEY IS NOT LESS THAN cd-llave
               INVALID KEY MOVE 1 TO w-flag-cd
           END-START.
           PERFORM UNTIL fin-cd
               READ CONDUCTA NEXT AT END MOVE 1 TO w-flag-cd
               END-READ
               IF NOT fin-cd
                   IF cd-ciclo NOT = w-ciclo
                           OR cd-legajo NOT = w-legajo
                       MOVE 1 TO w-flag-cd
                   ELSE
                       IF cd-vigente
                           PERFORM 800-TEXTO-TIPO
                           MOVE cd-fecha TO h-fecha
                           MOVE w-texto-tipo TO h-tipo
                           MOVE cd-puntos TO h-puntos
                           MOVE cd-descripcion TO h-descripcion
                           MOVE lin-hecho TO lis-linea
                           DISPLAY lis-linea
                           WRITE lis-linea
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       800-TEXTO-TIPO.
           EVALUATE TRUE
               WHEN cd-amonestacion
                   MOVE "AMONESTACION" TO w-texto-tipo
               WHEN cd-suspension
                   MOVE "SUSPENSION" TO w-texto-tipo
               WHEN cd-acta
                   MOVE "ACTA COMPROM" TO w-texto-tipo
               WHEN OTHER
                   MOVE "OBSERVACION" TO w-texto-tipo
           END-EVALUATE.

       900-FIN.
           CLOSE CURSOS ALUMNOS CURSOCAT DOCENTES CONDUCTA
               CONDUCTA-ACUM.
           IF modo-registro OR modo-anular
               CLOSE NOTIFICACIONES
           END-IF.
           IF modo-informe
               CLOSE LISTADO
           END-IF.
       END PROGRAM Conducta.
