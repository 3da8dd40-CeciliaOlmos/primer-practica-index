      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro diario de asistencia por curso: el preceptor
      *          recorre la nomina del curso (ciclo, anio, curso,
      *          turno) y marca a cada alumno presente, ausente o
      *          tarde; se lleva el acumulado de inasistencias del
      *          legajo en el ciclo y, al cruzar el umbral de aviso o
      *          el limite de faltas (parametros FALTAS-AVISO y
      *          LIMITE-FALTA), se encola la notificacion a la
      *          familia. El informe de regularidad marca a los que
      *          estan cerca del limite o lo pasaron
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Asistencia.
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

           SELECT OPTIONAL ASISTENCIA ASSIGN TO "..\asistencia.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS asi-llave.

           SELECT OPTIONAL INASISTENCIAS
           ASSIGN TO "..\inasistencias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ina-llave.

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

           SELECT LISTADO ASSIGN TO "..\listado_asistencia.txt"
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

       FD  ASISTENCIA.
       01  asi-reg.
           03 asi-llave.
               05 asi-ciclo pic 9(4).
               05 asi-anio pic 9.
               05 asi-curso pic 99.
               05 asi-turno pic 9.
               05 asi-fecha pic 9(8).
               05 asi-legajo pic 9(5).
           03 asi-estado pic x.
               88 asi-presente value "P".
               88 asi-ausente value "A".
               88 asi-tarde value "T".
           03 asi-operador pic x(10).

       FD  INASISTENCIAS.
       01  ina-reg.
           03 ina-llave.
               05 ina-ciclo pic 9(4).
               05 ina-legajo pic 9(5).
           03 ina-ausentes pic 9(3).
           03 ina-tardes pic 9(3).
           03 ina-faltas pic 9(3)v99.
           03 ina-nivel pic x.
               88 ina-sin-aviso value "N".
               88 ina-avisado value "A".
               88 ina-excedido value "E".
           03 ina-fec-ult pic 9(8).

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
       01  w-modo pic x value "T".
           88 modo-toma value "T".
           88 modo-parte value "P".
           88 modo-regularidad value "R".
       77  w-fecha-hoy pic 9(8).
       77  w-fecha-toma pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       01  w-curso-pedido.
           03 w-cp-ciclo pic 9(4).
           03 w-cp-anio pic 9.
           03 w-cp-curso pic 99.
           03 w-cp-turno pic 9.
      * Valor de cada marca en faltas: ausente una entera, tarde la
      * fraccion del parametro VALOR-TARDE
       77  w-valor-tarde pic 9v99 value 0,50.
       77  w-faltas-aviso pic 9(3)v99 value 20.
       77  w-faltas-limite pic 9(3)v99 value 25.
       77  w-estado-ant pic x.
       77  w-estado-nuevo pic x.
       77  w-existe pic x value "N".
           88 asi-existe value "S".
       77  w-ina-existe pic x value "N".
           88 ina-existe value "S".
       77  w-nivel-ant pic x.
       77  w-cant-alumnos pic 999 value 0.
       77  w-cant-presentes pic 999 value 0.
       77  w-cant-ausentes pic 999 value 0.
       77  w-cant-tardes pic 999 value 0.
       77  w-cant-avisos pic 999 value 0.
       77  w-cant-cerca pic 999 value 0.
       77  w-cant-libres pic 999 value 0.
       77  w-situacion pic x(16).

       01  lin-regularidad.
           03 r-legajo pic 9(5).
           03 filler pic x value space.
           03 r-nombre pic x(20).
           03 filler pic x value space.
           03 r-ausentes pic zz9.
           03 filler pic x(2) value spaces.
           03 r-tardes pic zz9.
           03 filler pic x(2) value spaces.
           03 r-faltas pic zz9,99.
           03 filler pic x(2) value spaces.
           03 r-situacion pic x(16).
       01  lin-parte.
           03 p-legajo pic 9(5).
           03 filler pic x value space.
           03 p-nombre pic x(20).
           03 filler pic x(2) value spaces.
           03 p-estado pic x(9).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Asistencia".
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
           PERFORM 150-PEDIR-CURSO.
           EVALUATE TRUE
               WHEN modo-parte
                   PERFORM 500-PARTE-DEL-DIA
               WHEN modo-regularidad
                   PERFORM 600-INFORME-REGULARIDAD
               WHEN OTHER
                   PERFORM 200-TOMAR-ASISTENCIA
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
           DISPLAY "Modo (T=Tomar asistencia, P=Parte del dia, ",
               "R=Informe de regularidad)".
           ACCEPT w-modo.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-LEER-OPERADOR.
           OPEN INPUT CURSOS ALUMNOS CURSOCAT.
           IF modo-toma
               OPEN I-O ASISTENCIA INASISTENCIAS
               OPEN EXTEND NOTIFICACIONES
           ELSE
               OPEN INPUT ASISTENCIA INASISTENCIAS
           END-IF.
           OPEN OUTPUT LISTADO.

       110-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           MOVE "VALOR-TARDE" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-valor-tarde
           END-READ.
           MOVE "FALTAS-AVISO" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-faltas-aviso
           END-READ.
           MOVE "LIMITE-FALTA" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-faltas-limite
           END-READ.
           CLOSE PARAMETROS.

      * El operador sale de la sesion del menu; si el programa corre
      * suelto se lo pide como antes
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

       150-PEDIR-CURSO.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-cp-ciclo.
           DISPLAY "Anio".
           ACCEPT w-cp-anio.
           DISPLAY "Curso".
           ACCEPT w-cp-curso.
           DISPLAY "Turno".
           ACCEPT w-cp-turno.
           IF NOT modo-regularidad
               DISPLAY "Fecha (AAAAMMDD, 0 = hoy)"
               ACCEPT w-fecha-toma
               IF w-fecha-toma = 0
                   MOVE w-fecha-hoy TO w-fecha-toma
               END-IF
           END-IF.
           MOVE w-cp-ciclo TO cat-ciclo.
           MOVE w-cp-anio TO cat-anio.
           MOVE w-cp-curso TO cat-curso.
           READ CURSOCAT
               INVALID KEY MOVE spaces TO cat-nombre
           END-READ.

      * Posiciona la nomina del curso pedido: la llave de CURSOS
      * arranca con ciclo/anio/curso/turno y sigue con el orden
       160-POSICIONAR-NOMINA.
           MOVE 0 TO w-flag-cursos.
           MOVE w-cp-ciclo TO cur-ciclo.
           MOVE w-cp-anio TO cur-anio.
           MOVE w-cp-curso TO cur-curso.
           MOVE w-cp-turno TO cur-turno.
           MOVE 0 TO cur-orden.
           START CURSOS KEY IS NOT LESS THAN curso-llave
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.

       170-LEER-NOMINA.
           READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
           END-READ.
           IF NOT fin-cursos
               IF cur-ciclo NOT = w-cp-ciclo
                       OR cur-anio NOT = w-cp-anio
                       OR cur-curso NOT = w-cp-curso
                       OR cur-turno NOT = w-cp-turno
                   MOVE 1 TO w-flag-cursos
               ELSE
                   MOVE cur-legajo TO alu-legajo
                   READ ALUMNOS KEY IS alu-legajo
                       INVALID KEY
                           MOVE "(sin alumno)" TO alu-nombre
                           MOVE space TO alu-est
                   END-READ
               END-IF
           END-IF.

      * Se recorre la nomina en el orden del curso; solo se toma
      * asistencia a los alumnos activos
       200-TOMAR-ASISTENCIA.
           DISPLAY "ASISTENCIA DEL CURSO ", w-cp-anio, "/",
               w-cp-curso, " turno ", w-cp-turno, " ", cat-nombre,
               " DEL ", w-fecha-toma.
           DISPLAY "Marque P=presente, A=ausente, T=tarde ",
               "(vacio = presente)".
           PERFORM 160-POSICIONAR-NOMINA.
           PERFORM 170-LEER-NOMINA.
           PERFORM UNTIL fin-cursos
               IF alu-est = "A"
                   PERFORM 210-MARCAR-ALUMNO
               END-IF
               PERFORM 170-LEER-NOMINA
           END-PERFORM.
           MOVE spaces TO lis-linea.
           STRING "ASISTENCIA " w-cp-anio "/" w-cp-curso "/"
               w-cp-turno " " cat-nombre " FECHA " w-fecha-toma
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Alumnos " w-cant-alumnos "  presentes "
               w-cant-presentes "  ausentes " w-cant-ausentes
               "  tardes " w-cant-tardes
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           DISPLAY lis-linea.
           DISPLAY "Avisos encolados a familias: ", w-cant-avisos.

      * Si el dia ya estaba tomado se muestra la marca anterior y la
      * correccion ajusta el acumulado del ciclo
       210-MARCAR-ALUMNO.
           ADD 1 TO w-cant-alumnos.
           MOVE w-cp-ciclo TO asi-ciclo.
           MOVE w-cp-anio TO asi-anio.
           MOVE w-cp-curso TO asi-curso.
           MOVE w-cp-turno TO asi-turno.
           MOVE w-fecha-toma TO asi-fecha.
           MOVE cur-legajo TO asi-legajo.
           MOVE "N" TO w-existe.
           MOVE space TO w-estado-ant.
           READ ASISTENCIA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET asi-existe TO TRUE
                   MOVE asi-estado TO w-estado-ant
           END-READ.
           MOVE space TO w-estado-nuevo.
           PERFORM UNTIL w-estado-nuevo = "P" OR w-estado-nuevo = "A"
                   OR w-estado-nuevo = "T"
               IF asi-existe
                   DISPLAY cur-legajo, " ", alu-nombre, " (antes ",
                       w-estado-ant, ")"
               ELSE
                   DISPLAY cur-legajo, " ", alu-nombre
               END-IF
               ACCEPT w-estado-nuevo
               IF w-estado-nuevo = space
                   MOVE "P" TO w-estado-nuevo
               END-IF
               IF w-estado-nuevo NOT = "P" AND w-estado-nuevo NOT = "A"
                       AND w-estado-nuevo NOT = "T"
                   DISPLAY "MARCA INVALIDA"
               END-IF
           END-PERFORM.
           MOVE w-estado-nuevo TO asi-estado.
           MOVE w-operador TO asi-operador.
           IF asi-existe
               REWRITE asi-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA MARCA"
               END-REWRITE
           ELSE
               WRITE asi-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA MARCA"
               END-WRITE
           END-IF.
           EVALUATE w-estado-nuevo
               WHEN "P" ADD 1 TO w-cant-presentes
               WHEN "A" ADD 1 TO w-cant-ausentes
               WHEN "T" ADD 1 TO w-cant-tardes
           END-EVALUATE.
           IF w-estado-nuevo NOT = w-estado-ant
               PERFORM 220-ACUMULAR-INASISTENCIA
           END-IF.

       220-ACUMULAR-INASISTENCIA.
           MOVE w-cp-ciclo TO ina-ciclo.
           MOVE cur-legajo TO ina-legajo.
           MOVE "N" TO w-ina-existe.
           READ INASISTENCIAS
               INVALID KEY
                   MOVE 0 TO ina-ausentes ina-tardes ina-faltas
                   MOVE "N" TO ina-nivel
               NOT INVALID KEY
                   SET ina-existe TO TRUE
           END-READ.
           EVALUATE w-estado-ant
               WHEN "A"
                   SUBTRACT 1 FROM ina-ausentes
                   SUBTRACT 1 FROM ina-faltas
               WHEN "T"
                   SUBTRACT 1 FROM ina-tardes
                   SUBTRACT w-valor-tarde FROM ina-faltas
           END-EVALUATE.
           EVALUATE w-estado-nuevo
               WHEN "A"
                   ADD 1 TO ina-ausentes
                   ADD 1 TO ina-faltas
               WHEN "T"
                   ADD 1 TO ina-tardes
                   ADD w-valor-tarde TO ina-faltas
           END-EVALUATE.
           MOVE w-fecha-toma TO ina-fec-ult.
           MOVE ina-nivel TO w-nivel-ant.
           PERFORM 230-EVALUAR-UMBRALES.
           IF ina-existe
               REWRITE ina-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL ACUMULADO"
               END-REWRITE
           ELSE
               WRITE ina-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL ACUMULADO"
               END-WRITE
           END-IF.

      * Cada cruce de umbral se avisa una sola vez: el nivel queda
      * anotado en el acumulado y una correccion que baja las
      * faltas lo vuelve atras para que un nuevo cruce se avise
       230-EVALUAR-UMBRALES.
           IF ina-faltas NOT < w-faltas-limite
               MOVE "E" TO ina-nivel
           ELSE
               IF ina-faltas NOT < w-faltas-aviso
                   MOVE "A" TO ina-nivel
               ELSE
                   MOVE "N" TO ina-nivel
               END-IF
           END-IF.
           IF ina-excedido AND w-nivel-ant NOT = "E"
               DISPLAY "  *** SUPERO EL LIMITE DE INASISTENCIAS (",
                   ina-faltas, ")"
               MOVE "FALTAS-TOPE" TO not-plantilla
               PERFORM 240-ENCOLAR-AVISO
           ELSE
               IF ina-avisado AND w-nivel-ant = "N"
                   DISPLAY "  *** CERCA DEL LIMITE DE INASISTENCIAS (",
                       ina-faltas, ")"
                   MOVE "FALTAS-AVISO" TO not-plantilla
                   PERFORM 240-ENCOLAR-AVISO
               END-IF
           END-IF.

      * En estas plantillas el importe del aviso lleva la cantidad
      * de faltas acumuladas y la fecha de referencia la del dia
       240-ENCOLAR-AVISO.
           MOVE w-fecha-hoy TO not-fecha.
           MOVE alu-dni TO not-dni.
           MOVE alu-nombre TO not-nombre.
           MOVE alu-telefono TO not-telefono.
           MOVE alu-email TO not-email.
           MOVE ina-faltas TO not-importe.
           MOVE w-fecha-toma TO not-fec-ref.
           MOVE "P" TO not-estado.
           WRITE not-reg.
           ADD 1 TO w-cant-avisos.

      * Parte del dia: la marca de cada alumno de la nomina en la
      * fecha pedida; los que no tienen marca salen como sin tomar
       500-PARTE-DEL-DIA.
           MOVE spaces TO lis-linea.
           STRING "PARTE DE ASISTENCIA " w-cp-anio "/" w-cp-curso
               "/" w-cp-turno " " cat-nombre " FECHA " w-fecha-toma
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           MOVE "LEGAJO NOMBRE                ESTADO" TO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           PERFORM 160-POSICIONAR-NOMINA.
           PERFORM 170-LEER-NOMINA.
           PERFORM UNTIL fin-cursos
               ADD 1 TO w-cant-alumnos
               MOVE w-cp-ciclo TO asi-ciclo
               MOVE w-cp-anio TO asi-anio
               MOVE w-cp-curso TO asi-curso
               MOVE w-cp-turno TO asi-turno
               MOVE w-fecha-toma TO asi-fecha
               MOVE cur-legajo TO asi-legajo
               READ ASISTENCIA
                   INVALID KEY
                       MOVE "SIN TOMAR" TO p-estado
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN asi-presente
                               MOVE "PRESENTE" TO p-estado
                               ADD 1 TO w-cant-presentes
                           WHEN asi-ausente
                               MOVE "AUSENTE" TO p-estado
                               ADD 1 TO w-cant-ausentes
                           WHEN OTHER
                               MOVE "TARDE" TO p-estado
                               ADD 1 TO w-cant-tardes
                       END-EVALUATE
               END-READ
               MOVE cur-legajo TO p-legajo
               MOVE alu-nombre TO p-nombre
               MOVE lin-parte TO lis-linea
               DISPLAY lis-linea
               WRITE lis-linea
               PERFORM 170-LEER-NOMINA
           END-PERFORM.
           MOVE spaces TO lis-linea.
           STRING "Alumnos " w-cant-alumnos "  presentes "
               w-cant-presentes "  ausentes " w-cant-ausentes
               "  tardes " w-cant-tardes
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.

      * Regularidad: acumulado de cada alumno del curso en el ciclo
      * contra el umbral de aviso y el limite de faltas
       600-INFORME-REGULARIDAD.
           MOVE spaces TO lis-linea.
           STRING "REGULARIDAD " w-cp-anio "/" w-cp-curso "/"
               w-cp-turno " " cat-nombre " CICLO " w-cp-ciclo
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           MOVE "LEGAJO NOMBRE               AUS  TAR  FALTAS  SITUAC"
               TO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           PERFORM 160-POSICIONAR-NOMINA.
           PERFORM 170-LEER-NOMINA.
           PERFORM UNTIL fin-cursos
               ADD 1 TO w-cant-alumnos
               MOVE w-cp-ciclo TO ina-ciclo
               MOVE cur-legajo TO ina-legajo
               READ INASISTENCIAS
                   INVALID KEY
                       MOVE 0 TO ina-ausentes ina-tardes ina-faltas
               END-READ
               PERFORM 610-CLASIFICAR
               MOVE cur-legajo TO r-legajo
               MOVE alu-nombre TO r-nombre
               MOVE ina-ausentes TO r-ausentes
               MOVE ina-tardes TO r-tardes
               MOVE ina-faltas TO r-faltas
               MOVE w-situacion TO r-situacion
               MOVE lin-regularidad TO lis-linea
               DISPLAY lis-linea
               WRITE lis-linea
               PERFORM 170-LEER-NOMINA
           END-PERFORM.
           MOVE spaces TO lis-linea.
           STRING "Alumnos " w-cant-alumnos "  cerca del limite "
               w-cant-cerca "  libres " w-cant-libres
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           DISPLAY "Informe en listado_asistencia.txt".

       610-CLASIFICAR.
           IF ina-faltas NOT < w-faltas-limite
               MOVE "LIBRE" TO w-situacion
               ADD 1 TO w-cant-libres
           ELSE
               IF ina-faltas NOT < w-faltas-aviso
                   MOVE "CERCA DEL LIMITE" TO w-situacion
                   ADD 1 TO w-cant-cerca
               ELSE
                   MOVE "REGULAR" TO w-situacion
               END-IF
           END-IF.

       900-FIN.
           CLOSE CURSOS ALUMNOS CURSOCAT ASISTENCIA INASISTENCIAS.
           CLOSE LISTADO.
           IF modo-toma
               CLOSE NOTIFICACIONES
           END-IF.
       END PROGRAM Asistencia.
