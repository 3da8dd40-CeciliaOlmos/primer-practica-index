      ******************************************************************
      * Author:
      * Date:
      * Purpose: Novedades del padron para el aula virtual. Compara
      *          los cursos del ciclo en curso de cursos.dat y los
      *          alumnos activos o suspendidos de alumnos.dat con el
      *          ultimo padron enviado (aula_padron.dat) y escribe en
      *          el formato de importacion de la plataforma solo las
      *          diferencias: ALTA del alumno en una clase, BAJA de
      *          la clase, CAMBIO de curso o turno y EMAIL cambiado.
      *          La clase lleva el nombre del catalogo de cursos.
      *          Un alumno sin email no se envia (la plataforma lo
      *          identifica por el email) y queda en el listado de
      *          alumnos sin email para que el preceptor lo reclame;
      *          si ya estaba en el padron se lo deja como esta.
      *          Corre todos los dias como paso de la cadena nocturna
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AulaVirtual.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL PADRON-AULA ASSIGN TO "..\aula_padron.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pa-llave.

           SELECT NOVEDADES-AULA ASSIGN TO w-nombre-novedades
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

      * Ultimo padron enviado a la plataforma: una clase por alumno,
      * ciclo y anio. pa-fec-visto es la fecha de la ultima corrida
      * que lo encontro; lo que no se vio hoy se da de baja
       FD  PADRON-AULA.
       01  pa-reg.
           03 pa-llave.
               05 pa-ciclo pic 9(4).
               05 pa-anio pic 9.
               05 pa-legajo pic 9(5).
           03 pa-curso pic 99.
           03 pa-turno pic 9.
           03 pa-dni pic 9(8).
           03 pa-nombre pic x(20).
           03 pa-email pic x(30).
           03 pa-fec-alta pic 9(8).
           03 pa-fec-visto pic 9(8).

       FD  NOVEDADES-AULA.
       01  nov-linea pic x(200).

       FD  LISTADO.
       01  lis-linea pic x(132).

       FD  CORRIDAS.
       01  cor-reg.
           03 cor-programa pic x(12).
           03 cor-fecha pic 9(8).
           03 cor-hora pic 9(8).
           03 cor-evento pic x.
           03 cor-lote pic 9(8).
           03 cor-procesados pic 9(7).
           03 cor-rechazados pic 9(7).
           03 cor-estado pic x.
           03 cor-importe pic 9(12)v99.

       WORKING-STORAGE SECTION.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-hoy-r redefines w-fecha-hoy.
           03 w-anio-hoy pic 9(4).
           03 filler pic 9(4).
       77  w-ciclo pic 9(4).
       77  w-nombre-novedades pic x(60).
       77  w-nombre-listado pic x(60).
       77  w-flag-alu pic 9 value 0.
           88 fin-alu value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-padron pic 9 value 0.
           88 fin-padron value 1.
       77  w-en-padron pic x.
           88 esta-en-padron value "S".
       77  w-operacion pic x(6).
       77  w-clase pic x(20).
       77  w-clase-ant pic x(20).
       77  w-turno-ant pic 9.
       77  w-email-ant pic x(30).
       77  w-cant-altas pic 9(5) value 0.
       77  w-cant-bajas pic 9(5) value 0.
       77  w-cant-cambios pic 9(5) value 0.
       77  w-cant-emails pic 9(5) value 0.
       77  w-cant-sin-email pic 9(5) value 0.
       77  w-cant-novedades pic 9(7) value 0.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "AulaVirtual".
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
           PERFORM 300-RECORRER-ALUMNOS.
           PERFORM 500-BAJAS.
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

      * El ciclo lectivo es el anio calendario de la corrida
       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-anio-hoy TO w-ciclo.
           OPEN INPUT ALUMNOS CURSOS CURSOCAT.
           OPEN I-O PADRON-AULA.
           OPEN EXTEND CORRIDAS.
           MOVE "I" TO cor-evento.
           MOVE 0 TO cor-procesados cor-rechazados cor-importe.
           MOVE space TO cor-estado.
           PERFORM 850-GRABAR-CORRIDA.
           MOVE spaces TO w-nombre-novedades.
           STRING "..\aula_novedades_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-novedades.
           OPEN OUTPUT NOVEDADES-AULA.
           MOVE spaces TO nov-linea.
           STRING "operacion;ciclo;clase;turno;legajo;dni;nombre;"
               "email;clase_anterior;turno_anterior;email_anterior"
               DELIMITED BY SIZE INTO nov-linea.
           WRITE nov-linea.
           MOVE spaces TO w-nombre-listado.
           STRING "..\aula_sin_email_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "ALUMNOS SIN EMAIL PARA EL AULA VIRTUAL - CICLO "
               w-ciclo " - " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "Clase                Turno Legajo DNI      "
               "Nombre               Telefono"
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.

       300-RECORRER-ALUMNOS.
           MOVE LOW-VALUES TO alu-llave.
           START ALUMNOS KEY IS NOT LESS THAN alu-llave
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           PERFORM UNTIL fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu
                   IF alu-est = "A" OR alu-est = "S"
                       PERFORM 310-CURSOS-DEL-ALUMNO
                   END-IF
               END-IF
           END-PERFORM.

       310-CURSOS-DEL-ALUMNO.
           MOVE 0 TO w-flag-cursos.
           MOVE alu-legajo TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = alu-legajo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       IF cur-ciclo = w-ciclo
                           PERFORM 320-COMPARAR-INSCRIPCION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       320-COMPARAR-INSCRIPCION.
           MOVE cur-ciclo TO pa-ciclo.
           MOVE cur-anio TO pa-anio.
           MOVE cur-legajo TO pa-legajo.
           MOVE "N" TO w-en-padron.
           READ PADRON-AULA
               INVALID KEY CONTINUE
               NOT INVALID KEY SET esta-en-padron TO TRUE
           END-READ.
           MOVE cur-ciclo TO cat-ciclo.
           MOVE cur-anio TO cat-anio.
           MOVE cur-curso TO cat-curso.
           PERFORM 700-NOMBRE-CLASE.
           IF alu-email = spaces
               PERFORM 360-LISTAR-SIN-EMAIL
               IF esta-en-padron
                   MOVE w-fecha-hoy TO pa-fec-visto
                   REWRITE pa-reg
               END-IF
           ELSE
               IF esta-en-padron
                   PERFORM 340-VER-CAMBIOS
               ELSE
                   PERFORM 330-ALTA
               END-IF
           END-IF.

       330-ALTA.
           MOVE cur-curso TO pa-curso.
           MOVE cur-turno TO pa-turno.
           MOVE alu-dni TO pa-dni.
           MOVE alu-nombre TO pa-nombre.
           MOVE alu-email TO pa-email.
           MOVE w-fecha-hoy TO pa-fec-alta.
           MOVE w-fecha-hoy TO pa-fec-visto.
           WRITE pa-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL PADRON DEL LEGAJO ",
                       pa-legajo
               NOT INVALID KEY
                   MOVE "ALTA" TO w-operacion
                   MOVE spaces TO w-clase-ant w-email-ant
                   MOVE 0 TO w-turno-ant
                   PERFORM 800-ESCRIBIR-NOVEDAD
                   ADD 1 TO w-cant-altas
           END-WRITE.

      * Una inscripcion ya vista hoy (dos cursos del mismo anio en el
      * ciclo) no se vuelve a comparar. El cambio de curso o turno
      * se informa con la clase anterior; el de email con el anterior
       340-VER-CAMBIOS.
           IF pa-fec-visto NOT = w-fecha-hoy
               IF pa-curso NOT = cur-curso OR pa-turno NOT = cur-turno
                   MOVE pa-curso TO cat-curso
                   PERFORM 700-NOMBRE-CLASE
                   MOVE w-clase TO w-clase-ant
                   MOVE pa-turno TO w-turno-ant
                   MOVE cur-curso TO cat-curso
                   PERFORM 700-NOMBRE-CLASE
                   MOVE spaces TO w-email-ant
                   MOVE cur-curso TO pa-curso
                   MOVE cur-turno TO pa-turno
                   MOVE "CAMBIO" TO w-operacion
                   PERFORM 800-ESCRIBIR-NOVEDAD
                   ADD 1 TO w-cant-cambios
               END-IF
               IF pa-email NOT = alu-email
                   MOVE spaces TO w-clase-ant
                   MOVE 0 TO w-turno-ant
                   MOVE pa-email TO w-email-ant
                   MOVE alu-email TO pa-email
                   MOVE "EMAIL" TO w-operacion
                   PERFORM 800-ESCRIBIR-NOVEDAD
                   ADD 1 TO w-cant-emails
               END-IF
               MOVE alu-dni TO pa-dni
               MOVE alu-nombre TO pa-nombre
               MOVE w-fecha-hoy TO pa-fec-visto
               REWRITE pa-reg
           END-IF.

       360-LISTAR-SIN-EMAIL.
           MOVE spaces TO lis-linea.
           STRING w-clase " " cur-turno "     " alu-legajo "  "
               alu-dni " " alu-nombre " " alu-telefono
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           ADD 1 TO w-cant-sin-email.

      * Lo que quedo en el padron sin verse hoy ya no esta en la
      * clase: baja del alumno, de su inscripcion o fin del ciclo
       500-BAJAS.
           MOVE LOW-VALUES TO pa-llave.
           START PADRON-AULA KEY IS NOT LESS THAN pa-llave
               INVALID KEY MOVE 1 TO w-flag-padron
           END-START.
           PERFORM UNTIL fin-padron
               READ PADRON-AULA NEXT AT END MOVE 1 TO w-flag-padron
               END-READ
               IF NOT fin-padron
                   IF pa-fec-visto NOT = w-fecha-hoy
                       PERFORM 510-BAJA
                   END-IF
               END-IF
           END-PERFORM.

       510-BAJA.
           MOVE pa-ciclo TO cat-ciclo.
           MOVE pa-anio TO cat-anio.
           MOVE pa-curso TO cat-curso.
           PERFORM 700-NOMBRE-CLASE.
           MOVE spaces TO w-clase-ant w-email-ant.
           MOVE 0 TO w-turno-ant.
           MOVE "BAJA" TO w-operacion.
           MOVE pa-curso TO cur-curso.
           MOVE pa-turno TO cur-turno.
           MOVE pa-legajo TO alu-legajo.
           MOVE pa-dni TO alu-dni.
           MOVE pa-nombre TO alu-nombre.
           MOVE pa-email TO alu-email.
           MOVE pa-ciclo TO cur-ciclo.
           PERFORM 800-ESCRIBIR-NOVEDAD.
           DELETE PADRON-AULA RECORD.
           ADD 1 TO w-cant-bajas.

      * La clase se nombra como en el catalogo de cursos; un curso
      * sin catalogar va con anio y curso
       700-NOMBRE-CLASE.
           READ CURSOCAT
               INVALID KEY
                   MOVE spaces TO w-clase
                   STRING "ANIO " cat-anio " CURSO " cat-curso
                       DELIMITED BY SIZE INTO w-clase
               NOT INVALID KEY
                   MOVE cat-nombre TO w-clase
           END-READ.

       800-ESCRIBIR-NOVEDAD.
           MOVE spaces TO nov-linea.
           STRING w-operacion ";" cur-ciclo ";" w-clase ";"
               cur-turno ";" alu-legajo ";" alu-dni ";" alu-nombre
               ";" alu-email ";" w-clase-ant ";" w-turno-ant ";"
               w-email-ant
               DELIMITED BY SIZE INTO nov-linea.
           WRITE nov-linea.
           ADD 1 TO w-cant-novedades.

       850-GRABAR-CORRIDA.
           MOVE "AulaVirtual" TO cor-programa.
           MOVE w-fecha-hoy TO cor-fecha.
           ACCEPT cor-hora FROM TIME.
           MOVE 0 TO cor-lote.
           WRITE cor-reg.

       900-FIN.
           MOVE "F" TO cor-evento.
           MOVE w-cant-novedades TO cor-procesados.
           MOVE w-cant-sin-email TO cor-rechazados.
           MOVE 0 TO cor-importe.
           MOVE "N" TO cor-estado.
           PERFORM 850-GRABAR-CORRIDA.
           CLOSE ALUMNOS CURSOS CURSOCAT PADRON-AULA NOVEDADES-AULA
               LISTADO CORRIDAS.
           DISPLAY "Aula virtual ciclo ", w-ciclo, ": altas ",
               w-cant-altas, " bajas ", w-cant-bajas, " cambios ",
               w-cant-cambios, " emails ", w-cant-emails.
           DISPLAY "Alumnos sin email (no enviados): ",
               w-cant-sin-email.
       END PROGRAM AulaVirtual.
