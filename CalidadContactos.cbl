      ******************************************************************
      * Author:
      * Date:
      * Purpose: Calidad de los datos de contacto: puntua a cada alumno
      *          activo del ciclo y a cada familia (telefono o email
      *          faltante, email mal formado, telefono no numerico,
      *          el mismo contacto en varias familias, sin responsable
      *          de pago vinculado), emite por curso la planilla para
      *          que los preceptores junten las correcciones y guarda
      *          el porcentaje de completitud de cada corrida en
      *          calidad_hist.dat para ver su evolucion
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalidadContactos.
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

           SELECT OPTIONAL FAMILIAS ASSIGN TO "..\familias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fam-numero.

           SELECT OPTIONAL FAMINT ASSIGN TO "..\famintegrantes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fi-dni.

           SELECT OPTIONAL RESPLINK ASSIGN TO "..\resplink.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rl-llave.

           SELECT SORT-CONT ASSIGN TO "..\contsort.tmp".

           SELECT OPTIONAL CALIDAD-HIST ASSIGN TO "..\calidad_hist.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
       01  alu-reg.
           03 alu-llave.
               05 alu-dni pic 9(8).
               05 alu-est pic x.
                   88 alu-activo value "A".
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

       FD  FAMILIAS.
       01  fam-reg.
           03 fam-numero pic 9(4).
           03 fam-responsable pic x(30).
           03 fam-telefono pic x(15).
           03 fam-email pic x(30).

       FD  FAMINT.
       01  fi-reg.
           03 fi-dni pic 9(8).
           03 fi-familia pic 9(4).

       FD  RESPLINK.
       01  rl-reg.
           03 rl-llave.
               05 rl-tipo pic x.
               05 rl-numero pic 9(8).
           03 rl-responsable pic 9(5).

      * Un contacto (T telefono, E email) y la unidad que lo usa:
      * F + numero de familia, o A + DNI si el alumno no tiene familia
       SD  SORT-CONT.
       01  sc-reg.
           03 sc-clave.
               05 sc-tipo pic x.
               05 sc-valor pic x(30).
           03 sc-unidad pic x(9).

       FD  CALIDAD-HIST.
       01  ch-reg.
           03 ch-fecha pic 9(8).
           03 ch-ciclo pic 9(4).
           03 ch-alumnos pic 9(5).
           03 ch-alu-completos pic 9(5).
           03 ch-familias pic 9(5).
           03 ch-fam-completas pic 9(5).

       FD  LISTADO.
       01  lis-linea pic x(132).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       WORKING-STORAGE SECTION.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
      * Lo que se muestra de los datos personales depende del perfil
       77  w-perfil pic x value space.
           88 perfil-supervisor value "S".
       77  w-pos-masc pic 99.
       01  w-datos-ver.
           03 w-dni-ver pic x(8).
           03 w-tel-ver pic x(15).
           03 w-email-ver pic x(30).
       77  w-fecha-hoy pic 9(8).
       77  w-ciclo pic 9(4).
       77  w-nombre-listado pic x(50).
       77  w-flag-alu pic 9 value 0.
           88 fin-alu value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-fam pic 9 value 0.
           88 fin-fam value 1.
       77  w-flag-sort pic 9 value 0.
           88 fin-sort value 1.
       77  w-flag-hist pic 9 value 0.
           88 fin-hist value 1.
      * Contactos compartidos, en el orden en que salen del sort
       77  w-comp-cant pic 9(4) value 0.
       77  w-comp-excedidos pic 9(5) value 0.
       01  w-tab-compartidos.
           03 w-comp occurs 3000.
              05 w-comp-clave pic x(31).
       77  w-clave-ant pic x(31).
       77  w-unidad-ant pic x(9).
       77  w-unidades pic 9(5).
       77  w-bajo pic 9(4).
       77  w-alto pic 9(4).
       77  w-medio pic 9(4).
       77  w-encontrado pic x.
           88 es-compartido value "S".
      * Contacto en revision
       77  w-tipo-contacto pic x.
       77  w-val-tel pic x(15).
       77  w-val-mail pic x(30).
       01  w-clave.
           03 w-clave-tipo pic x.
           03 w-clave-valor pic x(30).
       77  w-ind pic 99.
       77  w-ind-norm pic 99.
       77  w-digitos pic 99.
       77  w-otros pic 99.
       77  w-arrobas pic 99.
       77  w-pos-arroba pic 99.
       77  w-largo pic 99.
       77  w-punto-ok pic x.
       77  w-tel-ok pic x.
           88 tel-valido value "S".
       77  w-mail-ok pic x.
           88 mail-valido value "S".
      * Resultado de la revision de un alumno o de una familia
       77  w-unidad pic x(9).
       77  w-familia pic 9(4).
       77  w-problemas pic 9.
       77  w-puntaje pic 999.
       77  w-obs pic x(60).
       77  w-ptr pic 99.
      * Cortes y totales
       77  w-anio-ant pic 9 value 0.
       77  w-curso-ant pic 99 value 0.
       77  w-turno-ant pic 9 value 0.
       77  w-hay-curso pic x value "N".
           88 hay-curso value "S".
       77  w-cur-alumnos pic 9(5) value 0.
       77  w-cur-completos pic 9(5) value 0.
       77  w-tot-alumnos pic 9(5) value 0.
       77  w-tot-completos pic 9(5) value 0.
       77  w-tot-familias pic 9(5) value 0.
       77  w-fam-completas pic 9(5) value 0.
       77  w-cant-sin-tel pic 9(5) value 0.
       77  w-cant-tel-inv pic 9(5) value 0.
       77  w-cant-sin-mail pic 9(5) value 0.
       77  w-cant-mail-inv pic 9(5) value 0.
       77  w-cant-compartido pic 9(5) value 0.
       77  w-cant-sin-resp pic 9(5) value 0.
       77  w-porcentaje pic 999v9.
       77  w-porc-fam pic 999v9.
       77  w-porc-ed pic zz9,9.
       77  w-porc-fam-ed pic zz9,9.

       01  lin-alumno.
           03 filler pic x(2) value spaces.
           03 la-legajo pic zzzz9.
           03 filler pic x value space.
           03 la-nombre pic x(20).
           03 filler pic x value space.
           03 la-telefono pic x(15).
           03 filler pic x value space.
           03 la-email pic x(30).
           03 filler pic x value space.
           03 la-puntaje pic zz9.
           03 filler pic x value space.
           03 la-obs pic x(52).
       01  lin-correccion.
           03 filler pic x(8) value spaces.
           03 filler pic x(22) value "Tel: _______________ ".
           03 filler pic x(30) value " Email: ______________________".
           03 filler pic x(30) value "  Flia/Resp: _______________".

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "CalidadConta".
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
           SORT SORT-CONT
               ON ASCENDING KEY sc-clave sc-unidad
               INPUT PROCEDURE IS 200-JUNTAR-CONTACTOS
               OUTPUT PROCEDURE IS 250-DETECTAR-COMPARTIDOS.
           PERFORM 300-PLANILLA-POR-CURSO.
           PERFORM 400-FAMILIAS.
           PERFORM 700-EVOLUCION.
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
           PERFORM 050-LEER-PERFIL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-ciclo.
           OPEN INPUT ALUMNOS CURSOS CURSOCAT FAMILIAS FAMINT RESPLINK.
           MOVE spaces TO w-nombre-listado.
           STRING "..\calidad_contactos_" w-ciclo "_" w-fecha-hoy
               ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "CALIDAD DE DATOS DE CONTACTO - CICLO " w-ciclo
               " - " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "Observaciones: SIN-TEL, TEL-INV (no numerico), "
               "SIN-MAIL, MAIL-INV (mal formado),"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "               COMPARTIDO (en otra familia), "
               "SIN-RESP (sin responsable de pago)"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           MOVE all "=" TO lis-linea.
           PERFORM 890-EMITIR.

      * Cada telefono y email de alumnos activos y de familias, con
      * la unidad que lo usa; los hermanos de una familia comparten
      * la unidad y no cuentan como contacto repetido
       200-JUNTAR-CONTACTOS.
           MOVE LOW-VALUES TO alu-llave.
           START ALUMNOS KEY IS NOT LESS THAN alu-llave
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           PERFORM UNTIL fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu AND alu-activo
                   PERFORM 510-UNIDAD-DEL-ALUMNO
                   MOVE alu-telefono TO w-val-tel
                   MOVE alu-email TO w-val-mail
                   PERFORM 210-LIBERAR-CONTACTOS
               END-IF
           END-PERFORM.
           MOVE 0 TO fam-numero.
           START FAMILIAS KEY IS NOT LESS THAN fam-numero
               INVALID KEY MOVE 1 TO w-flag-fam
           END-START.
           PERFORM UNTIL fin-fam
               READ FAMILIAS NEXT AT END MOVE 1 TO w-flag-fam
               END-READ
               IF NOT fin-fam
                   MOVE spaces TO w-unidad
                   STRING "F" fam-numero DELIMITED BY SIZE
                       INTO w-unidad
                   MOVE fam-telefono TO w-val-tel
                   MOVE fam-email TO w-val-mail
                   PERFORM 210-LIBERAR-CONTACTOS
               END-IF
           END-PERFORM.

       210-LIBERAR-CONTACTOS.
           IF w-val-tel NOT = spaces
               MOVE "T" TO w-tipo-contacto
               PERFORM 540-NORMALIZAR
               IF w-clave-valor NOT = spaces
                   MOVE w-clave TO sc-clave
                   MOVE w-unidad TO sc-unidad
                   RELEASE sc-reg
               END-IF
           END-IF.
           IF w-val-mail NOT = spaces
               MOVE "E" TO w-tipo-contacto
               PERFORM 540-NORMALIZAR
               MOVE w-clave TO sc-clave
               MOVE w-unidad TO sc-unidad
               RELEASE sc-reg
           END-IF.

       250-DETECTAR-COMPARTIDOS.
           MOVE spaces TO w-clave-ant.
           MOVE spaces TO w-unidad-ant.
           MOVE 0 TO w-unidades.
           PERFORM UNTIL fin-sort
               RETURN SORT-CONT AT END MOVE 1 TO w-flag-sort
               END-RETURN
               IF NOT fin-sort
                   IF sc-clave NOT = w-clave-ant
                       PERFORM 260-CERRAR-CLAVE
                       MOVE sc-clave TO w-clave-ant
                       MOVE sc-unidad TO w-unidad-ant
                       MOVE 1 TO w-unidades
                   ELSE
                       IF sc-unidad NOT = w-unidad-ant
                           ADD 1 TO w-unidades
                           MOVE sc-unidad TO w-unidad-ant
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 260-CERRAR-CLAVE.

       260-CERRAR-CLAVE.
           IF w-unidades > 1
               IF w-comp-cant < 3000
                   ADD 1 TO w-comp-cant
                   MOVE w-clave-ant TO w-comp-clave(w-comp-cant)
               ELSE
                   ADD 1 TO w-comp-excedidos
               END-IF
           END-IF.

      * Recorre los cursos del ciclo en orden de anio/curso/turno
       300-PLANILLA-POR-CURSO.
           MOVE w-ciclo TO cur-ciclo.
           MOVE 0 TO cur-anio cur-curso cur-turno cur-orden.
           START CURSOS KEY IS NOT LESS THAN curso-llave
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-ciclo NOT = w-ciclo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       PERFORM 310-ALUMNO-DEL-CURSO
                   END-IF
               END-IF
           END-PERFORM.
           IF hay-curso
               PERFORM 330-CERRAR-CURSO
           END-IF.

       310-ALUMNO-DEL-CURSO.
           MOVE cur-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY MOVE "C" TO alu-est
           END-READ.
           IF alu-activo
               IF NOT hay-curso OR cur-anio NOT = w-anio-ant
                       OR cur-curso NOT = w-curso-ant
                       OR cur-turno NOT = w-turno-ant
                   IF hay-curso
                       PERFORM 330-CERRAR-CURSO
                   END-IF
                   PERFORM 320-ABRIR-CURSO
               END-IF
               PERFORM 350-REVISAR-ALUMNO
           END-IF.

       320-ABRIR-CURSO.
           MOVE "S" TO w-hay-curso.
           MOVE cur-anio TO w-anio-ant.
           MOVE cur-curso TO w-curso-ant.
           MOVE cur-turno TO w-turno-ant.
           MOVE 0 TO w-cur-alumnos w-cur-completos.
           MOVE w-ciclo TO cat-ciclo.
           MOVE cur-anio TO cat-anio.
           MOVE cur-curso TO cat-curso.
           READ CURSOCAT
               INVALID KEY MOVE spaces TO cat-nombre
           END-READ.
           MOVE spaces TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "CURSO " cur-anio "/" cur-curso " TURNO " cur-turno
               "  " cat-nombre
               "   Preceptor: ______________________________"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           MOVE "  LEGAJO NOMBRE               TELEFONO        EMAIL
      -        "                        PTS OBSERVACIONES" TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE all "-" TO lis-linea.
           PERFORM 890-EMITIR.

       330-CERRAR-CURSO.
           COMPUTE w-porcentaje ROUNDED =
               w-cur-completos * 100 / w-cur-alumnos.
           MOVE w-porcentaje TO w-porc-ed.
           MOVE spaces TO lis-linea.
           STRING "  Alumnos " w-cur-alumnos "  completos "
               w-cur-completos "  completitud " w-porc-ed "%"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.

      * Al alumno solo se lo lista si tiene algo para corregir, con
      * el renglon en blanco para anotar el dato correcto
       350-REVISAR-ALUMNO.
           ADD 1 TO w-cur-alumnos w-tot-alumnos.
           PERFORM 510-UNIDAD-DEL-ALUMNO.
           MOVE alu-telefono TO w-val-tel.
           MOVE alu-email TO w-val-mail.
           PERFORM 500-REVISAR-CONTACTO.
           MOVE "N" TO w-encontrado.
           MOVE "A" TO rl-tipo.
           MOVE alu-legajo TO rl-numero.
           READ RESPLINK
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "S" TO w-encontrado
           END-READ.
           IF w-encontrado = "N" AND w-familia > 0
               MOVE "F" TO rl-tipo
               MOVE w-familia TO rl-numero
               READ RESPLINK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "S" TO w-encontrado
               END-READ
           END-IF.
           IF w-encontrado = "N"
               PERFORM 590-SIN-RESPONSABLE
           END-IF.
           COMPUTE w-puntaje = (6 - w-problemas) * 100 / 6.
           IF w-problemas = 0
               ADD 1 TO w-cur-completos w-tot-completos
           ELSE
               MOVE alu-legajo TO la-legajo
               MOVE alu-nombre TO la-nombre
               PERFORM 960-ENMASCARAR-DATOS
               MOVE w-tel-ver TO la-telefono
               MOVE w-email-ver TO la-email
               MOVE w-puntaje TO la-puntaje
               MOVE w-obs TO la-obs
               MOVE lin-alumno TO lis-linea
               PERFORM 890-EMITIR
               MOVE lin-correccion TO lis-linea
               PERFORM 890-EMITIR
           END-IF.

       400-FAMILIAS.
           MOVE spaces TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE all "=" TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE "FAMILIAS CON DATOS A CORREGIR" TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE "  FLIA RESPONSABLE                    TELEFONO        E
      -        "MAIL                          PTS OBSERVACIONES"
               TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE all "-" TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE 0 TO w-flag-fam.
           MOVE 0 TO fam-numero.
           START FAMILIAS KEY IS NOT LESS THAN fam-numero
               INVALID KEY MOVE 1 TO w-flag-fam
           END-START.
           PERFORM UNTIL fin-fam
               READ FAMILIAS NEXT AT END MOVE 1 TO w-flag-fam
               END-READ
               IF NOT fin-fam
                   PERFORM 410-REVISAR-FAMILIA
               END-IF
           END-PERFORM.

       410-REVISAR-FAMILIA.
           ADD 1 TO w-tot-familias.
           MOVE spaces TO w-unidad.
           STRING "F" fam-numero DELIMITED BY SIZE INTO w-unidad.
           MOVE fam-telefono TO w-val-tel.
           MOVE fam-email TO w-val-mail.
           PERFORM 500-REVISAR-CONTACTO.
           MOVE "F" TO rl-tipo.
           MOVE fam-numero TO rl-numero.
           READ RESPLINK
               INVALID KEY PERFORM 590-SIN-RESPONSABLE
           END-READ.
           COMPUTE w-puntaje = (6 - w-problemas) * 100 / 6.
           IF w-problemas = 0
               ADD 1 TO w-fam-completas
           ELSE
               MOVE spaces TO lis-linea
               STRING "  " fam-numero " " fam-responsable(1:24) " "
                   fam-telefono " " fam-email " " w-puntaje " " w-obs
                   DELIMITED BY SIZE INTO lis-linea
               PERFORM 890-EMITIR
           END-IF.

      * Revisa w-val-tel y w-val-mail de la unidad w-unidad; deja la
      * cantidad de problemas y las observaciones
       500-REVISAR-CONTACTO.
           MOVE 0 TO w-problemas.
           MOVE spaces TO w-obs.
           MOVE 1 TO w-ptr.
           IF w-val-tel = spaces
               STRING "SIN-TEL " DELIMITED BY SIZE INTO w-obs
                   WITH POINTER w-ptr
               ADD 1 TO w-problemas w-cant-sin-tel
           ELSE
               PERFORM 520-VALIDAR-TELEFONO
               IF NOT tel-valido
                   STRING "TEL-INV " DELIMITED BY SIZE INTO w-obs
                       WITH POINTER w-ptr
                   ADD 1 TO w-problemas w-cant-tel-inv
               END-IF
           END-IF.
           IF w-val-mail = spaces
               STRING "SIN-MAIL " DELIMITED BY SIZE INTO w-obs
                   WITH POINTER w-ptr
               ADD 1 TO w-problemas w-cant-sin-mail
           ELSE
               PERFORM 530-VALIDAR-MAIL
               IF NOT mail-valido
                   STRING "MAIL-INV " DELIMITED BY SIZE INTO w-obs
                       WITH POINTER w-ptr
                   ADD 1 TO w-problemas w-cant-mail-inv
               END-IF
           END-IF.
           MOVE "N" TO w-encontrado.
           IF w-val-tel NOT = spaces
               MOVE "T" TO w-tipo-contacto
               PERFORM 540-NORMALIZAR
               IF w-clave-valor NOT = spaces
                   PERFORM 550-BUSCAR-COMPARTIDO
               END-IF
           END-IF.
           IF w-val-mail NOT = spaces AND NOT es-compartido
               MOVE "E" TO w-tipo-contacto
               PERFORM 540-NORMALIZAR
               PERFORM 550-BUSCAR-COMPARTIDO
           END-IF.
           IF es-compartido
               STRING "COMPARTIDO " DELIMITED BY SIZE INTO w-obs
                   WITH POINTER w-ptr
               ADD 1 TO w-problemas w-cant-compartido
           END-IF.

       510-UNIDAD-DEL-ALUMNO.
           MOVE alu-dni TO fi-dni.
           READ FAMINT
               INVALID KEY MOVE 0 TO fi-familia
           END-READ.
           MOVE fi-familia TO w-familia.
           MOVE spaces TO w-unidad.
           IF w-familia > 0
               STRING "F" w-familia DELIMITED BY SIZE INTO w-unidad
           ELSE
               STRING "A" alu-dni DELIMITED BY SIZE INTO w-unidad
           END-IF.

      * Telefono: solo digitos, espacios, guiones, parentesis y el
      * signo mas, con al menos seis digitos
       520-VALIDAR-TELEFONO.
           MOVE 0 TO w-digitos w-otros.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 15
               IF w-val-tel(w-ind:1) IS NUMERIC
                   ADD 1 TO w-digitos
               ELSE
                   IF w-val-tel(w-ind:1) NOT = space AND NOT = "-"
                           AND NOT = "(" AND NOT = ")" AND NOT = "+"
                       ADD 1 TO w-otros
                   END-IF
               END-IF
           END-PERFORM.
           IF w-otros = 0 AND w-digitos NOT < 6
               MOVE "S" TO w-tel-ok
           ELSE
               MOVE "N" TO w-tel-ok
           END-IF.

      * Email: una sola arroba que no este al principio, sin espacios
      * intermedios y con un punto en el dominio que no sea el ultimo
      * caracter
       530-VALIDAR-MAIL.
           MOVE "S" TO w-mail-ok.
           MOVE 0 TO w-arrobas.
           INSPECT w-val-mail TALLYING w-arrobas FOR ALL "@".
           IF w-arrobas NOT = 1
               MOVE "N" TO w-mail-ok
           END-IF.
           MOVE 30 TO w-largo.
           PERFORM UNTIL w-largo = 0
                   OR w-val-mail(w-largo:1) NOT = space
               SUBTRACT 1 FROM w-largo
           END-PERFORM.
           MOVE 0 TO w-pos-arroba.
           MOVE "N" TO w-punto-ok.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-largo
               EVALUATE w-val-mail(w-ind:1)
                   WHEN space
                       MOVE "N" TO w-mail-ok
                   WHEN "@"
                       MOVE w-ind TO w-pos-arroba
                   WHEN "."
                       IF w-pos-arroba > 0
                               AND w-ind > w-pos-arroba + 1
                               AND w-ind < w-largo
                           MOVE "S" TO w-punto-ok
                       END-IF
               END-EVALUATE
           END-PERFORM.
           IF w-pos-arroba < 2 OR w-punto-ok = "N"
               MOVE "N" TO w-mail-ok
           END-IF.

      * Clave de comparacion: el telefono solo con sus digitos y el
      * email en minusculas
       540-NORMALIZAR.
           MOVE spaces TO w-clave.
           MOVE w-tipo-contacto TO w-clave-tipo.
           IF w-tipo-contacto = "T"
               MOVE 0 TO w-ind-norm
               PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 15
                   IF w-val-tel(w-ind:1) IS NUMERIC
                       ADD 1 TO w-ind-norm
                       MOVE w-val-tel(w-ind:1) TO
                           w-clave-valor(w-ind-norm:1)
                   END-IF
               END-PERFORM
           ELSE
               MOVE w-val-mail TO w-clave-valor
               INSPECT w-clave-valor CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   "abcdefghijklmnopqrstuvwxyz"
           END-IF.

      * Busqueda binaria en la tabla de contactos compartidos
       550-BUSCAR-COMPARTIDO.
           MOVE 1 TO w-bajo.
           MOVE w-comp-cant TO w-alto.
           PERFORM UNTIL w-bajo > w-alto OR es-compartido
               COMPUTE w-medio = (w-bajo + w-alto) / 2
               EVALUATE TRUE
                   WHEN w-comp-clave(w-medio) = w-clave
                       MOVE "S" TO w-encontrado
                   WHEN w-comp-clave(w-medio) < w-clave
                       COMPUTE w-bajo = w-medio + 1
                   WHEN w-medio = 1
                       MOVE 0 TO w-alto
                   WHEN OTHER
                       COMPUTE w-alto = w-medio - 1
               END-EVALUATE
           END-PERFORM.

       590-SIN-RESPONSABLE.
           STRING "SIN-RESP " DELIMITED BY SIZE INTO w-obs
               WITH POINTER w-ptr.
           ADD 1 TO w-problemas w-cant-sin-resp.

      * Resumen de la corrida y evolucion de la completitud segun las
      * corridas anteriores guardadas en calidad_hist.dat
       700-EVOLUCION.
           IF w-tot-alumnos > 0
               COMPUTE w-porcentaje ROUNDED =
                   w-tot-completos * 100 / w-tot-alumnos
           ELSE
               MOVE 0 TO w-porcentaje
           END-IF.
           IF w-tot-familias > 0
               COMPUTE w-porc-fam ROUNDED =
                   w-fam-completas * 100 / w-tot-familias
           ELSE
               MOVE 0 TO w-porc-fam
           END-IF.
           MOVE spaces TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE all "=" TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE w-porcentaje TO w-porc-ed.
           MOVE w-porc-fam TO w-porc-fam-ed.
           MOVE spaces TO lis-linea.
           STRING "RESUMEN  alumnos " w-tot-alumnos " completos "
               w-tot-completos " (" w-porc-ed "%)   familias "
               w-tot-familias " completas " w-fam-completas " ("
               w-porc-fam-ed "%)"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "  sin telefono " w-cant-sin-tel
               "  telefono invalido " w-cant-tel-inv
               "  sin email " w-cant-sin-mail
               "  email invalido " w-cant-mail-inv "  compartido "
               w-cant-compartido "  sin responsable " w-cant-sin-resp
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.
           IF w-comp-excedidos > 0
               MOVE spaces TO lis-linea
               STRING "  AVISO: " w-comp-excedidos " contactos "
                   "compartidos no entraron en la tabla (mas de 3000)"
                   DELIMITED BY SIZE INTO lis-linea
               PERFORM 890-EMITIR
           END-IF.
           MOVE spaces TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE "EVOLUCION DE LA COMPLETITUD" TO lis-linea.
           PERFORM 890-EMITIR.
           MOVE "  FECHA    CICLO  ALUMNOS  %COMPL  FAMILIAS  %COMPL"
               TO lis-linea.
           PERFORM 890-EMITIR.
           OPEN INPUT CALIDAD-HIST.
           PERFORM UNTIL fin-hist
               READ CALIDAD-HIST AT END MOVE 1 TO w-flag-hist
               END-READ
               IF NOT fin-hist
                   PERFORM 710-RENGLON-EVOLUCION
               END-IF
           END-PERFORM.
           CLOSE CALIDAD-HIST.
           MOVE w-fecha-hoy TO ch-fecha.
           MOVE w-ciclo TO ch-ciclo.
           MOVE w-tot-alumnos TO ch-alumnos.
           MOVE w-tot-completos TO ch-alu-completos.
           MOVE w-tot-familias TO ch-familias.
           MOVE w-fam-completas TO ch-fam-completas.
           PERFORM 710-RENGLON-EVOLUCION.
           OPEN EXTEND CALIDAD-HIST.
           WRITE ch-reg.
           CLOSE CALIDAD-HIST.

       710-RENGLON-EVOLUCION.
           IF ch-alumnos > 0
               COMPUTE w-porcentaje ROUNDED =
                   ch-alu-completos * 100 / ch-alumnos
           ELSE
               MOVE 0 TO w-porcentaje
           END-IF.
           IF ch-familias > 0
               COMPUTE w-porc-fam ROUNDED =
                   ch-fam-completas * 100 / ch-familias
           ELSE
               MOVE 0 TO w-porc-fam
           END-IF.
           MOVE w-porcentaje TO w-porc-ed.
           MOVE w-porc-fam TO w-porc-fam-ed.
           MOVE spaces TO lis-linea.
           STRING "  " ch-fecha " " ch-ciclo "   " ch-alumnos "   "
               w-porc-ed "   " ch-familias "   " w-porc-fam-ed
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 890-EMITIR.

       890-EMITIR.
           WRITE lis-linea.

       050-LEER-PERFIL.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa
               MOVE oa-perfil TO w-perfil
           END-IF.

      * Solo el supervisor ve DNI, telefono y email completos; caja y
      * consulta ven los ultimos digitos y el dominio del correo
       960-ENMASCARAR-DATOS.
           MOVE alu-dni TO w-dni-ver.
           MOVE alu-telefono TO w-tel-ver.
           MOVE alu-email TO w-email-ver.
           IF NOT perfil-supervisor
               MOVE "*****" TO w-dni-ver(1:5)
               PERFORM VARYING w-pos-masc FROM 15 BY -1
                       UNTIL w-pos-masc < 5
                           OR alu-telefono(w-pos-masc:1) NOT = space
                   CONTINUE
               END-PERFORM
               MOVE spaces TO w-tel-ver
               IF w-pos-masc > 4
                   STRING "***" alu-telefono(w-pos-masc - 3:4)
                       DELIMITED BY SIZE INTO w-tel-ver
               ELSE
                   IF alu-telefono NOT = spaces
                       MOVE "***" TO w-tel-ver
                   END-IF
               END-IF
               MOVE 0 TO w-pos-masc
               INSPECT alu-email TALLYING w-pos-masc
                   FOR CHARACTERS BEFORE INITIAL "@"
               MOVE spaces TO w-email-ver
               IF alu-email NOT = spaces
                   IF w-pos-masc < 30
                       STRING alu-email(1:1) "***"
                           alu-email(w-pos-masc + 1:)
                           DELIMITED BY SIZE INTO w-email-ver
                   ELSE
                       MOVE "***" TO w-email-ver
                   END-IF
               END-IF
           END-IF.

       900-FIN.
           CLOSE ALUMNOS CURSOS CURSOCAT FAMILIAS FAMINT RESPLINK.
           CLOSE LISTADO.
           DISPLAY "Alumnos revisados: ", w-tot-alumnos,
               "  completos: ", w-tot-completos,
               "  familias: ", w-tot-familias,
               "  completas: ", w-fam-completas.
           DISPLAY "Planilla en ", w-nombre-listado.
       END PROGRAM CalidadContactos.
