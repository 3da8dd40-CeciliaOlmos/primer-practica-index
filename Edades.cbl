      ******************************************************************
      * Author:
      * Date:
      * Purpose: Edades: rango de edad admitido por nivel y anio
      *          (edades.dat), carga de fecha de nacimiento, sexo y
      *          nacionalidad de un alumno (nacimientos.dat, por DNI)
      *          y listado de sobreedad por curso de un ciclo. La edad
      *          se toma a la fecha de corte del ciclo: 30 de junio o
      *          el MMDD del parametro EDAD-CORTE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Edades.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EDADES ASSIGN TO "..\edades.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ed-llave.

           SELECT OPTIONAL NACIMIENTOS ASSIGN TO "..\nacimientos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS nac-dni.

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

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EDADES.
       01  ed-reg.
           03 ed-llave.
               05 ed-nivel pic x(10).
               05 ed-anio pic 9.
           03 ed-edad-min pic 99.
           03 ed-edad-max pic 99.

       FD  NACIMIENTOS.
       01  nac-reg.
           03 nac-dni pic 9(8).
           03 nac-fecha pic 9(8).
           03 nac-fecha-r REDEFINES nac-fecha.
               05 nac-anio pic 9(4).
               05 nac-mmdd pic 9(4).
           03 nac-sexo pic x.
               88 sexo-valido value "F" "M" "X".
           03 nac-nacionalidad pic x(20).

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

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

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
       01  w-modo pic x value "S".
           88 modo-rangos value "R".
           88 modo-nacimiento value "N".
           88 modo-sobreedad value "S".
       77  w-nombre-listado pic x(40).
       77  w-ciclo pic 9(4).
       77  w-corte-mmdd pic 9(4) value 0630.
       01  w-fecha-corte pic 9(8).
       01  w-fecha-corte-r REDEFINES w-fecha-corte.
           03 w-fc-anio pic 9(4).
           03 w-fc-mmdd pic 9(4).
       77  w-edad-fecha pic 9(8).
       77  w-edad pic 99.
       77  w-sobre pic 99.
       77  w-legajo pic 9(5).
       77  w-dato pic x(20).
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-cant-curso pic 9(4) value 0.
       77  w-cant-total pic 9(5) value 0.
       77  w-sin-fecha pic 9(5) value 0.
       01  w-curso-ant.
           03 w-ant-anio pic 9.
           03 w-ant-curso pic 99.
           03 w-ant-turno pic 9.
       01  w-curso-act.
           03 w-act-anio pic 9.
           03 w-act-curso pic 99.
           03 w-act-turno pic 9.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Edades".
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
           PERFORM 050-LEER-PERFIL.
           DISPLAY "Modo (R=Rangos de edad por nivel/anio, ",
               "N=Datos de nacimiento, S=Sobreedad por curso)".
           ACCEPT w-modo.
           EVALUATE TRUE
               WHEN modo-rangos
                   PERFORM 200-RANGOS
               WHEN modo-nacimiento
                   PERFORM 300-NACIMIENTO
               WHEN OTHER
                   PERFORM 400-SOBREEDAD
           END-EVALUATE.
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

       200-RANGOS.
           OPEN I-O EDADES.
           DISPLAY "Nivel (x fin vacio)".
           ACCEPT ed-nivel.
           PERFORM UNTIL ed-nivel = spaces
               DISPLAY "Anio"
               ACCEPT ed-anio
               READ EDADES
                   INVALID KEY
                       PERFORM 210-PEDIR-RANGO
                       WRITE ed-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                       END-WRITE
                   NOT INVALID KEY
                       DISPLAY "Rango actual ", ed-edad-min, " a ",
                           ed-edad-max
                       PERFORM 210-PEDIR-RANGO
                       REWRITE ed-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                       END-REWRITE
               END-READ
               DISPLAY "Nivel (x fin vacio)"
               ACCEPT ed-nivel
           END-PERFORM.
           CLOSE EDADES.

       210-PEDIR-RANGO.
           DISPLAY "Edad minima al corte".
           ACCEPT ed-edad-min.
           DISPLAY "Edad maxima al corte".
           ACCEPT ed-edad-max.
           IF ed-edad-max < ed-edad-min
               MOVE ed-edad-min TO ed-edad-max
           END-IF.

      * Para los alumnos cargados antes de pedir estos datos en el alta
       300-NACIMIENTO.
           OPEN INPUT ALUMNOS.
           OPEN I-O NACIMIENTOS.
           DISPLAY "Legajo del alumno (x fin 0)".
           ACCEPT w-legajo.
           PERFORM UNTIL w-legajo = 0
               MOVE w-legajo TO alu-legajo
               READ ALUMNOS KEY IS alu-legajo
                   INVALID KEY
                       DISPLAY "LEGAJO INEXISTENTE"
                   NOT INVALID KEY
                       PERFORM 310-DATOS-NACIMIENTO
               END-READ
               DISPLAY "Legajo del alumno (x fin 0)"
               ACCEPT w-legajo
           END-PERFORM.
           CLOSE ALUMNOS NACIMIENTOS.

       310-DATOS-NACIMIENTO.
           PERFORM 960-ENMASCARAR-DATOS.
           DISPLAY alu-nombre, " DNI ", w-dni-ver.
           MOVE alu-dni TO nac-dni.
           READ NACIMIENTOS
               INVALID KEY
                   MOVE 0 TO nac-fecha
                   MOVE space TO nac-sexo
                   MOVE spaces TO nac-nacionalidad
               NOT INVALID KEY
                   DISPLAY "Nacimiento ", nac-fecha, " sexo ",
                       nac-sexo, " ", nac-nacionalidad
           END-READ.
           DISPLAY "Fecha de nacimiento (AAAAMMDD, 0 = no cambiar)".
           ACCEPT w-edad-fecha.
           IF w-edad-fecha NOT = 0
               MOVE w-edad-fecha TO nac-fecha
           END-IF.
           DISPLAY "Sexo (F/M/X, vacio = no cambiar)".
           ACCEPT w-dato.
           IF w-dato(1:1) NOT = space
               MOVE w-dato(1:1) TO nac-sexo
           END-IF.
           DISPLAY "Nacionalidad (vacio = no cambiar)".
           ACCEPT w-dato.
           IF w-dato NOT = spaces
               MOVE w-dato TO nac-nacionalidad
           END-IF.
           IF NOT sexo-valido AND nac-sexo NOT = space
               DISPLAY "SEXO INVALIDO - NO SE GRABA"
           ELSE
               WRITE nac-reg
                   INVALID KEY
                       REWRITE nac-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                       END-REWRITE
               END-WRITE
           END-IF.

      ******************************************************************
      * Sobreedad: alumnos de cada curso del ciclo cuya edad al corte
      * supera la maxima del nivel/anio, en orden de curso
      ******************************************************************
       400-SOBREEDAD.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-ciclo.
           OPEN INPUT PARAMETROS.
           MOVE "EDAD-CORTE" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-corte-mmdd
           END-READ.
           CLOSE PARAMETROS.
           COMPUTE w-fecha-corte = w-ciclo * 10000 + w-corte-mmdd.
           MOVE spaces TO w-nombre-listado.
           STRING "..\sobreedad_" DELIMITED BY SIZE
                  w-ciclo DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO w-nombre-listado.
           OPEN INPUT EDADES NACIMIENTOS ALUMNOS CURSOS CURSOCAT.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "SOBREEDAD POR CURSO - CICLO " w-ciclo
               " - EDAD AL " w-fecha-corte
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE "A CU T LEGAJO NOMBRE               EDAD MAX SOBRE"
               TO lis-linea.
           WRITE lis-linea.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO w-curso-ant.
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
                       PERFORM 410-UN-INSCRIPTO
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 430-CORTE-CURSO.
           MOVE spaces TO lis-linea.
           STRING "TOTAL CON SOBREEDAD: " w-cant-total
               "   SIN FECHA DE NACIMIENTO: " w-sin-fecha
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE EDADES NACIMIENTOS ALUMNOS CURSOS CURSOCAT LISTADO.
           DISPLAY "Alumnos con sobreedad: ", w-cant-total.
           DISPLAY "Listado en ", w-nombre-listado.

       410-UN-INSCRIPTO.
           MOVE cur-anio TO w-act-anio.
           MOVE cur-curso TO w-act-curso.
           MOVE cur-turno TO w-act-turno.
           IF w-curso-act NOT = w-curso-ant
               PERFORM 430-CORTE-CURSO
               MOVE w-curso-act TO w-curso-ant
           END-IF.
           MOVE cur-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY MOVE 0 TO alu-dni
           END-READ.
           MOVE alu-dni TO nac-dni.
           READ NACIMIENTOS
               INVALID KEY MOVE 0 TO nac-fecha
           END-READ.
           IF nac-fecha = 0 OR alu-dni = 0
               ADD 1 TO w-sin-fecha
           ELSE
               MOVE cur-ciclo TO cat-ciclo
               MOVE cur-anio TO cat-anio
               MOVE cur-curso TO cat-curso
               READ CURSOCAT
                   INVALID KEY MOVE spaces TO cat-nivel
               END-READ
               MOVE cat-nivel TO ed-nivel
               MOVE cur-anio TO ed-anio
               READ EDADES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 420-CALCULAR-EDAD
                       IF w-edad > ed-edad-max
                           COMPUTE w-sobre = w-edad - ed-edad-max
                           MOVE spaces TO lis-linea
                           STRING cur-anio " " cur-curso " "
                               cur-turno " " cur-legajo "  "
                               alu-nombre " " w-edad "   "
                               ed-edad-max "  " w-sobre
                               DELIMITED BY SIZE INTO lis-linea
                           WRITE lis-linea
                           ADD 1 TO w-cant-curso
                           ADD 1 TO w-cant-total
                       END-IF
               END-READ
           END-IF.

      * Anios cumplidos a la fecha de corte
       420-CALCULAR-EDAD.
           COMPUTE w-edad = w-fc-anio - nac-anio.
           IF w-fc-mmdd < nac-mmdd
               SUBTRACT 1 FROM w-edad
           END-IF.

       430-CORTE-CURSO.
           IF w-cant-curso > 0
               MOVE spaces TO lis-linea
               STRING "   curso " w-ant-anio " " w-ant-curso " "
                   w-ant-turno ": " w-cant-curso " con sobreedad"
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
           END-IF.
           MOVE 0 TO w-cant-curso.

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
       END PROGRAM Edades.
