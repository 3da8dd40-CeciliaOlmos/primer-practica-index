      ******************************************************************
      * Author:
      * Date:
      * Purpose: Calificaciones por periodo: carga de notas por curso,
      *          materia y trimestre sobre la nomina de CURSOS, cierre
      *          del ciclo (nota definitiva de cada materia como
      *          promedio de los periodos, aprobada o previa contra el
      *          parametro NOTA-APROB, y situacion final de cada
      *          inscripcion: promovido, con previas o repite segun
      *          MAX-PREVIAS) y emision del boletin imprimible de cada
      *          alumno con los nombres del catalogo de cursos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calificaciones.
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

           SELECT OPTIONAL MATERIAS ASSIGN TO "..\materias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS mat-llave.

           SELECT OPTIONAL PERIODOS ASSIGN TO "..\periodos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS per-llave.

           SELECT OPTIONAL CALIFICACIONES
           ASSIGN TO "..\calificaciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cal-llave.

           SELECT OPTIONAL SITFINAL ASSIGN TO "..\situacion_final.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sit-llave.

           SELECT OPTIONAL INASISTENCIAS
           ASSIGN TO "..\inasistencias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ina-llave.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT BOLETINES ASSIGN TO "..\boletines.txt"
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

       FD  MATERIAS.
       01  mat-reg.
           03 mat-llave.
               05 mat-ciclo pic 9(4).
               05 mat-anio pic 9.
               05 mat-curso pic 99.
               05 mat-codigo pic 99.
           03 mat-nombre pic x(20).
           03 mat-horas pic 99.

       FD  PERIODOS.
       01  per-reg.
           03 per-llave.
               05 per-ciclo pic 9(4).
               05 per-numero pic 9.
           03 per-descripcion pic x(20).
           03 per-desde pic 9(8).
           03 per-hasta pic 9(8).
           03 per-estado pic x.
               88 periodo-abierto value "A".

      * El periodo 9 es la nota definitiva que deja el cierre del
      * ciclo; los periodos 1 a 4 son las notas de cada trimestre
       FD  CALIFICACIONES.
       01  cal-reg.
           03 cal-llave.
               05 cal-ciclo pic 9(4).
               05 cal-legajo pic 9(5).
               05 cal-materia pic 99.
               05 cal-periodo pic 9.
           03 cal-nota pic 99v99.
           03 cal-estado pic x.
               88 cal-aprobada value "A".
               88 cal-previa value "P".
               88 cal-aprobada-mesa value "M".
           03 cal-fecha pic 9(8).
           03 cal-operador pic x(10).

       FD  SITFINAL.
       01  sit-reg.
           03 sit-llave.
              05 sit-ciclo pic 9(4).
              05 sit-anio pic 9.
              05 sit-curso pic 99.
              05 sit-turno pic 9.
              05 sit-orden pic 99.
           03 sit-legajo pic 9(5).
           03 sit-estado pic x.
               88 sit-promovido value "P".
               88 sit-con-previas value "V".
               88 sit-repite value "R".
           03 sit-cant-previas pic 99.
           03 sit-promedio pic 99v99.
           03 sit-fecha pic 9(8).

       FD  INASISTENCIAS.
       01  ina-reg.
           03 ina-llave.
               05 ina-ciclo pic 9(4).
               05 ina-legajo pic 9(5).
           03 ina-ausentes pic 9(3).
           03 ina-tardes pic 9(3).
           03 ina-faltas pic 9(3)v99.
           03 ina-nivel pic x.
           03 ina-fec-ult pic 9(8).

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

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

       FD  BOLETINES.
       01  bol-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "N".
           88 modo-notas value "N".
           88 modo-cierre value "C".
           88 modo-boletin value "B".
           88 modo-situacion value "S".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-mat pic 9 value 0.
           88 fin-mat value 1.
       01  w-curso-pedido.
           03 w-cp-ciclo pic 9(4).
           03 w-cp-anio pic 9.
           03 w-cp-curso pic 99.
           03 w-cp-turno pic 9.
       77  w-legajo-pedido pic 9(5) value 0.
       77  w-materia-pedida pic 99.
       77  w-periodo-pedido pic 9.
       77  w-nota-aprob pic 99v99 value 6.
       77  w-max-previas pic 99 value 2.
       77  w-nota pic 99v99.
       77  w-existe pic x value "N".
           88 cal-existe value "S".
       77  w-antes-cal pic x(80).
       77  w-cant-cargadas pic 9(5) value 0.
       77  w-cant-alumnos pic 9(5) value 0.
       77  w-cant-promovidos pic 9(5) value 0.
       77  w-cant-previas pic 9(5) value 0.
       77  w-cant-repiten pic 9(5) value 0.
       77  w-cant-boletines pic 9(5) value 0.
      * Materias del curso en memoria para el cierre y el boletin
       77  w-cant-mat pic 99 value 0.
       77  w-ind-mat pic 99.
       77  w-ind-per pic 9.
       01  w-tab-materias.
           03 w-mat occurs 20.
              05 w-mat-codigo pic 99.
              05 w-mat-nombre pic x(20).
       77  w-suma-notas pic 9(3)v99.
       77  w-cant-notas pic 9.
       77  w-promedio pic 99v99.
       77  w-suma-definitivas pic 9(4)v99.
       77  w-cant-definitivas pic 99.
       77  w-previas-alumno pic 99.
       77  w-hay-sit pic x value "N".
           88 sit-existe value "S".
       77  w-condicion pic x(12).

       01  lin-encabezado.
           03 filler pic x(22) value "MATERIA".
           03 filler pic x(28)
              value "1ER    2DO    3RO    4TO".
           03 filler pic x(17) value "FINAL  CONDICION".
       01  lin-boletin.
           03 b-materia pic x(20).
           03 b-periodo occurs 4.
              05 filler pic x(2).
              05 b-nota pic z9,99 blank when zero.
           03 filler pic x(3) value spaces.
           03 b-final pic z9,99 blank when zero.
           03 filler pic x(2) value spaces.
           03 b-condicion pic x(10).
       01  lin-situacion.
           03 s-legajo pic 9(5).
           03 filler pic x value space.
           03 s-nombre pic x(20).
           03 filler pic x(2) value spaces.
           03 s-promedio pic z9,99.
           03 filler pic x(2) value spaces.
           03 s-previas pic z9.
           03 filler pic x(2) value spaces.
           03 s-estado pic x(12).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Calificacion".
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
               WHEN modo-cierre
                   PERFORM 500-CIERRE-DEL-CICLO
               WHEN modo-boletin
                   PERFORM 600-EMITIR-BOLETINES
               WHEN modo-situacion
                   PERFORM 700-LISTAR-SITUACION
               WHEN OTHER
                   PERFORM 200-CARGAR-NOTAS
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
           DISPLAY "Modo (N=Cargar notas, C=Cierre del ciclo, ",
               "B=Boletines, S=Situacion final)".
           ACCEPT w-modo.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-LEER-OPERADOR.
           OPEN INPUT CURSOS ALUMNOS CURSOCAT MATERIAS PERIODOS.
           IF modo-notas OR modo-cierre
               OPEN I-O CALIFICACIONES SITFINAL
               OPEN EXTEND JOURNAL
           ELSE
               OPEN INPUT CALIFICACIONES SITFINAL INASISTENCIAS
           END-IF.
           IF modo-boletin
               OPEN OUTPUT BOLETINES
           END-IF.
           PERFORM 150-PEDIR-CURSO.

       110-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           MOVE "NOTA-APROB" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-nota-aprob
           END-READ.
           MOVE "MAX-PREVIAS" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-max-previas
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
               DISPLAY "Operador"
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
           MOVE w-cp-ciclo TO cat-ciclo.
           MOVE w-cp-anio TO cat-anio.
           MOVE w-cp-curso TO cat-curso.
           READ CURSOCAT
               INVALID KEY
                   MOVE spaces TO cat-nombre
                   MOVE spaces TO cat-nivel
           END-READ.
           PERFORM 180-CARGAR-MATERIAS.

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
                           MOVE 0 TO alu-dni
                           MOVE space TO alu-est
                   END-READ
               END-IF
           END-IF.

       180-CARGAR-MATERIAS.
           MOVE 0 TO w-cant-mat.
           MOVE 0 TO w-flag-mat.
           MOVE w-cp-ciclo TO mat-ciclo.
           MOVE w-cp-anio TO mat-anio.
           MOVE w-cp-curso TO mat-curso.
           MOVE 0 TO mat-codigo.
           START MATERIAS KEY IS NOT LESS THAN mat-llave
               INVALID KEY MOVE 1 TO w-flag-mat
           END-START.
           PERFORM UNTIL fin-mat
               READ MATERIAS NEXT AT END MOVE 1 TO w-flag-mat
               END-READ
               IF NOT fin-mat
                   IF mat-ciclo NOT = w-cp-ciclo
                           OR mat-anio NOT = w-cp-anio
                           OR mat-curso NOT = w-cp-curso
                       MOVE 1 TO w-flag-mat
                   ELSE
                       IF w-cant-mat < 20
                           ADD 1 TO w-cant-mat
                           MOVE mat-codigo TO w-mat-codigo(w-cant-mat)
                           MOVE mat-nombre TO w-mat-nombre(w-cant-mat)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF w-cant-mat = 0
               DISPLAY "EL CURSO NO TIENE MATERIAS CARGADAS"
           END-IF.

      * Carga de un periodo abierto para una materia: recorre la
      * nomina y pide la nota de cada alumno activo
       200-CARGAR-NOTAS.
           DISPLAY "Codigo de materia".
           ACCEPT w-materia-pedida.
           MOVE w-cp-ciclo TO mat-ciclo.
           MOVE w-cp-anio TO mat-anio.
           MOVE w-cp-curso TO mat-curso.
           MOVE w-materia-pedida TO mat-codigo.
           READ MATERIAS
               INVALID KEY
                   DISPLAY "LA MATERIA NO EXISTE EN EL CURSO"
               NOT INVALID KEY
                   PERFORM 210-PEDIR-PERIODO
           END-READ.

       210-PEDIR-PERIODO.
           DISPLAY "Periodo (1 a 4)".
           ACCEPT w-periodo-pedido.
           MOVE w-cp-ciclo TO per-ciclo.
           MOVE w-periodo-pedido TO per-numero.
           READ PERIODOS
               INVALID KEY
                   DISPLAY "EL PERIODO NO EXISTE EN EL CICLO"
               NOT INVALID KEY
                   IF NOT periodo-abierto
                       DISPLAY "EL PERIODO ESTA CERRADO - NO SE ",
                           "CARGAN NOTAS"
                   ELSE
                       PERFORM 220-RECORRER-NOMINA
                   END-IF
           END-READ.

       220-RECORRER-NOMINA.
           DISPLAY mat-nombre, " - ", per-descripcion, " - ",
               cat-nombre.
           DISPLAY "Nota de 1 a 10 (0 = no cambiar)".
           PERFORM 160-POSICIONAR-NOMINA.
           PERFORM 170-LEER-NOMINA.
           PERFORM UNTIL fin-cursos
               IF alu-est = "A"
                   PERFORM 230-CARGAR-NOTA-ALUMNO
               END-IF
               PERFORM 170-LEER-NOMINA
           END-PERFORM.
           DISPLAY "Notas grabadas: ", w-cant-cargadas.

       230-CARGAR-NOTA-ALUMNO.
           MOVE w-cp-ciclo TO cal-ciclo.
           MOVE cur-legajo TO cal-legajo.
           MOVE w-materia-pedida TO cal-materia.
           MOVE w-periodo-pedido TO cal-periodo.
           MOVE "N" TO w-existe.
           READ CALIFICACIONES
               INVALID KEY
                   DISPLAY cur-legajo, " ", alu-nombre
               NOT INVALID KEY
                   SET cal-existe TO TRUE
                   MOVE cal-reg TO w-antes-cal
                   DISPLAY cur-legajo, " ", alu-nombre, " (nota ",
                       cal-nota, ")"
           END-READ.
           MOVE 99 TO w-nota.
           PERFORM UNTIL w-nota NOT > 10
               ACCEPT w-nota
               IF w-nota > 10
                   DISPLAY "NOTA INVALIDA - reingrese"
               END-IF
           END-PERFORM.
           IF w-nota NOT = 0
               MOVE w-nota TO cal-nota
               IF w-nota NOT < w-nota-aprob
                   MOVE "A" TO cal-estado
               ELSE
                   MOVE "P" TO cal-estado
               END-IF
               MOVE w-fecha-hoy TO cal-fecha
               MOVE w-operador TO cal-operador
               IF cal-existe
                   REWRITE cal-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR LA NOTA"
                       NOT INVALID KEY
                           PERFORM 240-GRABAR-JOURNAL
                   END-REWRITE
               ELSE
                   WRITE cal-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR LA NOTA"
                   END-WRITE
               END-IF
               ADD 1 TO w-cant-cargadas
           END-IF.

      * Toda correccion de una nota ya cargada deja imagen anterior
      * y posterior en el journal con fecha y operador
       240-GRABAR-JOURNAL.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "Calificacion" TO jr-programa.
           MOVE "CALIFIC" TO jr-archivo.
           MOVE spaces TO jr-llave.
           MOVE cal-llave TO jr-llave.
           MOVE w-antes-cal TO jr-antes.
           MOVE spaces TO jr-despues.
           MOVE cal-reg TO jr-despues.
           WRITE jr-reg.

      * Cierre del ciclo: por cada inscripcion del curso se calcula
      * la definitiva de cada materia (promedio de los periodos con
      * nota), se cuentan las previas y se deja la situacion final
       500-CIERRE-DEL-CICLO.
           DISPLAY "CIERRE DEL CICLO ", w-cp-ciclo, " CURSO ",
               w-cp-anio, "/", w-cp-curso, " turno ", w-cp-turno.
           PERFORM 160-POSICIONAR-NOMINA.
           PERFORM 170-LEER-NOMINA.
           PERFORM UNTIL fin-cursos
               ADD 1 TO w-cant-alumnos
               PERFORM 510-CERRAR-ALUMNO
               PERFORM 170-LEER-NOMINA
           END-PERFORM.
           DISPLAY "Inscripciones cerradas: ", w-cant-alumnos.
           DISPLAY "  promovidos    ", w-cant-promovidos.
           DISPLAY "  con previas   ", w-cant-previas.
           DISPLAY "  repiten       ", w-cant-repiten.

       510-CERRAR-ALUMNO.
           MOVE 0 TO w-previas-alumno.
           MOVE 0 TO w-suma-definitivas w-cant-definitivas.
           PERFORM VARYING w-ind-mat FROM 1 BY 1
                   UNTIL w-ind-mat > w-cant-mat
               PERFORM 520-DEFINITIVA-MATERIA
           END-PERFORM.
           MOVE curso-llave TO sit-llave.
           MOVE "N" TO w-hay-sit.
           READ SITFINAL
               INVALID KEY CONTINUE
               NOT INVALID KEY SET sit-existe TO TRUE
           END-READ.
           MOVE curso-llave TO sit-llave.
           MOVE cur-legajo TO sit-legajo.
           MOVE w-previas-alumno TO sit-cant-previas.
           IF w-cant-definitivas > 0
               COMPUTE sit-promedio ROUNDED =
                   w-suma-definitivas / w-cant-definitivas
           ELSE
               MOVE 0 TO sit-promedio
           END-IF.
           MOVE w-fecha-hoy TO sit-fecha.
           EVALUATE TRUE
               WHEN w-previas-alumno = 0
                   MOVE "P" TO sit-estado
                   ADD 1 TO w-cant-promovidos
               WHEN w-previas-alumno NOT > w-max-previas
                   MOVE "V" TO sit-estado
                   ADD 1 TO w-cant-previas
               WHEN OTHER
                   MOVE "R" TO sit-estado
                   ADD 1 TO w-cant-repiten
           END-EVALUATE.
           IF sit-existe
               REWRITE sit-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA SITUACION"
               END-REWRITE
           ELSE
               WRITE sit-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA SITUACION"
               END-WRITE
           END-IF.
           DISPLAY "  ", cur-legajo, " ", alu-nombre, " previas ",
               w-previas-alumno, " -> ", sit-estado.

       520-DEFINITIVA-MATERIA.
           MOVE 0 TO w-suma-notas w-cant-notas.
           MOVE w-cp-ciclo TO cal-ciclo.
           MOVE cur-legajo TO cal-legajo.
           MOVE w-mat-codigo(w-ind-mat) TO cal-materia.
           PERFORM VARYING w-ind-per FROM 1 BY 1 UNTIL w-ind-per > 4
               MOVE w-ind-per TO cal-periodo
               READ CALIFICACIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD cal-nota TO w-suma-notas
                       ADD 1 TO w-cant-notas
               END-READ
           END-PERFORM.
      * Materia sin ninguna nota en el ciclo: no se aprueba sola,
      * queda previa hasta que se rinda
           IF w-cant-notas > 0
               COMPUTE w-promedio ROUNDED =
                   w-suma-notas / w-cant-notas
           ELSE
               MOVE 0 TO w-promedio
           END-IF.
           MOVE 9 TO cal-periodo.
           MOVE "N" TO w-existe.
           READ CALIFICACIONES
               INVALID KEY CONTINUE
               NOT INVALID KEY SET cal-existe TO TRUE
           END-READ.
      * Una previa ya aprobada en mesa de examen no se recalcula
           IF cal-existe AND cal-aprobada-mesa
               ADD cal-nota TO w-suma-definitivas
               ADD 1 TO w-cant-definitivas
           ELSE
               PERFORM 525-GRABAR-DEFINITIVA
           END-IF.

       525-GRABAR-DEFINITIVA.
           MOVE w-cp-ciclo TO cal-ciclo.
           MOVE cur-legajo TO cal-legajo.
           MOVE w-mat-codigo(w-ind-mat) TO cal-materia.
           MOVE 9 TO cal-periodo.
           MOVE w-promedio TO cal-nota.
           MOVE w-fecha-hoy TO cal-fecha.
           MOVE w-operador TO cal-operador.
           IF w-promedio NOT < w-nota-aprob
               MOVE "A" TO cal-estado
               ADD w-promedio TO w-suma-definitivas
               ADD 1 TO w-cant-definitivas
           ELSE
               MOVE "P" TO cal-estado
               ADD 1 TO w-previas-alumno
               IF w-promedio > 0
                   ADD w-promedio TO w-suma-definitivas
                   ADD 1 TO w-cant-definitivas
               END-IF
           END-IF.
           IF cal-existe
               REWRITE cal-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA DEFINITIVA"
               END-REWRITE
           ELSE
               WRITE cal-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA DEFINITIVA"
               END-WRITE
           END-IF.

      * Boletin de cada alumno del curso (o de un solo legajo) en el
      * archivo de impresion, con el nombre del curso del catalogo
       600-EMITIR-BOLETINES.
           DISPLAY "Legajo (0 = todo el curso)".
           ACCEPT w-legajo-pedido.
           PERFORM 160-POSICIONAR-NOMINA.
           PERFORM 170-LEER-NOMINA.
           PERFORM UNTIL fin-cursos
               IF w-legajo-pedido = 0
                       OR cur-legajo = w-legajo-pedido
                   PERFORM 610-BOLETIN-ALUMNO
               END-IF
               PERFORM 170-LEER-NOMINA
           END-PERFORM.
           DISPLAY "Boletines emitidos: ", w-cant-boletines,
               " en boletines.txt".

       610-BOLETIN-ALUMNO.
           ADD 1 TO w-cant-boletines.
           MOVE all "=" TO bol-linea.
           WRITE bol-linea.
           MOVE spaces TO bol-linea.
           STRING "BOLETIN DE CALIFICACIONES - CICLO LECTIVO "
               w-cp-ciclo DELIMITED BY SIZE INTO bol-linea.
           WRITE bol-linea.
           MOVE spaces TO bol-linea.
           STRING "Alumno: " alu-nombre "  Legajo " cur-legajo
               "  DNI " alu-dni DELIMITED BY SIZE INTO bol-linea.
           WRITE bol-linea.
           MOVE spaces TO bol-linea.
           STRING "Curso: " cat-nombre " (" w-cp-anio "/"
               w-cp-curso " turno " w-cp-turno ")  Nivel "
               cat-nivel DELIMITED BY SIZE INTO bol-linea.
           WRITE bol-linea.
           MOVE all "-" TO bol-linea.
           WRITE bol-linea.
           MOVE lin-encabezado TO bol-linea.
           WRITE bol-linea.
           PERFORM VARYING w-ind-mat FROM 1 BY 1
                   UNTIL w-ind-mat > w-cant-mat
               PERFORM 620-RENGLON-MATERIA
           END-PERFORM.
           MOVE all "-" TO bol-linea.
           WRITE bol-linea.
           MOVE curso-llave TO sit-llave.
           READ SITFINAL
               INVALID KEY MOVE "EN CURSO" TO w-condicion
               NOT INVALID KEY PERFORM 630-NOMBRE-SITUACION
           END-READ.
           MOVE spaces TO bol-linea.
           STRING "Situacion final: " w-condicion
               DELIMITED BY SIZE INTO bol-linea.
           WRITE bol-linea.
           MOVE w-cp-ciclo TO ina-ciclo.
           MOVE cur-legajo TO ina-legajo.
           READ INASISTENCIAS
               INVALID KEY MOVE 0 TO ina-faltas
           END-READ.
           MOVE spaces TO bol-linea.
           STRING "Inasistencias en el ciclo: " ina-faltas
               DELIMITED BY SIZE INTO bol-linea.
           WRITE bol-linea.
           MOVE spaces TO bol-linea.
           WRITE bol-linea.

       620-RENGLON-MATERIA.
           MOVE spaces TO lin-boletin.
           MOVE w-mat-nombre(w-ind-mat) TO b-materia.
           MOVE w-cp-ciclo TO cal-ciclo.
           MOVE cur-legajo TO cal-legajo.
           MOVE w-mat-codigo(w-ind-mat) TO cal-materia.
           PERFORM VARYING w-ind-per FROM 1 BY 1 UNTIL w-ind-per > 4
               MOVE w-ind-per TO cal-periodo
               READ CALIFICACIONES
                   INVALID KEY MOVE 0 TO b-nota(w-ind-per)
                   NOT INVALID KEY MOVE cal-nota TO b-nota(w-ind-per)
               END-READ
           END-PERFORM.
           MOVE 9 TO cal-periodo.
           READ CALIFICACIONES
               INVALID KEY
                   MOVE 0 TO b-final
                   MOVE spaces TO b-condicion
               NOT INVALID KEY
                   MOVE cal-nota TO b-final
                   EVALUATE TRUE
                       WHEN cal-aprobada
                           MOVE "APROBADA" TO b-condicion
                       WHEN cal-aprobada-mesa
                           MOVE "APROB.MESA" TO b-condicion
                       WHEN OTHER
                           MOVE "PREVIA" TO b-condicion
                   END-EVALUATE
           END-READ.
           MOVE lin-boletin TO bol-linea.
           WRITE bol-linea.

       630-NOMBRE-SITUACION.
           EVALUATE TRUE
               WHEN sit-promovido
                   MOVE "PROMOVIDO" TO w-condicion
               WHEN sit-con-previas
                   MOVE "CON PREVIAS" TO w-condicion
               WHEN sit-repite
                   MOVE "REPITE" TO w-condicion
               WHEN OTHER
                   MOVE "EN CURSO" TO w-condicion
           END-EVALUATE.

       700-LISTAR-SITUACION.
           DISPLAY "SITUACION FINAL ", cat-nombre, " CICLO ",
               w-cp-ciclo.
           DISPLAY "LEGAJO NOMBRE                PROM.  PR  SITUACION".
           PERFORM 160-POSICIONAR-NOMINA.
           PERFORM 170-LEER-NOMINA.
           PERFORM UNTIL fin-cursos
               MOVE curso-llave TO sit-llave
               READ SITFINAL
                   INVALID KEY
                       MOVE "EN CURSO" TO w-condicion
                       MOVE 0 TO sit-promedio sit-cant-previas
                   NOT INVALID KEY
                       PERFORM 630-NOMBRE-SITUACION
               END-READ
               MOVE cur-legajo TO s-legajo
               MOVE alu-nombre TO s-nombre
               MOVE sit-promedio TO s-promedio
               MOVE sit-cant-previas TO s-previas
               MOVE w-condicion TO s-estado
               DISPLAY lin-situacion
               PERFORM 170-LEER-NOMINA
           END-PERFORM.

       900-FIN.
           CLOSE CURSOS ALUMNOS CURSOCAT MATERIAS PERIODOS.
           CLOSE CALIFICACIONES SITFINAL.
           IF modo-notas OR modo-cierre
               CLOSE JOURNAL
           ELSE
               CLOSE INASISTENCIAS
           END-IF.
           IF modo-boletin
               CLOSE BOLETINES
           END-IF.
       END PROGRAM Calificaciones.
