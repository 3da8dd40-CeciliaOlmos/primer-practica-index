      ******************************************************************
      * Author:
      * Date:
      * Purpose: Talleres extracurriculares (deportivos y artisticos)
      *          que toman alumnos de distintos cursos: maestro de
      *          talleres con hasta dos encuentros semanales (dia y
      *          bloque), docente, cupo, cuota mensual y concepto de
      *          facturacion; inscripcion por legajo, rechazada si el
      *          taller esta completo o choca con un bloque del curso
      *          del alumno en horarios.dat o con otro taller suyo.
      *          La cuota se factura como suscripcion de la cta-cte
      *          (suscripciones.dat) con el concepto del taller, asi
      *          GeneraCuotas la suma a la cuota del mes; la baja
      *          cierra la suscripcion. Emite la nomina de cada
      *          taller
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Talleres.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TALLERES ASSIGN TO "..\talleres.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ta-codigo.

           SELECT OPTIONAL TALLER-INSC ASSIGN TO "..\taller_insc.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ti-llave
           ALTERNATE RECORD KEY IS ti-legajo WITH DUPLICATES.

           SELECT OPTIONAL SUSCRIPCIONES
           ASSIGN TO "..\suscripciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sus-llave.

           SELECT OPTIONAL HORARIOS ASSIGN TO "..\horarios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS hor-llave.

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

           SELECT OPTIONAL DOCENTES ASSIGN TO "..\docentes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS doc-dni.

           SELECT OPTIONAL CONCEPTOS ASSIGN TO "..\conceptos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS con-codigo.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Un registro por taller y ciclo; dia 0 en el segundo encuentro
      * = el taller se da una sola vez por semana
       FD  TALLERES.
       01  ta-reg.
           03 ta-codigo pic 9(3).
           03 ta-nombre pic x(30).
           03 ta-tipo pic x.
               88 taller-deportivo value "D".
               88 taller-artistico value "A".
           03 ta-ciclo pic 9(4).
           03 ta-encuentro occurs 2.
               05 ta-dia pic 9.
               05 ta-bloque pic 99.
           03 ta-docente pic 9(8).
           03 ta-cupo pic 999.
           03 ta-inscriptos pic 999.
           03 ta-cuota pic 9(6)v99.
           03 ta-concepto pic 99.
           03 ta-estado pic x.
               88 taller-activo value "A".
               88 taller-cerrado value "C".

       FD  TALLER-INSC.
       01  ti-reg.
           03 ti-llave.
               05 ti-taller pic 9(3).
               05 ti-legajo pic 9(5).
           03 ti-curso pic 99.
           03 ti-cta-cte pic 9(5).
           03 ti-desde pic 9(6).
           03 ti-hasta pic 9(6).
           03 ti-estado pic x.
               88 insc-activa value "A".
               88 insc-baja value "B".
           03 ti-fec-alta pic 9(8).
           03 ti-fec-baja pic 9(8).
           03 ti-operador pic x(10).

       FD  SUSCRIPCIONES.
       01  sus-reg.
           03 sus-llave.
               05 sus-curso pic 99.
               05 sus-cta-cte pic 9(5).
               05 sus-servicio pic 99.
           03 sus-importe pic 9(6)v99.
           03 sus-desde pic 9(6).
           03 sus-hasta pic 9(6).

       FD  HORARIOS.
       01  hor-reg.
           03 hor-llave.
               05 hor-ciclo pic 9(4).
               05 hor-anio pic 9.
               05 hor-curso pic 99.
               05 hor-turno pic 9.
               05 hor-dia pic 9.
               05 hor-bloque pic 99.
           03 hor-aula pic 9(3).

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

       FD  DOCENTES.
       01  doc-reg.
           03 doc-dni pic 9(8).
           03 doc-nombre pic x(20).
           03 doc-telefono pic x(15).
           03 doc-email pic x(30).
           03 doc-horas-max pic 99.

       FD  CONCEPTOS.
       01  con-reg.
           03 con-codigo pic 99.
           03 con-descripcion pic x(20).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "I".
           88 modo-talleres value "T".
           88 modo-inscripcion value "I".
           88 modo-baja value "B".
           88 modo-nomina value "N".
       77  w-fecha-hoy pic 9(8).
       77  w-mes-actual pic 9(6).
       77  w-operador pic x(10).
       77  w-nombre-listado pic x(40).
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
       77  w-flag-ta pic 9 value 0.
           88 fin-ta value 1.
       77  w-flag-ti pic 9 value 0.
           88 fin-ti value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-existe pic x.
           88 reg-existe value "S".
       77  w-alumno-ok pic x.
           88 alumno-ok value "S".
       77  w-inscripto pic x.
           88 legajo-inscripto value "S".
       77  w-choca pic x.
           88 hay-choque value "S".
       77  w-codigo pic 9(3).
       77  w-legajo pic 9(5).
       77  w-cuota-ant pic 9(6)v99.
       77  w-enc pic 9.
       77  w-enc-otro pic 9.
       77  w-cant-nomina pic 999.
       77  w-cant-actualizadas pic 999.
      * Datos del taller pedido, que se conservan mientras se leen
      * los otros talleres del alumno
       01  w-taller-pedido.
           03 w-tp-codigo pic 9(3).
           03 w-tp-nombre pic x(30).
           03 w-tp-ciclo pic 9(4).
           03 w-tp-encuentro occurs 2.
               05 w-tp-dia pic 9.
               05 w-tp-bloque pic 99.
           03 w-tp-cuota pic 9(6)v99.
           03 w-tp-concepto pic 99.
       77  w-ins-anio pic 9.
       77  w-ins-curso pic 99.
       77  w-ins-turno pic 9.
       77  w-ins-cta-cte pic 9(5).
       77  w-texto-dia pic x(9).

       01  lin-cab-nomina.
           03 filler pic x(27) value "LEGAJO NOMBRE".
           03 filler pic x(8) value "CURSO".
           03 filler pic x(7) value "DESDE".
           03 filler pic x(8) value "HASTA".
           03 filler pic x(8) value "TELEFONO".
       01  lin-nomina.
           03 n-legajo pic 9(5).
           03 filler pic x value space.
           03 n-nombre pic x(20).
           03 filler pic x value space.
           03 n-anio pic 9.
           03 filler pic x value "/".
           03 n-curso pic 99.
           03 filler pic x value "/".
           03 n-turno pic 9.
           03 filler pic x(2) value spaces.
           03 n-desde pic 9(6).
           03 filler pic x value space.
           03 n-hasta pic 9(6).
           03 filler pic x(2) value spaces.
           03 n-telefono pic x(15).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Talleres".
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
               WHEN modo-talleres
                   PERFORM 200-ABM-TALLERES
               WHEN modo-baja
                   PERFORM 400-BAJA
               WHEN modo-nomina
                   PERFORM 500-NOMINA
               WHEN OTHER
                   PERFORM 300-INSCRIPCION
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
           MOVE w-fecha-hoy(1:6) TO w-mes-actual.
           DISPLAY "Modo (I=Inscripcion, B=Baja de inscripcion, ",
               "N=Nomina, T=Talleres)".
           ACCEPT w-modo.
           PERFORM 120-LEER-OPERADOR.
           IF modo-nomina
               OPEN INPUT TALLERES TALLER-INSC SUSCRIPCIONES
           ELSE
               OPEN I-O TALLERES TALLER-INSC SUSCRIPCIONES
           END-IF.
           OPEN INPUT HORARIOS ALUMNOS CURSOS DOCENTES CONCEPTOS.

      * El operador sale de la sesion del menu; si el programa corre
      * suelto se lo pide
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
           IF NOT fin-oa
               MOVE oa-perfil TO w-perfil
           END-IF.

      ******************************************************************
      * Maestro de talleres
      ******************************************************************
       200-ABM-TALLERES.
           PERFORM 210-LISTAR-TALLERES.
           DISPLAY "Codigo de taller (x fin 0)".
           ACCEPT w-codigo.
           PERFORM UNTIL w-codigo = 0
               PERFORM 220-GRABAR-TALLER
               DISPLAY "Codigo de taller (x fin 0)"
               ACCEPT w-codigo
           END-PERFORM.

       210-LISTAR-TALLERES.
           DISPLAY "COD NOMBRE                         CICLO DIA/BLQ ",
               "DIA/BLQ CUPO INSC     CUOTA EST".
           MOVE 0 TO ta-codigo.
           MOVE 0 TO w-flag-ta.
           START TALLERES KEY IS NOT LESS THAN ta-codigo
               INVALID KEY MOVE 1 TO w-flag-ta
           END-START.
           PERFORM UNTIL fin-ta
               READ TALLERES NEXT AT END MOVE 1 TO w-flag-ta
               END-READ
               IF NOT fin-ta
                   DISPLAY ta-codigo, " ", ta-nombre, " ", ta-ciclo,
                       " ", ta-dia(1), "/", ta-bloque(1), "    ",
                       ta-dia(2), "/", ta-bloque(2), "    ", ta-cupo,
                       "  ", ta-inscriptos, " ", ta-cuota, " ",
                       ta-estado
               END-IF
           END-PERFORM.

      * Los inscriptos no se tocan desde aqui: cambian con la
      * inscripcion y la baja. Si cambia la cuota se pasa a las
      * suscripciones de los inscriptos activos
       220-GRABAR-TALLER.
           MOVE "N" TO w-existe.
           MOVE w-codigo TO ta-codigo.
           READ TALLERES
               INVALID KEY
                   MOVE spaces TO ta-nombre
                   MOVE "D" TO ta-tipo
                   MOVE "A" TO ta-estado
                   MOVE 0 TO ta-ciclo ta-docente ta-cupo
                       ta-inscriptos ta-cuota ta-concepto
                   MOVE 0 TO ta-dia(1) ta-bloque(1) ta-dia(2)
                       ta-bloque(2)
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   DISPLAY ta-nombre, " cupo ", ta-cupo,
                       " inscriptos ", ta-inscriptos, " cuota ",
                       ta-cuota
           END-READ.
           MOVE ta-cuota TO w-cuota-ant.
           DISPLAY "Nombre".
           ACCEPT ta-nombre.
           DISPLAY "Tipo (D=Deportivo, A=Artistico)".
           ACCEPT ta-tipo.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT ta-ciclo.
           DISPLAY "Primer encuentro: dia (1=lunes .. 6=sabado)".
           ACCEPT ta-dia(1).
           DISPLAY "Primer encuentro: bloque".
           ACCEPT ta-bloque(1).
           DISPLAY "Segundo encuentro: dia (0 = no tiene)".
           ACCEPT ta-dia(2).
           IF ta-dia(2) = 0
               MOVE 0 TO ta-bloque(2)
           ELSE
               DISPLAY "Segundo encuentro: bloque"
               ACCEPT ta-bloque(2)
           END-IF.
           PERFORM 230-PEDIR-DOCENTE.
           DISPLAY "Cupo".
           ACCEPT ta-cupo.
           IF ta-cupo < ta-inscriptos
               DISPLAY "HAY MAS INSCRIPTOS QUE CUPO - SE DEJAN ",
                   ta-inscriptos
               MOVE ta-inscriptos TO ta-cupo
           END-IF.
           DISPLAY "Cuota mensual".
           ACCEPT ta-cuota.
           PERFORM 240-PEDIR-CONCEPTO.
           DISPLAY "Estado (A=Activo, C=Cerrado a inscripcion)".
           ACCEPT ta-estado.
           IF reg-existe
               REWRITE ta-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL TALLER"
               END-REWRITE
               IF ta-cuota NOT = w-cuota-ant
                   PERFORM 250-ACTUALIZAR-CUOTAS
               END-IF
           ELSE
               WRITE ta-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL TALLER"
               END-WRITE
           END-IF.

       230-PEDIR-DOCENTE.
           DISPLAY "DNI del docente a cargo".
           ACCEPT ta-docente.
           MOVE ta-docente TO doc-dni.
           READ DOCENTES
               INVALID KEY MOVE spaces TO doc-nombre
           END-READ.
           PERFORM UNTIL doc-nombre NOT = spaces
               DISPLAY "DOCENTE INEXISTENTE - DNI del docente"
               ACCEPT ta-docente
               MOVE ta-docente TO doc-dni
               READ DOCENTES
                   INVALID KEY MOVE spaces TO doc-nombre
               END-READ
           END-PERFORM.
           DISPLAY "  a cargo de ", doc-nombre.

      * El concepto es el codigo de servicio de la suscripcion: con
      * el, desglose y recaudacion por concepto muestran el taller
       240-PEDIR-CONCEPTO.
           DISPLAY "Concepto de facturacion".
           ACCEPT ta-concepto.
           MOVE ta-concepto TO con-codigo.
           READ CONCEPTOS
               INVALID KEY MOVE spaces TO con-descripcion
           END-READ.
           PERFORM UNTIL con-descripcion NOT = spaces
               DISPLAY "CONCEPTO INEXISTENTE - Concepto de facturacion"
               ACCEPT ta-concepto
               MOVE ta-concepto TO con-codigo
               READ CONCEPTOS
                   INVALID KEY MOVE spaces TO con-descripcion
               END-READ
           END-PERFORM.
           DISPLAY "  concepto ", con-descripcion.

      * La cuota nueva rige para los meses que falta facturar; las
      * cuotas ya generadas no cambian
       250-ACTUALIZAR-CUOTAS.
           MOVE 0 TO w-cant-actualizadas.
           MOVE 0 TO w-flag-ti.
           MOVE ta-codigo TO ti-taller.
           MOVE 0 TO ti-legajo.
           START TALLER-INSC KEY IS NOT LESS THAN ti-llave
               INVALID KEY MOVE 1 TO w-flag-ti
           END-START.
           PERFORM UNTIL fin-ti
               READ TALLER-INSC NEXT AT END MOVE 1 TO w-flag-ti
               END-READ
               IF NOT fin-ti
                   IF ti-taller NOT = ta-codigo
                       MOVE 1 TO w-flag-ti
                   ELSE
                       IF insc-activa
                           MOVE ti-curso TO sus-curso
                           MOVE ti-cta-cte TO sus-cta-cte
                           MOVE ta-concepto TO sus-servicio
                           READ SUSCRIPCIONES
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE ta-cuota TO sus-importe
                                   REWRITE sus-reg
                                   ADD 1 TO w-cant-actualizadas
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Suscripciones con la cuota nueva: ",
               w-cant-actualizadas.

      ******************************************************************
      * Inscripcion
      ******************************************************************
       300-INSCRIPCION.
           DISPLAY "Codigo de taller (x fin 0)".
           ACCEPT w-codigo.
           PERFORM UNTIL w-codigo = 0
               MOVE w-codigo TO ta-codigo
               READ TALLERES
                   INVALID KEY
                       DISPLAY "TALLER INEXISTENTE"
                   NOT INVALID KEY
                       PERFORM 310-INSCRIBIR-EN-TALLER
               END-READ
               DISPLAY "Codigo de taller (x fin 0)"
               ACCEPT w-codigo
           END-PERFORM.

       310-INSCRIBIR-EN-TALLER.
           MOVE ta-codigo TO w-tp-codigo.
           MOVE ta-nombre TO w-tp-nombre.
           MOVE ta-ciclo TO w-tp-ciclo.
           MOVE ta-dia(1) TO w-tp-dia(1).
           MOVE ta-bloque(1) TO w-tp-bloque(1).
           MOVE ta-dia(2) TO w-tp-dia(2).
           MOVE ta-bloque(2) TO w-tp-bloque(2).
           MOVE ta-cuota TO w-tp-cuota.
           MOVE ta-concepto TO w-tp-concepto.
           DISPLAY ta-nombre, " cupo ", ta-cupo, " inscriptos ",
               ta-inscriptos.
           IF NOT taller-activo
               DISPLAY "EL TALLER ESTA CERRADO A INSCRIPCION"
           ELSE
               DISPLAY "Legajo (x fin 0)"
               ACCEPT w-legajo
               PERFORM UNTIL w-legajo = 0
                   PERFORM 320-INSCRIBIR-LEGAJO
                   DISPLAY "Legajo (x fin 0)"
                   ACCEPT w-legajo
               END-PERFORM
           END-IF.

      * Cupo, inscripcion en el ciclo del taller, choque con los
      * bloques del curso y con otros talleres, y que la cuenta no
      * tenga ya una suscripcion con el mismo concepto
       320-INSCRIBIR-LEGAJO.
           PERFORM 330-LEER-ALUMNO.
           IF alumno-ok
               PERFORM 340-BUSCAR-CURSO
           END-IF.
           MOVE "N" TO w-choca.
           IF alumno-ok AND legajo-inscripto
               PERFORM 350-VER-HORARIO-CURSO
               IF NOT hay-choque
                   PERFORM 360-VER-OTROS-TALLERES
               END-IF
           END-IF.
      * Se vuelve a leer el taller pedido: la revision de los otros
      * talleres del alumno usa el mismo registro
           MOVE w-tp-codigo TO ta-codigo.
           READ TALLERES
               INVALID KEY MOVE 0 TO ta-cupo
           END-READ.
           EVALUATE TRUE
               WHEN NOT alumno-ok
                   CONTINUE
               WHEN NOT legajo-inscripto
                   DISPLAY "EL LEGAJO NO TIENE CURSO EN EL CICLO ",
                       w-tp-ciclo
               WHEN hay-choque
                   CONTINUE
               WHEN ta-inscriptos NOT < ta-cupo
                   DISPLAY "TALLER COMPLETO - CUPO ", ta-cupo
               WHEN OTHER
                   PERFORM 370-GRABAR-INSCRIPCION
           END-EVALUATE.

       330-LEER-ALUMNO.
           MOVE "N" TO w-alumno-ok.
           MOVE w-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY
                   DISPLAY "LEGAJO INEXISTENTE"
               NOT INVALID KEY
                   SET alumno-ok TO TRUE
                   DISPLAY alu-nombre
           END-READ.

       340-BUSCAR-CURSO.
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
                       IF cur-ciclo = w-tp-ciclo
                           SET legajo-inscripto TO TRUE
                           MOVE cur-anio TO w-ins-anio
                           MOVE cur-curso TO w-ins-curso
                           MOVE cur-turno TO w-ins-turno
                           MOVE cur-cta-cte TO w-ins-cta-cte
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * El bloque del taller no puede estar ocupado en la grilla del
      * curso del alumno
       350-VER-HORARIO-CURSO.
           PERFORM VARYING w-enc FROM 1 BY 1
                   UNTIL w-enc > 2 OR hay-choque
               IF w-tp-dia(w-enc) NOT = 0
                   MOVE w-tp-ciclo TO hor-ciclo
                   MOVE w-ins-anio TO hor-anio
                   MOVE w-ins-curso TO hor-curso
                   MOVE w-ins-turno TO hor-turno
                   MOVE w-tp-dia(w-enc) TO hor-dia
                   MOVE w-tp-bloque(w-enc) TO hor-bloque
                   READ HORARIOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           SET hay-choque TO TRUE
                           PERFORM 800-TEXTO-DIA
                           DISPLAY "CHOCA CON EL CURSO ", w-ins-anio,
                               "/", w-ins-curso, " EL ", w-texto-dia,
                               " BLOQUE ", hor-bloque
                   END-READ
               END-IF
           END-PERFORM.

       360-VER-OTROS-TALLERES.
           MOVE 0 TO w-flag-ti.
           MOVE w-legajo TO ti-legajo.
           START TALLER-INSC KEY IS = ti-legajo
               INVALID KEY MOVE 1 TO w-flag-ti
           END-START.
           PERFORM UNTIL fin-ti OR hay-choque
               READ TALLER-INSC NEXT AT END MOVE 1 TO w-flag-ti
               END-READ
               IF NOT fin-ti
                   IF ti-legajo NOT = w-legajo
                       MOVE 1 TO w-flag-ti
                   ELSE
                       IF insc-activa
                           PERFORM 365-COMPARAR-TALLER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       365-COMPARAR-TALLER.
           IF ti-taller = w-tp-codigo
               SET hay-choque TO TRUE
               DISPLAY "YA ESTA INSCRIPTO EN ESTE TALLER"
           ELSE
               MOVE ti-taller TO ta-codigo
               READ TALLERES
                   INVALID KEY MOVE 0 TO ta-ciclo
               END-READ
               IF ta-ciclo = w-tp-ciclo
                   PERFORM VARYING w-enc FROM 1 BY 1
                           UNTIL w-enc > 2 OR hay-choque
                       PERFORM VARYING w-enc-otro FROM 1 BY 1
                               UNTIL w-enc-otro > 2 OR hay-choque
                           IF w-tp-dia(w-enc) NOT = 0
                                   AND w-tp-dia(w-enc)
                                       = ta-dia(w-enc-otro)
                                   AND w-tp-bloque(w-enc)
                                       = ta-bloque(w-enc-otro)
                               SET hay-choque TO TRUE
                               DISPLAY "CHOCA CON EL TALLER ",
                                   ta-codigo, " ", ta-nombre
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-IF.

      * La suscripcion corre desde el mes de la inscripcion (o desde
      * enero si se inscribe antes de empezar el ciclo) hasta
      * diciembre del ciclo del taller
       370-GRABAR-INSCRIPCION.
           MOVE w-ins-curso TO sus-curso.
           MOVE w-ins-cta-cte TO sus-cta-cte.
           MOVE w-tp-concepto TO sus-servicio.
           READ SUSCRIPCIONES
               INVALID KEY
                   MOVE w-tp-cuota TO sus-importe
                   IF w-mes-actual > w-tp-ciclo * 100
                       MOVE w-mes-actual TO sus-desde
                   ELSE
                       COMPUTE sus-desde = w-tp-ciclo * 100 + 1
                   END-IF
                   COMPUTE sus-hasta = w-tp-ciclo * 100 + 12
                   WRITE sus-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR LA ",
                           "SUSCRIPCION"
                   END-WRITE
                   PERFORM 380-GRABAR-TALLER-INSC
               NOT INVALID KEY
                   DISPLAY "LA CUENTA YA TIENE UNA SUSCRIPCION CON ",
                       "EL CONCEPTO ", w-tp-concepto, " - NO SE ",
                       "INSCRIBE"
           END-READ.

      * Un alumno dado de baja que vuelve reusa su registro
       380-GRABAR-TALLER-INSC.
           MOVE "N" TO w-existe.
           MOVE w-tp-codigo TO ti-taller.
           MOVE w-legajo TO ti-legajo.
           READ TALLER-INSC
               INVALID KEY CONTINUE
               NOT INVALID KEY SET reg-existe TO TRUE
           END-READ.
           MOVE w-ins-curso TO ti-curso.
           MOVE w-ins-cta-cte TO ti-cta-cte.
           MOVE sus-desde TO ti-desde.
           MOVE sus-hasta TO ti-hasta.
           MOVE "A" TO ti-estado.
           MOVE w-fecha-hoy TO ti-fec-alta.
           MOVE 0 TO ti-fec-baja.
           MOVE w-operador TO ti-operador.
           IF reg-existe
               REWRITE ti-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA INSCRIPCION"
               END-REWRITE
           ELSE
               WRITE ti-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR LA INSCRIPCION"
               END-WRITE
           END-IF.
           ADD 1 TO ta-inscriptos.
           REWRITE ta-reg
               INVALID KEY DISPLAY "NO PUDE ACTUALIZAR EL TALLER"
           END-REWRITE.
           DISPLAY "Inscripto. Cuota ", sus-importe, " desde ",
               sus-desde, " hasta ", sus-hasta.

      ******************************************************************
      * Baja: la suscripcion se cierra en el mes de la baja, o se
      * borra si todavia no empezo a facturarse
      ******************************************************************
       400-BAJA.
           DISPLAY "Codigo de taller (x fin 0)".
           ACCEPT w-codigo.
           PERFORM UNTIL w-codigo = 0
               DISPLAY "Legajo"
               ACCEPT w-legajo
               MOVE w-codigo TO ti-taller
               MOVE w-legajo TO ti-legajo
               READ TALLER-INSC
                   INVALID KEY
                       DISPLAY "NO ESTA INSCRIPTO EN ESE TALLER"
                   NOT INVALID KEY
                       IF insc-baja
                           DISPLAY "LA INSCRIPCION YA ESTA DADA DE ",
                               "BAJA"
                       ELSE
                           PERFORM 410-DAR-DE-BAJA
                       END-IF
               END-READ
               DISPLAY "Codigo de taller (x fin 0)"
               ACCEPT w-codigo
           END-PERFORM.

       410-DAR-DE-BAJA.
           MOVE ti-taller TO ta-codigo.
           READ TALLERES
               INVALID KEY MOVE 0 TO ta-concepto
           END-READ.
           MOVE ti-curso TO sus-curso.
           MOVE ti-cta-cte TO sus-cta-cte.
           MOVE ta-concepto TO sus-servicio.
           READ SUSCRIPCIONES
               INVALID KEY
                   DISPLAY "LA SUSCRIPCION YA NO EXISTE"
               NOT INVALID KEY
                   IF sus-desde > w-mes-actual
                       DELETE SUSCRIPCIONES
                       MOVE ti-desde TO ti-hasta
                   ELSE
                       IF sus-hasta > w-mes-actual
                           MOVE w-mes-actual TO sus-hasta
                           REWRITE sus-reg
                       END-IF
                       MOVE sus-hasta TO ti-hasta
                   END-IF
           END-READ.
           MOVE "B" TO ti-estado.
           MOVE w-fecha-hoy TO ti-fec-baja.
           MOVE w-operador TO ti-operador.
           REWRITE ti-reg
               INVALID KEY DISPLAY "NO PUDE GRABAR LA BAJA"
           END-REWRITE.
           IF ta-inscriptos > 0
               SUBTRACT 1 FROM ta-inscriptos
               REWRITE ta-reg
                   INVALID KEY DISPLAY "NO PUDE ACTUALIZAR EL TALLER"
               END-REWRITE
           END-IF.
           DISPLAY "Baja registrada. Se factura hasta ", ti-hasta.

      ******************************************************************
      * Nomina de un taller
      ******************************************************************
       500-NOMINA.
           DISPLAY "Codigo de taller (x fin 0)".
           ACCEPT w-codigo.
           PERFORM UNTIL w-codigo = 0
               MOVE w-codigo TO ta-codigo
               READ TALLERES
                   INVALID KEY
                       DISPLAY "TALLER INEXISTENTE"
                   NOT INVALID KEY
                       PERFORM 510-IMPRIMIR-NOMINA
               END-READ
               DISPLAY "Codigo de taller (x fin 0)"
               ACCEPT w-codigo
           END-PERFORM.

       510-IMPRIMIR-NOMINA.
           MOVE spaces TO w-nombre-listado.
           STRING "..\taller_" ta-codigo "_" ta-ciclo ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "NOMINA DEL TALLER " ta-codigo " " ta-nombre
               " CICLO " ta-ciclo
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           MOVE ta-docente TO doc-dni.
           READ DOCENTES
               INVALID KEY MOVE spaces TO doc-nombre
           END-READ.
           MOVE spaces TO lis-linea.
           STRING "Docente " doc-nombre
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-enc FROM 1 BY 1 UNTIL w-enc > 2
               IF ta-dia(w-enc) NOT = 0
                   PERFORM 800-TEXTO-DIA
                   MOVE spaces TO lis-linea
                   STRING "Encuentro: " w-texto-dia " bloque "
                       ta-bloque(w-enc)
                       DELIMITED BY SIZE INTO lis-linea
                   DISPLAY lis-linea
                   WRITE lis-linea
               END-IF
           END-PERFORM.
           DISPLAY lin-cab-nomina.
           WRITE lis-linea FROM lin-cab-nomina.
           MOVE 0 TO w-cant-nomina.
           MOVE 0 TO w-flag-ti.
           MOVE ta-codigo TO ti-taller.
           MOVE 0 TO ti-legajo.
           START TALLER-INSC KEY IS NOT LESS THAN ti-llave
               INVALID KEY MOVE 1 TO w-flag-ti
           END-START.
           PERFORM UNTIL fin-ti
               READ TALLER-INSC NEXT AT END MOVE 1 TO w-flag-ti
               END-READ
               IF NOT fin-ti
                   IF ti-taller NOT = ta-codigo
                       MOVE 1 TO w-flag-ti
                   ELSE
                       IF insc-activa
                           PERFORM 520-RENGLON-NOMINA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE spaces TO lis-linea.
           STRING "Inscriptos " w-cant-nomina "  cupo " ta-cupo
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO.
           DISPLAY "Nomina en ", w-nombre-listado.

       520-RENGLON-NOMINA.
           ADD 1 TO w-cant-nomina.
           MOVE ti-legajo TO w-legajo.
           MOVE ti-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY
                   MOVE "(sin alumno)" TO alu-nombre
                   MOVE spaces TO alu-telefono
           END-READ.
           MOVE ta-ciclo TO w-tp-ciclo.
           PERFORM 340-BUSCAR-CURSO.
           IF NOT legajo-inscripto
               MOVE 0 TO w-ins-anio w-ins-curso w-ins-turno
           END-IF.
           MOVE ti-legajo TO n-legajo.
           MOVE alu-nombre TO n-nombre.
           MOVE w-ins-anio TO n-anio.
           MOVE w-ins-curso TO n-curso.
           MOVE w-ins-turno TO n-turno.
           MOVE ti-desde TO n-desde.
           MOVE ti-hasta TO n-hasta.
           PERFORM 960-ENMASCARAR-DATOS.
           MOVE w-tel-ver TO n-telefono.
           MOVE lin-nomina TO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.

       800-TEXTO-DIA.
           EVALUATE ta-dia(w-enc)
               WHEN 1 MOVE "lunes" TO w-texto-dia
               WHEN 2 MOVE "martes" TO w-texto-dia
               WHEN 3 MOVE "miercoles" TO w-texto-dia
               WHEN 4 MOVE "jueves" TO w-texto-dia
               WHEN 5 MOVE "viernes" TO w-texto-dia
               WHEN 6 MOVE "sabado" TO w-texto-dia
               WHEN OTHER MOVE spaces TO w-texto-dia
           END-EVALUATE.

       900-FIN.
           CLOSE TALLERES TALLER-INSC SUSCRIPCIONES HORARIOS ALUMNOS
               CURSOS DOCENTES CONCEPTOS.

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
       END PROGRAM Talleres.
