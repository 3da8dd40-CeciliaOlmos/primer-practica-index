      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mesas de examen (diciembre, febrero y julio): maestro
      *          de mesas con materia, fecha y tribunal, inscripcion
      *          de los alumnos que adeudan la materia como previa
      *          (rechazada si el alumno tiene deuda, con el mismo
      *          criterio del libre deuda), derecho de examen cargado
      *          en CARGOS sobre la proxima cuota a generar, acta de
      *          examen imprimible y carga del resultado, que aprueba
      *          la previa en CALIFICACIONES y SITFINAL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mesas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MESAS ASSIGN TO "..\mesas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS mesa-llave.

           SELECT OPTIONAL INSCMESA ASSIGN TO "..\inscmesa.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS im-llave.

           SELECT OPTIONAL MATERIAS ASSIGN TO "..\materias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS mat-llave.

           SELECT OPTIONAL DOCENTES ASSIGN TO "..\docentes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS doc-dni.

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

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS car-llave.

           SELECT OPTIONAL CALIFICACIONES
           ASSIGN TO "..\calificaciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cal-llave.

           SELECT OPTIONAL SITFINAL ASSIGN TO "..\situacion_final.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sit-llave.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT ACTAS ASSIGN TO "..\actas_examen.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MESAS.
       01  mesa-reg.
           03 mesa-llave.
               05 mesa-ciclo pic 9(4).
               05 mesa-numero pic 9(3).
           03 mesa-llamado pic x.
               88 llamado-valido value "D" "F" "J".
           03 mesa-anio pic 9.
           03 mesa-curso pic 99.
           03 mesa-materia pic 99.
           03 mesa-fecha pic 9(8).
           03 mesa-presidente pic 9(8).
           03 mesa-vocal-1 pic 9(8).
           03 mesa-vocal-2 pic 9(8).
           03 mesa-derecho pic 9(6)v99.
           03 mesa-estado pic x.
               88 mesa-abierta value "A".
               88 mesa-cerrada value "C".

      * im-ciclo-previa es el ciclo en que quedo la previa; la
      * cuota del derecho queda anotada para poder anularlo
       FD  INSCMESA.
       01  im-reg.
           03 im-llave.
               05 im-ciclo pic 9(4).
               05 im-numero pic 9(3).
               05 im-legajo pic 9(5).
           03 im-ciclo-previa pic 9(4).
           03 im-curso-cargo pic 99.
           03 im-cta-cte pic 9(5).
           03 im-cuota pic 99.
           03 im-nota pic 99v99.
           03 im-resultado pic x.
               88 im-pendiente value space.
               88 im-aprobado value "A".
               88 im-desaprobado value "D".
               88 im-ausente value "U".
           03 im-fecha pic 9(8).
           03 im-operador pic x(10).

       FD  MATERIAS.
       01  mat-reg.
           03 mat-llave.
               05 mat-ciclo pic 9(4).
               05 mat-anio pic 9.
               05 mat-curso pic 99.
               05 mat-codigo pic 99.
           03 mat-nombre pic x(20).
           03 mat-horas pic 99.

       FD  DOCENTES.
       01  doc-reg.
           03 doc-dni pic 9(8).
           03 doc-nombre pic x(20).
           03 doc-telefono pic x(15).
           03 doc-email pic x(30).
           03 doc-horas-max pic 99.

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

       FD  CARGOS.
       01  car-reg.
           03 car-llave.
               05 car-curso pic 99.
               05 car-cta-cte pic 9(5).
               05 car-cuota pic 99.
               05 car-concepto pic 99.
           03 car-importe pic 9(6)v99.

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

       FD  ACTAS.
       01  acta-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           88 modo-mesa value "M".
           88 modo-inscribir value "I".
           88 modo-anular value "X".
           88 modo-acta value "A".
           88 modo-resultados value "R".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-flag-mesas pic 9 value 0.
           88 fin-mesas value 1.
       77  w-flag-im pic 9 value 0.
           88 fin-im value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-existe pic x value "N".
           88 reg-existe value "S".
       77  w-nota-aprob pic 99v99 value 6.
       77  w-derecho-defecto pic 9(6)v99 value 0.
       77  w-concepto-examen pic 99 value 20.
       77  w-legajo-pedido pic 9(5).
       77  w-deuda-total pic 9(8)v99.
       77  w-cant-impagas pic 9(3).
       77  w-ciclo-previa pic 9(4).
       01  w-curso-previa.
           03 w-cv-ciclo pic 9(4).
           03 w-cv-anio pic 9.
           03 w-cv-curso pic 99.
           03 w-cv-turno pic 9.
           03 w-cv-orden pic 99.
      * Inscripcion mas reciente del alumno: ahi va el derecho
       77  w-ult-ciclo pic 9(4).
       77  w-ult-curso pic 99.
       77  w-ult-cta-cte pic 9(5).
       77  w-ult-cant-cuotas pic 99.
       77  w-cuota-cargo pic 99.
       77  w-ind pic 99.
       77  w-nota pic 99v99.
       77  w-antes-cal pic x(80).
       77  w-cant-inscriptos pic 9(5) value 0.
       77  w-cant-aprobados pic 9(5) value 0.
       77  w-cant-desaprobados pic 9(5) value 0.
       77  w-cant-ausentes pic 9(5) value 0.
       77  w-cant-listadas pic 9(5) value 0.
       77  w-nombre-llamado pic x(10).
       01  lin-cab-acta.
           03 filler pic x(11) value "NRO LEGAJO".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(11) value "DNI".
           03 filler pic x(8) value "NOTA".
           03 filler pic x(12) value "RESULTADO".
       01  lin-acta.
           03 a-orden pic zz9.
           03 filler pic x(2) value spaces.
           03 a-legajo pic 9(5).
           03 filler pic x value space.
           03 a-nombre pic x(20).
           03 filler pic x value space.
           03 a-dni pic 9(8).
           03 filler pic x(3) value spaces.
           03 a-nota pic z9,99 blank when zero.
           03 filler pic x(3) value spaces.
           03 a-resultado pic x(12).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Mesas".
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
               WHEN modo-mesa
                   PERFORM 300-PEDIR-MESA
                   PERFORM UNTIL mesa-ciclo = 0
                       PERFORM 400-ACTUALIZAR-MESA
                       PERFORM 300-PEDIR-MESA
                   END-PERFORM
               WHEN modo-inscribir
                   PERFORM 300-PEDIR-MESA
                   PERFORM UNTIL mesa-ciclo = 0
                       PERFORM 500-INSCRIBIR
                       PERFORM 300-PEDIR-MESA
                   END-PERFORM
               WHEN modo-anular
                   PERFORM 300-PEDIR-MESA
                   PERFORM UNTIL mesa-ciclo = 0
                       PERFORM 550-ANULAR-INSCRIPCION
                       PERFORM 300-PEDIR-MESA
                   END-PERFORM
               WHEN modo-acta
                   PERFORM 300-PEDIR-MESA
                   IF mesa-ciclo NOT = 0
                       PERFORM 600-IMPRIMIR-ACTA
                   END-IF
               WHEN modo-resultados
                   PERFORM 300-PEDIR-MESA
                   IF mesa-ciclo NOT = 0
                       PERFORM 700-CARGAR-RESULTADOS
                   END-IF
               WHEN OTHER
                   PERFORM 200-LISTAR
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
           DISPLAY "Modo (L=Listar mesas, M=Alta/modificar mesa, ",
               "I=Inscribir, X=Anular inscripcion, A=Acta, ",
               "R=Resultados)".
           ACCEPT w-modo.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-LEER-OPERADOR.
           IF modo-mesa OR modo-resultados
               OPEN I-O MESAS
           ELSE
               OPEN INPUT MESAS
           END-IF.
           IF modo-inscribir OR modo-anular OR modo-resultados
               OPEN I-O INSCMESA
           ELSE
               OPEN INPUT INSCMESA
           END-IF.
           IF modo-inscribir OR modo-anular
               OPEN I-O CARGOS
           ELSE
               OPEN INPUT CARGOS
           END-IF.
           IF modo-resultados
               OPEN I-O CALIFICACIONES SITFINAL
               OPEN EXTEND JOURNAL
           ELSE
               OPEN INPUT CALIFICACIONES SITFINAL
           END-IF.
           OPEN INPUT MATERIAS DOCENTES ALUMNOS CURSOS PAGOS.

       110-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           MOVE "NOTA-APROB" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-nota-aprob
           END-READ.
           MOVE "DERECHO-EXAM" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-derecho-defecto
           END-READ.
           MOVE "CONC-EXAMEN" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-concepto-examen
           END-READ.
           CLOSE PARAMETROS.

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

       200-LISTAR.
           DISPLAY "MESAS DE EXAMEN".
           DISPLAY "CICLO NRO L A CU MT FECHA    DERECHO   E MATERIA".
           MOVE ZERO TO mesa-llave.
           START MESAS KEY IS NOT LESS THAN mesa-llave
               INVALID KEY MOVE 1 TO w-flag-mesas
           END-START.
           PERFORM UNTIL fin-mesas
               READ MESAS NEXT AT END MOVE 1 TO w-flag-mesas
               END-READ
               IF NOT fin-mesas
                   PERFORM 210-LEER-MATERIA-MESA
                   DISPLAY mesa-ciclo, "  ", mesa-numero, " ",
                       mesa-llamado, " ", mesa-anio, " ",
                       mesa-curso, " ", mesa-materia, " ",
                       mesa-fecha, " ", mesa-derecho, " ",
                       mesa-estado, " ", mat-nombre
                   ADD 1 TO w-cant-listadas
               END-IF
           END-PERFORM.
           DISPLAY "Mesas listadas: ", w-cant-listadas.

      * La materia se busca en el catalogo del ciclo de la mesa
       210-LEER-MATERIA-MESA.
           MOVE mesa-ciclo TO mat-ciclo.
           MOVE mesa-anio TO mat-anio.
           MOVE mesa-curso TO mat-curso.
           MOVE mesa-materia TO mat-codigo.
           READ MATERIAS
               INVALID KEY MOVE "(sin materia)" TO mat-nombre
           END-READ.

       300-PEDIR-MESA.
           DISPLAY "Ciclo de la mesa (AAAA, x fin 0)".
           ACCEPT mesa-ciclo.
           IF mesa-ciclo NOT = 0
               DISPLAY "Numero de mesa"
               ACCEPT mesa-numero
           END-IF.

       400-ACTUALIZAR-MESA.
           MOVE "N" TO w-existe.
           READ MESAS
               INVALID KEY
                   DISPLAY "Mesa nueva"
                   MOVE "A" TO mesa-estado
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   PERFORM 210-LEER-MATERIA-MESA
                   DISPLAY "Actual: ", mat-nombre, " fecha ",
                       mesa-fecha, " llamado ", mesa-llamado
           END-READ.
           IF reg-existe AND mesa-cerrada
               DISPLAY "LA MESA ESTA CERRADA - NO SE MODIFICA"
           ELSE
               PERFORM 410-DATOS-MESA
           END-IF.

       410-DATOS-MESA.
           DISPLAY "Llamado (D=diciembre, F=febrero, J=julio)".
           ACCEPT mesa-llamado.
           DISPLAY "Anio y curso de la materia".
           ACCEPT mesa-anio.
           ACCEPT mesa-curso.
           DISPLAY "Codigo de materia".
           ACCEPT mesa-materia.
           DISPLAY "Fecha del examen (AAAAMMDD)".
           ACCEPT mesa-fecha.
           DISPLAY "DNI presidente del tribunal".
           ACCEPT mesa-presidente.
           DISPLAY "DNI primer vocal".
           ACCEPT mesa-vocal-1.
           DISPLAY "DNI segundo vocal".
           ACCEPT mesa-vocal-2.
           DISPLAY "Derecho de examen (0 = valor del parametro ",
               w-derecho-defecto, ")".
           ACCEPT mesa-derecho.
           IF mesa-derecho = 0
               MOVE w-derecho-defecto TO mesa-derecho
           END-IF.
           MOVE mesa-ciclo TO mat-ciclo.
           MOVE mesa-anio TO mat-anio.
           MOVE mesa-curso TO mat-curso.
           MOVE mesa-materia TO mat-codigo.
           IF NOT llamado-valido
               DISPLAY "LLAMADO INVALIDO - NO SE GRABA"
           ELSE
               READ MATERIAS
                   INVALID KEY
                       DISPLAY "LA MATERIA NO EXISTE EN ESE CURSO - ",
                           "NO SE GRABA"
                   NOT INVALID KEY
                       PERFORM 420-VERIFICAR-TRIBUNAL
               END-READ
           END-IF.

      * Los tres miembros del tribunal tienen que ser docentes
       420-VERIFICAR-TRIBUNAL.
           MOVE "S" TO w-existe.
           MOVE mesa-presidente TO doc-dni.
           READ DOCENTES INVALID KEY MOVE "N" TO w-existe
           END-READ.
           MOVE mesa-vocal-1 TO doc-dni.
           READ DOCENTES INVALID KEY MOVE "N" TO w-existe
           END-READ.
           MOVE mesa-vocal-2 TO doc-dni.
           READ DOCENTES INVALID KEY MOVE "N" TO w-existe
           END-READ.
           IF NOT reg-existe
               DISPLAY "EL TRIBUNAL TIENE UN DNI QUE NO ES DOCENTE - ",
                   "NO SE GRABA"
           ELSE
               WRITE mesa-reg
                   INVALID KEY
                       REWRITE mesa-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                       END-REWRITE
               END-WRITE
               DISPLAY "Mesa grabada: ", mat-nombre
           END-IF.

      * Inscripcion: la mesa abierta, el alumno adeudando la materia
      * y sin deuda; despues se carga el derecho de examen
       500-INSCRIBIR.
           READ MESAS
               INVALID KEY
                   DISPLAY "NO EXISTE ESA MESA"
               NOT INVALID KEY
                   IF mesa-cerrada
                       DISPLAY "LA MESA ESTA CERRADA"
                   ELSE
                       PERFORM 210-LEER-MATERIA-MESA
                       DISPLAY "Mesa de ", mat-nombre, " del ",
                           mesa-fecha
                       DISPLAY "Legajo del alumno"
                       ACCEPT w-legajo-pedido
                       PERFORM 510-VALIDAR-ALUMNO
                   END-IF
           END-READ.

       510-VALIDAR-ALUMNO.
           MOVE w-legajo-pedido TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY
                   DISPLAY "LEGAJO INEXISTENTE"
               NOT INVALID KEY
                   MOVE mesa-ciclo TO im-ciclo
                   MOVE mesa-numero TO im-numero
                   MOVE w-legajo-pedido TO im-legajo
                   READ INSCMESA
                       INVALID KEY
                           PERFORM 520-REVISAR-ALUMNO
                       NOT INVALID KEY
                           DISPLAY "YA ESTA INSCRIPTO EN ESTA MESA"
                   END-READ
           END-READ.

       520-REVISAR-ALUMNO.
           PERFORM 530-BUSCAR-PREVIA.
           IF w-ciclo-previa = 0
               DISPLAY "EL ALUMNO NO ADEUDA ESA MATERIA - ",
                   "INSCRIPCION RECHAZADA"
           ELSE
               PERFORM 540-REVISAR-DEUDA
               IF w-deuda-total > 0
                   DISPLAY "EL ALUMNO REGISTRA DEUDA: ",
                       w-cant-impagas, " cuotas por ",
                       w-deuda-total, " - INSCRIPCION RECHAZADA"
               ELSE
                   PERFORM 545-ELEGIR-CUOTA
                   IF w-cuota-cargo = 0
                       DISPLAY "NO HAY CUOTA SIN GENERAR DONDE ",
                           "CARGAR EL DERECHO - INSCRIPCION ",
                           "RECHAZADA"
                   ELSE
                       PERFORM 548-GRABAR-INSCRIPCION
                   END-IF
               END-IF
           END-IF.

      * La previa es la definitiva (periodo 9) en estado P de la
      * materia en alguno de los ciclos en que el alumno curso ese
      * anio y curso; de paso queda la inscripcion mas reciente
       530-BUSCAR-PREVIA.
           MOVE 0 TO w-ciclo-previa w-ult-ciclo.
           MOVE 0 TO w-flag-cursos.
           MOVE w-legajo-pedido TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = w-legajo-pedido
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       PERFORM 535-REVISAR-INSCRIPCION
                   END-IF
               END-IF
           END-PERFORM.

       535-REVISAR-INSCRIPCION.
           IF cur-ciclo NOT < w-ult-ciclo
               MOVE cur-ciclo TO w-ult-ciclo
               MOVE cur-curso TO w-ult-curso
               MOVE cur-cta-cte TO w-ult-cta-cte
               MOVE cur-cant-cuotas TO w-ult-cant-cuotas
           END-IF.
           IF cur-anio = mesa-anio AND cur-curso = mesa-curso
               MOVE cur-ciclo TO cal-ciclo
               MOVE w-legajo-pedido TO cal-legajo
               MOVE mesa-materia TO cal-materia
               MOVE 9 TO cal-periodo
               READ CALIFICACIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF cal-previa
                           MOVE cur-ciclo TO w-ciclo-previa
                       END-IF
               END-READ
           END-IF.

      * Mismo criterio que LibreDeuda: toda cuota sin fecha de pago
      * de cualquier cta-cte del alumno, recargos incluidos
       540-REVISAR-DEUDA.
           MOVE 0 TO w-deuda-total w-cant-impagas.
           MOVE 0 TO w-flag-cursos.
           MOVE w-legajo-pedido TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = w-legajo-pedido
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       PERFORM 542-SUMAR-IMPAGAS
                   END-IF
               END-IF
           END-PERFORM.

       542-SUMAR-IMPAGAS.
           MOVE cur-curso TO pag-curso.
           MOVE cur-cta-cte TO pag-cta-cte.
           MOVE 0 TO pag-cuota.
           MOVE 0 TO w-flag-pagos.
           START PAGOS KEY IS NOT LESS THAN pagos-llave
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               END-READ
               IF NOT fin-pagos
                   IF pag-curso NOT = cur-curso
                           OR pag-cta-cte NOT = cur-cta-cte
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       IF pag-fec-pago = 0
                           ADD 1 TO w-cant-impagas
                           ADD pag-importe TO w-deuda-total
                           ADD pag-recargo TO w-deuda-total
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * El derecho va como cargo puntual en la primera cuota de la
      * inscripcion mas reciente que todavia no se genero; asi lo
      * suma la generacion de cuotas como cualquier otro cargo
       545-ELEGIR-CUOTA.
           MOVE 0 TO w-cuota-cargo.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-ult-cant-cuotas
                   OR w-cuota-cargo NOT = 0
               MOVE w-ult-curso TO pag-curso
               MOVE w-ult-cta-cte TO pag-cta-cte
               MOVE w-ind TO pag-cuota
               READ PAGOS
                   INVALID KEY MOVE w-ind TO w-cuota-cargo
               END-READ
           END-PERFORM.

       548-GRABAR-INSCRIPCION.
           MOVE w-ult-curso TO car-curso.
           MOVE w-ult-cta-cte TO car-cta-cte.
           MOVE w-cuota-cargo TO car-cuota.
           MOVE w-concepto-examen TO car-concepto.
           READ CARGOS
               INVALID KEY
                   MOVE mesa-derecho TO car-importe
                   WRITE car-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR EL CARGO"
                   END-WRITE
               NOT INVALID KEY
                   ADD mesa-derecho TO car-importe
                   REWRITE car-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR EL CARGO"
                   END-REWRITE
           END-READ.
           MOVE mesa-ciclo TO im-ciclo.
           MOVE mesa-numero TO im-numero.
           MOVE w-legajo-pedido TO im-legajo.
           MOVE w-ciclo-previa TO im-ciclo-previa.
           MOVE w-ult-curso TO im-curso-cargo.
           MOVE w-ult-cta-cte TO im-cta-cte.
           MOVE w-cuota-cargo TO im-cuota.
           MOVE 0 TO im-nota.
           MOVE space TO im-resultado.
           MOVE w-fecha-hoy TO im-fecha.
           MOVE w-operador TO im-operador.
           WRITE im-reg
               INVALID KEY DISPLAY "NO PUDE GRABAR LA INSCRIPCION"
           END-WRITE.
           DISPLAY "Inscripto ", alu-nombre, " - derecho de ",
               mesa-derecho, " en la cuota ", w-cuota-cargo.

      * Anular la inscripcion devuelve el derecho si la cuota todavia
      * no se genero; si ya se genero lo resuelve la caja
       550-ANULAR-INSCRIPCION.
           DISPLAY "Legajo del alumno".
           ACCEPT w-legajo-pedido.
           READ MESAS
               INVALID KEY MOVE 0 TO mesa-derecho
           END-READ.
           MOVE mesa-ciclo TO im-ciclo.
           MOVE mesa-numero TO im-numero.
           MOVE w-legajo-pedido TO im-legajo.
           READ INSCMESA
               INVALID KEY
                   DISPLAY "NO ESTA INSCRIPTO EN ESA MESA"
               NOT INVALID KEY
                   IF NOT im-pendiente
                       DISPLAY "LA INSCRIPCION YA TIENE RESULTADO"
                   ELSE
                       PERFORM 555-QUITAR-DERECHO
                       DELETE INSCMESA
                       DISPLAY "Inscripcion anulada"
                   END-IF
           END-READ.

       555-QUITAR-DERECHO.
           MOVE im-curso-cargo TO pag-curso.
           MOVE im-cta-cte TO pag-cta-cte.
           MOVE im-cuota TO pag-cuota.
           READ PAGOS
               INVALID KEY
                   MOVE im-curso-cargo TO car-curso
                   MOVE im-cta-cte TO car-cta-cte
                   MOVE im-cuota TO car-cuota
                   MOVE w-concepto-examen TO car-concepto
                   READ CARGOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF car-importe > mesa-derecho
                               SUBTRACT mesa-derecho FROM car-importe
                               REWRITE car-reg
                           ELSE
                               DELETE CARGOS
                           END-IF
                   END-READ
               NOT INVALID KEY
                   DISPLAY "LA CUOTA DEL DERECHO YA SE GENERO - ",
                       "EL REINTEGRO SE HACE POR CAJA"
           END-READ.

      * Acta de examen de la mesa en el archivo de impresion
       600-IMPRIMIR-ACTA.
           READ MESAS
               INVALID KEY
                   DISPLAY "NO EXISTE ESA MESA"
               NOT INVALID KEY
                   OPEN OUTPUT ACTAS
                   PERFORM 610-ENCABEZADO-ACTA
                   PERFORM 620-RENGLONES-ACTA
                   PERFORM 630-PIE-ACTA
                   CLOSE ACTAS
                   DISPLAY "Acta en actas_examen.txt - inscriptos: ",
                       w-cant-inscriptos
           END-READ.

       610-ENCABEZADO-ACTA.
           PERFORM 210-LEER-MATERIA-MESA.
           EVALUATE mesa-llamado
               WHEN "D" MOVE "DICIEMBRE" TO w-nombre-llamado
               WHEN "F" MOVE "FEBRERO" TO w-nombre-llamado
               WHEN "J" MOVE "JULIO" TO w-nombre-llamado
               WHEN OTHER MOVE spaces TO w-nombre-llamado
           END-EVALUATE.
           MOVE all "=" TO acta-linea.
           WRITE acta-linea.
           MOVE spaces TO acta-linea.
           STRING "ACTA DE EXAMEN - MESA " mesa-numero "/" mesa-ciclo
               " - LLAMADO " w-nombre-llamado
               DELIMITED BY SIZE INTO acta-linea.
           WRITE acta-linea.
           MOVE spaces TO acta-linea.
           STRING "Materia: " mat-nombre "  (" mesa-anio "/"
               mesa-curso ")  Fecha: " mesa-fecha
               DELIMITED BY SIZE INTO acta-linea.
           WRITE acta-linea.
           MOVE mesa-presidente TO doc-dni.
           PERFORM 615-LINEA-TRIBUNAL.
           MOVE mesa-vocal-1 TO doc-dni.
           PERFORM 615-LINEA-TRIBUNAL.
           MOVE mesa-vocal-2 TO doc-dni.
           PERFORM 615-LINEA-TRIBUNAL.
           MOVE all "-" TO acta-linea.
           WRITE acta-linea.
           MOVE lin-cab-acta TO acta-linea.
           WRITE acta-linea.

       615-LINEA-TRIBUNAL.
           READ DOCENTES
               INVALID KEY MOVE "(sin nombre)" TO doc-nombre
           END-READ.
           MOVE spaces TO acta-linea.
           STRING "Tribunal: " doc-nombre " DNI " doc-dni
               DELIMITED BY SIZE INTO acta-linea.
           WRITE acta-linea.

       620-RENGLONES-ACTA.
           MOVE 0 TO w-flag-im.
           MOVE mesa-ciclo TO im-ciclo.
           MOVE mesa-numero TO im-numero.
           MOVE 0 TO im-legajo.
           START INSCMESA KEY IS NOT LESS THAN im-llave
               INVALID KEY MOVE 1 TO w-flag-im
           END-START.
           PERFORM UNTIL fin-im
               READ INSCMESA NEXT AT END MOVE 1 TO w-flag-im
               END-READ
               IF NOT fin-im
                   IF im-ciclo NOT = mesa-ciclo
                           OR im-numero NOT = mesa-numero
                       MOVE 1 TO w-flag-im
                   ELSE
                       ADD 1 TO w-cant-inscriptos
                       MOVE im-legajo TO alu-legajo
                       READ ALUMNOS KEY IS alu-legajo
                           INVALID KEY
                               MOVE "(sin alumno)" TO alu-nombre
                               MOVE 0 TO alu-dni
                       END-READ
                       MOVE w-cant-inscriptos TO a-orden
                       MOVE im-legajo TO a-legajo
                       MOVE alu-nombre TO a-nombre
                       MOVE alu-dni TO a-dni
                       MOVE im-nota TO a-nota
                       EVALUATE TRUE
                           WHEN im-aprobado
                               MOVE "APROBADO" TO a-resultado
                               ADD 1 TO w-cant-aprobados
                           WHEN im-desaprobado
                               MOVE "DESAPROBADO" TO a-resultado
                               ADD 1 TO w-cant-desaprobados
                           WHEN im-ausente
                               MOVE "AUSENTE" TO a-resultado
                               ADD 1 TO w-cant-ausentes
                           WHEN OTHER
                               MOVE spaces TO a-resultado
                       END-EVALUATE
                       MOVE lin-acta TO acta-linea
                       WRITE acta-linea
                   END-IF
               END-IF
           END-PERFORM.

       630-PIE-ACTA.
           MOVE all "-" TO acta-linea.
           WRITE acta-linea.
           MOVE spaces TO acta-linea.
           STRING "Inscriptos " w-cant-inscriptos "  Aprobados "
               w-cant-aprobados "  Desaprobados " w-cant-desaprobados
               "  Ausentes " w-cant-ausentes
               DELIMITED BY SIZE INTO acta-linea.
           WRITE acta-linea.
           MOVE spaces TO acta-linea.
           WRITE acta-linea.
           WRITE acta-linea.
           MOVE
               "   ____________       ____________       ____________"
               TO acta-linea.
           WRITE acta-linea.
           MOVE
               "    PRESIDENTE            VOCAL              VOCAL"
               TO acta-linea.
           WRITE acta-linea.

      * Resultado de cada inscripto: nota de 1 a 10 o 0 = ausente.
      * Aprobar la mesa aprueba la previa y descuenta de SITFINAL
       700-CARGAR-RESULTADOS.
           READ MESAS
               INVALID KEY
                   DISPLAY "NO EXISTE ESA MESA"
               NOT INVALID KEY
                   PERFORM 210-LEER-MATERIA-MESA
                   DISPLAY "Resultados de ", mat-nombre, " del ",
                       mesa-fecha
                   DISPLAY "Nota de 1 a 10 (0 = ausente)"
                   PERFORM 710-RECORRER-INSCRIPTOS
                   MOVE "C" TO mesa-estado
                   REWRITE mesa-reg
                       INVALID KEY DISPLAY "NO PUDE CERRAR LA MESA"
                   END-REWRITE
                   DISPLAY "Aprobados ", w-cant-aprobados,
                       "  desaprobados ", w-cant-desaprobados,
                       "  ausentes ", w-cant-ausentes
           END-READ.

       710-RECORRER-INSCRIPTOS.
           MOVE 0 TO w-flag-im.
           MOVE mesa-ciclo TO im-ciclo.
           MOVE mesa-numero TO im-numero.
           MOVE 0 TO im-legajo.
           START INSCMESA KEY IS NOT LESS THAN im-llave
               INVALID KEY MOVE 1 TO w-flag-im
           END-START.
           PERFORM UNTIL fin-im
               READ INSCMESA NEXT AT END MOVE 1 TO w-flag-im
               END-READ
               IF NOT fin-im
                   IF im-ciclo NOT = mesa-ciclo
                           OR im-numero NOT = mesa-numero
                       MOVE 1 TO w-flag-im
                   ELSE
                       IF im-pendiente
                           PERFORM 720-RESULTADO-ALUMNO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       720-RESULTADO-ALUMNO.
           MOVE im-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY MOVE "(sin alumno)" TO alu-nombre
           END-READ.
           DISPLAY im-legajo, " ", alu-nombre.
           MOVE 99 TO w-nota.
           PERFORM UNTIL w-nota NOT > 10
               ACCEPT w-nota
               IF w-nota > 10
                   DISPLAY "NOTA INVALIDA - reingrese"
               END-IF
           END-PERFORM.
           MOVE w-nota TO im-nota.
           EVALUATE TRUE
               WHEN w-nota = 0
                   MOVE "U" TO im-resultado
                   ADD 1 TO w-cant-ausentes
               WHEN w-nota NOT < w-nota-aprob
                   MOVE "A" TO im-resultado
                   ADD 1 TO w-cant-aprobados
                   PERFORM 730-APROBAR-PREVIA
               WHEN OTHER
                   MOVE "D" TO im-resultado
                   ADD 1 TO w-cant-desaprobados
           END-EVALUATE.
           REWRITE im-reg
               INVALID KEY DISPLAY "NO PUDE GRABAR EL RESULTADO"
           END-REWRITE.

      * La definitiva pasa a aprobada en mesa (estado M) con la nota
      * del examen y queda la imagen anterior en el journal
       730-APROBAR-PREVIA.
           MOVE im-ciclo-previa TO cal-ciclo.
           MOVE im-legajo TO cal-legajo.
           MOVE mesa-materia TO cal-materia.
           MOVE 9 TO cal-periodo.
           READ CALIFICACIONES
               INVALID KEY
                   DISPLAY "  no se encontro la previa en ",
                       "CALIFICACIONES"
               NOT INVALID KEY
                   MOVE cal-reg TO w-antes-cal
                   MOVE w-nota TO cal-nota
                   MOVE "M" TO cal-estado
                   MOVE w-fecha-hoy TO cal-fecha
                   MOVE w-operador TO cal-operador
                   REWRITE cal-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR LA NOTA"
                       NOT INVALID KEY
                           PERFORM 740-GRABAR-JOURNAL
                           PERFORM 750-DESCONTAR-PREVIA
                   END-REWRITE
           END-READ.

       740-GRABAR-JOURNAL.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "Mesas" TO jr-programa.
           MOVE "CALIFIC" TO jr-archivo.
           MOVE spaces TO jr-llave.
           MOVE cal-llave TO jr-llave.
           MOVE w-antes-cal TO jr-antes.
           MOVE spaces TO jr-despues.
           MOVE cal-reg TO jr-despues.
           WRITE jr-reg.

      * La situacion final del ciclo de la previa baja una previa;
      * el que se queda sin previas pasa a promovido
       750-DESCONTAR-PREVIA.
           MOVE ZERO TO w-curso-previa.
           MOVE 0 TO w-flag-cursos.
           MOVE im-legajo TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = im-legajo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       IF cur-ciclo = im-ciclo-previa
                               AND cur-anio = mesa-anio
                               AND cur-curso = mesa-curso
                           MOVE curso-llave TO w-curso-previa
                           MOVE 1 TO w-flag-cursos
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE w-curso-previa TO sit-llave.
           READ SITFINAL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF sit-cant-previas > 0
                       SUBTRACT 1 FROM sit-cant-previas
                   END-IF
                   IF sit-cant-previas = 0 AND sit-con-previas
                       MOVE "P" TO sit-estado
                   END-IF
                   MOVE w-fecha-hoy TO sit-fecha
                   REWRITE sit-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR LA ",
                           "SITUACION FINAL"
                   END-REWRITE
           END-READ.

       900-FIN.
           CLOSE MESAS INSCMESA CARGOS CALIFICACIONES SITFINAL.
           CLOSE MATERIAS DOCENTES ALUMNOS CURSOS PAGOS.
           IF modo-resultados
               CLOSE JOURNAL
           END-IF.
       END PROGRAM Mesas.
