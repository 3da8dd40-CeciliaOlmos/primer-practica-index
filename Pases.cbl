      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pases a otra escuela y desde otra escuela. El pase de
      *          salida (solo supervisor) exige libre deuda con el
      *          mismo criterio de LibreDeuda, registra la escuela de
      *          destino y el motivo del catalogo de motivos de baja,
      *          deja la baja en el log de bajas con estado P y emite
      *          el certificado de pase numerado con la historia de
      *          cursos del alumno. El pase de entrada registra la
      *          escuela de origen y las equivalencias pendientes del
      *          alumno ya dado de alta
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pases.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PASES ASSIGN TO "..\pases.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pas-numero
           ALTERNATE RECORD KEY IS pas-legajo WITH DUPLICATES.

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

           SELECT OPTIONAL CURSOCAT ASSIGN TO "..\cursocat.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cat-llave.

           SELECT OPTIONAL SITFINAL ASSIGN TO "..\situacion_final.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sit-llave.

           SELECT OPTIONAL MATERIAS ASSIGN TO "..\materias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS mat-llave.

           SELECT OPTIONAL MOTIVOS ASSIGN TO "..\motivosbaja.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS mot-codigo.

           SELECT OPTIONAL NUMERADORES ASSIGN TO "..\numeradores.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS num-codigo.

           SELECT BAJAS-ALU-LOG ASSIGN TO "..\bajas_alumnos.log"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT CERTIFICADO ASSIGN TO "..\certificado_pase.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Tipo S = pase de salida (pas-escuela es el destino),
      * E = pase de entrada (pas-escuela es el origen)
       FD  PASES.
       01  pas-reg.
           03 pas-numero pic 9(5).
           03 pas-tipo pic x.
               88 pase-salida value "S".
               88 pase-entrada value "E".
           03 pas-fecha pic 9(8).
           03 pas-legajo pic 9(5).
           03 pas-dni pic 9(8).
           03 pas-escuela pic x(30).
           03 pas-motivo pic 99.
           03 pas-curso-origen pic x(20).
           03 pas-operador pic x(10).
           03 pas-equivalencia occurs 6.
               05 pas-eq-materia pic 99.
               05 pas-eq-estado pic x.

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

       FD  CURSOCAT.
       01  cat-reg.
           03 cat-llave.
               05 cat-ciclo pic 9(4).
               05 cat-anio pic 9.
               05 cat-curso pic 99.
           03 cat-nombre pic x(20).
           03 cat-nivel pic x(10).
           03 cat-sede pic 99.

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

       FD  MATERIAS.
       01  mat-reg.
           03 mat-llave.
               05 mat-ciclo pic 9(4).
               05 mat-anio pic 9.
               05 mat-curso pic 99.
               05 mat-codigo pic 99.
           03 mat-nombre pic x(20).
           03 mat-horas pic 99.

       FD  MOTIVOS.
       01  mot-reg.
           03 mot-codigo pic 99.
           03 mot-descripcion pic x(20).

       FD  NUMERADORES.
       01  num-reg.
           03 num-codigo pic x(10).
           03 num-proximo pic 9(5).

       FD  BAJAS-ALU-LOG.
       01  bl-reg.
           03 bl-dni pic 9(8).
           03 bl-est pic x.
           03 bl-legajo pic 9(5).
           03 bl-nombre pic x(20).
           03 bl-fecha-baja pic 9(8).
           03 bl-operador pic x(10).
           03 bl-motivo pic 99.
           03 bl-texto pic x(30).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       FD  CERTIFICADO.
       01  cer-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           88 modo-salida value "S".
           88 modo-entrada value "E".
           88 modo-equivalencias value "Q".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value spaces.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-autorizado pic x value "N".
           88 es-supervisor value "S".
       77  w-flag-alu pic 9 value 0.
           88 fin-alu value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-flag-pases pic 9 value 0.
           88 fin-pases value 1.
       77  w-hallado pic x.
           88 alumno-hallado value "S".
       77  w-dni-buscado pic 9(8).
       77  w-legajo-pedido pic 9(5).
       77  w-numero-pase pic 9(5).
       77  w-pase-pedido pic 9(5).
       77  w-deuda-total pic 9(8)v99.
       77  w-cant-impagas pic 9(3).
       77  w-motivo-ok pic x value "N".
           88 motivo-valido value "S".
       77  w-escuela pic x(30).
       77  w-texto-baja pic x(30).
       77  w-ind pic 9.
       77  w-materia pic 99.
       77  w-respuesta pic x.
       77  w-condicion pic x(12).
       77  w-cant-cursos pic 99.
       77  w-cant-listados pic 9(5) value 0.
      * Ultima inscripcion del alumno: las equivalencias son de
      * las materias de ese curso
       77  w-ult-ciclo pic 9(4).
       77  w-ult-anio pic 9.
       77  w-ult-curso pic 99.
       01  lin-historia.
           03 h-ciclo pic 9(4).
           03 filler pic x(2) value spaces.
           03 h-anio pic 9.
           03 filler pic x value "/".
           03 h-curso pic 99.
           03 filler pic x(7) value " turno ".
           03 h-turno pic 9.
           03 filler pic x(2) value spaces.
           03 h-nombre pic x(20).
           03 filler pic x(2) value spaces.
           03 h-situacion pic x(12).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Pases".
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
                   IF NOT es-supervisor
                       DISPLAY "SOLO UN SUPERVISOR PUEDE DAR EL PASE ",
                           "DE SALIDA"
                   ELSE
                       PERFORM 300-PEDIR-DNI
                       PERFORM UNTIL w-dni-buscado = 0
                           PERFORM 400-PASE-SALIDA
                           PERFORM 300-PEDIR-DNI
                       END-PERFORM
                   END-IF
               WHEN modo-entrada
                   PERFORM 310-PEDIR-LEGAJO
                   PERFORM UNTIL w-legajo-pedido = 0
                       PERFORM 500-PASE-ENTRADA
                       PERFORM 310-PEDIR-LEGAJO
                   END-PERFORM
               WHEN modo-equivalencias
                   PERFORM 600-RESOLVER-EQUIVALENCIAS
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
           DISPLAY "Modo (L=Listar pases, S=Pase de salida, ",
               "E=Pase de entrada, Q=Resolver equivalencias)".
           ACCEPT w-modo.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa AND oa-perfil = "S"
               SET es-supervisor TO TRUE
           END-IF.
           IF fin-oa OR oa-codigo = spaces
               DISPLAY "Operador"
               ACCEPT w-operador
           ELSE
               MOVE oa-codigo TO w-operador
           END-IF.
           IF modo-salida OR modo-entrada OR modo-equivalencias
               OPEN I-O PASES
           ELSE
               OPEN INPUT PASES
           END-IF.
           IF modo-salida
               OPEN I-O ALUMNOS
               OPEN EXTEND BAJAS-ALU-LOG
           ELSE
               OPEN INPUT ALUMNOS
           END-IF.
           OPEN I-O NUMERADORES.
           OPEN INPUT CURSOS PAGOS CURSOCAT SITFINAL MATERIAS MOTIVOS.

       200-LISTAR.
           DISPLAY "PASES REGISTRADOS".
           DISPLAY "NUMERO T FECHA    LEGAJO ESCUELA".
           MOVE ZERO TO pas-numero.
           START PASES KEY IS NOT LESS THAN pas-numero
               INVALID KEY MOVE 1 TO w-flag-pases
           END-START.
           PERFORM UNTIL fin-pases
               READ PASES NEXT AT END MOVE 1 TO w-flag-pases
               END-READ
               IF NOT fin-pases
                   DISPLAY pas-numero, "  ", pas-tipo, " ", pas-fecha,
                       " ", pas-legajo, "  ", pas-escuela
                   ADD 1 TO w-cant-listados
               END-IF
           END-PERFORM.
           DISPLAY "Pases listados: ", w-cant-listados.

       300-PEDIR-DNI.
           DISPLAY "DNI del alumno (x fin 0)".
           ACCEPT w-dni-buscado.

       310-PEDIR-LEGAJO.
           DISPLAY "Legajo del alumno que ingresa (x fin 0)".
           ACCEPT w-legajo-pedido.

      * Se busca el alumno activo por DNI (el estado es parte de la
      * llave)
       400-PASE-SALIDA.
           MOVE "N" TO w-hallado.
           MOVE w-dni-buscado TO alu-dni.
           MOVE "A" TO alu-est.
           READ ALUMNOS
               INVALID KEY
                   DISPLAY "NO HAY UN ALUMNO ACTIVO CON ESE DNI"
               NOT INVALID KEY
                   SET alumno-hallado TO TRUE
           END-READ.
           IF alumno-hallado
               PERFORM 410-REVISAR-DEUDA
               IF w-deuda-total > 0
                   DISPLAY "EL ALUMNO REGISTRA DEUDA: ",
                       w-cant-impagas, " cuotas por ",
                       w-deuda-total, " - NO SE DA EL PASE"
               ELSE
                   PERFORM 420-DATOS-SALIDA
               END-IF
           END-IF.

      * Mismo criterio que LibreDeuda: toda cuota sin fecha de pago
      * de cualquier cta-cte del alumno, recargos incluidos
       410-REVISAR-DEUDA.
           MOVE 0 TO w-deuda-total w-cant-impagas.
           MOVE alu-legajo TO cur-legajo.
           MOVE 0 TO w-flag-cursos.
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
                       PERFORM 415-SUMAR-IMPAGAS
                   END-IF
               END-IF
           END-PERFORM.

       415-SUMAR-IMPAGAS.
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

       420-DATOS-SALIDA.
           DISPLAY alu-nombre, " legajo ", alu-legajo.
           DISPLAY "Escuela de destino".
           ACCEPT w-escuela.
           MOVE "N" TO w-motivo-ok.
           PERFORM UNTIL motivo-valido
               DISPLAY "Motivo de la baja (codigo del catalogo)"
               ACCEPT mot-codigo
               IF mot-codigo > 0
                   READ MOTIVOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET motivo-valido TO TRUE
                   END-READ
               END-IF
               IF NOT motivo-valido
                   DISPLAY "MOTIVO INVALIDO"
               END-IF
           END-PERFORM.
           PERFORM 700-ASIGNAR-NUMERO.
           MOVE spaces TO pas-reg.
           MOVE w-numero-pase TO pas-numero.
           MOVE "S" TO pas-tipo.
           MOVE w-fecha-hoy TO pas-fecha.
           MOVE alu-legajo TO pas-legajo.
           MOVE alu-dni TO pas-dni.
           MOVE w-escuela TO pas-escuela.
           MOVE mot-codigo TO pas-motivo.
           MOVE w-operador TO pas-operador.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 6
               MOVE 0 TO pas-eq-materia(w-ind)
           END-PERFORM.
           WRITE pas-reg
               INVALID KEY DISPLAY "NO PUDE GRABAR EL PASE"
           END-WRITE.
           PERFORM 430-GRABAR-BAJA.
           PERFORM 800-IMPRIMIR-CERTIFICADO.

      * La baja queda en el log de bajas con el motivo del catalogo
      * (la leen Desercion y Ministerio) y el alumno pasa a estado P,
      * que como el E de egresado lo saca del circuito activo
       430-GRABAR-BAJA.
           MOVE alu-dni TO bl-dni.
           MOVE alu-est TO bl-est.
           MOVE alu-legajo TO bl-legajo.
           MOVE alu-nombre TO bl-nombre.
           MOVE w-fecha-hoy TO bl-fecha-baja.
           MOVE w-operador TO bl-operador.
           MOVE mot-codigo TO bl-motivo.
           MOVE spaces TO w-texto-baja.
           STRING "PASE " w-numero-pase " A " w-escuela
               DELIMITED BY SIZE INTO w-texto-baja.
           MOVE w-texto-baja TO bl-texto.
           WRITE bl-reg.
           DELETE ALUMNOS.
           MOVE "P" TO alu-est.
           WRITE alu-reg
               INVALID KEY
                   DISPLAY "NO PUDE REGRABAR AL ALUMNO ", alu-dni
           END-WRITE.

      * Pase de entrada: el alumno ya fue dado de alta e inscripto;
      * se registra de donde viene y que materias debe por
      * equivalencia del curso en que quedo inscripto
       500-PASE-ENTRADA.
           MOVE w-legajo-pedido TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY
                   DISPLAY "LEGAJO INEXISTENTE - DAR DE ALTA ANTES ",
                       "AL ALUMNO"
               NOT INVALID KEY
                   PERFORM 510-DATOS-ENTRADA
           END-READ.

       510-DATOS-ENTRADA.
           PERFORM 520-ULTIMA-INSCRIPCION.
           DISPLAY alu-nombre, " inscripto en ", w-ult-anio, "/",
               w-ult-curso, " ciclo ", w-ult-ciclo.
           MOVE spaces TO pas-reg.
           DISPLAY "Escuela de origen".
           ACCEPT pas-escuela.
           DISPLAY "Curso que hacia en la escuela de origen".
           ACCEPT pas-curso-origen.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 6
               MOVE 0 TO pas-eq-materia(w-ind)
               MOVE space TO pas-eq-estado(w-ind)
           END-PERFORM.
           MOVE 1 TO w-ind.
           DISPLAY "Materias pendientes de equivalencia (codigo, ",
               "0 = fin)".
           ACCEPT w-materia.
           PERFORM UNTIL w-materia = 0 OR w-ind > 6
               MOVE w-ult-ciclo TO mat-ciclo
               MOVE w-ult-anio TO mat-anio
               MOVE w-ult-curso TO mat-curso
               MOVE w-materia TO mat-codigo
               READ MATERIAS
                   INVALID KEY
                       DISPLAY "LA MATERIA NO ES DEL CURSO"
                   NOT INVALID KEY
                       DISPLAY "  ", mat-nombre
                       MOVE w-materia TO pas-eq-materia(w-ind)
                       MOVE "P" TO pas-eq-estado(w-ind)
                       ADD 1 TO w-ind
               END-READ
               IF w-ind NOT > 6
                   ACCEPT w-materia
               END-IF
           END-PERFORM.
           PERFORM 700-ASIGNAR-NUMERO.
           MOVE w-numero-pase TO pas-numero.
           MOVE "E" TO pas-tipo.
           MOVE w-fecha-hoy TO pas-fecha.
           MOVE alu-legajo TO pas-legajo.
           MOVE alu-dni TO pas-dni.
           MOVE 0 TO pas-motivo.
           MOVE w-operador TO pas-operador.
           WRITE pas-reg
               INVALID KEY DISPLAY "NO PUDE GRABAR EL PASE"
           END-WRITE.
           PERFORM 800-IMPRIMIR-CERTIFICADO.

       520-ULTIMA-INSCRIPCION.
           MOVE 0 TO w-ult-ciclo w-ult-anio w-ult-curso.
           MOVE alu-legajo TO cur-legajo.
           MOVE 0 TO w-flag-cursos.
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
                       IF cur-ciclo NOT < w-ult-ciclo
                           MOVE cur-ciclo TO w-ult-ciclo
                           MOVE cur-anio TO w-ult-anio
                           MOVE cur-curso TO w-ult-curso
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Equivalencias pendientes de un pase de entrada: A = aprobada
       600-RESOLVER-EQUIVALENCIAS.
           DISPLAY "Numero de pase".
           ACCEPT w-pase-pedido.
           MOVE w-pase-pedido TO pas-numero.
           READ PASES
               INVALID KEY
                   DISPLAY "NO EXISTE ESE PASE"
               NOT INVALID KEY
                   IF NOT pase-entrada
                       DISPLAY "NO ES UN PASE DE ENTRADA"
                   ELSE
                       PERFORM 610-RECORRER-EQUIVALENCIAS
                       REWRITE pas-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                       END-REWRITE
                   END-IF
           END-READ.

       610-RECORRER-EQUIVALENCIAS.
           MOVE pas-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY MOVE "(sin alumno)" TO alu-nombre
           END-READ.
           PERFORM 520-ULTIMA-INSCRIPCION.
           DISPLAY alu-nombre, " - viene de ", pas-escuela.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 6
               IF pas-eq-materia(w-ind) NOT = 0
                       AND pas-eq-estado(w-ind) = "P"
                   MOVE w-ult-ciclo TO mat-ciclo
                   MOVE w-ult-anio TO mat-anio
                   MOVE w-ult-curso TO mat-curso
                   MOVE pas-eq-materia(w-ind) TO mat-codigo
                   READ MATERIAS
                       INVALID KEY MOVE "(sin materia)" TO mat-nombre
                   END-READ
                   DISPLAY "  ", mat-nombre,
                       " pendiente - aprobada? (S/N)"
                   ACCEPT w-respuesta
                   IF w-respuesta = "S"
                       MOVE "A" TO pas-eq-estado(w-ind)
                   END-IF
               END-IF
           END-PERFORM.

      * Numero correlativo del numerador central (codigo PASE); si
      * no existe se crea arrancando en 1
       700-ASIGNAR-NUMERO.
           MOVE "PASE" TO num-codigo.
           READ NUMERADORES
               INVALID KEY
                   MOVE 1 TO w-numero-pase
                   MOVE 2 TO num-proximo
                   WRITE num-reg
               NOT INVALID KEY
                   MOVE num-proximo TO w-numero-pase
                   ADD 1 TO num-proximo
                   REWRITE num-reg
           END-READ.

      * Certificado de pase con la historia de cursos del alumno en
      * la escuela y la situacion final de cada ciclo
       800-IMPRIMIR-CERTIFICADO.
           OPEN OUTPUT CERTIFICADO.
           MOVE all "=" TO cer-linea.
           WRITE cer-linea.
           MOVE spaces TO cer-linea.
           IF pase-salida
               STRING "CERTIFICADO DE PASE Nro " w-numero-pase
                   "   Fecha " w-fecha-hoy
                   DELIMITED BY SIZE INTO cer-linea
           ELSE
               STRING "CONSTANCIA DE PASE DE ENTRADA Nro "
                   w-numero-pase "   Fecha " w-fecha-hoy
                   DELIMITED BY SIZE INTO cer-linea
           END-IF.
           WRITE cer-linea.
           MOVE spaces TO cer-linea.
           STRING "Alumno: " alu-nombre "  DNI " alu-dni
               "  Legajo " alu-legajo
               DELIMITED BY SIZE INTO cer-linea.
           WRITE cer-linea.
           MOVE spaces TO cer-linea.
           IF pase-salida
               STRING "Escuela de destino: " pas-escuela
                   DELIMITED BY SIZE INTO cer-linea
               WRITE cer-linea
               MOVE spaces TO cer-linea
               STRING "Motivo: " mot-descripcion
                   DELIMITED BY SIZE INTO cer-linea
           ELSE
               STRING "Escuela de origen: " pas-escuela
                   "  curso " pas-curso-origen
                   DELIMITED BY SIZE INTO cer-linea
           END-IF.
           WRITE cer-linea.
           MOVE all "-" TO cer-linea.
           WRITE cer-linea.
           MOVE "CICLO CURSO           NOMBRE                SITUACION"
               TO cer-linea.
           WRITE cer-linea.
           PERFORM 810-HISTORIA-CURSOS.
           IF pase-entrada
               PERFORM 820-LISTAR-EQUIVALENCIAS
           END-IF.
           MOVE all "-" TO cer-linea.
           WRITE cer-linea.
           MOVE spaces TO cer-linea.
           WRITE cer-linea.
           MOVE "      ____________________" TO cer-linea.
           WRITE cer-linea.
           MOVE "        Firma y sello" TO cer-linea.
           WRITE cer-linea.
           CLOSE CERTIFICADO.
           DISPLAY "Pase Nro ", w-numero-pase,
               " en certificado_pase.txt".

       810-HISTORIA-CURSOS.
           MOVE 0 TO w-cant-cursos.
           MOVE alu-legajo TO cur-legajo.
           MOVE 0 TO w-flag-cursos.
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
                       PERFORM 815-RENGLON-HISTORIA
                   END-IF
               END-IF
           END-PERFORM.
           IF w-cant-cursos = 0
               MOVE "  (sin cursos registrados)" TO cer-linea
               WRITE cer-linea
           END-IF.

       815-RENGLON-HISTORIA.
           ADD 1 TO w-cant-cursos.
           MOVE cur-ciclo TO cat-ciclo.
           MOVE cur-anio TO cat-anio.
           MOVE cur-curso TO cat-curso.
           READ CURSOCAT
               INVALID KEY MOVE spaces TO cat-nombre
           END-READ.
           MOVE curso-llave TO sit-llave.
           READ SITFINAL
               INVALID KEY MOVE "EN CURSO" TO w-condicion
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN sit-promovido
                           MOVE "PROMOVIDO" TO w-condicion
                       WHEN sit-con-previas
                           MOVE "CON PREVIAS" TO w-condicion
                       WHEN sit-repite
                           MOVE "REPITE" TO w-condicion
                       WHEN OTHER
                           MOVE "EN CURSO" TO w-condicion
                   END-EVALUATE
           END-READ.
           MOVE cur-ciclo TO h-ciclo.
           MOVE cur-anio TO h-anio.
           MOVE cur-curso TO h-curso.
           MOVE cur-turno TO h-turno.
           MOVE cat-nombre TO h-nombre.
           MOVE w-condicion TO h-situacion.
           MOVE lin-historia TO cer-linea.
           WRITE cer-linea.

       820-LISTAR-EQUIVALENCIAS.
           MOVE "Equivalencias pendientes:" TO cer-linea.
           WRITE cer-linea.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 6
               IF pas-eq-materia(w-ind) NOT = 0
                   MOVE w-ult-ciclo TO mat-ciclo
                   MOVE w-ult-anio TO mat-anio
                   MOVE w-ult-curso TO mat-curso
                   MOVE pas-eq-materia(w-ind) TO mat-codigo
                   READ MATERIAS
                       INVALID KEY MOVE "(sin materia)" TO mat-nombre
                   END-READ
                   MOVE spaces TO cer-linea
                   STRING "  " pas-eq-materia(w-ind) " " mat-nombre
                       DELIMITED BY SIZE INTO cer-linea
                   WRITE cer-linea
               END-IF
           END-PERFORM.

       900-FIN.
           CLOSE PASES ALUMNOS NUMERADORES.
           CLOSE CURSOS PAGOS CURSOCAT SITFINAL MATERIAS MOTIVOS.
           IF modo-salida
               CLOSE BAJAS-ALU-LOG
           END-IF.
       END PROGRAM Pases.
