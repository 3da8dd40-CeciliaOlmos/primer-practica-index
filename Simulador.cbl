      ******************************************************************
      * Author:
      * Date:
      * Purpose: Simulador de aranceles del ciclo siguiente: hasta
      *          cuatro escenarios (aumento por nivel con excepciones
      *          por curso, cantidad de cuotas, matricula y desercion
      *          esperada) aplicados a la matricula proyectada del
      *          ciclo: los confirmados e indecisos de la campana de
      *          reinscripcion pasan al anio siguiente del mismo curso
      *          y los cursos sin anio anterior se llenan hasta el
      *          cupo con ingresantes. Descuenta las becas vigentes y
      *          el descuento por hermanos (PCT-HERMANOS) y lista los
      *          escenarios lado a lado con el bruto, los descuentos y
      *          el neto esperados por mes. Solo lee: no graba nada en
      *          los maestros
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Simulador.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUPOS ASSIGN TO "..\cupos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cupo-llave.

           SELECT OPTIONAL CONFIRMACIONES
           ASSIGN TO "..\confirmaciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS conf-llave.

           SELECT OPTIONAL CURSOCAT ASSIGN TO "..\cursocat.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cat-llave.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS alu-llave
           ALTERNATE RECORD KEY IS alu-legajo WITH DUPLICATES.

           SELECT OPTIONAL FAMINT ASSIGN TO "..\famintegrantes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fi-dni.

           SELECT OPTIONAL BECAS ASSIGN TO "..\becas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS bec-legajo.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUPOS.
       01  cupo-reg.
           03 cupo-llave.
               05 cupo-ciclo pic 9(4).
               05 cupo-anio pic 9.
               05 cupo-curso pic 99.
               05 cupo-turno pic 9.
           03 cupo-maximo pic 999.

       FD  CONFIRMACIONES.
       01  conf-reg.
           03 conf-llave.
               05 conf-ciclo pic 9(4).
               05 conf-legajo pic 9(5).
           03 conf-anio pic 9.
           03 conf-curso pic 99.
           03 conf-respuesta pic x.
               88 conf-confirma value "C".
               88 conf-indeciso value "I".
           03 conf-fecha pic 9(8).

       FD  CURSOCAT.
       01  cat-reg.
           03 cat-llave.
               05 cat-ciclo pic 9(4).
               05 cat-anio pic 9.
               05 cat-curso pic 99.
           03 cat-nombre pic x(20).
           03 cat-nivel pic x(10).
           03 cat-sede pic 99.

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-llave.
               05 alu-dni pic 9(8).
               05 alu-est pic x.
           03 alu-legajo pic 9(5).
           03 alu-nombre pic x(20).
           03 alu-telefono pic x(15).
           03 alu-email pic x(30).

       FD  FAMINT.
       01  fi-reg.
           03 fi-dni pic 9(8).
           03 fi-familia pic 9(4).

       FD  BECAS.
       01  bec-reg.
           03 bec-legajo pic 9(5).
           03 bec-tipo pic x.
               88 beca-porcentaje value "P".
               88 beca-fijo value "F".
           03 bec-porcentaje pic 9v99.
           03 bec-importe-fijo pic 9(6)v99.
           03 bec-sponsor pic 9(3).
           03 bec-desde pic 9(8).
           03 bec-hasta pic 9(8).
           03 bec-estado pic x.
               88 beca-vigente value "V".

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  LISTADO.
       01  lis-linea pic x(180).

       WORKING-STORAGE SECTION.
       77  w-fecha-hoy pic 9(8).
       77  w-nombre-listado pic x(40).
       77  w-ciclo pic 9(4).
       77  w-inicio-ciclo pic 9(8).
       77  w-mes-primera pic 99 value 3.
       77  w-pct-hermanos pic 9v99 value 0,10.
       77  w-flag-cupos pic 9 value 0.
           88 fin-cupos value 1.
       77  w-flag-conf pic 9 value 0.
           88 fin-conf value 1.
       77  w-flag-fam pic 9 value 0.
           88 fin-fam value 1.
       77  w-ind pic 9(5).
       77  w-ind2 pic 9(4).
       77  w-ind-esc pic 9.
       77  w-ind-mes pic 99.
       77  w-hallado pic x.
           88 fila-hallada value "S".
       77  w-anio-destino pic 9.
      * Cursos del ciclo con cupo, agrupando los turnos
       77  w-fila-cant pic 999 value 0.
       01  w-tab-filas.
           03 w-fila occurs 200.
              05 w-fila-anio pic 9.
              05 w-fila-curso pic 99.
              05 w-fila-cupo pic 9(4).
              05 w-fila-nivel pic 99.
              05 w-fila-conf pic 9(4).
              05 w-fila-previo pic x.
      * Niveles con la cuota vigente que sirve de base
       77  w-niv-cant pic 99 value 0.
       01  w-tab-niveles.
           03 w-niv occurs 10.
              05 w-niv-nombre pic x(10).
              05 w-niv-cuota pic 9(6)v99.
      * Alumnos que siguen, con su beca y si tienen hermanos
       77  w-alu-cant pic 9(4) value 0.
       01  w-tab-alumnos.
           03 w-alu occurs 3000.
              05 w-alu-fila pic 999.
              05 w-alu-beca-tipo pic x.
              05 w-alu-beca-pct pic 9v99.
              05 w-alu-beca-fijo pic 9(6)v99.
              05 w-alu-hermano pic x.
       01  w-tab-familias.
           03 w-fam-cant pic 99 occurs 9999.
      * Escenarios
       77  w-esc-cant pic 9 value 0.
       77  w-otro pic x value "S".
           88 otro-escenario value "S".
       77  w-max-cuotas pic 99 value 0.
       01  w-tab-escenarios.
           03 w-esc occurs 4.
              05 w-esc-nombre pic x(12).
              05 w-esc-cuotas pic 99.
              05 w-esc-matricula pic 9(6)v99.
              05 w-esc-desercion pic 9(3)v99.
              05 w-esc-pct-nivel pic 9(3)v99 occurs 10.
              05 w-esc-exc-cant pic 99.
              05 w-esc-exc occurs 10.
                 07 w-esc-exc-curso pic 99.
                 07 w-esc-exc-pct pic 9(3)v99.
              05 w-esc-alumnos pic 9(5)v99.
              05 w-esc-bruto-mes pic 9(10)v99.
              05 w-esc-desc-mes pic 9(10)v99.
              05 w-esc-bruto-mat pic 9(10)v99.
       77  w-exc-curso pic 99.
       77  w-pct pic 9(3)v99.
       77  w-cuota pic 9(6)v99.
       77  w-desc pic 9(6)v99.
       77  w-retencion pic 9v9999.
       77  w-ingresantes pic 9(4).
       77  w-mes-cal pic 99.
       77  w-anio-cal pic 9(4).
       77  w-neto pic s9(10)v99.
       77  w-tot-bruto pic 9(11)v99.
       77  w-tot-desc pic 9(11)v99.
       77  w-tot-neto pic s9(11)v99.
       77  w-col pic 999.

       01  w-celda.
           03 c-bruto pic zzz.zzz.zz9,99.
           03 c-desc pic zzz.zzz.zz9,99.
           03 c-neto pic -zz.zzz.zz9,99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Simulador".
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
           PERFORM 200-CARGAR-CUPOS.
           PERFORM 250-CARGAR-FAMILIAS.
           PERFORM 300-CARGAR-ALUMNOS.
           PERFORM 400-CUOTA-BASE.
           PERFORM 500-PEDIR-ESCENARIOS.
           IF w-esc-cant > 0
               PERFORM VARYING w-ind-esc FROM 1 BY 1
                       UNTIL w-ind-esc > w-esc-cant
                   PERFORM 600-SIMULAR-ESCENARIO
               END-PERFORM
               PERFORM 700-IMPRIMIR
           END-IF.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.
           IF version-ok
               MOVE "becas" TO w-ver-archivo
               MOVE 3 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Ciclo a simular (AAAA)".
           ACCEPT w-ciclo.
           COMPUTE w-inicio-ciclo = w-ciclo * 10000 + 101.
           DISPLAY "Mes de la primera cuota (MM, 0 = marzo)".
           ACCEPT w-mes-primera.
           IF w-mes-primera = 0 OR w-mes-primera > 12
               MOVE 3 TO w-mes-primera
           END-IF.
           OPEN INPUT PARAMETROS.
           MOVE "PCT-HERMANOS" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-pct-hermanos
           END-READ.
           CLOSE PARAMETROS.
           DISPLAY "Descuento por hermanos: ", w-pct-hermanos.

      * Un renglon por anio/curso con cupo en el ciclo; el nivel sale
      * de cursocat del mismo ciclo
       200-CARGAR-CUPOS.
           OPEN INPUT CUPOS CURSOCAT.
           MOVE w-ciclo TO cupo-ciclo.
           MOVE 0 TO cupo-anio cupo-curso cupo-turno.
           START CUPOS KEY IS NOT LESS THAN cupo-llave
               INVALID KEY MOVE 1 TO w-flag-cupos
           END-START.
           PERFORM UNTIL fin-cupos
               READ CUPOS NEXT AT END MOVE 1 TO w-flag-cupos
               END-READ
               IF NOT fin-cupos
                   IF cupo-ciclo NOT = w-ciclo
                       MOVE 1 TO w-flag-cupos
                   ELSE
                       PERFORM 210-ACUMULAR-CUPO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CUPOS CURSOCAT.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-fila-cant
               MOVE "N" TO w-fila-previo(w-ind)
               PERFORM VARYING w-ind2 FROM 1 BY 1
                       UNTIL w-ind2 > w-fila-cant
                   IF w-fila-curso(w-ind2) = w-fila-curso(w-ind)
                           AND w-fila-anio(w-ind2) + 1 =
                               w-fila-anio(w-ind)
                       MOVE "S" TO w-fila-previo(w-ind)
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY "Cursos con cupo en el ciclo: ", w-fila-cant.

       210-ACUMULAR-CUPO.
           MOVE cupo-anio TO w-anio-destino.
           MOVE cupo-curso TO w-exc-curso.
           PERFORM 220-BUSCAR-FILA.
           IF NOT fila-hallada AND w-fila-cant < 200
               ADD 1 TO w-fila-cant
               MOVE w-fila-cant TO w-ind
               MOVE cupo-anio TO w-fila-anio(w-ind)
               MOVE cupo-curso TO w-fila-curso(w-ind)
               MOVE 0 TO w-fila-cupo(w-ind) w-fila-conf(w-ind)
               PERFORM 230-NIVEL-DEL-CURSO
               MOVE w-ind2 TO w-fila-nivel(w-ind)
               SET fila-hallada TO TRUE
           END-IF.
           IF fila-hallada
               ADD cupo-maximo TO w-fila-cupo(w-ind)
           END-IF.

       220-BUSCAR-FILA.
           MOVE "N" TO w-hallado.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-fila-cant OR fila-hallada
               IF w-fila-anio(w-ind) = w-anio-destino
                       AND w-fila-curso(w-ind) = w-exc-curso
                   SET fila-hallada TO TRUE
               END-IF
           END-PERFORM.
           IF fila-hallada
               SUBTRACT 1 FROM w-ind
           END-IF.

       230-NIVEL-DEL-CURSO.
           MOVE w-ciclo TO cat-ciclo.
           MOVE cupo-anio TO cat-anio.
           MOVE cupo-curso TO cat-curso.
           READ CURSOCAT
               INVALID KEY MOVE "SIN NIVEL" TO cat-nivel
           END-READ.
           MOVE "N" TO w-hallado.
           PERFORM VARYING w-ind2 FROM 1 BY 1
                   UNTIL w-ind2 > w-niv-cant OR fila-hallada
               IF w-niv-nombre(w-ind2) = cat-nivel
                   SET fila-hallada TO TRUE
               END-IF
           END-PERFORM.
           IF fila-hallada
               SUBTRACT 1 FROM w-ind2
           ELSE
               IF w-niv-cant < 10
                   ADD 1 TO w-niv-cant
                   MOVE cat-nivel TO w-niv-nombre(w-niv-cant)
                   MOVE 0 TO w-niv-cuota(w-niv-cant)
               END-IF
               MOVE w-niv-cant TO w-ind2
           END-IF.

      * Integrantes por grupo familiar: con mas de uno en el grupo
      * rige el descuento por hermanos, como en la generacion de plan
       250-CARGAR-FAMILIAS.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > 9999
               MOVE 0 TO w-fam-cant(w-ind)
           END-PERFORM.
           OPEN INPUT FAMINT.
           MOVE 0 TO fi-dni.
           START FAMINT KEY IS NOT LESS THAN fi-dni
               INVALID KEY MOVE 1 TO w-flag-fam
           END-START.
           PERFORM UNTIL fin-fam
               READ FAMINT NEXT AT END MOVE 1 TO w-flag-fam
               END-READ
               IF NOT fin-fam AND fi-familia > 0
                   IF w-fam-cant(fi-familia) < 99
                       ADD 1 TO w-fam-cant(fi-familia)
                   END-IF
               END-IF
           END-PERFORM.

      * Los confirmados e indecisos pasan al anio siguiente del mismo
      * curso; los del ultimo anio egresan y no se cuentan
       300-CARGAR-ALUMNOS.
           OPEN INPUT CONFIRMACIONES ALUMNOS BECAS.
           MOVE w-ciclo TO conf-ciclo.
           MOVE 0 TO conf-legajo.
           START CONFIRMACIONES KEY IS NOT LESS THAN conf-llave
               INVALID KEY MOVE 1 TO w-flag-conf
           END-START.
           PERFORM UNTIL fin-conf
               READ CONFIRMACIONES NEXT AT END MOVE 1 TO w-flag-conf
               END-READ
               IF NOT fin-conf
                   IF conf-ciclo NOT = w-ciclo
                       MOVE 1 TO w-flag-conf
                   ELSE
                       IF conf-confirma OR conf-indeciso
                           PERFORM 310-AGREGAR-ALUMNO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CONFIRMACIONES ALUMNOS BECAS FAMINT.
           DISPLAY "Alumnos que siguen: ", w-alu-cant.

       310-AGREGAR-ALUMNO.
           COMPUTE w-anio-destino = conf-anio + 1.
           MOVE conf-curso TO w-exc-curso.
           PERFORM 220-BUSCAR-FILA.
           IF fila-hallada AND w-alu-cant < 3000
               ADD 1 TO w-alu-cant
               ADD 1 TO w-fila-conf(w-ind)
               MOVE w-ind TO w-alu-fila(w-alu-cant)
               MOVE space TO w-alu-beca-tipo(w-alu-cant)
               MOVE 0 TO w-alu-beca-pct(w-alu-cant)
               MOVE 0 TO w-alu-beca-fijo(w-alu-cant)
               MOVE "N" TO w-alu-hermano(w-alu-cant)
               MOVE conf-legajo TO bec-legajo
               READ BECAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF beca-vigente
                               AND bec-hasta NOT < w-inicio-ciclo
                           MOVE bec-tipo TO w-alu-beca-tipo(w-alu-cant)
                           MOVE bec-porcentaje TO
                               w-alu-beca-pct(w-alu-cant)
                           MOVE bec-importe-fijo TO
                               w-alu-beca-fijo(w-alu-cant)
                       END-IF
               END-READ
               MOVE conf-legajo TO alu-legajo
               READ ALUMNOS KEY IS alu-legajo
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE alu-dni TO fi-dni
                       READ FAMINT
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF fi-familia > 0
                                   IF w-fam-cant(fi-familia) > 1
                                       MOVE "S" TO
                                           w-alu-hermano(w-alu-cant)
                                   END-IF
                               END-IF
                       END-READ
               END-READ
           END-IF.

       400-CUOTA-BASE.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-niv-cant
               DISPLAY "Cuota mensual vigente del nivel ",
                   w-niv-nombre(w-ind)
               ACCEPT w-niv-cuota(w-ind)
           END-PERFORM.

       500-PEDIR-ESCENARIOS.
           PERFORM UNTIL NOT otro-escenario OR w-esc-cant = 4
               ADD 1 TO w-esc-cant
               PERFORM 510-PEDIR-ESCENARIO
               IF w-esc-cant < 4
                   DISPLAY "Otro escenario? (S/N)"
                   ACCEPT w-otro
               END-IF
           END-PERFORM.

       510-PEDIR-ESCENARIO.
           MOVE w-esc-cant TO w-ind-esc.
           DISPLAY "ESCENARIO ", w-ind-esc.
           DISPLAY "Nombre del escenario".
           ACCEPT w-esc-nombre(w-ind-esc).
           DISPLAY "Cantidad de cuotas".
           ACCEPT w-esc-cuotas(w-ind-esc).
           IF w-esc-cuotas(w-ind-esc) = 0
                   OR w-esc-cuotas(w-ind-esc) > 12
               MOVE 10 TO w-esc-cuotas(w-ind-esc)
           END-IF.
           IF w-esc-cuotas(w-ind-esc) > w-max-cuotas
               MOVE w-esc-cuotas(w-ind-esc) TO w-max-cuotas
           END-IF.
           DISPLAY "Importe de la matricula".
           ACCEPT w-esc-matricula(w-ind-esc).
           DISPLAY "Desercion esperada (porcentaje, 999,99)".
           ACCEPT w-esc-desercion(w-ind-esc).
           IF w-esc-desercion(w-ind-esc) > 100
               MOVE 100 TO w-esc-desercion(w-ind-esc)
           END-IF.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-niv-cant
               DISPLAY "Aumento del nivel ", w-niv-nombre(w-ind),
                   " (porcentaje, 999,99)"
               ACCEPT w-esc-pct-nivel(w-ind-esc, w-ind)
           END-PERFORM.
           MOVE 0 TO w-esc-exc-cant(w-ind-esc).
           MOVE 99 TO w-exc-curso.
           PERFORM UNTIL w-exc-curso = 0
                   OR w-esc-exc-cant(w-ind-esc) = 10
               DISPLAY "Curso con aumento propio (0 = ninguno mas)"
               ACCEPT w-exc-curso
               IF w-exc-curso NOT = 0
                   ADD 1 TO w-esc-exc-cant(w-ind-esc)
                   MOVE w-esc-exc-cant(w-ind-esc) TO w-ind
                   MOVE w-exc-curso TO w-esc-exc-curso(w-ind-esc, w-ind)
                   DISPLAY "Aumento del curso ", w-exc-curso,
                       " (porcentaje, 999,99)"
                   ACCEPT w-esc-exc-pct(w-ind-esc, w-ind)
               END-IF
           END-PERFORM.

      * Lo que se cobra en un mes de cuota es igual todos los meses:
      * se calcula una vez por escenario, ya neto de la desercion
       600-SIMULAR-ESCENARIO.
           MOVE 0 TO w-esc-alumnos(w-ind-esc).
           MOVE 0 TO w-esc-bruto-mes(w-ind-esc).
           MOVE 0 TO w-esc-desc-mes(w-ind-esc).
           COMPUTE w-retencion = 1 - w-esc-desercion(w-ind-esc) / 100.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-fila-cant
               IF w-fila-previo(w-ind) = "N"
                   PERFORM 610-CUOTA-DE-FILA
                   MOVE w-fila-cupo(w-ind) TO w-ingresantes
                   COMPUTE w-esc-bruto-mes(w-ind-esc) ROUNDED =
                       w-esc-bruto-mes(w-ind-esc) +
                       w-cuota * w-ingresantes * w-retencion
                   COMPUTE w-esc-alumnos(w-ind-esc) ROUNDED =
                       w-esc-alumnos(w-ind-esc) +
                       w-ingresantes * w-retencion
               END-IF
           END-PERFORM.
           PERFORM VARYING w-ind2 FROM 1 BY 1
                   UNTIL w-ind2 > w-alu-cant
               MOVE w-alu-fila(w-ind2) TO w-ind
               PERFORM 610-CUOTA-DE-FILA
               PERFORM 620-DESCUENTO-ALUMNO
               COMPUTE w-esc-bruto-mes(w-ind-esc) ROUNDED =
                   w-esc-bruto-mes(w-ind-esc) + w-cuota * w-retencion
               COMPUTE w-esc-desc-mes(w-ind-esc) ROUNDED =
                   w-esc-desc-mes(w-ind-esc) + w-desc * w-retencion
               COMPUTE w-esc-alumnos(w-ind-esc) ROUNDED =
                   w-esc-alumnos(w-ind-esc) + w-retencion
           END-PERFORM.
           COMPUTE w-esc-bruto-mat(w-ind-esc) ROUNDED =
               w-esc-alumnos(w-ind-esc) * w-esc-matricula(w-ind-esc).

      * Cuota nueva del renglon w-ind: la base del nivel con el
      * aumento del nivel, o el propio del curso si tiene excepcion
       610-CUOTA-DE-FILA.
           MOVE w-fila-nivel(w-ind) TO w-ind-mes.
           MOVE w-esc-pct-nivel(w-ind-esc, w-ind-mes) TO w-pct.
           PERFORM VARYING w-col FROM 1 BY 1
                   UNTIL w-col > w-esc-exc-cant(w-ind-esc)
               IF w-esc-exc-curso(w-ind-esc, w-col) =
                       w-fila-curso(w-ind)
                   MOVE w-esc-exc-pct(w-ind-esc, w-col) TO w-pct
               END-IF
           END-PERFORM.
           COMPUTE w-cuota ROUNDED =
               w-niv-cuota(w-ind-mes) * (1 + w-pct / 100).

      * La beca fija deja la cuota en su importe; la de porcentaje
      * descuenta sobre la cuota nueva. El descuento por hermanos se
      * aplica sobre la cuota
       620-DESCUENTO-ALUMNO.
           MOVE 0 TO w-desc.
           EVALUATE w-alu-beca-tipo(w-ind2)
               WHEN "P"
                   COMPUTE w-desc ROUNDED =
                       w-cuota * w-alu-beca-pct(w-ind2)
               WHEN "F"
                   IF w-cuota > w-alu-beca-fijo(w-ind2)
                       COMPUTE w-desc =
                           w-cuota - w-alu-beca-fijo(w-ind2)
                   END-IF
           END-EVALUATE.
           IF w-alu-hermano(w-ind2) = "S"
               COMPUTE w-desc ROUNDED =
                   w-desc + w-cuota * w-pct-hermanos
           END-IF.
           IF w-desc > w-cuota
               MOVE w-cuota TO w-desc
           END-IF.

       700-IMPRIMIR.
           MOVE spaces TO w-nombre-listado.
           STRING "..\simulacion_" w-ciclo "_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "SIMULACION DE ARANCELES - CICLO " w-ciclo
               "  (al " w-fecha-hoy ")"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 790-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "Cursos " w-fila-cant "  alumnos que siguen "
               w-alu-cant "  descuento hermanos " w-pct-hermanos
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 790-EMITIR.
           MOVE spaces TO lis-linea.
           MOVE 10 TO w-col.
           PERFORM VARYING w-ind-esc FROM 1 BY 1
                   UNTIL w-ind-esc > w-esc-cant
               MOVE w-esc-nombre(w-ind-esc) TO lis-linea(w-col:12)
               MOVE w-esc-cuotas(w-ind-esc) TO w-ind-mes
               STRING " " w-ind-mes " CUOTAS" DELIMITED BY SIZE
                   INTO lis-linea(w-col + 13:10)
               ADD 42 TO w-col
           END-PERFORM.
           PERFORM 790-EMITIR.
           MOVE spaces TO lis-linea.
           MOVE 10 TO w-col.
           PERFORM VARYING w-ind-esc FROM 1 BY 1
                   UNTIL w-ind-esc > w-esc-cant
               MOVE "         BRUTO    DESCUENTOS          NETO"
                   TO lis-linea(w-col:42)
               ADD 42 TO w-col
           END-PERFORM.
           PERFORM 790-EMITIR.
           MOVE all "-" TO lis-linea.
           PERFORM 790-EMITIR.
           MOVE spaces TO lis-linea.
           MOVE "MATRIC." TO lis-linea(1:8).
           MOVE 10 TO w-col.
           PERFORM VARYING w-ind-esc FROM 1 BY 1
                   UNTIL w-ind-esc > w-esc-cant
               MOVE w-esc-bruto-mat(w-ind-esc) TO c-bruto
               MOVE 0 TO c-desc
               MOVE w-esc-bruto-mat(w-ind-esc) TO c-neto
               MOVE w-celda TO lis-linea(w-col:42)
               ADD 42 TO w-col
           END-PERFORM.
           PERFORM 790-EMITIR.
           MOVE w-mes-primera TO w-mes-cal.
           MOVE w-ciclo TO w-anio-cal.
           PERFORM VARYING w-ind-mes FROM 1 BY 1
                   UNTIL w-ind-mes > w-max-cuotas
               PERFORM 710-RENGLON-MES
               ADD 1 TO w-mes-cal
               IF w-mes-cal > 12
                   MOVE 1 TO w-mes-cal
                   ADD 1 TO w-anio-cal
               END-IF
           END-PERFORM.
           MOVE all "-" TO lis-linea.
           PERFORM 790-EMITIR.
           MOVE spaces TO lis-linea.
           MOVE "TOTAL" TO lis-linea(1:8).
           MOVE 10 TO w-col.
           PERFORM VARYING w-ind-esc FROM 1 BY 1
                   UNTIL w-ind-esc > w-esc-cant
               COMPUTE w-tot-bruto = w-esc-bruto-mat(w-ind-esc) +
                   w-esc-bruto-mes(w-ind-esc) * w-esc-cuotas(w-ind-esc)
               COMPUTE w-tot-desc =
                   w-esc-desc-mes(w-ind-esc) * w-esc-cuotas(w-ind-esc)
               COMPUTE w-tot-neto = w-tot-bruto - w-tot-desc
               MOVE w-tot-bruto TO c-bruto
               MOVE w-tot-desc TO c-desc
               MOVE w-tot-neto TO c-neto
               MOVE w-celda TO lis-linea(w-col:42)
               ADD 42 TO w-col
           END-PERFORM.
           PERFORM 790-EMITIR.
           MOVE spaces TO lis-linea.
           MOVE "ALUMNOS" TO lis-linea(1:8).
           MOVE 10 TO w-col.
           PERFORM VARYING w-ind-esc FROM 1 BY 1
                   UNTIL w-ind-esc > w-esc-cant
               MOVE w-esc-alumnos(w-ind-esc) TO c-bruto
               MOVE c-bruto TO lis-linea(w-col:14)
               ADD 42 TO w-col
           END-PERFORM.
           PERFORM 790-EMITIR.
           CLOSE LISTADO.
           DISPLAY "Simulacion en ", w-nombre-listado.

       710-RENGLON-MES.
           MOVE spaces TO lis-linea.
           STRING w-mes-cal "/" w-anio-cal DELIMITED BY SIZE
               INTO lis-linea(1:8).
           MOVE 10 TO w-col.
           PERFORM VARYING w-ind-esc FROM 1 BY 1
                   UNTIL w-ind-esc > w-esc-cant
               IF w-ind-mes > w-esc-cuotas(w-ind-esc)
                   MOVE 0 TO c-bruto c-desc c-neto
               ELSE
                   COMPUTE w-neto = w-esc-bruto-mes(w-ind-esc) -
                       w-esc-desc-mes(w-ind-esc)
                   MOVE w-esc-bruto-mes(w-ind-esc) TO c-bruto
                   MOVE w-esc-desc-mes(w-ind-esc) TO c-desc
                   MOVE w-neto TO c-neto
               END-IF
               MOVE w-celda TO lis-linea(w-col:42)
               ADD 42 TO w-col
           END-PERFORM.
           PERFORM 790-EMITIR.

       790-EMITIR.
           DISPLAY lis-linea.
           WRITE lis-linea.
       END PROGRAM Simulador.
