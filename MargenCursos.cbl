      ******************************************************************
      * Author:
      * Date:
      * Purpose: Margen de contribucion por curso del ciclo: para cada
      *          anio/curso/turno suma lo facturado y lo cobrado de
      *          las cuotas de sus cta-ctes, el descuento por becas,
      *          lo que pagan los sponsors (sponsor_det) y los cargos
      *          puntuales, y lo enfrenta con el costo docente: los
      *          bloques semanales asignados en docasig por las
      *          semanas del ciclo (SEMANAS-ANIO) al costo de la hora
      *          (COSTO-HORA). Lista el margen y el margen por alumno
      *          con totales por nivel y de la escuela
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MargenCursos.
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

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS car-llave.

           SELECT OPTIONAL SPODET ASSIGN TO "..\sponsor_det.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL DOCASIG ASSIGN TO "..\docasig.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS das-llave
           ALTERNATE RECORD KEY IS das-dni WITH DUPLICATES.

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
               88 beca-ya-aplicada value "S".
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

       FD  SPODET.
       01  sd-reg.
           03 sd-sponsor pic 9(3).
           03 sd-legajo pic 9(5).
           03 sd-curso pic 99.
           03 sd-cta-cte pic 9(5).
           03 sd-cuota pic 99.
           03 sd-importe pic 9(6)v99.
           03 sd-fecha pic 9(8).

       FD  DOCASIG.
       01  das-reg.
           03 das-llave.
               05 das-ciclo pic 9(4).
               05 das-anio pic 9.
               05 das-curso pic 99.
               05 das-turno pic 9.
               05 das-dia pic 9.
               05 das-bloque pic 99.
           03 das-dni pic 9(8).
           03 das-materia pic 99.

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
       01  lis-linea pic x(160).

       WORKING-STORAGE SECTION.
       77  w-fecha-hoy pic 9(8).
       77  w-nombre-listado pic x(40).
       77  w-ciclo pic 9(4).
       77  w-costo-hora pic 9(6)v99 value 0.
       77  w-semanas pic 99 value 36.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-flag-cargos pic 9 value 0.
           88 fin-cargos value 1.
       77  w-flag-sd pic 9 value 0.
           88 fin-sd value 1.
       77  w-flag-das pic 9 value 0.
           88 fin-das value 1.
       77  w-ind pic 9(4).
       77  w-ind-niv pic 99.
       77  w-hallado pic x.
           88 fue-hallado value "S".
      * Un renglon por anio/curso/turno del ciclo
       77  w-gru-cant pic 999 value 0.
       01  w-tab-grupos.
           03 w-gru occurs 200.
              05 w-gru-anio pic 9.
              05 w-gru-curso pic 99.
              05 w-gru-turno pic 9.
              05 w-gru-nivel pic 99.
              05 w-gru-alumnos pic 9(4).
              05 w-gru-facturado pic 9(10)v99.
              05 w-gru-cobrado pic 9(10)v99.
              05 w-gru-becas pic 9(10)v99.
              05 w-gru-sponsor pic 9(10)v99.
              05 w-gru-cargos pic 9(10)v99.
              05 w-gru-bloques pic 9(4).
      * Cta-ctes del ciclo con su renglon, para imputar sponsor_det
       77  w-cta-cant pic 9(4) value 0.
       01  w-tab-ctas.
           03 w-cta occurs 3000.
              05 w-cta-curso pic 99.
              05 w-cta-cta-cte pic 9(5).
              05 w-cta-grupo pic 999.
       77  w-niv-cant pic 99 value 0.
       01  w-tab-niveles.
           03 w-niv occurs 10.
              05 w-niv-nombre pic x(10).
              05 w-niv-alumnos pic 9(5).
              05 w-niv-facturado pic 9(11)v99.
              05 w-niv-cobrado pic 9(11)v99.
              05 w-niv-becas pic 9(11)v99.
              05 w-niv-sponsor pic 9(11)v99.
              05 w-niv-cargos pic 9(11)v99.
              05 w-niv-horas pic 9(6).
              05 w-niv-costo pic 9(11)v99.
       77  w-grupo pic 999.
       77  w-horas pic 9(6).
       77  w-costo pic 9(11)v99.
       77  w-ingreso pic 9(11)v99.
       77  w-margen pic s9(11)v99.
       77  w-margen-alumno pic s9(9)v99.
       77  w-tot-alumnos pic 9(5) value 0.
       77  w-tot-facturado pic 9(11)v99 value 0.
       77  w-tot-cobrado pic 9(11)v99 value 0.
       77  w-tot-becas pic 9(11)v99 value 0.
       77  w-tot-sponsor pic 9(11)v99 value 0.
       77  w-tot-cargos pic 9(11)v99 value 0.
       77  w-tot-horas pic 9(6) value 0.
       77  w-tot-costo pic 9(11)v99 value 0.

       01  lin-detalle.
           03 d-etiqueta pic x(12).
           03 d-alumnos pic zzzz9.
           03 d-facturado pic zzz.zzz.zz9,99.
           03 d-cobrado pic zzz.zzz.zz9,99.
           03 d-becas pic zz.zzz.zz9,99.
           03 d-sponsor pic zz.zzz.zz9,99.
           03 d-cargos pic zz.zzz.zz9,99.
           03 d-horas pic zzzzz9.
           03 d-costo pic zzz.zzz.zz9,99.
           03 d-margen pic -zzz.zzz.zz9,99.
           03 d-margen-alu pic -zzz.zz9,99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "MargenCursos".
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
           PERFORM 200-RECORRER-CURSOS.
           PERFORM 400-SUMAR-SPONSORS.
           PERFORM 500-SUMAR-BLOQUES.
           PERFORM 700-LISTAR.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "cursos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.
           IF version-ok
               MOVE "pagos" TO w-ver-archivo
               MOVE 2 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-ciclo.
           OPEN INPUT PARAMETROS.
           MOVE "COSTO-HORA" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-costo-hora
           END-READ.
           MOVE "SEMANAS-ANIO" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-semanas
           END-READ.
           CLOSE PARAMETROS.
           IF w-costo-hora = 0
               DISPLAY "Costo de la hora catedra (sin parametro ",
                   "COSTO-HORA)"
               ACCEPT w-costo-hora
           END-IF.
           IF w-semanas = 0
               MOVE 36 TO w-semanas
           END-IF.
           DISPLAY "Hora catedra a ", w-costo-hora, " por ",
               w-semanas, " semanas".
           OPEN INPUT CURSOS PAGOS CARGOS CURSOCAT.

      * Cada alumno del ciclo suma al renglon de su anio/curso/turno
      * las cuotas y los cargos de su cta-cte
       200-RECORRER-CURSOS.
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
                       PERFORM 210-UBICAR-GRUPO
                       IF w-grupo > 0
                           PERFORM 250-SUMAR-CUENTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Los alumnos llegan ordenados por anio/curso/turno: el renglon
      * nuevo se abre al cambiar
       210-UBICAR-GRUPO.
           IF w-gru-cant > 0
               IF w-gru-anio(w-gru-cant) = cur-anio
                       AND w-gru-curso(w-gru-cant) = cur-curso
                       AND w-gru-turno(w-gru-cant) = cur-turno
                   MOVE w-gru-cant TO w-grupo
               ELSE
                   PERFORM 220-NUEVO-GRUPO
               END-IF
           ELSE
               PERFORM 220-NUEVO-GRUPO
           END-IF.

       220-NUEVO-GRUPO.
           MOVE 0 TO w-grupo.
           IF w-gru-cant < 200
               ADD 1 TO w-gru-cant
               MOVE w-gru-cant TO w-grupo
               MOVE cur-anio TO w-gru-anio(w-grupo)
               MOVE cur-curso TO w-gru-curso(w-grupo)
               MOVE cur-turno TO w-gru-turno(w-grupo)
               MOVE 0 TO w-gru-alumnos(w-grupo)
               MOVE 0 TO w-gru-facturado(w-grupo)
               MOVE 0 TO w-gru-cobrado(w-grupo)
               MOVE 0 TO w-gru-becas(w-grupo)
               MOVE 0 TO w-gru-sponsor(w-grupo)
               MOVE 0 TO w-gru-cargos(w-grupo)
               MOVE 0 TO w-gru-bloques(w-grupo)
               PERFORM 230-NIVEL-DEL-GRUPO
               MOVE w-ind-niv TO w-gru-nivel(w-grupo)
           ELSE
               DISPLAY "MAS DE 200 CURSOS - ", cur-anio, " ",
                   cur-curso, " ", cur-turno, " QUEDA AFUERA"
           END-IF.

       230-NIVEL-DEL-GRUPO.
           MOVE w-ciclo TO cat-ciclo.
           MOVE cur-anio TO cat-anio.
           MOVE cur-curso TO cat-curso.
           READ CURSOCAT
               INVALID KEY MOVE "SIN NIVEL" TO cat-nivel
           END-READ.
           MOVE "N" TO w-hallado.
           PERFORM VARYING w-ind-niv FROM 1 BY 1
                   UNTIL w-ind-niv > w-niv-cant OR fue-hallado
               IF w-niv-nombre(w-ind-niv) = cat-nivel
                   SET fue-hallado TO TRUE
               END-IF
           END-PERFORM.
           IF fue-hallado
               SUBTRACT 1 FROM w-ind-niv
           ELSE
               IF w-niv-cant < 10
                   ADD 1 TO w-niv-cant
                   MOVE cat-nivel TO w-niv-nombre(w-niv-cant)
                   MOVE 0 TO w-niv-alumnos(w-niv-cant)
                   MOVE 0 TO w-niv-facturado(w-niv-cant)
                   MOVE 0 TO w-niv-cobrado(w-niv-cant)
                   MOVE 0 TO w-niv-becas(w-niv-cant)
                   MOVE 0 TO w-niv-sponsor(w-niv-cant)
                   MOVE 0 TO w-niv-cargos(w-niv-cant)
                   MOVE 0 TO w-niv-horas(w-niv-cant)
                   MOVE 0 TO w-niv-costo(w-niv-cant)
               END-IF
               MOVE w-niv-cant TO w-ind-niv
           END-IF.

      * Facturado es el importe de la cuota ya neto de beca; la beca
      * es la diferencia con el importe original. Lo cobrado es lo
      * imputado a la cuota (las pagadas antes del cobro parcial no
      * lo tienen cargado y valen por su importe)
       250-SUMAR-CUENTA.
           ADD 1 TO w-gru-alumnos(w-grupo).
           IF w-cta-cant < 3000
               ADD 1 TO w-cta-cant
               MOVE cur-curso TO w-cta-curso(w-cta-cant)
               MOVE cur-cta-cte TO w-cta-cta-cte(w-cta-cant)
               MOVE w-grupo TO w-cta-grupo(w-cta-cant)
           END-IF.
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
                       ADD pag-importe TO w-gru-facturado(w-grupo)
                       IF pag-cobrado > 0
                           ADD pag-cobrado TO w-gru-cobrado(w-grupo)
                       ELSE
                           IF pag-fec-pago > 0
                               ADD pag-importe TO
                                   w-gru-cobrado(w-grupo)
                           END-IF
                       END-IF
                       IF beca-ya-aplicada
                               AND pag-importe-orig > pag-importe
                           COMPUTE w-gru-becas(w-grupo) =
                               w-gru-becas(w-grupo) +
                               pag-importe-orig - pag-importe
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE cur-curso TO car-curso.
           MOVE cur-cta-cte TO car-cta-cte.
           MOVE 0 TO car-cuota car-concepto.
           MOVE 0 TO w-flag-cargos.
           START CARGOS KEY IS NOT LESS THAN car-llave
               INVALID KEY MOVE 1 TO w-flag-cargos
           END-START.
           PERFORM UNTIL fin-cargos
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-cargos
               END-READ
               IF NOT fin-cargos
                   IF car-curso NOT = cur-curso
                           OR car-cta-cte NOT = cur-cta-cte
                       MOVE 1 TO w-flag-cargos
                   ELSE
                       ADD car-importe TO w-gru-cargos(w-grupo)
                   END-IF
               END-IF
           END-PERFORM.

      * Lo que el sponsor paga por el becado es ingreso del curso
       400-SUMAR-SPONSORS.
           OPEN INPUT SPODET.
           PERFORM UNTIL fin-sd
               READ SPODET AT END MOVE 1 TO w-flag-sd
               END-READ
               IF NOT fin-sd
                   MOVE "N" TO w-hallado
                   PERFORM VARYING w-ind FROM 1 BY 1
                           UNTIL w-ind > w-cta-cant OR fue-hallado
                       IF w-cta-curso(w-ind) = sd-curso
                               AND w-cta-cta-cte(w-ind) = sd-cta-cte
                           SET fue-hallado TO TRUE
                           MOVE w-cta-grupo(w-ind) TO w-grupo
                           ADD sd-importe TO w-gru-sponsor(w-grupo)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE SPODET.

      * Cada bloque semanal asignado a un docente es una hora catedra
       500-SUMAR-BLOQUES.
           OPEN INPUT DOCASIG.
           MOVE w-ciclo TO das-ciclo.
           MOVE 0 TO das-anio das-curso das-turno das-dia das-bloque.
           START DOCASIG KEY IS NOT LESS THAN das-llave
               INVALID KEY MOVE 1 TO w-flag-das
           END-START.
           PERFORM UNTIL fin-das
               READ DOCASIG NEXT AT END MOVE 1 TO w-flag-das
               END-READ
               IF NOT fin-das
                   IF das-ciclo NOT = w-ciclo
                       MOVE 1 TO w-flag-das
                   ELSE
                       PERFORM VARYING w-ind FROM 1 BY 1
                               UNTIL w-ind > w-gru-cant
                           IF w-gru-anio(w-ind) = das-anio
                                   AND w-gru-curso(w-ind) = das-curso
                                   AND w-gru-turno(w-ind) = das-turno
                               ADD 1 TO w-gru-bloques(w-ind)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DOCASIG.

       700-LISTAR.
           MOVE spaces TO w-nombre-listado.
           STRING "..\margen_cursos_" w-ciclo ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "MARGEN DE CONTRIBUCION POR CURSO - CICLO " w-ciclo
               "  (al " w-fecha-hoy ")  HORA " w-costo-hora
               " x " w-semanas " SEMANAS"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 790-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "A CU T NIVEL ALUM     FACTURADO       COBRADO"
               "         BECAS      SPONSOR       CARGOS  HORAS"
               "         COSTO          MARGEN  MARGEN/ALU"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 790-EMITIR.
           MOVE all "-" TO lis-linea.
           PERFORM 790-EMITIR.
           PERFORM VARYING w-grupo FROM 1 BY 1
                   UNTIL w-grupo > w-gru-cant
               PERFORM 710-RENGLON-GRUPO
           END-PERFORM.
           MOVE all "-" TO lis-linea.
           PERFORM 790-EMITIR.
           PERFORM VARYING w-ind-niv FROM 1 BY 1
                   UNTIL w-ind-niv > w-niv-cant
               MOVE w-niv-nombre(w-ind-niv) TO d-etiqueta
               MOVE w-niv-alumnos(w-ind-niv) TO w-tot-alumnos
               MOVE w-niv-facturado(w-ind-niv) TO d-facturado
               MOVE w-niv-cobrado(w-ind-niv) TO d-cobrado
               MOVE w-niv-becas(w-ind-niv) TO d-becas
               MOVE w-niv-sponsor(w-ind-niv) TO d-sponsor
               MOVE w-niv-cargos(w-ind-niv) TO d-cargos
               MOVE w-niv-horas(w-ind-niv) TO d-horas
               MOVE w-niv-costo(w-ind-niv) TO w-costo
               COMPUTE w-ingreso = w-niv-cobrado(w-ind-niv) +
                   w-niv-sponsor(w-ind-niv)
               PERFORM 720-MARGEN
           END-PERFORM.
           MOVE all "-" TO lis-linea.
           PERFORM 790-EMITIR.
           MOVE 0 TO w-tot-alumnos w-tot-facturado w-tot-cobrado.
           MOVE 0 TO w-tot-becas w-tot-sponsor w-tot-cargos.
           MOVE 0 TO w-tot-horas w-tot-costo.
           PERFORM VARYING w-ind-niv FROM 1 BY 1
                   UNTIL w-ind-niv > w-niv-cant
               ADD w-niv-alumnos(w-ind-niv) TO w-tot-alumnos
               ADD w-niv-facturado(w-ind-niv) TO w-tot-facturado
               ADD w-niv-cobrado(w-ind-niv) TO w-tot-cobrado
               ADD w-niv-becas(w-ind-niv) TO w-tot-becas
               ADD w-niv-sponsor(w-ind-niv) TO w-tot-sponsor
               ADD w-niv-cargos(w-ind-niv) TO w-tot-cargos
               ADD w-niv-horas(w-ind-niv) TO w-tot-horas
               ADD w-niv-costo(w-ind-niv) TO w-tot-costo
           END-PERFORM.
           MOVE "ESCUELA" TO d-etiqueta.
           MOVE w-tot-facturado TO d-facturado.
           MOVE w-tot-cobrado TO d-cobrado.
           MOVE w-tot-becas TO d-becas.
           MOVE w-tot-sponsor TO d-sponsor.
           MOVE w-tot-cargos TO d-cargos.
           MOVE w-tot-horas TO d-horas.
           MOVE w-tot-costo TO w-costo.
           COMPUTE w-ingreso = w-tot-cobrado + w-tot-sponsor.
           PERFORM 720-MARGEN.
           CLOSE LISTADO.
           DISPLAY "Listado en ", w-nombre-listado.

      * Ingreso del curso: lo cobrado mas lo que pagan los sponsors
       710-RENGLON-GRUPO.
           MOVE spaces TO d-etiqueta.
           MOVE w-gru-nivel(w-grupo) TO w-ind-niv.
           STRING w-gru-anio(w-grupo) " " w-gru-curso(w-grupo) " "
               w-gru-turno(w-grupo) " " w-niv-nombre(w-ind-niv)(1:5)
               DELIMITED BY SIZE INTO d-etiqueta.
           COMPUTE w-horas = w-gru-bloques(w-grupo) * w-semanas.
           COMPUTE w-costo ROUNDED = w-horas * w-costo-hora.
           COMPUTE w-ingreso = w-gru-cobrado(w-grupo) +
               w-gru-sponsor(w-grupo).
           MOVE w-gru-alumnos(w-grupo) TO w-tot-alumnos.
           MOVE w-gru-facturado(w-grupo) TO d-facturado.
           MOVE w-gru-cobrado(w-grupo) TO d-cobrado.
           MOVE w-gru-becas(w-grupo) TO d-becas.
           MOVE w-gru-sponsor(w-grupo) TO d-sponsor.
           MOVE w-gru-cargos(w-grupo) TO d-cargos.
           MOVE w-horas TO d-horas.
           ADD w-gru-alumnos(w-grupo) TO w-niv-alumnos(w-ind-niv).
           ADD w-gru-facturado(w-grupo) TO w-niv-facturado(w-ind-niv).
           ADD w-gru-cobrado(w-grupo) TO w-niv-cobrado(w-ind-niv).
           ADD w-gru-becas(w-grupo) TO w-niv-becas(w-ind-niv).
           ADD w-gru-sponsor(w-grupo) TO w-niv-sponsor(w-ind-niv).
           ADD w-gru-cargos(w-grupo) TO w-niv-cargos(w-ind-niv).
           ADD w-horas TO w-niv-horas(w-ind-niv).
           ADD w-costo TO w-niv-costo(w-ind-niv).
           PERFORM 720-MARGEN.

      * Margen y margen por alumno del renglon armado en lin-detalle;
      * ingreso, costo y alumnos vienen en w-ingreso, w-costo y
      * w-tot-alumnos
       720-MARGEN.
           MOVE w-tot-alumnos TO d-alumnos.
           MOVE w-costo TO d-costo.
           COMPUTE w-margen = w-ingreso - w-costo.
           MOVE w-margen TO d-margen.
           IF w-tot-alumnos > 0
               COMPUTE w-margen-alumno ROUNDED =
                   w-margen / w-tot-alumnos
           ELSE
               MOVE 0 TO w-margen-alumno
           END-IF.
           MOVE w-margen-alumno TO d-margen-alu.
           MOVE lin-detalle TO lis-linea.
           PERFORM 790-EMITIR.

       790-EMITIR.
           DISPLAY lis-linea.
           WRITE lis-linea.

       900-FIN.
           CLOSE CURSOS PAGOS CARGOS CURSOCAT.
       END PROGRAM MargenCursos.
