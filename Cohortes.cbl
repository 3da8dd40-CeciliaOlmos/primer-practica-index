      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retencion por cohorte de ingreso: agrupa a los
      *          alumnos por el primer ciclo y el anio en que
      *          aparecen en cursos.dat (las inscripciones de los
      *          dados de baja siguen alli) y muestra cuantos de cada
      *          cohorte siguen inscriptos uno a cinco ciclos despues,
      *          con el porcentaje sobre los ingresantes, cuantos
      *          egresaron (egresados.dat) y cuantos se fueron, por
      *          motivo de baja (bajas_alumnos.log y el catalogo de
      *          motivosbaja.dat) y por el anio que cursaban al irse
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cohortes.
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

           SELECT OPTIONAL EGRESADOS ASSIGN TO "..\egresados.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BAJAS-ALU-LOG
           ASSIGN TO "..\bajas_alumnos.log"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL MOTIVOS ASSIGN TO "..\motivosbaja.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS mot-codigo.

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

       FD  EGRESADOS.
       01  egr-reg.
           03 egr-dni pic 9(8).
           03 egr-legajo pic 9(5).
           03 egr-nombre pic x(20).
           03 egr-anio pic 9.
           03 egr-curso pic 99.
           03 egr-fec-egreso pic 9(8).

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

       FD  MOTIVOS.
       01  mot-reg.
           03 mot-codigo pic 99.
           03 mot-descripcion pic x(20).

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       77  w-fecha-hoy pic 9(8).
       77  w-nombre-listado pic x(40).
       77  w-ciclo-desde pic 9(4).
       77  w-ciclo-max pic 9(4) value 0.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-egr pic 9 value 0.
           88 fin-egr value 1.
       77  w-flag-log pic 9 value 0.
           88 fin-log value 1.
       77  w-ind pic 999.
       77  w-ind-k pic 99.
       77  w-anio-ed pic 9.
       77  w-ind-mot pic 99.
       77  w-distancia pic 9(4).
       77  w-pct pic 999v9.
       77  w-cant-omitidos pic 9(5) value 0.
      * Un casillero por legajo: la cohorte a la que entro, el ultimo
      * ciclo y anio en que se lo vio inscripto y como salio
      * (E = egreso, B = baja, en blanco = sigue o sin novedad)
       01  w-tab-legajos.
           03 w-leg occurs 99999.
              05 w-leg-cohorte pic 999.
              05 w-leg-ult-ciclo pic 9(4).
              05 w-leg-ult-anio pic 9.
              05 w-leg-salida pic x.
       77  w-coh-cant pic 999 value 0.
       01  w-tab-cohortes.
           03 w-coh occurs 200.
              05 w-coh-ciclo pic 9(4).
              05 w-coh-anio pic 9.
              05 w-coh-ingresantes pic 9(5).
              05 w-coh-siguen pic 9(5) occurs 5.
              05 w-coh-egresados pic 9(5).
              05 w-coh-bajas pic 9(5).
              05 w-coh-sin-motivo pic 9(5).
              05 w-coh-motivo pic 9(4) occurs 99.
              05 w-coh-perdidos pic 9(4) occurs 9.

       01  linea-titulo.
           03 filler pic x(20) value spaces.
           03 filler pic x(40) value
               "RETENCION POR COHORTE DE INGRESO".
       01  lin-guarda.
           03 filler pic x(78) value all "-".
       01  lin-cabecera.
           03 filler pic x(12) value "CICLO A INGR".
           03 filler pic x(11) value "   +1    % ".
           03 filler pic x(11) value "   +2    % ".
           03 filler pic x(11) value "   +3    % ".
           03 filler pic x(11) value "   +4    % ".
           03 filler pic x(11) value "   +5    % ".
           03 filler pic x(12) value "   EGR BAJAS".
       01  lin-detalle.
           03 d-ciclo pic 9(4).
           03 filler pic x value space.
           03 d-anio pic 9.
           03 filler pic x value space.
           03 d-ingresantes pic zzzz9.
           03 d-columna occurs 5.
               05 d-col-valores.
                   07 filler pic x value space.
                   07 d-siguen pic zzz9.
                   07 filler pic x value space.
                   07 d-pct pic zz9,9.
               05 d-col-blanco redefines d-col-valores pic x(11).
           03 filler pic x value space.
           03 d-egresados pic zzzz9.
           03 filler pic x value space.
           03 d-bajas pic zzzz9.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Cohortes".
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
           PERFORM 200-ARMAR-COHORTES.
           PERFORM 300-CONTAR-EGRESADOS.
           PERFORM 400-CONTAR-BAJAS.
           PERFORM 600-IMPRIMIR.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "cursos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Cohortes desde el ciclo (AAAA, 0 = todas)".
           ACCEPT w-ciclo-desde.
           INITIALIZE w-tab-legajos.
           OPEN INPUT CURSOS EGRESADOS BAJAS-ALU-LOG MOTIVOS.
           STRING "..\cohortes_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.

      ******************************************************************
      * cursos.dat se lee en orden de ciclo: la primera vez que
      * aparece un legajo es su ingreso
      ******************************************************************
       200-ARMAR-COHORTES.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos AND cur-legajo > 0
                   IF cur-ciclo > w-ciclo-max
                       MOVE cur-ciclo TO w-ciclo-max
                   END-IF
                   IF w-leg-cohorte(cur-legajo) = 0
                       PERFORM 210-INGRESO
                   ELSE
                       PERFORM 220-PERMANENCIA
                   END-IF
               END-IF
           END-PERFORM.
           IF w-cant-omitidos > 0
               DISPLAY "DEMASIADAS COHORTES - ", w-cant-omitidos,
                   " INSCRIPCIONES SIN CONTAR"
           END-IF.

       210-INGRESO.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-coh-cant
                       OR (w-coh-ciclo(w-ind) = cur-ciclo
                           AND w-coh-anio(w-ind) = cur-anio)
               CONTINUE
           END-PERFORM.
           IF w-ind > w-coh-cant
               IF w-coh-cant < 200
                   ADD 1 TO w-coh-cant
                   MOVE w-coh-cant TO w-ind
                   PERFORM 230-NUEVA-COHORTE
               END-IF
           END-IF.
           IF w-ind > w-coh-cant
               ADD 1 TO w-cant-omitidos
           ELSE
               MOVE w-ind TO w-leg-cohorte(cur-legajo)
               MOVE cur-ciclo TO w-leg-ult-ciclo(cur-legajo)
               MOVE cur-anio TO w-leg-ult-anio(cur-legajo)
               ADD 1 TO w-coh-ingresantes(w-ind)
           END-IF.

      * Dos inscripciones del mismo ciclo (un cambio de curso) se
      * cuentan una sola vez
       220-PERMANENCIA.
           MOVE w-leg-cohorte(cur-legajo) TO w-ind.
           IF cur-ciclo > w-leg-ult-ciclo(cur-legajo)
               COMPUTE w-distancia = cur-ciclo - w-coh-ciclo(w-ind)
               IF w-distancia > 0 AND w-distancia < 6
                   ADD 1 TO w-coh-siguen(w-ind w-distancia)
               END-IF
               MOVE cur-ciclo TO w-leg-ult-ciclo(cur-legajo)
           END-IF.
           MOVE cur-anio TO w-leg-ult-anio(cur-legajo).

       230-NUEVA-COHORTE.
           MOVE cur-ciclo TO w-coh-ciclo(w-ind).
           MOVE cur-anio TO w-coh-anio(w-ind).
           MOVE 0 TO w-coh-ingresantes(w-ind) w-coh-egresados(w-ind)
               w-coh-bajas(w-ind) w-coh-sin-motivo(w-ind).
           PERFORM VARYING w-ind-k FROM 1 BY 1 UNTIL w-ind-k > 5
               MOVE 0 TO w-coh-siguen(w-ind w-ind-k)
           END-PERFORM.
           PERFORM VARYING w-ind-mot FROM 1 BY 1 UNTIL w-ind-mot > 98
               MOVE 0 TO w-coh-motivo(w-ind w-ind-mot)
           END-PERFORM.
           MOVE 0 TO w-coh-motivo(w-ind 99).
           PERFORM VARYING w-ind-k FROM 1 BY 1 UNTIL w-ind-k > 8
               MOVE 0 TO w-coh-perdidos(w-ind w-ind-k)
           END-PERFORM.
           MOVE 0 TO w-coh-perdidos(w-ind 9).

      ******************************************************************
      * Salidas: el egreso pesa mas que una baja del mismo legajo
      ******************************************************************
       300-CONTAR-EGRESADOS.
           PERFORM UNTIL fin-egr
               READ EGRESADOS AT END MOVE 1 TO w-flag-egr
               END-READ
               IF NOT fin-egr AND egr-legajo > 0
                   IF w-leg-cohorte(egr-legajo) > 0
                           AND w-leg-salida(egr-legajo) = space
                       MOVE "E" TO w-leg-salida(egr-legajo)
                       MOVE w-leg-cohorte(egr-legajo) TO w-ind
                       ADD 1 TO w-coh-egresados(w-ind)
                   END-IF
               END-IF
           END-PERFORM.

      * El anio en que se pierde al alumno es el de su ultima
      * inscripcion
       400-CONTAR-BAJAS.
           PERFORM UNTIL fin-log
               READ BAJAS-ALU-LOG AT END MOVE 1 TO w-flag-log
               END-READ
               IF NOT fin-log AND bl-legajo > 0
                   IF w-leg-cohorte(bl-legajo) > 0
                           AND w-leg-salida(bl-legajo) = space
                       MOVE "B" TO w-leg-salida(bl-legajo)
                       MOVE w-leg-cohorte(bl-legajo) TO w-ind
                       ADD 1 TO w-coh-bajas(w-ind)
                       IF bl-motivo > 0
                           ADD 1 TO w-coh-motivo(w-ind bl-motivo)
                       ELSE
                           ADD 1 TO w-coh-sin-motivo(w-ind)
                       END-IF
                       IF w-leg-ult-anio(bl-legajo) > 0
                           MOVE w-leg-ult-anio(bl-legajo) TO w-ind-k
                           ADD 1 TO w-coh-perdidos(w-ind w-ind-k)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Cuadro: una linea por cohorte y debajo sus bajas por motivo y
      * por anio. Los ciclos que todavia no llegaron quedan en blanco
      ******************************************************************
       600-IMPRIMIR.
           DISPLAY linea-titulo.
           WRITE lis-linea FROM linea-titulo.
           MOVE spaces TO lis-linea.
           STRING "Fecha: " w-fecha-hoy "   ultimo ciclo con "
               "inscriptos: " w-ciclo-max
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           DISPLAY lin-cabecera.
           WRITE lis-linea FROM lin-cabecera.
           DISPLAY lin-guarda.
           WRITE lis-linea FROM lin-guarda.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-coh-cant
               IF w-coh-ciclo(w-ind) NOT < w-ciclo-desde
                   PERFORM 610-RENGLON-COHORTE
                   PERFORM 620-BAJAS-POR-MOTIVO
                   PERFORM 630-BAJAS-POR-ANIO
               END-IF
           END-PERFORM.
           DISPLAY lin-guarda.
           WRITE lis-linea FROM lin-guarda.
           DISPLAY "Cuadro en ", w-nombre-listado.

       610-RENGLON-COHORTE.
           MOVE w-coh-ciclo(w-ind) TO d-ciclo.
           MOVE w-coh-anio(w-ind) TO d-anio.
           MOVE w-coh-ingresantes(w-ind) TO d-ingresantes.
           PERFORM VARYING w-ind-k FROM 1 BY 1 UNTIL w-ind-k > 5
               IF w-coh-ciclo(w-ind) + w-ind-k > w-ciclo-max
                   MOVE spaces TO d-col-blanco(w-ind-k)
               ELSE
                   MOVE w-coh-siguen(w-ind w-ind-k) TO
                       d-siguen(w-ind-k)
                   IF w-coh-ingresantes(w-ind) > 0
                       COMPUTE w-pct ROUNDED =
                           w-coh-siguen(w-ind w-ind-k) * 100
                           / w-coh-ingresantes(w-ind)
                   ELSE
                       MOVE 0 TO w-pct
                   END-IF
                   MOVE w-pct TO d-pct(w-ind-k)
               END-IF
           END-PERFORM.
           MOVE w-coh-egresados(w-ind) TO d-egresados.
           MOVE w-coh-bajas(w-ind) TO d-bajas.
           DISPLAY lin-detalle.
           WRITE lis-linea FROM lin-detalle.

       620-BAJAS-POR-MOTIVO.
           PERFORM VARYING w-ind-mot FROM 1 BY 1 UNTIL w-ind-mot > 98
               IF w-coh-motivo(w-ind w-ind-mot) > 0
                   MOVE w-ind-mot TO mot-codigo
                   PERFORM 640-RENGLON-MOTIVO
               END-IF
           END-PERFORM.
           IF w-coh-motivo(w-ind 99) > 0
               MOVE 99 TO w-ind-mot mot-codigo
               PERFORM 640-RENGLON-MOTIVO
           END-IF.
           IF w-coh-sin-motivo(w-ind) > 0
               MOVE spaces TO lis-linea
               STRING "      baja sin motivo" "      "
                   w-coh-sin-motivo(w-ind)
                   DELIMITED BY SIZE INTO lis-linea
               DISPLAY lis-linea
               WRITE lis-linea
           END-IF.

       630-BAJAS-POR-ANIO.
           IF w-coh-bajas(w-ind) > 0
               MOVE spaces TO lis-linea
               MOVE "      se fueron cursando:" TO lis-linea
               MOVE 27 TO w-distancia
               PERFORM VARYING w-ind-k FROM 1 BY 1 UNTIL w-ind-k > 9
                   IF w-coh-perdidos(w-ind w-ind-k) > 0
                           AND w-distancia < 70
                       MOVE w-ind-k TO w-anio-ed
                       STRING w-anio-ed "o "
                           w-coh-perdidos(w-ind w-ind-k)
                           DELIMITED BY SIZE
                           INTO lis-linea WITH POINTER w-distancia
                       ADD 2 TO w-distancia
                   END-IF
               END-PERFORM
               DISPLAY lis-linea
               WRITE lis-linea
           END-IF.

       640-RENGLON-MOTIVO.
           READ MOTIVOS
               INVALID KEY MOVE "(sin descripcion)" TO mot-descripcion
           END-READ.
           MOVE spaces TO lis-linea.
           STRING "      baja " mot-codigo " " mot-descripcion " "
               w-coh-motivo(w-ind w-ind-mot)
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.

       900-FIN.
           CLOSE CURSOS EGRESADOS BAJAS-ALU-LOG MOTIVOS LISTADO.
       END PROGRAM Cohortes.
