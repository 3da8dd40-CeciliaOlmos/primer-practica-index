      * Author:
      * Date:
      * Purpose: Recaudacion diaria: totaliza los pagos de una fecha
      *          agrupados por curso, con las devoluciones y las
      *          reversas de cobros electronicos del dia en negativo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL DEVOLUCIONES ASSIGN TO "..\devoluciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL REVERSAS ASSIGN TO "..\reversas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CURSOCAT ASSIGN TO "..\cursocat.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           03 pag-importe pic 9(6)v99.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
               88 beca-ya-aplicada value "S".
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  DEVOLUCIONES.
       01  dev-reg.
           03 dev-fec-pago pic 9(8).
           03 dev-medio pic x(15).

       FD  REVERSAS.
       01  rv-reg.
           03 rv-fecha pic 9(8).
           03 rv-tipo pic x.
               88 rv-contracargo value "T".
           03 rv-curso pic 99.
           03 rv-cta-cte pic 9(5).
           03 rv-cuota pic 99.
           03 rv-importe pic 9(6)v99.
           03 rv-fec-pago-orig pic 9(8).
           03 rv-fec-banco pic 9(8).
           03 rv-medio pic x(15).
           03 rv-motivo pic x(20).
           03 rv-rec-punto pic 99.
           03 rv-rec-numero pic 9(8).
           03 rv-operador pic x(10).

       FD  CURSOCAT.
       01  cat-reg.
           03 cat-llave.
       01  w-total-devuelto pic 9(8)v99 value 0.
       01  w-cant-devol pic 9(5) value 0.
       01  w-neto pic s9(8)v99 value 0.
       01  w-flag-rv pic 9 value 0.
           88 fin-rv value 1.
       01  w-total-reversado pic 9(8)v99 value 0.
       01  w-cant-revers pic 9(5) value 0.
       01  w-flag-cat pic 9 value 0.
           88 fin-cat value 1.
       01  w-mapa-sedes.
              05 w-sed-importe pic 9(10)v99.
       01  w-ind-sede pic 99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Recaudacion".
           03 w-ver-archivo pic x(8).
           03 w-ver-esperada pic 99.
           03 w-ver-resultado pic x value "S".
               88 version-ok value "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-VERIFICAR-VERSIONES.
           IF NOT version-ok
               STOP RUN
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-PAGOS.
           PERFORM UNTIL fin-pagos
           PERFORM 900-FIN.
           STOP RUN.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           OPEN INPUT PAGOS.
           PERFORM 150-CARGAR-MAPA-SEDES.
           END-PERFORM.
           CLOSE DEVOLUCIONES.

      * Los contracargos y reversiones de debito registrados en la
      * fecha tambien restan: es plata que el banco se llevo
       810-RESTAR-REVERSAS.
           OPEN INPUT REVERSAS.
           PERFORM UNTIL fin-rv
               READ REVERSAS AT END MOVE 1 TO w-flag-rv
               END-READ
               IF NOT fin-rv
                   IF rv-fecha = w-fecha-buscada
                       IF rv-contracargo
                           DISPLAY "Contracargo curso ", rv-curso,
                               " cta ", rv-cta-cte, " cuota ",
                               rv-cuota, " -", rv-importe
                       ELSE
                           DISPLAY "Reversion debito curso ",
                               rv-curso, " cta ", rv-cta-cte,
                               " cuota ", rv-cuota, " -", rv-importe
                       END-IF
                       ADD rv-importe TO w-total-reversado
                       ADD 1 TO w-cant-revers
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE REVERSAS.

       900-FIN.
           PERFORM 800-RESTAR-DEVOLUCIONES.
           PERFORM 810-RESTAR-REVERSAS.
           DISPLAY "========================================".
           DISPLAY "POR SEDE:".
           PERFORM VARYING w-ind-sede FROM 1 BY 1
           END-PERFORM.
           DISPLAY "Cuotas cobradas: ", w-cant-pagos.
           DISPLAY "Total general  : ", w-total-general.
           IF w-cant-devol > 0 OR w-cant-revers > 0
               COMPUTE w-neto = w-total-general - w-total-devuelto
                   - w-total-reversado
               DISPLAY "Devoluciones   : ", w-cant-devol, " por -",
                   w-total-devuelto
               DISPLAY "Reversas       : ", w-cant-revers, " por -",
                   w-total-reversado
               DISPLAY "TOTAL NETO     : ", w-neto
           END-IF.
           CLOSE PAGOS.
