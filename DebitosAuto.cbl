
           SELECT PRESENTACION ASSIGN TO "..\debitos_pres.txt"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEBITOS-ADH.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  PRESENTACION.
       01  dp-reg.
           03 dp-importe pic 9(6)v99.
           03 dp-venc pic 9(8).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       WORKING-STORAGE SECTION.
      * Solo el supervisor ve el CBU completo en pantalla
       77  w-perfil pic x value space.
           88 perfil-supervisor value "S".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-cbu-ver pic x(22).
       01  w-modo pic x value "A".
           88 modo-generar value "G".
       77  w-fecha-hoy pic 9(8).
       01  w-venc-aaaamm.
           03 w-venc-mes pic 9(6).
           03 w-venc-dia pic 99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "DebitosAuto".
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
           IF modo-generar
               PERFORM 300-GENERAR-PRESENTACION
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

       050-LEER-PERFIL.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa
               MOVE oa-perfil TO w-perfil
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-LEER-PERFIL.
           DISPLAY "Modo (A=Adhesiones, G=Generar presentacion)".
           ACCEPT w-modo.
           OPEN I-O DEBITOS-ADH.
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "Adhesion existente, estado ", adh-estado
                   IF perfil-supervisor
                       MOVE adh-cbu TO w-cbu-ver
                   ELSE
                       MOVE spaces TO w-cbu-ver
                       STRING "***" adh-cbu(19:4)
                           DELIMITED BY SIZE INTO w-cbu-ver
                   END-IF
                   DISPLAY "CBU ", w-cbu-ver
                   DISPLAY "Nuevo estado (A=activa, B=baja)"
                   ACCEPT adh-estado
                   REWRITE adh-reg
