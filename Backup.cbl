      *          pagos, cupos y becas a archivos de foto fechados y
      *          graba un registro de control con cantidad de
      *          registros e importes por archivo, contra el que la
      *          restauracion prueba que todo volvio completo. El
      *          control lleva ademas la version de layout de cada
      *          maestro (de versiones.dat) para que no se restaure
      *          una foto con un layout distinto al vigente.
      *          Se corre antes de los procesos que tocan los maestros
      * Tectonics: cobc
      ******************************************************************

           SELECT BKP-CONTROL ASSIGN TO w-nombre-ctl
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL VERSIONES ASSIGN TO "..\versiones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ver-archivo.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           03 ctl-archivo pic x(10).
           03 ctl-cantidad pic 9(7).
           03 ctl-total pic 9(12)v99.
           03 ctl-version pic 99.

       FD  VERSIONES.
       01  ver-reg.
           03 ver-archivo pic x(8).
           03 ver-version pic 99.
           03 ver-largo pic 9(4).
           03 ver-fec-cambio pic 9(8).
           03 ver-programa pic x(12).

       WORKING-STORAGE SECTION.
       77  w-fecha-hoy pic 9(8).
           88 fin-arch value 1.
       77  w-cantidad pic 9(7).
       77  w-total pic 9(12)v99.
       77  w-archivo-sello pic x(8).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Backup".
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
           PERFORM 200-COPIAR-ALUMNOS.
           PERFORM 300-COPIAR-CURSOS.
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
           IF version-ok
               MOVE "becas" TO w-ver-archivo
               MOVE 3 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 110-ARMAR-NOMBRES.
           END-PERFORM.
           CLOSE ALUMNOS BKP-ALUMNOS.
           MOVE "ALUMNOS" TO ctl-archivo.
           MOVE "alumnos" TO w-archivo-sello.
           PERFORM 800-GRABAR-CONTROL.

       300-COPIAR-CURSOS.
           END-PERFORM.
           CLOSE CURSOS BKP-CURSOS.
           MOVE "CURSOS" TO ctl-archivo.
           MOVE "cursos" TO w-archivo-sello.
           PERFORM 800-GRABAR-CONTROL.

       400-COPIAR-PAGOS.
           END-PERFORM.
           CLOSE PAGOS BKP-PAGOS.
           MOVE "PAGOS" TO ctl-archivo.
           MOVE "pagos" TO w-archivo-sello.
           PERFORM 800-GRABAR-CONTROL.

       500-COPIAR-CUPOS.
           END-PERFORM.
           CLOSE CUPOS BKP-CUPOS.
           MOVE "CUPOS" TO ctl-archivo.
           MOVE spaces TO w-archivo-sello.
           PERFORM 800-GRABAR-CONTROL.

       600-COPIAR-BECAS.
           END-PERFORM.
           CLOSE BECAS BKP-BECAS.
           MOVE "BECAS" TO ctl-archivo.
           MOVE "becas" TO w-archivo-sello.
           PERFORM 800-GRABAR-CONTROL.

       800-GRABAR-CONTROL.
           MOVE w-cantidad TO ctl-cantidad.
           MOVE w-total TO ctl-total.
           PERFORM 810-SELLO-VERSION.
           WRITE ctl-reg.
           DISPLAY ctl-archivo, " registros ", ctl-cantidad,
               " total ", ctl-total, " layout v", ctl-version.

      * Version con la que esta escrito el maestro copiado; 0 si el
      * archivo no tiene sello (cupos, o maestro nunca convertido)
       810-SELLO-VERSION.
           MOVE 0 TO ctl-version.
           IF w-archivo-sello NOT = spaces
               OPEN INPUT VERSIONES
               MOVE w-archivo-sello TO ver-archivo
               READ VERSIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE ver-version TO ctl-version
               END-READ
               CLOSE VERSIONES
           END-IF.

       900-FIN.
           CLOSE BKP-CONTROL.
