      *          del punto 01 apuntando al proximo libre), y becas.dat
      *          del registro de 17 al de 20 con sponsor 0 (beca
      *          propia). Correr una sola vez por archivo, con los
      *          archivos respaldados antes. Cada conversion deja
      *          sellada en versiones.dat la nueva version del
      *          layout; la opcion S sella de una vez la version
      *          vigente de todos los maestros (instalaciones ya
      *          convertidas que todavia no tienen sello)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT PAGOS-PASO ASSIGN TO "..\pagos_conv.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL VERSIONES ASSIGN TO "..\versiones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ver-archivo.
       DATA DIVISION.
       FILE SECTION.
       FD  RECIBOS-VIEJO.
           03 pg-medio-pago pic x(15).
           03 pg-beca-aplicada pic x.

       FD  VERSIONES.
       01  ver-reg.
           03 ver-archivo pic x(8).
           03 ver-version pic 99.
           03 ver-largo pic 9(4).
           03 ver-fec-cambio pic 9(8).
           03 ver-programa pic x(12).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value " ".
           88 convierte-recibos value "R".
           88 convierte-vigencia value "V".
           88 convierte-cajas value "C".
           88 convierte-operadores value "O".
           88 sella-versiones value "S".
       77  w-confirma pic x(20) value spaces.
       77  w-flag-arch pic 9 value 0.
           88 fin-arch value 1.
       77  w-cant-convertidos pic 9(7) value 0.
       77  w-nombre-tmp pic x(40).
       77  w-retorno pic s9(9) binary.
       77  w-ver-archivo pic x(8).
       77  w-ver-version pic 99.
       77  w-ver-largo pic 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Conversion de diseno (R=recibos.dat, ",
               "B=becas.dat 17->vigente, P=pagos.dat, ",
               "V=becas.dat 20->vigencia, C=cajas.dat, ",
               "O=operadores.dat, S=sellar version de los ",
               "maestros)".
           ACCEPT w-modo.
           DISPLAY "ATENCION: correr UNA SOLA VEZ por archivo y con ",
               "resguardo previo.".
                       PERFORM 600-CONVERTIR-CAJAS
                   WHEN convierte-operadores
                       PERFORM 700-CONVERTIR-OPERADORES
                   WHEN sella-versiones
                       PERFORM 800-SELLAR-MAESTROS
                   WHEN OTHER
                       DISPLAY "Opcion invalida"
               END-EVALUATE
           DISPLAY "Recibos convertidos: ", w-cant-convertidos.
           DISPLAY "Serie del punto 01 apuntando al ", w-numero,
               " + 1".
           MOVE "recibos" TO w-ver-archivo.
           MOVE 2 TO w-ver-version.
           MOVE 55 TO w-ver-largo.
           PERFORM 850-SELLAR-VERSION.

       250-ACTUALIZAR-SERIE.
           OPEN I-O NUMRECIBOS.
           CALL "CBL_DELETE_FILE" USING w-nombre-tmp
               RETURNING w-retorno.
           DISPLAY "Becas convertidas: ", w-cant-convertidos.
           MOVE "becas" TO w-ver-archivo.
           MOVE 3 TO w-ver-version.
           MOVE 37 TO w-ver-largo.
           PERFORM 850-SELLAR-VERSION.

      * Las cuotas existentes pasan al registro con importe original
      * y cobrado acumulado: el original arranca igual al importe
           CALL "CBL_DELETE_FILE" USING w-nombre-tmp
               RETURNING w-retorno.
           DISPLAY "Cuotas convertidas: ", w-cant-convertidos.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-version.
           MOVE 73 TO w-ver-largo.
           PERFORM 850-SELLAR-VERSION.

      * Las becas del registro de 20 posiciones pasan al de
      * vigencia: quedan vigentes sin vencimiento hasta que la
           CALL "CBL_DELETE_FILE" USING w-nombre-tmp
               RETURNING w-retorno.
           DISPLAY "Becas convertidas: ", w-cant-convertidos.
           MOVE "becas" TO w-ver-archivo.
           MOVE 3 TO w-ver-version.
           MOVE 37 TO w-ver-largo.
           PERFORM 850-SELLAR-VERSION.

      * Las cajas del registro viejo (llave solo por fecha) pasan a
      * la llave fecha+numero como caja 01 de su dia, sin sede
           CALL "CBL_DELETE_FILE" USING w-nombre-tmp
               RETURNING w-retorno.
           DISPLAY "Operadores convertidos: ", w-cant-convertidos.

      * Version vigente de cada maestro: alumnos y cursos siguen en
      * su primer diseno; pagos en el de importe original y cobrado;
      * becas en el de vigencia y recibos en el de punto y numero.
      * Al cambiar un layout se actualiza aca, en la conversion y en
      * la version que esperan los programas
       800-SELLAR-MAESTROS.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-version.
           MOVE 79 TO w-ver-largo.
           PERFORM 850-SELLAR-VERSION.
           MOVE "cursos" TO w-ver-archivo.
           MOVE 1 TO w-ver-version.
           MOVE 22 TO w-ver-largo.
           PERFORM 850-SELLAR-VERSION.
           MOVE "pagos" TO w-ver-archivo.
           MOVE 2 TO w-ver-version.
           MOVE 73 TO w-ver-largo.
           PERFORM 850-SELLAR-VERSION.
           MOVE "becas" TO w-ver-archivo.
           MOVE 3 TO w-ver-version.
           MOVE 37 TO w-ver-largo.
           PERFORM 850-SELLAR-VERSION.
           MOVE "recibos" TO w-ver-archivo.
           MOVE 2 TO w-ver-version.
           MOVE 55 TO w-ver-largo.
           PERFORM 850-SELLAR-VERSION.

       850-SELLAR-VERSION.
           OPEN I-O VERSIONES.
           MOVE w-ver-archivo TO ver-archivo.
           READ VERSIONES
               INVALID KEY
                   MOVE w-ver-archivo TO ver-archivo
                   MOVE w-ver-version TO ver-version
                   MOVE w-ver-largo TO ver-largo
                   ACCEPT ver-fec-cambio FROM DATE YYYYMMDD
                   MOVE "ConvArchivos" TO ver-programa
                   WRITE ver-reg
               NOT INVALID KEY
                   MOVE w-ver-version TO ver-version
                   MOVE w-ver-largo TO ver-largo
                   ACCEPT ver-fec-cambio FROM DATE YYYYMMDD
                   MOVE "ConvArchivos" TO ver-programa
                   REWRITE ver-reg
           END-READ.
           CLOSE VERSIONES.
           DISPLAY "Version de ", w-ver-archivo, " sellada: ",
               w-ver-version.
       END PROGRAM ConvArchivos.
