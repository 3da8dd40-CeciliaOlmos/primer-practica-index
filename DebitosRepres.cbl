           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEBITOS-RECH.
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       WORKING-STORAGE SECTION.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
      * Lo que se muestra del DNI depende del perfil
       77  w-perfil pic x value space.
           88 perfil-supervisor value "S".
       77  w-dni-ver pic x(8).
       77  w-fecha-hoy pic 9(8).
       77  w-fec-proxima pic 9(8).
       77  w-max-repres pic 99 value 3.
       77  w-irrecuperable pic x.
           88 es-irrecuperable value "S".
       77  w-ind pic 99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "DebitosRepre".
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
           PERFORM 200-LEER-RECHAZO.
           PERFORM UNTIL fin-rch
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           PERFORM 050-LEER-PERFIL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Fecha de la proxima presentacion (AAAAMMDD)".
           ACCEPT w-fec-proxima.
               PERFORM 400-DAR-DE-BAJA
           ELSE
               IF rt-intentos NOT < w-max-repres
                   PERFORM 960-ENMASCARAR-DATOS
                   DISPLAY "DNI ", w-dni-ver, " cuota ", rch-cuota,
                       " AGOTO LOS ", w-max-repres,
                       " REINTENTOS - SE DA DE BAJA"
                   PERFORM 400-DAR-DE-BAJA

       400-DAR-DE-BAJA.
           ADD 1 TO w-cant-caidos.
           PERFORM 960-ENMASCARAR-DATOS.
           DISPLAY "DEBITO DADO DE BAJA: DNI ", w-dni-ver,
               " cuota ", rch-cuota, " (", rch-motivo, ")".
           PERFORM 450-ENCOLAR-AVISO.

           ADD 1 TO w-cant-repres.
           ADD rch-importe TO w-total-repres.

       050-LEER-PERFIL.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa
               MOVE oa-perfil TO w-perfil
           END-IF.

      * Solo el supervisor ve el DNI completo; caja y consulta ven
      * los ultimos digitos
       960-ENMASCARAR-DATOS.
           MOVE rch-dni TO w-dni-ver.
           IF NOT perfil-supervisor
               MOVE "*****" TO w-dni-ver(1:5)
           END-IF.

       900-FIN.
           CLOSE DEBITOS-RECH PRESENTACION REINTENTOS.
           CLOSE ALUMNOS NOTIFICACIONES.
