           SELECT OPTIONAL DEBITOS-RECH
           ASSIGN TO "..\debitos_rech.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESPUESTA.
           03 rch-motivo pic x(20).
           03 rch-fecha pic 9(8).

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
       77  w-flag-resp pic 9 value 0.
           88 fin-resp value 1.
       77  w-fecha-hoy pic 9(8).
       01  lin-guarda.
           03 filler pic x(60) value all "-".
       01  lin-rechazo.
           03 r-dni pic x(8).
           03 filler pic x(3) value spaces.
           03 r-cuota pic z9.
           03 filler pic x(3) value spaces.
           GOBACK.

       100-INICIO.
           PERFORM 050-LEER-PERFIL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT RESPUESTA.
           OPEN EXTEND DEBITOS-ACEPT DEBITOS-RECH.
               DISPLAY "DNI        CU      IMPORTE   MOTIVO"
               DISPLAY lin-guarda
           END-IF.
           PERFORM 960-ENMASCARAR-DATOS.
           MOVE w-dni-ver TO r-dni.
           MOVE dr-cuota TO r-cuota.
           MOVE dr-importe TO r-importe.
           MOVE dr-motivo TO r-motivo.
           WRITE rch-reg.
           ADD 1 TO w-cant-rechazados.

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
           MOVE dr-dni TO w-dni-ver.
           IF NOT perfil-supervisor
               MOVE "*****" TO w-dni-ver(1:5)
           END-IF.

       900-FIN.
           DISPLAY lin-guarda.
           DISPLAY "Debitos aceptados (a la proxima conversion ",
