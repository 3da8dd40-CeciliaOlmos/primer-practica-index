           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fi-dni.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FAMILIAS.
           03 fi-dni pic 9(8).
           03 fi-familia pic 9(4).

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
       01  w-modo pic x value "L".
           88 modo-alta value "A".
           88 modo-integrante value "I".
           GOBACK.

       100-INICIO.
           PERFORM 050-LEER-PERFIL.
           DISPLAY "Modo (A=Alta de familia, I=Integrantes, ",
               "L=Listar)".
           ACCEPT w-modo.
               END-READ
               IF NOT fin-int
                   IF fi-familia = fam-numero
                       PERFORM 960-ENMASCARAR-DATOS
                       DISPLAY "    DNI ", w-dni-ver
                   END-IF
               END-IF
           END-PERFORM.

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
           MOVE fi-dni TO w-dni-ver.
           IF NOT perfil-supervisor
               MOVE "*****" TO w-dni-ver(1:5)
           END-IF.

       900-FIN.
           CLOSE FAMILIAS FAMINT.
       END PROGRAM Familias.
