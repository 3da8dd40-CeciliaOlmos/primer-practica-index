      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de periodos de calificacion (trimestres) de
      *          cada ciclo lectivo: numero, descripcion, fechas de
      *          inicio y fin y estado. Solo un periodo abierto admite
      *          carga de notas; al cerrarlo las notas quedan firmes
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Periodos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIODOS ASSIGN TO "..\periodos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS per-llave.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS.
       01  per-reg.
           03 per-llave.
               05 per-ciclo pic 9(4).
               05 per-numero pic 9.
           03 per-descripcion pic x(20).
           03 per-desde pic 9(8).
           03 per-hasta pic 9(8).
           03 per-estado pic x.
               88 periodo-abierto value "A".
               88 periodo-cerrado value "C".

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           88 modo-carga value "M".
           88 modo-baja value "B".
           88 modo-estado value "E".
       77  w-flag-per pic 9 value 0.
           88 fin-per value 1.
       77  w-existe pic x value "N".
           88 per-existe value "S".
       77  w-estado-nuevo pic x.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Modo (L=Listar, M=Alta/modificar, B=Borrar, ",
               "E=Abrir/cerrar periodo)".
           ACCEPT w-modo.
           IF modo-carga OR modo-baja OR modo-estado
               OPEN I-O PERIODOS
           ELSE
               OPEN INPUT PERIODOS
           END-IF.
           EVALUATE TRUE
               WHEN modo-carga
                   PERFORM 300-PEDIR-CLAVE
                   PERFORM UNTIL per-ciclo = 0
                       PERFORM 400-ACTUALIZAR
                       PERFORM 300-PEDIR-CLAVE
                   END-PERFORM
               WHEN modo-baja
                   PERFORM 300-PEDIR-CLAVE
                   PERFORM UNTIL per-ciclo = 0
                       PERFORM 500-BORRAR
                       PERFORM 300-PEDIR-CLAVE
                   END-PERFORM
               WHEN modo-estado
                   PERFORM 300-PEDIR-CLAVE
                   PERFORM UNTIL per-ciclo = 0
                       PERFORM 600-CAMBIAR-ESTADO
                       PERFORM 300-PEDIR-CLAVE
                   END-PERFORM
               WHEN OTHER
                   PERFORM 200-LISTAR
           END-EVALUATE.
           CLOSE PERIODOS.
           GOBACK.

       200-LISTAR.
           DISPLAY "PERIODOS DE CALIFICACION".
           DISPLAY "CICLO P DESCRIPCION          DESDE    HASTA    E".
           MOVE ZERO TO per-llave.
           START PERIODOS KEY IS NOT LESS THAN per-llave
               INVALID KEY MOVE 1 TO w-flag-per
           END-START.
           PERFORM UNTIL fin-per
               READ PERIODOS NEXT AT END MOVE 1 TO w-flag-per
               END-READ
               IF NOT fin-per
                   DISPLAY per-ciclo, "  ", per-numero, " ",
                       per-descripcion, " ", per-desde, " ",
                       per-hasta, " ", per-estado
               END-IF
           END-PERFORM.

       300-PEDIR-CLAVE.
           DISPLAY "Ciclo lectivo (AAAA, x fin 0)".
           ACCEPT per-ciclo.
           IF per-ciclo NOT = 0
               DISPLAY "Numero de periodo (1 a 4)"
               ACCEPT per-numero
           END-IF.

       400-ACTUALIZAR.
           IF per-numero < 1 OR per-numero > 4
               DISPLAY "NUMERO DE PERIODO INVALIDO"
           ELSE
               MOVE "N" TO w-existe
               READ PERIODOS
                   INVALID KEY
                       DISPLAY "Periodo nuevo"
                       MOVE "A" TO per-estado
                   NOT INVALID KEY
                       SET per-existe TO TRUE
                       DISPLAY "Actual: ", per-descripcion, " ",
                           per-desde, " a ", per-hasta, " estado ",
                           per-estado
               END-READ
               DISPLAY "Descripcion (ej. 1ER TRIMESTRE)"
               ACCEPT per-descripcion
               DISPLAY "Fecha de inicio (AAAAMMDD)"
               ACCEPT per-desde
               DISPLAY "Fecha de fin (AAAAMMDD)"
               ACCEPT per-hasta
               IF per-hasta < per-desde
                   DISPLAY "EL FIN ES ANTERIOR AL INICIO - NO SE GRABA"
               ELSE
                   IF per-existe
                       REWRITE per-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                       END-REWRITE
                   ELSE
                       WRITE per-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       500-BORRAR.
           READ PERIODOS
               INVALID KEY
                   DISPLAY "NO EXISTE ESE PERIODO"
               NOT INVALID KEY
                   DELETE PERIODOS
                   DISPLAY "Periodo borrado"
           END-READ.

       600-CAMBIAR-ESTADO.
           READ PERIODOS
               INVALID KEY
                   DISPLAY "NO EXISTE ESE PERIODO"
               NOT INVALID KEY
                   DISPLAY per-descripcion, " estado actual ",
                       per-estado
                   DISPLAY "Nuevo estado (A=abierto, C=cerrado)"
                   ACCEPT w-estado-nuevo
                   IF w-estado-nuevo = "A" OR w-estado-nuevo = "C"
                       MOVE w-estado-nuevo TO per-estado
                       REWRITE per-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                       END-REWRITE
                   ELSE
                       DISPLAY "ESTADO INVALIDO"
                   END-IF
           END-READ.
       END PROGRAM Periodos.
