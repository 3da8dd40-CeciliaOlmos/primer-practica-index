      ******************************************************************
      * Author:
      * Date:
      * Purpose: Materias de cada curso del catalogo (ciclo, anio,
      *          curso): codigo, nombre y horas catedra semanales.
      *          Es la grilla sobre la que se cargan las notas y se
      *          arma el boletin de cada alumno
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Materias.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MATERIAS ASSIGN TO "..\materias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS mat-llave.

           SELECT OPTIONAL CURSOCAT ASSIGN TO "..\cursocat.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cat-llave.
       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAS.
       01  mat-reg.
           03 mat-llave.
               05 mat-ciclo pic 9(4).
               05 mat-anio pic 9.
               05 mat-curso pic 99.
               05 mat-codigo pic 99.
           03 mat-nombre pic x(20).
           03 mat-horas pic 99.

       FD  CURSOCAT.
       01  cat-reg.
           03 cat-llave.
               05 cat-ciclo pic 9(4).
               05 cat-anio pic 9.
               05 cat-curso pic 99.
           03 cat-nombre pic x(20).
           03 cat-nivel pic x(10).
           03 cat-sede pic 99.

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           88 modo-carga value "M".
           88 modo-baja value "B".
       77  w-flag-mat pic 9 value 0.
           88 fin-mat value 1.
       77  w-existe pic x value "N".
           88 mat-existe value "S".
       77  w-cant-listadas pic 9(5) value 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Modo (L=Listar, M=Alta/modificar, B=Borrar)".
           ACCEPT w-modo.
           IF modo-carga OR modo-baja
               OPEN I-O MATERIAS
           ELSE
               OPEN INPUT MATERIAS
           END-IF.
           OPEN INPUT CURSOCAT.
           EVALUATE TRUE
               WHEN modo-carga
                   PERFORM 300-PEDIR-CLAVE
                   PERFORM UNTIL mat-ciclo = 0
                       PERFORM 400-ACTUALIZAR
                       PERFORM 300-PEDIR-CLAVE
                   END-PERFORM
               WHEN modo-baja
                   PERFORM 300-PEDIR-CLAVE
                   PERFORM UNTIL mat-ciclo = 0
                       PERFORM 500-BORRAR
                       PERFORM 300-PEDIR-CLAVE
                   END-PERFORM
               WHEN OTHER
                   PERFORM 200-LISTAR
           END-EVALUATE.
           CLOSE MATERIAS CURSOCAT.
           GOBACK.

       200-LISTAR.
           DISPLAY "MATERIAS POR CURSO".
           DISPLAY "CICLO A CU MT NOMBRE               HS".
           MOVE ZERO TO mat-llave.
           START MATERIAS KEY IS NOT LESS THAN mat-llave
               INVALID KEY MOVE 1 TO w-flag-mat
           END-START.
           PERFORM UNTIL fin-mat
               READ MATERIAS NEXT AT END MOVE 1 TO w-flag-mat
               END-READ
               IF NOT fin-mat
                   DISPLAY mat-ciclo, "  ", mat-anio, " ", mat-curso,
                       " ", mat-codigo, " ", mat-nombre, " ",
                       mat-horas
                   ADD 1 TO w-cant-listadas
               END-IF
           END-PERFORM.
           DISPLAY "Materias listadas: ", w-cant-listadas.

       300-PEDIR-CLAVE.
           DISPLAY "Ciclo lectivo (AAAA, x fin 0)".
           ACCEPT mat-ciclo.
           IF mat-ciclo NOT = 0
               DISPLAY "Anio"
               ACCEPT mat-anio
               DISPLAY "Curso"
               ACCEPT mat-curso
               DISPLAY "Codigo de materia"
               ACCEPT mat-codigo
           END-IF.

      * La materia se cuelga de un curso del catalogo: sin curso
      * cargado en CURSOCAT no se acepta
       400-ACTUALIZAR.
           MOVE mat-ciclo TO cat-ciclo.
           MOVE mat-anio TO cat-anio.
           MOVE mat-curso TO cat-curso.
           READ CURSOCAT
               INVALID KEY
                   DISPLAY "EL CURSO NO EXISTE EN EL CATALOGO - ",
                       "NO SE GRABA"
               NOT INVALID KEY
                   PERFORM 410-GRABAR-MATERIA
           END-READ.

       410-GRABAR-MATERIA.
           MOVE "N" TO w-existe.
           READ MATERIAS
               INVALID KEY
                   DISPLAY "Materia nueva para ", cat-nombre
               NOT INVALID KEY
                   SET mat-existe TO TRUE
                   DISPLAY "Actual: ", mat-nombre, " ", mat-horas,
                       " hs"
           END-READ.
           DISPLAY "Nombre de la materia".
           ACCEPT mat-nombre.
           DISPLAY "Horas catedra semanales".
           ACCEPT mat-horas.
           IF mat-existe
               REWRITE mat-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-REWRITE
           ELSE
               WRITE mat-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-WRITE
           END-IF.

       500-BORRAR.
           READ MATERIAS
               INVALID KEY
                   DISPLAY "NO EXISTE ESA MATERIA"
               NOT INVALID KEY
                   DELETE MATERIAS
                   DISPLAY "Materia borrada"
           END-READ.
       END PROGRAM Materias.
