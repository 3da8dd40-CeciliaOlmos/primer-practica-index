      *          curso, turno) un aula por dia de semana y bloque
      *          horario, rechazando dos cursos en la misma aula y
      *          bloque, y emite la grilla imprimible por aula o por
      *          curso para colgar en el pasillo. Al borrar un bloque
      *          se borra tambien el docente asignado en DOCASIG
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE is DYNAMIC
           RECORD KEY IS aula-codigo.

           SELECT OPTIONAL DOCASIG ASSIGN TO "..\docasig.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS das-llave
           ALTERNATE RECORD KEY IS das-dni WITH DUPLICATES.

           SELECT LISTADO ASSIGN TO "..\listado_horarios.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           03 aula-nombre pic x(20).
           03 aula-capacidad pic 999.

       FD  DOCASIG.
       01  das-reg.
           03 das-llave.
               05 das-ciclo pic 9(4).
               05 das-anio pic 9.
               05 das-curso pic 99.
               05 das-turno pic 9.
               05 das-dia pic 9.
               05 das-bloque pic 99.
           03 das-dni pic 9(8).
           03 das-materia pic 99.

       FD  LISTADO.
       01  lis-linea pic x(80).

           ELSE
               OPEN INPUT HORARIOS
           END-IF.
           IF modo-baja
               OPEN I-O DOCASIG
           END-IF.
           OPEN INPUT AULAS.
           EVALUATE TRUE
               WHEN modo-asignar
                   PERFORM 200-LISTAR
           END-EVALUATE.
           CLOSE HORARIOS AULAS.
           IF modo-baja
               CLOSE DOCASIG
           END-IF.
           GOBACK.

       200-LISTAR.
               NOT INVALID KEY
                   DELETE HORARIOS
                   DISPLAY "Asignacion borrada"
                   MOVE hor-llave TO das-llave
                   READ DOCASIG
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DELETE DOCASIG
                           DISPLAY "Se quito el docente del bloque"
                   END-READ
           END-READ.

       600-GRILLA-POR-AULA.
