      *          constancia con curso y turno, toma el numero de la
      *          serie controlada propia (numconst.dat, igual
      *          mecanismo que la de libre deuda) y deja cada emision
      *          registrada para reimpresion y auditoria. Un alumno
      *          que paso el limite de inasistencias del ciclo
      *          (LIMITE-FALTA) queda libre y no recibe constancia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT OPTIONAL CONSTANCIAS ASSIGN TO "..\constancias.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL INASISTENCIAS
           ASSIGN TO "..\inasistencias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ina-llave.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUMNOS.
           03 cons-curso pic 99.
           03 cons-turno pic 9.

       FD  INASISTENCIAS.
       01  ina-reg.
           03 ina-llave.
               05 ina-ciclo pic 9(4).
               05 ina-legajo pic 9(5).
           03 ina-ausentes pic 9(3).
           03 ina-tardes pic 9(3).
           03 ina-faltas pic 9(3)v99.
           03 ina-nivel pic x.
           03 ina-fec-ult pic 9(8).

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "E".
           88 modo-reimpresion value "R".
       77  w-numero-pedido pic 9(8).
       77  w-hallada pic x value "N".
           88 constancia-hallada value "S".
       77  w-faltas-limite pic 9(3)v99 value 25.
       77  w-faltas pic 9(3)v99 value 0.
       77  w-libre pic x value "N".
           88 libre-por-faltas value "S".

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Constancia".
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
           EVALUATE TRUE
               WHEN modo-reimpresion
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

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (E=Emitir, R=Reimprimir, L=Listar ",
           ACCEPT w-modo.
           IF NOT modo-reimpresion AND NOT modo-registro
               OPEN INPUT ALUMNOS CURSOS CURSOCAT
               OPEN INPUT INASISTENCIAS
               OPEN EXTEND CONSTANCIAS
               PERFORM 110-LEER-LIMITE-FALTAS
           END-IF.

       110-LEER-LIMITE-FALTAS.
           OPEN INPUT PARAMETROS.
           MOVE "LIMITE-FALTA" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-faltas-limite
           END-READ.
           CLOSE PARAMETROS.

       200-EMITIR.
           DISPLAY "Legajo del alumno".
           ACCEPT w-legajo-pedido.
                           alu-est, ") - NO SE EMITE"
                   ELSE
                       PERFORM 300-VERIFICAR-REGULARIDAD
                       IF es-regular
                           PERFORM 350-VERIFICAR-INASISTENCIAS
                       END-IF
                       IF es-regular
                           PERFORM 400-IMPRIMIR-CONSTANCIA
                       ELSE
                           IF libre-por-faltas
                               DISPLAY "ALUMNO LIBRE POR ",
                                   "INASISTENCIAS (", w-faltas,
                                   " faltas, limite ",
                                   w-faltas-limite, ") - NO SE EMITE"
                           ELSE
                               DISPLAY "SIN INSCRIPCION EN EL CICLO ",
                                   w-ciclo-vigente, " - NO SE EMITE"
                           END-IF
                       END-IF
                   END-IF
           END-READ.
               END-IF
           END-PERFORM.

      * Inscripto no alcanza: el alumno que llego al limite de faltas
      * del ciclo en el registro de asistencia queda libre
       350-VERIFICAR-INASISTENCIAS.
           MOVE "N" TO w-libre.
           MOVE 0 TO w-faltas.
           MOVE w-ciclo-vigente TO ina-ciclo.
           MOVE w-legajo-pedido TO ina-legajo.
           READ INASISTENCIAS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ina-faltas TO w-faltas
           END-READ.
           IF w-faltas NOT < w-faltas-limite
               SET libre-por-faltas TO TRUE
               MOVE "N" TO w-regular
           END-IF.

       400-IMPRIMIR-CONSTANCIA.
           PERFORM 410-ASIGNAR-NUMERO.
           MOVE cur-ciclo TO cat-ciclo.
           DISPLAY "cursa regularmente en el ciclo ", cur-ciclo.
           DISPLAY "Curso ", cur-anio, "/", cur-curso, " ",
               cat-nombre, "  turno ", cur-turno.
           DISPLAY "Inasistencias en el ciclo: ", w-faltas.
           DISPLAY "========================================".
           PERFORM 420-REGISTRAR-EMISION.

       900-FIN.
           IF NOT modo-reimpresion AND NOT modo-registro
               CLOSE ALUMNOS CURSOS CURSOCAT CONSTANCIAS
               CLOSE INASISTENCIAS
           END-IF.
       END PROGRAM Constancia.
