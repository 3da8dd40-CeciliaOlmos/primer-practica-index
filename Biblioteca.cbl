      ******************************************************************
      * Author:
      * Date:
      * Purpose: Biblioteca: catalogo de libros con sus ejemplares y
      *          valor de reposicion, prestamo y devolucion por
      *          legajo con vencimiento a dias habiles (salta fines
      *          de semana y los dias de feriados.dat), bloqueo de
      *          prestamos nuevos al alumno que tiene libros
      *          vencidos, listado de atrasados por curso para los
      *          preceptores y cargo en la cuenta del alumno por
      *          libro perdido o danado y por dias de atraso, como
      *          cargo puntual en CARGOS sobre la proxima cuota a
      *          generar, igual que el derecho de examen
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Biblioteca.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIBROS ASSIGN TO "..\libros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS lib-codigo.

           SELECT OPTIONAL PRESTAMOS ASSIGN TO "..\prestamos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pr-llave.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS alu-llave
           ALTERNATE RECORD KEY IS alu-legajo WITH DUPLICATES.

           SELECT CURSOS ASSIGN TO "..\cursos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS curso-llave
           ALTERNATE RECORD KEY IS cur-legajo WITH DUPLICATES.

           SELECT PAGOS ASSIGN TO "..\pagos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pagos-llave.

           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS car-llave.

           SELECT OPTIONAL FERIADOS ASSIGN TO "..\feriados.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fer-fecha.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * Un registro por titulo: lib-ejemplares son los que tiene la
      * biblioteca y lib-prestados los que estan afuera
       FD  LIBROS.
       01  lib-reg.
           03 lib-codigo pic 9(6).
           03 lib-titulo pic x(40).
           03 lib-autor pic x(30).
           03 lib-isbn pic x(13).
           03 lib-ejemplares pic 9(3).
           03 lib-prestados pic 9(3).
           03 lib-valor pic 9(6)v99.

      * La llave empieza por el legajo: los prestamos de un alumno
      * estan juntos. pr-estado P = prestado, D = devuelto,
      * E = extraviado, R = devuelto danado. El cargo queda anotado
      * con la cuota donde se imputo (0 si no habia cuota sin generar)
       FD  PRESTAMOS.
       01  pr-reg.
           03 pr-llave.
               05 pr-legajo pic 9(5).
               05 pr-fec-prestamo pic 9(8).
               05 pr-libro pic 9(6).
           03 pr-fec-vence pic 9(8).
           03 pr-fec-devol pic 9(8).
           03 pr-estado pic x.
               88 prestamo-abierto value "P".
               88 prestamo-devuelto value "D".
               88 libro-extraviado value "E".
               88 libro-danado value "R".
           03 pr-dias-atraso pic 9(3).
           03 pr-cargo pic 9(6)v99.
           03 pr-cargo-curso pic 99.
           03 pr-cargo-cta-cte pic 9(5).
           03 pr-cargo-cuota pic 99.
           03 pr-operador pic x(10).

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-llave.
               05 alu-dni pic 9(8).
               05 alu-est pic x.
           03 alu-legajo pic 9(5).
           03 alu-nombre pic x(20).
           03 alu-telefono pic x(15).
           03 alu-email pic x(30).

       FD  CURSOS.
       01  cur-reg.
           03 curso-llave.
              05 cur-ciclo pic 9(4).
              05 cur-anio pic 9.
              05 cur-curso pic 99.
              05 cur-turno pic 9.
              05 cur-orden pic 99.
           03 cur-legajo pic 9(5).
           03 cur-cta-cte pic 9(5).
           03 cur-cant-cuotas pic 99.

       FD  PAGOS.
       01  pag-reg.
           03 pagos-llave.
               05 pag-curso pic 99.
               05 pag-cta-cte pic 9(5).
               05 pag-cuota pic 99.
           03 pag-fec-venc pic 9(8).
           03 pag-fec-pago pic 9(8).
           03 pag-importe pic 9(6)v99.
           03 pag-recargo pic 9(6)v99.
           03 pag-medio-pago pic x(15).
           03 pag-beca-aplicada pic x.
           03 pag-importe-orig pic 9(6)v99.
           03 pag-cobrado pic 9(6)v99.

       FD  CARGOS.
       01  car-reg.
           03 car-llave.
               05 car-curso pic 99.
               05 car-cta-cte pic 9(5).
               05 car-cuota pic 99.
               05 car-concepto pic 99.
           03 car-importe pic 9(6)v99.

       FD  FERIADOS.
       01  fer-reg.
           03 fer-fecha pic 9(8).
           03 fer-descripcion pic x(30).

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "P".
           88 modo-catalogo value "C".
           88 modo-prestamo value "P".
           88 modo-devolucion value "D".
           88 modo-atrasados value "A".
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10).
       77  w-nombre-listado pic x(40).
       77  w-concepto-biblio pic 99 value 22.
       77  w-dias-prestamo pic 99 value 7.
       77  w-multa-dia pic 9(6)v99 value 0.
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-flag-lib pic 9 value 0.
           88 fin-lib value 1.
       77  w-flag-pr pic 9 value 0.
           88 fin-pr value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-existe pic x.
           88 reg-existe value "S".
       77  w-alumno-ok pic x.
           88 alumno-ok value "S".
       77  w-legajo pic 9(5).
       77  w-codigo pic 9(6).
       77  w-respuesta pic x.
       77  w-ind pic 99.
       77  w-cant-abiertos pic 99.
       77  w-cant-vencidos pic 99.
       77  w-importe-cargo pic 9(6)v99.
       77  w-ult-ciclo pic 9(4).
       77  w-ult-curso pic 99.
       77  w-ult-cta-cte pic 9(5).
       77  w-ult-cant-cuotas pic 99.
       77  w-cuota-cargo pic 99.
       77  w-ciclo pic 9(4).
       77  w-ciclo-pedido pic 9(4).
       77  w-curso-actual pic x(4).
       77  w-cant-curso pic 9(3).
       77  w-cant-atrasados pic 9(5) value 0.
       77  w-dias-atraso pic 9(3).
      * Calendario para el vencimiento a dias habiles (mismo calculo
      * que el vencimiento de cuotas en Pagos)
       01  w-fecha-habil.
           03 w-hab-anio pic 9(4).
           03 w-hab-mes pic 99.
           03 w-hab-dia pic 99.
       77  w-dia-semana pic 9.
       77  w-zeller-mes pic 99.
       77  w-zeller-anio pic 9(4).
       77  w-zeller-siglo pic 99.
       77  w-zeller-resto pic 99.
       77  w-zeller-t1 pic 9(4).
       77  w-zeller-t2 pic 9(4).
       77  w-zeller-t3 pic 9(4).
       77  w-zeller-suma pic 9(4).
       77  w-resto-4 pic 9.
       77  w-resto-100 pic 999.
       77  w-resto-400 pic 999.
       77  w-dias-mes pic 99.
       77  w-es-habil pic x.
           88 dia-habil value "S".
       01  lin-atrasado.
           03 la-legajo pic 9(5).
           03 filler pic x value space.
           03 la-nombre pic x(20).
           03 filler pic x value space.
           03 la-titulo pic x(30).
           03 filler pic x value space.
           03 la-vence pic 9(8).
           03 filler pic x value space.
           03 la-dias pic zz9.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Biblioteca".
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
               WHEN modo-catalogo
                   PERFORM 200-ABM-LIBROS
               WHEN modo-devolucion
                   PERFORM 400-DEVOLUCION
               WHEN modo-atrasados
                   PERFORM 600-ATRASADOS-POR-CURSO
               WHEN OTHER
                   PERFORM 300-PRESTAMO
           END-EVALUATE.
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

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (P=Prestamo, D=Devolucion, C=Catalogo, ",
               "A=Atrasados por curso)".
           ACCEPT w-modo.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-LEER-OPERADOR.
           IF modo-atrasados
               OPEN INPUT LIBROS PRESTAMOS
           ELSE
               OPEN I-O LIBROS PRESTAMOS
           END-IF.
           IF modo-devolucion
               OPEN I-O CARGOS
           ELSE
               OPEN INPUT CARGOS
           END-IF.
           OPEN INPUT ALUMNOS CURSOS PAGOS FERIADOS.

      * CONC-BIBLIO: concepto de los cargos de biblioteca;
      * PLAZO-PREST: dias habiles de prestamo; MULTA-BIBLIO: cargo
      * por dia habil de atraso (0 = no se cobra el atraso)
       110-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           MOVE "CONC-BIBLIO" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-concepto-biblio
           END-READ.
           MOVE "PLAZO-PREST" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-dias-prestamo
           END-READ.
           MOVE "MULTA-BIBLIO" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-multa-dia
           END-READ.
           CLOSE PARAMETROS.

       120-LEER-OPERADOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF fin-oa OR oa-codigo = spaces
               DISPLAY "Operador"
               ACCEPT w-operador
           ELSE
               MOVE oa-codigo TO w-operador
           END-IF.

      ******************************************************************
      * Catalogo
      ******************************************************************
       200-ABM-LIBROS.
           PERFORM 210-LISTAR-LIBROS.
           DISPLAY "Codigo de libro (x fin 0)".
           ACCEPT w-codigo.
           PERFORM UNTIL w-codigo = 0
               PERFORM 220-GRABAR-LIBRO
               DISPLAY "Codigo de libro (x fin 0)"
               ACCEPT w-codigo
           END-PERFORM.

       210-LISTAR-LIBROS.
           DISPLAY "CODIGO TITULO                                   ",
               "EJ. PRES.     VALOR".
           MOVE 0 TO lib-codigo.
           MOVE 0 TO w-flag-lib.
           START LIBROS KEY IS NOT LESS THAN lib-codigo
               INVALID KEY MOVE 1 TO w-flag-lib
           END-START.
           PERFORM UNTIL fin-lib
               READ LIBROS NEXT AT END MOVE 1 TO w-flag-lib
               END-READ
               IF NOT fin-lib
                   DISPLAY lib-codigo, " ", lib-titulo, " ",
                       lib-ejemplares, " ", lib-prestados, " ",
                       lib-valor
               END-IF
           END-PERFORM.

      * Los prestados no se tocan desde aqui: cambian con el
      * prestamo y la devolucion
       220-GRABAR-LIBRO.
           MOVE "N" TO w-existe.
           MOVE w-codigo TO lib-codigo.
           READ LIBROS
               INVALID KEY
                   MOVE spaces TO lib-titulo lib-autor lib-isbn
                   MOVE 0 TO lib-ejemplares lib-prestados lib-valor
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   DISPLAY lib-titulo, " ejemplares ", lib-ejemplares,
                       " prestados ", lib-prestados
           END-READ.
           DISPLAY "Titulo".
           ACCEPT lib-titulo.
           DISPLAY "Autor".
           ACCEPT lib-autor.
           DISPLAY "ISBN".
           ACCEPT lib-isbn.
           DISPLAY "Cantidad de ejemplares".
           ACCEPT lib-ejemplares.
           IF lib-ejemplares < lib-prestados
               DISPLAY "HAY MAS PRESTADOS QUE EJEMPLARES - SE DEJAN ",
                   lib-prestados
               MOVE lib-prestados TO lib-ejemplares
           END-IF.
           DISPLAY "Valor de reposicion".
           ACCEPT lib-valor.
           IF reg-existe
               REWRITE lib-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL LIBRO"
               END-REWRITE
           ELSE
               WRITE lib-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL LIBRO"
               END-WRITE
           END-IF.

      ******************************************************************
      * Prestamo: el alumno con algun libro vencido sin devolver no
      * puede llevar otro hasta que lo devuelva
      ******************************************************************
       300-PRESTAMO.
           DISPLAY "Legajo del alumno".
           ACCEPT w-legajo.
           PERFORM 310-LEER-ALUMNO.
           IF alumno-ok
               PERFORM 320-REVISAR-PRESTAMOS
               IF w-cant-vencidos > 0
                   DISPLAY "EL ALUMNO TIENE ", w-cant-vencidos,
                       " LIBRO(S) VENCIDO(S) - NO SE PRESTA HASTA QUE ",
                       "LOS DEVUELVA"
               ELSE
                   DISPLAY "Libro (x fin 0)"
                   ACCEPT w-codigo
                   PERFORM UNTIL w-codigo = 0
                       PERFORM 330-PRESTAR-LIBRO
                       DISPLAY "Libro (x fin 0)"
                       ACCEPT w-codigo
                   END-PERFORM
               END-IF
           END-IF.

       310-LEER-ALUMNO.
           MOVE "N" TO w-alumno-ok.
           MOVE w-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY
                   DISPLAY "LEGAJO INEXISTENTE"
               NOT INVALID KEY
                   SET alumno-ok TO TRUE
                   DISPLAY alu-nombre
           END-READ.

      * Prestamos abiertos del alumno, con los vencidos aparte
       320-REVISAR-PRESTAMOS.
           MOVE 0 TO w-cant-abiertos w-cant-vencidos.
           PERFORM 800-POSICIONAR-PRESTAMOS.
           PERFORM UNTIL fin-pr
               PERFORM 810-LEER-PRESTAMO
               IF NOT fin-pr
                   IF prestamo-abierto
                       ADD 1 TO w-cant-abiertos
                       IF pr-fec-vence < w-fecha-hoy
                           ADD 1 TO w-cant-vencidos
                       END-IF
                       MOVE pr-libro TO lib-codigo
                       READ LIBROS
                           INVALID KEY MOVE "(dado de baja)"
                               TO lib-titulo
                       END-READ
                       DISPLAY "  tiene ", pr-libro, " ", lib-titulo,
                           " vence ", pr-fec-vence
                   END-IF
               END-IF
           END-PERFORM.

       330-PRESTAR-LIBRO.
           MOVE w-codigo TO lib-codigo.
           READ LIBROS
               INVALID KEY
                   DISPLAY "LIBRO INEXISTENTE"
               NOT INVALID KEY
                   IF lib-prestados NOT < lib-ejemplares
                       DISPLAY "NO QUEDAN EJEMPLARES DISPONIBLES DE ",
                           lib-titulo
                   ELSE
                       PERFORM 340-GRABAR-PRESTAMO
                   END-IF
           END-READ.

       340-GRABAR-PRESTAMO.
           PERFORM 700-CALCULAR-VENCIMIENTO.
           MOVE w-legajo TO pr-legajo.
           MOVE w-fecha-hoy TO pr-fec-prestamo.
           MOVE w-codigo TO pr-libro.
           MOVE w-fecha-habil TO pr-fec-vence.
           MOVE 0 TO pr-fec-devol pr-dias-atraso pr-cargo.
           MOVE 0 TO pr-cargo-curso pr-cargo-cta-cte pr-cargo-cuota.
           MOVE "P" TO pr-estado.
           MOVE w-operador TO pr-operador.
           WRITE pr-reg
               INVALID KEY
                   DISPLAY "ESE LIBRO YA SE LE PRESTO HOY AL ALUMNO"
               NOT INVALID KEY
                   ADD 1 TO lib-prestados
                   REWRITE lib-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR EL LIBRO"
                   END-REWRITE
                   DISPLAY "Prestado ", lib-titulo, " - devolver el ",
                       pr-fec-vence
           END-WRITE.

      ******************************************************************
      * Devolucion: D = devuelto bien, R = devuelto danado,
      * E = extraviado. El atraso y el libro perdido o danado se
      * cargan en la cuenta del alumno
      ******************************************************************
       400-DEVOLUCION.
           DISPLAY "Legajo del alumno".
           ACCEPT w-legajo.
           PERFORM 310-LEER-ALUMNO.
           IF alumno-ok
               PERFORM 320-REVISAR-PRESTAMOS
               IF w-cant-abiertos = 0
                   DISPLAY "EL ALUMNO NO TIENE LIBROS PRESTADOS"
               ELSE
                   DISPLAY "Libro que devuelve (x fin 0)"
                   ACCEPT w-codigo
                   PERFORM UNTIL w-codigo = 0
                       PERFORM 410-BUSCAR-PRESTAMO
                       DISPLAY "Libro que devuelve (x fin 0)"
                       ACCEPT w-codigo
                   END-PERFORM
               END-IF
           END-IF.

       410-BUSCAR-PRESTAMO.
           MOVE "N" TO w-existe.
           PERFORM 800-POSICIONAR-PRESTAMOS.
           PERFORM UNTIL fin-pr OR reg-existe
               PERFORM 810-LEER-PRESTAMO
               IF NOT fin-pr
                   IF prestamo-abierto AND pr-libro = w-codigo
                       SET reg-existe TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF reg-existe
               PERFORM 420-REGISTRAR-DEVOLUCION
           ELSE
               DISPLAY "EL ALUMNO NO TIENE ESE LIBRO PRESTADO"
           END-IF.

       420-REGISTRAR-DEVOLUCION.
           MOVE "N" TO w-existe.
           MOVE pr-libro TO lib-codigo.
           READ LIBROS
               INVALID KEY
                   MOVE "(dado de baja)" TO lib-titulo
                   MOVE 0 TO lib-valor
               NOT INVALID KEY
                   SET reg-existe TO TRUE
           END-READ.
           DISPLAY lib-titulo.
           DISPLAY "Estado (D=Devuelto, R=Devuelto danado, ",
               "E=Extraviado)".
           ACCEPT w-respuesta.
           IF w-respuesta NOT = "R" AND w-respuesta NOT = "E"
               MOVE "D" TO w-respuesta
           END-IF.
           MOVE w-respuesta TO pr-estado.
           MOVE w-fecha-hoy TO pr-fec-devol.
           PERFORM 430-CONTAR-ATRASO.
           MOVE 0 TO w-importe-cargo.
           IF pr-dias-atraso > 0 AND w-multa-dia > 0
               COMPUTE w-importe-cargo = pr-dias-atraso * w-multa-dia
               DISPLAY "Atraso de ", pr-dias-atraso, " dias habiles: ",
                   w-importe-cargo
           END-IF.
           IF libro-extraviado OR libro-danado
               DISPLAY "Valor a cargar por el libro (0 = ", lib-valor,
                   ")"
               ACCEPT pr-cargo
               IF pr-cargo = 0
                   MOVE lib-valor TO pr-cargo
               END-IF
               ADD pr-cargo TO w-importe-cargo
           END-IF.
           MOVE w-importe-cargo TO pr-cargo.
           IF pr-cargo > 0
               PERFORM 500-CARGAR-EN-CUENTA
           END-IF.
           REWRITE pr-reg
               INVALID KEY DISPLAY "NO PUDE GRABAR LA DEVOLUCION"
           END-REWRITE.
           PERFORM 440-ACTUALIZAR-LIBRO.

      * Dias habiles desde el vencimiento hasta hoy
       430-CONTAR-ATRASO.
           MOVE 0 TO pr-dias-atraso.
           MOVE pr-fec-vence TO w-fecha-habil.
           PERFORM UNTIL w-fecha-habil NOT < w-fecha-hoy
               PERFORM 274-SUMAR-UN-DIA
               PERFORM 272-ES-DIA-HABIL
               IF dia-habil
                   ADD 1 TO pr-dias-atraso
               END-IF
           END-PERFORM.

      * El ejemplar perdido sale del catalogo; el danado tambien si
      * no se puede volver a prestar
       440-ACTUALIZAR-LIBRO.
           IF reg-existe
               IF lib-prestados > 0
                   SUBTRACT 1 FROM lib-prestados
               END-IF
               IF libro-danado
                   DISPLAY "Se retira el ejemplar (S/N)"
                   ACCEPT w-respuesta
               END-IF
               IF libro-extraviado
                       OR (libro-danado AND w-respuesta = "S")
                   IF lib-ejemplares > 0
                       SUBTRACT 1 FROM lib-ejemplares
                   END-IF
               END-IF
               REWRITE lib-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR EL LIBRO"
               END-REWRITE
           END-IF.

      ******************************************************************
      * Cargo en la cuenta: cargo puntual con el concepto CONC-BIBLIO
      * en la primera cuota de la inscripcion mas reciente que todavia
      * no se genero; asi lo suma la generacion de cuotas como
      * cualquier otro cargo. Sin cuota por generar se cobra por caja
      ******************************************************************
       500-CARGAR-EN-CUENTA.
           PERFORM 510-ULTIMA-INSCRIPCION.
           PERFORM 520-ELEGIR-CUOTA.
           IF w-cuota-cargo = 0
               DISPLAY "NO HAY CUOTA SIN GENERAR DONDE CARGAR ",
                   pr-cargo, " - COBRARLO POR CAJA"
           ELSE
               MOVE w-ult-curso TO car-curso
               MOVE w-ult-cta-cte TO car-cta-cte
               MOVE w-cuota-cargo TO car-cuota
               MOVE w-concepto-biblio TO car-concepto
               READ CARGOS
                   INVALID KEY
                       MOVE pr-cargo TO car-importe
                       WRITE car-reg
                           INVALID KEY
                               DISPLAY "NO PUDE GRABAR EL CARGO"
                       END-WRITE
                   NOT INVALID KEY
                       ADD pr-cargo TO car-importe
                       REWRITE car-reg
                           INVALID KEY
                               DISPLAY "NO PUDE GRABAR EL CARGO"
                       END-REWRITE
               END-READ
               MOVE w-ult-curso TO pr-cargo-curso
               MOVE w-ult-cta-cte TO pr-cargo-cta-cte
               MOVE w-cuota-cargo TO pr-cargo-cuota
               DISPLAY "Cargo de ", pr-cargo, " en la cuota ",
                   w-cuota-cargo
           END-IF.

       510-ULTIMA-INSCRIPCION.
           MOVE 0 TO w-ult-ciclo w-ult-cant-cuotas.
           MOVE 0 TO w-flag-cursos.
           MOVE w-legajo TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = w-legajo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       IF cur-ciclo NOT < w-ult-ciclo
                           MOVE cur-ciclo TO w-ult-ciclo
                           MOVE cur-curso TO w-ult-curso
                           MOVE cur-cta-cte TO w-ult-cta-cte
                           MOVE cur-cant-cuotas TO w-ult-cant-cuotas
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       520-ELEGIR-CUOTA.
           MOVE 0 TO w-cuota-cargo.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-ult-cant-cuotas
                   OR w-cuota-cargo NOT = 0
               MOVE w-ult-curso TO pag-curso
               MOVE w-ult-cta-cte TO pag-cta-cte
               MOVE w-ind TO pag-cuota
               READ PAGOS
                   INVALID KEY MOVE w-ind TO w-cuota-cargo
               END-READ
           END-PERFORM.

      ******************************************************************
      * Atrasados por curso para los preceptores: recorre la nomina
      * del ciclo en orden de curso y lista los prestamos vencidos
      ******************************************************************
       600-ATRASADOS-POR-CURSO.
           MOVE w-fecha-hoy(1:4) TO w-ciclo.
           DISPLAY "Ciclo (0 = ", w-ciclo, ")".
           ACCEPT w-ciclo-pedido.
           IF w-ciclo-pedido > 0
               MOVE w-ciclo-pedido TO w-ciclo
           END-IF.
           MOVE spaces TO w-nombre-listado.
           STRING "..\biblioteca_atrasados_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "LIBROS VENCIDOS SIN DEVOLVER AL " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO w-curso-actual.
           MOVE 0 TO w-cant-curso.
           MOVE w-ciclo TO cur-ciclo.
           MOVE 0 TO cur-anio cur-curso cur-turno cur-orden.
           MOVE 0 TO w-flag-cursos.
           START CURSOS KEY IS NOT LESS THAN curso-llave
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-ciclo NOT = w-ciclo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       PERFORM 610-VENCIDOS-DEL-ALUMNO
                   END-IF
               END-IF
           END-PERFORM.
           IF w-cant-curso > 0
               PERFORM 630-CERRAR-CURSO
           END-IF.
           CLOSE LISTADO.
           DISPLAY "Prestamos vencidos: ", w-cant-atrasados,
               " (", w-nombre-listado, ")".

       610-VENCIDOS-DEL-ALUMNO.
           MOVE cur-legajo TO w-legajo.
           PERFORM 800-POSICIONAR-PRESTAMOS.
           PERFORM UNTIL fin-pr
               PERFORM 810-LEER-PRESTAMO
               IF NOT fin-pr
                   IF prestamo-abierto AND pr-fec-vence < w-fecha-hoy
                       PERFORM 620-RENGLON-ATRASADO
                   END-IF
               END-IF
           END-PERFORM.

       620-RENGLON-ATRASADO.
           IF curso-llave(5:4) NOT = w-curso-actual
               IF w-cant-curso > 0
                   PERFORM 630-CERRAR-CURSO
               END-IF
               MOVE curso-llave(5:4) TO w-curso-actual
               MOVE all "=" TO lis-linea
               WRITE lis-linea
               MOVE spaces TO lis-linea
               STRING "ANIO " cur-anio "  CURSO " cur-curso
                   "  TURNO " cur-turno
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
               MOVE "LEG.  NOMBRE               TITULO" TO lis-linea
               MOVE "VENCIO  DIAS" TO lis-linea(59:12)
               WRITE lis-linea
           END-IF.
           MOVE cur-legajo TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY MOVE "(sin alumno)" TO alu-nombre
           END-READ.
           MOVE pr-libro TO lib-codigo.
           READ LIBROS
               INVALID KEY MOVE "(dado de baja)" TO lib-titulo
           END-READ.
           MOVE pr-fec-vence TO w-fecha-habil.
           MOVE 0 TO w-dias-atraso.
           PERFORM UNTIL w-fecha-habil NOT < w-fecha-hoy
               PERFORM 274-SUMAR-UN-DIA
               PERFORM 272-ES-DIA-HABIL
               IF dia-habil
                   ADD 1 TO w-dias-atraso
               END-IF
           END-PERFORM.
           MOVE cur-legajo TO la-legajo.
           MOVE alu-nombre TO la-nombre.
           MOVE lib-titulo TO la-titulo.
           MOVE pr-fec-vence TO la-vence.
           MOVE w-dias-atraso TO la-dias.
           MOVE lin-atrasado TO lis-linea.
           WRITE lis-linea.
           ADD 1 TO w-cant-curso.
           ADD 1 TO w-cant-atrasados.

       630-CERRAR-CURSO.
           MOVE spaces TO lis-linea.
           STRING "Libros vencidos del curso: " w-cant-curso
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO w-cant-curso.

      ******************************************************************
      * Vencimiento del prestamo: PLAZO-PREST dias habiles desde hoy
      ******************************************************************
       700-CALCULAR-VENCIMIENTO.
           MOVE w-fecha-hoy TO w-fecha-habil.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-dias-prestamo
               PERFORM 274-SUMAR-UN-DIA
               PERFORM 270-CORRER-A-HABIL
           END-PERFORM.

       270-CORRER-A-HABIL.
           PERFORM 272-ES-DIA-HABIL.
           PERFORM UNTIL dia-habil
               PERFORM 274-SUMAR-UN-DIA
               PERFORM 272-ES-DIA-HABIL
           END-PERFORM.

       272-ES-DIA-HABIL.
           MOVE "S" TO w-es-habil.
           PERFORM 276-CALCULAR-DIA-SEMANA.
           IF w-dia-semana = 0 OR w-dia-semana = 1
               MOVE "N" TO w-es-habil
           ELSE
               MOVE w-fecha-habil TO fer-fecha
               READ FERIADOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "N" TO w-es-habil
               END-READ
           END-IF.

       274-SUMAR-UN-DIA.
           PERFORM 278-DIAS-DEL-MES.
           ADD 1 TO w-hab-dia.
           IF w-hab-dia > w-dias-mes
               MOVE 1 TO w-hab-dia
               ADD 1 TO w-hab-mes
               IF w-hab-mes > 12
                   MOVE 1 TO w-hab-mes
                   ADD 1 TO w-hab-anio
               END-IF
           END-IF.

      * Congruencia de Zeller: 0=sabado, 1=domingo, 2=lunes...
       276-CALCULAR-DIA-SEMANA.
           IF w-hab-mes < 3
               COMPUTE w-zeller-mes = w-hab-mes + 12
               COMPUTE w-zeller-anio = w-hab-anio - 1
           ELSE
               MOVE w-hab-mes TO w-zeller-mes
               MOVE w-hab-anio TO w-zeller-anio
           END-IF.
           DIVIDE w-zeller-anio BY 100 GIVING w-zeller-siglo
               REMAINDER w-zeller-resto.
           COMPUTE w-zeller-t1 = (w-zeller-mes + 1) * 13.
           DIVIDE w-zeller-t1 BY 5 GIVING w-zeller-t1.
           DIVIDE w-zeller-resto BY 4 GIVING w-zeller-t2.
           DIVIDE w-zeller-siglo BY 4 GIVING w-zeller-t3.
           COMPUTE w-zeller-suma = w-hab-dia + w-zeller-t1 +
               w-zeller-resto + w-zeller-t2 + w-zeller-t3 +
               5 * w-zeller-siglo.
           DIVIDE w-zeller-suma BY 7 GIVING w-zeller-t1
               REMAINDER w-dia-semana.

       278-DIAS-DEL-MES.
           EVALUATE w-hab-mes
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO w-dias-mes
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO w-dias-mes
               WHEN OTHER
                   PERFORM 279-ES-BISIESTO
           END-EVALUATE.

       279-ES-BISIESTO.
           MOVE 28 TO w-dias-mes.
           DIVIDE w-hab-anio BY 4 GIVING w-zeller-t1
               REMAINDER w-resto-4.
           DIVIDE w-hab-anio BY 100 GIVING w-zeller-t1
               REMAINDER w-resto-100.
           DIVIDE w-hab-anio BY 400 GIVING w-zeller-t1
               REMAINDER w-resto-400.
           IF w-resto-400 = 0
               MOVE 29 TO w-dias-mes
           ELSE
               IF w-resto-4 = 0 AND w-resto-100 NOT = 0
                   MOVE 29 TO w-dias-mes
               END-IF
           END-IF.

      * Los prestamos del alumno estan juntos: la llave empieza por
      * el legajo
       800-POSICIONAR-PRESTAMOS.
           MOVE 0 TO w-flag-pr.
           MOVE w-legajo TO pr-legajo.
           MOVE 0 TO pr-fec-prestamo pr-libro.
           START PRESTAMOS KEY IS NOT LESS THAN pr-llave
               INVALID KEY MOVE 1 TO w-flag-pr
           END-START.

       810-LEER-PRESTAMO.
           READ PRESTAMOS NEXT AT END MOVE 1 TO w-flag-pr
           END-READ.
           IF NOT fin-pr
               IF pr-legajo NOT = w-legajo
                   MOVE 1 TO w-flag-pr
               END-IF
           END-IF.

       900-FIN.
           CLOSE LIBROS PRESTAMOS CARGOS ALUMNOS CURSOS PAGOS FERIADOS.
       END PROGRAM Biblioteca.
