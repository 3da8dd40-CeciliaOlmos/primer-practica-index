      ******************************************************************
      * Author:
      * Date:
      * Purpose: Licencias docentes y suplencias: registra la licencia
      *          del titular (rango de fechas, tipo y si es con o sin
      *          goce de haberes), muestra los bloques de DOCASIG que
      *          deja sin docente, asigna un suplente a cada bloque y
      *          lista los bloques todavia descubiertos de la semana
      *          que viene. La liquidacion mensual de Docentes toma de
      *          aca los dias cubiertos y los dias sin goce
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Licencias.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS lic-llave.

           SELECT OPTIONAL SUPLENCIAS ASSIGN TO "..\suplencias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sup-llave
           ALTERNATE RECORD KEY IS sup-dni-suplente WITH DUPLICATES.

           SELECT OPTIONAL DOCENTES ASSIGN TO "..\docentes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS doc-dni.

           SELECT OPTIONAL DOCASIG ASSIGN TO "..\docasig.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS das-llave
           ALTERNATE RECORD KEY IS das-dni WITH DUPLICATES.

           SELECT OPTIONAL FERIADOS ASSIGN TO "..\feriados.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fer-fecha.

           SELECT LISTADO ASSIGN TO "..\listado_licencias.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LICENCIAS.
       01  lic-reg.
           03 lic-llave.
               05 lic-dni pic 9(8).
               05 lic-desde pic 9(8).
           03 lic-hasta pic 9(8).
           03 lic-tipo pic x.
               88 lic-enfermedad value "E".
               88 lic-maternidad value "M".
               88 lic-particular value "P".
               88 lic-capacitacion value "C".
           03 lic-con-goce pic x.
               88 lic-sin-goce value "N".
           03 lic-observacion pic x(30).

      * Un suplente por bloque de la licencia; el bloque lleva la
      * misma llave que HORARIOS y DOCASIG
       FD  SUPLENCIAS.
       01  sup-reg.
           03 sup-llave.
               05 sup-licencia.
                   07 sup-dni-titular pic 9(8).
                   07 sup-desde pic 9(8).
               05 sup-hor-llave.
                   07 sup-ciclo pic 9(4).
                   07 sup-anio pic 9.
                   07 sup-curso pic 99.
                   07 sup-turno pic 9.
                   07 sup-dia pic 9.
                   07 sup-bloque pic 99.
           03 sup-dni-suplente pic 9(8).

       FD  DOCENTES.
       01  doc-reg.
           03 doc-dni pic 9(8).
           03 doc-nombre pic x(20).
           03 doc-telefono pic x(15).
           03 doc-email pic x(30).
           03 doc-horas-max pic 99.

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

       FD  FERIADOS.
       01  fer-reg.
           03 fer-fecha pic 9(8).
           03 fer-descripcion pic x(30).

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           88 modo-alta value "M".
           88 modo-baja value "B".
           88 modo-suplente value "S".
           88 modo-descubiertos value "D".
       77  w-fecha-hoy pic 9(8).
       77  w-flag-lic pic 9 value 0.
           88 fin-lic value 1.
       77  w-flag-sup pic 9 value 0.
           88 fin-sup value 1.
       77  w-flag-das pic 9 value 0.
           88 fin-das value 1.
       77  w-existe pic x value "N".
           88 reg-existe value "S".
       77  w-choca pic x value "N".
           88 suplente-ocupado value "S".
       77  w-dni-titular pic 9(8).
       77  w-desde pic 9(8).
       77  w-hasta pic 9(8).
       77  w-dni-suplente pic 9(8).
       77  w-cant-listadas pic 9(5) value 0.
       77  w-cant-descubiertos pic 9(5) value 0.
       77  w-cant-suplencias pic 9(5) value 0.
      * Bloques del titular en el ciclo de la licencia
       77  w-cant-bloques pic 99 value 0.
       77  w-ind pic 99.
       01  w-tab-bloques.
           03 w-blq occurs 40.
              05 w-blq-llave.
                 07 w-blq-ciclo pic 9(4).
                 07 w-blq-anio pic 9.
                 07 w-blq-curso pic 99.
                 07 w-blq-turno pic 9.
                 07 w-blq-dia pic 9.
                 07 w-blq-bloque pic 99.
              05 w-blq-materia pic 99.
      * Dias de semana (1=lunes ... 6=sabado) que toca la licencia
       01  w-dias-licencia.
           03 w-dia-en-rango pic x occurs 6.
       77  w-cant-dias pic 9(3).
       01  w-fecha-habil.
           03 w-hab-anio pic 9(4).
           03 w-hab-mes pic 99.
           03 w-hab-dia pic 99.
       77  w-dia-semana pic 9.
       77  w-dia-horario pic 9.
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (L=Listar, M=Alta de licencia, B=Baja, ",
               "S=Asignar suplentes, D=Descubiertos de la semana)".
           ACCEPT w-modo.
           IF modo-alta OR modo-baja OR modo-suplente
               OPEN I-O LICENCIAS SUPLENCIAS
           ELSE
               OPEN INPUT LICENCIAS SUPLENCIAS
           END-IF.
           OPEN INPUT DOCENTES DOCASIG FERIADOS.
           EVALUATE TRUE
               WHEN modo-alta
                   PERFORM 300-PEDIR-LICENCIA
                   PERFORM UNTIL lic-dni = 0
                       PERFORM 400-ALTA-LICENCIA
                       PERFORM 300-PEDIR-LICENCIA
                   END-PERFORM
               WHEN modo-baja
                   PERFORM 300-PEDIR-LICENCIA
                   PERFORM UNTIL lic-dni = 0
                       PERFORM 500-BORRAR
                       PERFORM 300-PEDIR-LICENCIA
                   END-PERFORM
               WHEN modo-suplente
                   PERFORM 300-PEDIR-LICENCIA
                   PERFORM UNTIL lic-dni = 0
                       PERFORM 600-ASIGNAR-SUPLENTES
                       PERFORM 300-PEDIR-LICENCIA
                   END-PERFORM
               WHEN modo-descubiertos
                   PERFORM 700-DESCUBIERTOS-SEMANA
               WHEN OTHER
                   PERFORM 200-LISTAR
           END-EVALUATE.
           CLOSE LICENCIAS SUPLENCIAS DOCENTES DOCASIG FERIADOS.
           GOBACK.

       200-LISTAR.
           DISPLAY "LICENCIAS DOCENTES".
           DISPLAY "DNI      NOMBRE               DESDE    HASTA    ",
               "T G OBSERVACION".
           MOVE ZERO TO lic-llave.
           START LICENCIAS KEY IS NOT LESS THAN lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               END-READ
               IF NOT fin-lic
                   MOVE lic-dni TO doc-dni
                   READ DOCENTES
                       INVALID KEY MOVE "(sin nombre)" TO doc-nombre
                   END-READ
                   DISPLAY lic-dni, " ", doc-nombre, " ", lic-desde,
                       " ", lic-hasta, " ", lic-tipo, " ",
                       lic-con-goce, " ", lic-observacion
                   ADD 1 TO w-cant-listadas
               END-IF
           END-PERFORM.
           DISPLAY "Licencias listadas: ", w-cant-listadas.

       300-PEDIR-LICENCIA.
           DISPLAY "DNI del docente titular (x fin 0)".
           ACCEPT lic-dni.
           IF lic-dni NOT = 0
               DISPLAY "Fecha de inicio de la licencia (AAAAMMDD)"
               ACCEPT lic-desde
           END-IF.

      * El titular tiene que estar en el maestro de docentes
       400-ALTA-LICENCIA.
           MOVE lic-dni TO doc-dni.
           READ DOCENTES
               INVALID KEY
                   DISPLAY "EL DOCENTE NO EXISTE - NO SE GRABA"
               NOT INVALID KEY
                   PERFORM 410-GRABAR-LICENCIA
           END-READ.

       410-GRABAR-LICENCIA.
           MOVE "N" TO w-existe.
           READ LICENCIAS
               INVALID KEY
                   DISPLAY "Licencia nueva de ", doc-nombre
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   DISPLAY "Actual: hasta ", lic-hasta, " tipo ",
                       lic-tipo, " goce ", lic-con-goce
           END-READ.
           DISPLAY "Fecha de fin (AAAAMMDD)".
           ACCEPT lic-hasta.
           DISPLAY "Tipo (E=enfermedad, M=maternidad, ",
               "P=particular, C=capacitacion)".
           ACCEPT lic-tipo.
           DISPLAY "Con goce de haberes (S/N)".
           ACCEPT lic-con-goce.
           DISPLAY "Observacion".
           ACCEPT lic-observacion.
           IF lic-hasta < lic-desde
               DISPLAY "EL FIN ES ANTERIOR AL INICIO - NO SE GRABA"
           ELSE
               IF NOT lic-enfermedad AND NOT lic-maternidad
                       AND NOT lic-particular AND NOT lic-capacitacion
                   DISPLAY "TIPO DE LICENCIA INVALIDO - NO SE GRABA"
               ELSE
                   IF lic-con-goce NOT = "N"
                       MOVE "S" TO lic-con-goce
                   END-IF
                   IF reg-existe
                       REWRITE lic-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                       END-REWRITE
                   ELSE
                       WRITE lic-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR"
                       END-WRITE
                   END-IF
                   PERFORM 420-MOSTRAR-DESCUBIERTOS
               END-IF
           END-IF.

      * Bloques del titular que caen dentro de la licencia y todavia
      * no tienen suplente
       420-MOSTRAR-DESCUBIERTOS.
           MOVE lic-dni TO w-dni-titular.
           MOVE lic-desde TO w-desde.
           MOVE lic-hasta TO w-hasta.
           PERFORM 810-CARGAR-BLOQUES-TITULAR.
           PERFORM 820-DIAS-DE-LA-LICENCIA.
           DISPLAY "Bloques que deja la licencia:".
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-bloques
               IF w-dia-en-rango(w-blq-dia(w-ind)) = "S"
                   MOVE w-dni-titular TO sup-dni-titular
                   MOVE w-desde TO sup-desde
                   MOVE w-blq-llave(w-ind) TO sup-hor-llave
                   READ SUPLENCIAS
                       INVALID KEY
                           DISPLAY "  dia ", w-blq-dia(w-ind),
                               " bloque ", w-blq-bloque(w-ind),
                               " curso ", w-blq-anio(w-ind), "/",
                               w-blq-curso(w-ind), " turno ",
                               w-blq-turno(w-ind), " SIN SUPLENTE"
                       NOT INVALID KEY
                           DISPLAY "  dia ", w-blq-dia(w-ind),
                               " bloque ", w-blq-bloque(w-ind),
                               " curso ", w-blq-anio(w-ind), "/",
                               w-blq-curso(w-ind), " turno ",
                               w-blq-turno(w-ind), " suplente ",
                               sup-dni-suplente
                   END-READ
               END-IF
           END-PERFORM.

      * Al borrar la licencia se borran sus suplencias
       500-BORRAR.
           READ LICENCIAS
               INVALID KEY
                   DISPLAY "NO EXISTE ESA LICENCIA"
               NOT INVALID KEY
                   DELETE LICENCIAS
                   DISPLAY "Licencia borrada"
                   PERFORM 510-BORRAR-SUPLENCIAS
           END-READ.

       510-BORRAR-SUPLENCIAS.
           MOVE 0 TO w-flag-sup.
           MOVE lic-dni TO sup-dni-titular.
           MOVE lic-desde TO sup-desde.
           MOVE ZERO TO sup-hor-llave.
           START SUPLENCIAS KEY IS NOT LESS THAN sup-llave
               INVALID KEY MOVE 1 TO w-flag-sup
           END-START.
           PERFORM UNTIL fin-sup
               READ SUPLENCIAS NEXT AT END MOVE 1 TO w-flag-sup
               END-READ
               IF NOT fin-sup
                   IF sup-dni-titular NOT = lic-dni
                           OR sup-desde NOT = lic-desde
                       MOVE 1 TO w-flag-sup
                   ELSE
                       DELETE SUPLENCIAS
                       ADD 1 TO w-cant-suplencias
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Suplencias borradas: ", w-cant-suplencias.

      * Recorre los bloques del titular que toca la licencia y pide
      * el suplente de cada uno (0 = dejar como esta)
       600-ASIGNAR-SUPLENTES.
           READ LICENCIAS
               INVALID KEY
                   DISPLAY "NO EXISTE ESA LICENCIA"
               NOT INVALID KEY
                   MOVE lic-dni TO w-dni-titular
                   MOVE lic-desde TO w-desde
                   MOVE lic-hasta TO w-hasta
                   PERFORM 810-CARGAR-BLOQUES-TITULAR
                   PERFORM 820-DIAS-DE-LA-LICENCIA
                   PERFORM VARYING w-ind FROM 1 BY 1
                           UNTIL w-ind > w-cant-bloques
                       IF w-dia-en-rango(w-blq-dia(w-ind)) = "S"
                           PERFORM 610-SUPLENTE-BLOQUE
                       END-IF
                   END-PERFORM
           END-READ.

       610-SUPLENTE-BLOQUE.
           MOVE w-dni-titular TO sup-dni-titular.
           MOVE w-desde TO sup-desde.
           MOVE w-blq-llave(w-ind) TO sup-hor-llave.
           MOVE "N" TO w-existe.
           READ SUPLENCIAS
               INVALID KEY
                   DISPLAY "Dia ", w-blq-dia(w-ind), " bloque ",
                       w-blq-bloque(w-ind), " curso ",
                       w-blq-anio(w-ind), "/", w-blq-curso(w-ind),
                       " turno ", w-blq-turno(w-ind),
                       " materia ", w-blq-materia(w-ind),
                       " - sin suplente"
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   DISPLAY "Dia ", w-blq-dia(w-ind), " bloque ",
                       w-blq-bloque(w-ind), " curso ",
                       w-blq-anio(w-ind), "/", w-blq-curso(w-ind),
                       " turno ", w-blq-turno(w-ind),
                       " materia ", w-blq-materia(w-ind),
                       " - suplente ", sup-dni-suplente
           END-READ.
           DISPLAY "DNI del suplente (0 = no cambiar)".
           ACCEPT w-dni-suplente.
           IF w-dni-suplente NOT = 0
               MOVE w-dni-suplente TO doc-dni
               READ DOCENTES
                   INVALID KEY
                       DISPLAY "EL SUPLENTE NO ESTA EN EL MAESTRO ",
                           "DE DOCENTES - NO SE ASIGNA"
                   NOT INVALID KEY
                       PERFORM 620-VERIFICAR-SUPLENTE
                       IF suplente-ocupado
                           DISPLAY "SUPLENTE OCUPADO EN ESE DIA Y ",
                               "BLOQUE - NO SE ASIGNA"
                       ELSE
                           PERFORM 630-GRABAR-SUPLENCIA
                       END-IF
               END-READ
           END-IF.

      * El suplente no puede ser el titular, ni tener clase propia en
      * el mismo dia y bloque, ni cubrir otra licencia que se pise
      * con esta en el mismo dia y bloque
       620-VERIFICAR-SUPLENTE.
           MOVE "N" TO w-choca.
           IF w-dni-suplente = w-dni-titular
               SET suplente-ocupado TO TRUE
           END-IF.
           MOVE 0 TO w-flag-das.
           MOVE w-dni-suplente TO das-dni.
           START DOCASIG KEY IS EQUAL das-dni
               INVALID KEY MOVE 1 TO w-flag-das
           END-START.
           PERFORM UNTIL fin-das OR suplente-ocupado
               READ DOCASIG NEXT AT END MOVE 1 TO w-flag-das
               END-READ
               IF NOT fin-das
                   IF das-dni NOT = w-dni-suplente
                       MOVE 1 TO w-flag-das
                   ELSE
                       IF das-ciclo = w-blq-ciclo(w-ind)
                               AND das-dia = w-blq-dia(w-ind)
                               AND das-bloque = w-blq-bloque(w-ind)
                           SET suplente-ocupado TO TRUE
                           DISPLAY "  tiene clase en ", das-anio, "/",
                               das-curso, " turno ", das-turno
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-sup.
           MOVE w-dni-suplente TO sup-dni-suplente.
           START SUPLENCIAS KEY IS EQUAL sup-dni-suplente
               INVALID KEY MOVE 1 TO w-flag-sup
           END-START.
           PERFORM UNTIL fin-sup OR suplente-ocupado
               READ SUPLENCIAS NEXT AT END MOVE 1 TO w-flag-sup
               END-READ
               IF NOT fin-sup
                   IF sup-dni-suplente NOT = w-dni-suplente
                       MOVE 1 TO w-flag-sup
                   ELSE
                       IF sup-dia = w-blq-dia(w-ind)
                               AND sup-bloque = w-blq-bloque(w-ind)
                               AND (sup-dni-titular NOT = w-dni-titular
                                   OR sup-desde NOT = w-desde)
                           PERFORM 625-VER-SOLAPAMIENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       625-VER-SOLAPAMIENTO.
           MOVE sup-dni-titular TO lic-dni.
           MOVE sup-desde TO lic-desde.
           READ LICENCIAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF lic-desde NOT > w-hasta
                           AND lic-hasta NOT < w-desde
                       SET suplente-ocupado TO TRUE
                       DISPLAY "  ya cubre la licencia de ",
                           sup-dni-titular, " desde ", sup-desde
                   END-IF
           END-READ.

       630-GRABAR-SUPLENCIA.
           MOVE w-dni-titular TO sup-dni-titular.
           MOVE w-desde TO sup-desde.
           MOVE w-blq-llave(w-ind) TO sup-hor-llave.
           MOVE w-dni-suplente TO sup-dni-suplente.
           IF reg-existe
               REWRITE sup-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-REWRITE
           ELSE
               WRITE sup-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-WRITE
           END-IF.
           DISPLAY "  cubre ", doc-nombre.

      * Bloques sin suplente de los proximos siete dias: por cada
      * fecha de clase se buscan las licencias que la incluyen
       700-DESCUBIERTOS-SEMANA.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "BLOQUES SIN SUPLENTE - SEMANA DESDE " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           MOVE "FECHA    DIA BLQ CURSO  TITULAR" TO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           MOVE w-fecha-hoy TO w-fecha-habil.
           PERFORM 7 TIMES
               PERFORM 874-SUMAR-UN-DIA
               PERFORM 710-DESCUBIERTOS-DEL-DIA
           END-PERFORM.
           CLOSE LISTADO.
           DISPLAY "Bloques descubiertos: ", w-cant-descubiertos,
               " en listado_licencias.txt".

       710-DESCUBIERTOS-DEL-DIA.
           PERFORM 876-CALCULAR-DIA-SEMANA.
           MOVE w-fecha-habil TO fer-fecha.
           READ FERIADOS
               INVALID KEY
                   IF w-dia-semana NOT = 1
                       PERFORM 720-LICENCIAS-DEL-DIA
                   END-IF
           END-READ.

       720-LICENCIAS-DEL-DIA.
           IF w-dia-semana = 0
               MOVE 6 TO w-dia-horario
           ELSE
               COMPUTE w-dia-horario = w-dia-semana - 1
           END-IF.
           MOVE 0 TO w-flag-lic.
           MOVE ZERO TO lic-llave.
           START LICENCIAS KEY IS NOT LESS THAN lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               END-READ
               IF NOT fin-lic
                   IF lic-desde NOT > w-fecha-habil
                           AND lic-hasta NOT < w-fecha-habil
                       PERFORM 730-BLOQUES-DEL-TITULAR
                   END-IF
               END-IF
           END-PERFORM.

       730-BLOQUES-DEL-TITULAR.
           MOVE lic-dni TO w-dni-titular.
           MOVE lic-desde TO w-desde.
           PERFORM 810-CARGAR-BLOQUES-TITULAR.
           MOVE lic-dni TO doc-dni.
           READ DOCENTES
               INVALID KEY MOVE "(sin nombre)" TO doc-nombre
           END-READ.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cant-bloques
               IF w-blq-dia(w-ind) = w-dia-horario
                       AND w-blq-ciclo(w-ind) = w-hab-anio
                   MOVE w-dni-titular TO sup-dni-titular
                   MOVE w-desde TO sup-desde
                   MOVE w-blq-llave(w-ind) TO sup-hor-llave
                   READ SUPLENCIAS
                       INVALID KEY
                           MOVE spaces TO lis-linea
                           STRING w-fecha-habil " " w-dia-horario
                               "   " w-blq-bloque(w-ind) "  "
                               w-blq-anio(w-ind) "/"
                               w-blq-curso(w-ind) "T"
                               w-blq-turno(w-ind) " "
                               doc-nombre
                               DELIMITED BY SIZE INTO lis-linea
                           DISPLAY lis-linea
                           WRITE lis-linea
                           ADD 1 TO w-cant-descubiertos
                   END-READ
               END-IF
           END-PERFORM.

      * Bloques del titular en el ciclo del inicio de la licencia
       810-CARGAR-BLOQUES-TITULAR.
           MOVE 0 TO w-cant-bloques.
           MOVE 0 TO w-flag-das.
           MOVE w-dni-titular TO das-dni.
           START DOCASIG KEY IS EQUAL das-dni
               INVALID KEY MOVE 1 TO w-flag-das
           END-START.
           PERFORM UNTIL fin-das
               READ DOCASIG NEXT AT END MOVE 1 TO w-flag-das
               END-READ
               IF NOT fin-das
                   IF das-dni NOT = w-dni-titular
                       MOVE 1 TO w-flag-das
                   ELSE
                       IF das-ciclo = w-desde(1:4)
                               AND das-dia > 0 AND das-dia < 7
                               AND w-cant-bloques < 40
                           ADD 1 TO w-cant-bloques
                           MOVE das-llave TO
                               w-blq-llave(w-cant-bloques)
                           MOVE das-materia TO
                               w-blq-materia(w-cant-bloques)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Marca los dias de semana que toca el rango de la licencia;
      * con siete dias recorridos ya estan todos
       820-DIAS-DE-LA-LICENCIA.
           MOVE all "N" TO w-dias-licencia.
           MOVE w-desde TO w-fecha-habil.
           MOVE 0 TO w-cant-dias.
           PERFORM UNTIL w-fecha-habil > w-hasta OR w-cant-dias = 7
               PERFORM 876-CALCULAR-DIA-SEMANA
               IF w-dia-semana NOT = 1
                   IF w-dia-semana = 0
                       MOVE "S" TO w-dia-en-rango(6)
                   ELSE
                       MOVE "S" TO w-dia-en-rango(w-dia-semana - 1)
                   END-IF
               END-IF
               ADD 1 TO w-cant-dias
               PERFORM 874-SUMAR-UN-DIA
           END-PERFORM.

       874-SUMAR-UN-DIA.
           PERFORM 878-DIAS-DEL-MES.
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
       876-CALCULAR-DIA-SEMANA.
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
       878-DIAS-DEL-MES.
           EVALUATE w-hab-mes
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO w-dias-mes
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO w-dias-mes
               WHEN OTHER
                   PERFORM 879-ES-BISIESTO
           END-EVALUATE.
       879-ES-BISIESTO.
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
       END PROGRAM Licencias.
