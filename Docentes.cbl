      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de docentes (DNI, nombre, contacto y tope de
      *          horas catedra) y asignacion de un docente y una
      *          materia a cada bloque de HORARIOS. Rechaza al docente
      *          que ya da clase en otro curso el mismo dia y bloque y
      *          al que supera su tope de horas; emite la grilla
      *          semanal de cada docente y el archivo mensual de horas
      *          catedra para la liquidacion de sueldos, descontando al
      *          titular los dias de licencia sin goce y pagando al
      *          suplente los dias que cubrio (LICENCIAS/SUPLENCIAS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Docentes.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DOCENTES ASSIGN TO "..\docentes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS doc-dni.

           SELECT OPTIONAL DOCASIG ASSIGN TO "..\docasig.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS das-llave
           ALTERNATE RECORD KEY IS das-dni WITH DUPLICATES.

           SELECT OPTIONAL HORARIOS ASSIGN TO "..\horarios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS hor-llave.

           SELECT OPTIONAL MATERIAS ASSIGN TO "..\materias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS mat-llave.

           SELECT OPTIONAL FERIADOS ASSIGN TO "..\feriados.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fer-fecha.

           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS lic-llave.

           SELECT OPTIONAL SUPLENCIAS ASSIGN TO "..\suplencias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sup-llave
           ALTERNATE RECORD KEY IS sup-dni-suplente WITH DUPLICATES.

           SELECT LISTADO ASSIGN TO "..\listado_docentes.txt"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT HORAS-CATEDRA ASSIGN TO "..\horas_catedra.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DOCENTES.
       01  doc-reg.
           03 doc-dni pic 9(8).
           03 doc-nombre pic x(20).
           03 doc-telefono pic x(15).
           03 doc-email pic x(30).
           03 doc-horas-max pic 99.

      * Un docente y una materia por bloque: la llave es la misma
      * del bloque en HORARIOS
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

       FD  HORARIOS.
       01  hor-reg.
           03 hor-llave.
               05 hor-ciclo pic 9(4).
               05 hor-anio pic 9.
               05 hor-curso pic 99.
               05 hor-turno pic 9.
               05 hor-dia pic 9.
               05 hor-bloque pic 99.
           03 hor-aula pic 9(3).

       FD  MATERIAS.
       01  mat-reg.
           03 mat-llave.
               05 mat-ciclo pic 9(4).
               05 mat-anio pic 9.
               05 mat-curso pic 99.
               05 mat-codigo pic 99.
           03 mat-nombre pic x(20).
           03 mat-horas pic 99.

       FD  FERIADOS.
       01  fer-reg.
           03 fer-fecha pic 9(8).
           03 fer-descripcion pic x(30).

       FD  LICENCIAS.
       01  lic-reg.
           03 lic-llave.
               05 lic-dni pic 9(8).
               05 lic-desde pic 9(8).
           03 lic-hasta pic 9(8).
           03 lic-tipo pic x.
           03 lic-con-goce pic x.
               88 lic-sin-goce value "N".
           03 lic-observacion pic x(30).

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

       FD  LISTADO.
       01  lis-linea pic x(80).

      * Tipo T = horas del titular, S = horas cubiertas como
      * suplente; la liquidacion suma todas las lineas del mismo DNI
       FD  HORAS-CATEDRA.
       01  hc-reg.
           03 hc-periodo pic 9(6).
           03 hc-dni pic 9(8).
           03 hc-nombre pic x(20).
           03 hc-tipo pic x.
           03 hc-horas-semana pic 99.
           03 hc-horas-mes pic 9(3).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           88 modo-carga value "M".
           88 modo-baja value "B".
           88 modo-asignar value "A".
           88 modo-quitar value "Q".
           88 modo-grilla value "G".
           88 modo-horas value "H".
       77  w-flag-doc pic 9 value 0.
           88 fin-doc value 1.
       77  w-flag-das pic 9 value 0.
           88 fin-das value 1.
       77  w-flag-lic pic 9 value 0.
           88 fin-lic value 1.
       77  w-flag-sup pic 9 value 0.
           88 fin-sup value 1.
       77  w-existe pic x value "N".
           88 reg-existe value "S".
       77  w-choca pic x value "N".
           88 docente-ocupado value "S".
       77  w-ciclo-pedido pic 9(4).
       77  w-dni-pedido pic 9(8).
       77  w-materia-nueva pic 99.
       01  w-clave-guardada pic x(11).
       77  w-horas-asignadas pic 99.
       77  w-cant-listados pic 9(5) value 0.
       77  w-cant-excedidos pic 9(5) value 0.
       77  w-cant-lineas-hc pic 9(5) value 0.
       77  w-total-horas-mes pic 9(6) value 0.
      * Grilla semanal del docente: 12 bloques por 6 dias
       01  w-grilla.
           03 w-gr-bloque occurs 12.
              05 w-gr-celda pic x(12) occurs 6.
       77  w-ind-dia pic 9.
       77  w-ind-blq pic 99.
       01  w-celda.
           03 w-ce-anio pic 9.
           03 filler pic x value "/".
           03 w-ce-curso pic 99.
           03 filler pic x value "T".
           03 w-ce-turno pic 9.
           03 filler pic x(2) value " M".
           03 w-ce-materia pic 99.
           03 filler pic x(2) value spaces.
       01  lin-cab-grilla.
           03 filler pic x(16) value "BLQ LUNES".
           03 filler pic x(12) value "MARTES".
           03 filler pic x(12) value "MIERCOLES".
           03 filler pic x(12) value "JUEVES".
           03 filler pic x(12) value "VIERNES".
           03 filler pic x(12) value "SABADO".
       01  lin-grilla.
           03 g-bloque pic z9.
           03 filler pic x(2) value spaces.
           03 g-celda pic x(12) occurs 6.
      * Periodo de la liquidacion y dias de clase de cada dia de
      * semana en el mes (sin feriados)
       01  w-periodo.
           03 w-per-anio pic 9(4).
           03 w-per-mes pic 99.
       01  w-periodo-num redefines w-periodo pic 9(6).
       01  w-dias-clase.
           03 w-dias-por-dia pic 9 occurs 6.
      * Dia de semana de cada fecha del mes (0 = sin clase)
       01  w-calendario.
           03 w-clase-del-dia pic 9 occurs 31.
       01  w-bloques-semana.
           03 w-bloques-por-dia pic 99 occurs 6.
       77  w-horas-mes pic 9(3).
       77  w-horas-licencia pic 9(3).
       77  w-ind-fecha pic 99.
       77  w-fecha-mes pic 9(8).
      * Horas cubiertas por cada suplente en el mes
       77  w-cant-suplentes pic 9(3) value 0.
       77  w-ind-sup pic 9(3).
       01  w-tab-suplentes.
           03 w-sp occurs 200.
              05 w-sp-dni pic 9(8).
              05 w-sp-bloques pic 99.
              05 w-sp-horas pic 9(3).
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
           DISPLAY "Modo (L=Listar, M=Alta/modificar, B=Baja, ",
               "A=Asignar a bloque, Q=Quitar asignacion, ",
               "G=Grilla semanal, H=Horas catedra del mes)".
           ACCEPT w-modo.
           IF modo-carga OR modo-baja
               OPEN I-O DOCENTES
           ELSE
               OPEN INPUT DOCENTES
           END-IF.
           IF modo-asignar OR modo-quitar
               OPEN I-O DOCASIG
           ELSE
               OPEN INPUT DOCASIG
           END-IF.
           OPEN INPUT HORARIOS MATERIAS FERIADOS.
           IF modo-horas
               OPEN INPUT LICENCIAS SUPLENCIAS
           END-IF.
           EVALUATE TRUE
               WHEN modo-carga
                   PERFORM 300-PEDIR-DNI
                   PERFORM UNTIL doc-dni = 0
                       PERFORM 400-ACTUALIZAR
                       PERFORM 300-PEDIR-DNI
                   END-PERFORM
               WHEN modo-baja
                   PERFORM 300-PEDIR-DNI
                   PERFORM UNTIL doc-dni = 0
                       PERFORM 500-BORRAR
                       PERFORM 300-PEDIR-DNI
                   END-PERFORM
               WHEN modo-asignar
                   PERFORM 310-PEDIR-BLOQUE
                   PERFORM UNTIL das-ciclo = 0
                       PERFORM 600-ASIGNAR
                       PERFORM 310-PEDIR-BLOQUE
                   END-PERFORM
               WHEN modo-quitar
                   PERFORM 310-PEDIR-BLOQUE
                   PERFORM UNTIL das-ciclo = 0
                       PERFORM 650-QUITAR
                       PERFORM 310-PEDIR-BLOQUE
                   END-PERFORM
               WHEN modo-grilla
                   PERFORM 700-GRILLA-DOCENTE
               WHEN modo-horas
                   PERFORM 800-HORAS-DEL-MES
               WHEN OTHER
                   PERFORM 200-LISTAR
           END-EVALUATE.
           CLOSE DOCENTES DOCASIG HORARIOS MATERIAS FERIADOS.
           IF modo-horas
               CLOSE LICENCIAS SUPLENCIAS
           END-IF.
           GOBACK.

      * El listado marca a los docentes que quedaron por encima de su
      * tope (por ejemplo si se bajo el tope despues de asignar)
       200-LISTAR.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-ciclo-pedido.
           DISPLAY "MAESTRO DE DOCENTES - CICLO ", w-ciclo-pedido.
           DISPLAY "DNI      NOMBRE               TOPE ASIG".
           MOVE ZERO TO doc-dni.
           START DOCENTES KEY IS NOT LESS THAN doc-dni
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ DOCENTES NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc
                   PERFORM 420-CONTAR-HORAS
                   IF w-horas-asignadas > doc-horas-max
                       DISPLAY doc-dni, " ", doc-nombre, " ",
                           doc-horas-max, "   ", w-horas-asignadas,
                           "  EXCEDE EL TOPE"
                       ADD 1 TO w-cant-excedidos
                   ELSE
                       DISPLAY doc-dni, " ", doc-nombre, " ",
                           doc-horas-max, "   ", w-horas-asignadas
                   END-IF
                   ADD 1 TO w-cant-listados
               END-IF
           END-PERFORM.
           DISPLAY "Docentes listados: ", w-cant-listados,
               "  por encima del tope: ", w-cant-excedidos.

       300-PEDIR-DNI.
           DISPLAY "DNI del docente (x fin 0)".
           ACCEPT doc-dni.

       310-PEDIR-BLOQUE.
           DISPLAY "Ciclo lectivo (AAAA, x fin 0)".
           ACCEPT das-ciclo.
           IF das-ciclo NOT = 0
               DISPLAY "Anio"
               ACCEPT das-anio
               DISPLAY "Curso"
               ACCEPT das-curso
               DISPLAY "Turno"
               ACCEPT das-turno
               DISPLAY "Dia de semana (1=lunes ... 6=sabado)"
               ACCEPT das-dia
               DISPLAY "Bloque horario (1 a 12)"
               ACCEPT das-bloque
           END-IF.

       400-ACTUALIZAR.
           MOVE "N" TO w-existe.
           READ DOCENTES
               INVALID KEY
                   DISPLAY "Docente nuevo"
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   DISPLAY "Actual: ", doc-nombre, " ", doc-telefono,
                       " tope ", doc-horas-max, " hs"
           END-READ.
           DISPLAY "Apellido y nombre".
           ACCEPT doc-nombre.
           DISPLAY "Telefono".
           ACCEPT doc-telefono.
           DISPLAY "Email".
           ACCEPT doc-email.
           DISPLAY "Tope de horas catedra semanales".
           ACCEPT doc-horas-max.
           IF reg-existe
               REWRITE doc-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-REWRITE
           ELSE
               WRITE doc-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-WRITE
           END-IF.

      * Horas asignadas al docente en el ciclo pedido: cada bloque
      * de la grilla es una hora catedra semanal
       420-CONTAR-HORAS.
           MOVE 0 TO w-horas-asignadas.
           MOVE 0 TO w-flag-das.
           MOVE doc-dni TO das-dni.
           START DOCASIG KEY IS EQUAL das-dni
               INVALID KEY MOVE 1 TO w-flag-das
           END-START.
           PERFORM UNTIL fin-das
               READ DOCASIG NEXT AT END MOVE 1 TO w-flag-das
               END-READ
               IF NOT fin-das
                   IF das-dni NOT = doc-dni
                       MOVE 1 TO w-flag-das
                   ELSE
                       IF das-ciclo = w-ciclo-pedido
                           ADD 1 TO w-horas-asignadas
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * No se da de baja un docente que todavia tiene bloques
       500-BORRAR.
           READ DOCENTES
               INVALID KEY
                   DISPLAY "NO EXISTE ESE DOCENTE"
               NOT INVALID KEY
                   MOVE doc-dni TO das-dni
                   START DOCASIG KEY IS EQUAL das-dni
                       INVALID KEY
                           DELETE DOCENTES
                           DISPLAY "Docente borrado"
                       NOT INVALID KEY
                           DISPLAY "EL DOCENTE TIENE BLOQUES ",
                               "ASIGNADOS - QUITELOS ANTES"
                   END-START
           END-READ.

      * El bloque tiene que existir en HORARIOS y la materia en el
      * curso; despues se controla choque y tope del docente
       600-ASIGNAR.
           MOVE das-llave TO w-clave-guardada.
           MOVE das-llave TO hor-llave.
           READ HORARIOS
               INVALID KEY
                   DISPLAY "EL BLOQUE NO ESTA EN HORARIOS - ",
                       "NO SE ASIGNA"
               NOT INVALID KEY
                   PERFORM 610-PEDIR-DOCENTE
           END-READ.

       610-PEDIR-DOCENTE.
           DISPLAY "DNI del docente".
           ACCEPT w-dni-pedido.
           MOVE w-dni-pedido TO doc-dni.
           READ DOCENTES
               INVALID KEY
                   DISPLAY "EL DOCENTE NO EXISTE - NO SE ASIGNA"
               NOT INVALID KEY
                   PERFORM 620-PEDIR-MATERIA
           END-READ.

       620-PEDIR-MATERIA.
           DISPLAY "Codigo de materia".
           ACCEPT w-materia-nueva.
           MOVE hor-ciclo TO mat-ciclo.
           MOVE hor-anio TO mat-anio.
           MOVE hor-curso TO mat-curso.
           MOVE w-materia-nueva TO mat-codigo.
           READ MATERIAS
               INVALID KEY
                   DISPLAY "LA MATERIA NO ES DEL CURSO - ",
                       "NO SE ASIGNA"
               NOT INVALID KEY
                   PERFORM 630-VERIFICAR-CHOQUE
                   IF docente-ocupado
                       DISPLAY "DOCENTE OCUPADO EN ESE DIA Y ",
                           "BLOQUE - ASIGNACION RECHAZADA"
                   ELSE
                       PERFORM 640-GRABAR-ASIGNACION
                   END-IF
           END-READ.

      * Recorre los bloques del docente: otro curso en el mismo
      * ciclo, dia y bloque es un choque. De paso cuenta sus horas
      * del ciclo sin el bloque que se esta asignando
       630-VERIFICAR-CHOQUE.
           MOVE "N" TO w-choca.
           MOVE 0 TO w-horas-asignadas.
           MOVE 0 TO w-flag-das.
           MOVE w-dni-pedido TO das-dni.
           START DOCASIG KEY IS EQUAL das-dni
               INVALID KEY MOVE 1 TO w-flag-das
           END-START.
           PERFORM UNTIL fin-das
               READ DOCASIG NEXT AT END MOVE 1 TO w-flag-das
               END-READ
               IF NOT fin-das
                   IF das-dni NOT = w-dni-pedido
                       MOVE 1 TO w-flag-das
                   ELSE
                       IF das-ciclo = hor-ciclo
                               AND das-llave NOT = w-clave-guardada
                           ADD 1 TO w-horas-asignadas
                           IF das-dia = hor-dia
                                   AND das-bloque = hor-bloque
                               SET docente-ocupado TO TRUE
                               DISPLAY "  ya da clase en ",
                                   das-anio, "/", das-curso,
                                   " turno ", das-turno
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT docente-ocupado
                   AND w-horas-asignadas NOT < doc-horas-max
               SET docente-ocupado TO TRUE
               DISPLAY "  supera su tope de ", doc-horas-max,
                   " horas catedra (tiene ", w-horas-asignadas, ")"
           END-IF.

       640-GRABAR-ASIGNACION.
           MOVE w-clave-guardada TO das-llave.
           MOVE "N" TO w-existe.
           READ DOCASIG
               INVALID KEY CONTINUE
               NOT INVALID KEY SET reg-existe TO TRUE
           END-READ.
           MOVE w-clave-guardada TO das-llave.
           MOVE w-dni-pedido TO das-dni.
           MOVE w-materia-nueva TO das-materia.
           IF reg-existe
               REWRITE das-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-REWRITE
           ELSE
               WRITE das-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-WRITE
           END-IF.
           DISPLAY "Asignado ", doc-nombre, " - ", mat-nombre.

       650-QUITAR.
           READ DOCASIG
               INVALID KEY
                   DISPLAY "EL BLOQUE NO TIENE DOCENTE"
               NOT INVALID KEY
                   DELETE DOCASIG
                   DISPLAY "Asignacion quitada"
           END-READ.

      * Grilla semanal del docente en el archivo de impresion: una
      * fila por bloque y una columna por dia
       700-GRILLA-DOCENTE.
           DISPLAY "DNI del docente".
           ACCEPT w-dni-pedido.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-ciclo-pedido.
           MOVE w-dni-pedido TO doc-dni.
           READ DOCENTES
               INVALID KEY MOVE "(sin nombre)" TO doc-nombre
           END-READ.
           MOVE spaces TO w-grilla.
           MOVE 0 TO w-horas-asignadas.
           MOVE 0 TO w-flag-das.
           MOVE w-dni-pedido TO das-dni.
           START DOCASIG KEY IS EQUAL das-dni
               INVALID KEY MOVE 1 TO w-flag-das
           END-START.
           PERFORM UNTIL fin-das
               READ DOCASIG NEXT AT END MOVE 1 TO w-flag-das
               END-READ
               IF NOT fin-das
                   IF das-dni NOT = w-dni-pedido
                       MOVE 1 TO w-flag-das
                   ELSE
                       IF das-ciclo = w-ciclo-pedido
                               AND das-dia > 0 AND das-dia < 7
                               AND das-bloque > 0 AND das-bloque < 13
                           MOVE das-anio TO w-ce-anio
                           MOVE das-curso TO w-ce-curso
                           MOVE das-turno TO w-ce-turno
                           MOVE das-materia TO w-ce-materia
                           MOVE w-celda TO
                               w-gr-celda(das-bloque das-dia)
                           ADD 1 TO w-horas-asignadas
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "GRILLA SEMANAL DE " doc-nombre " DNI " w-dni-pedido
               " CICLO " w-ciclo-pedido
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           MOVE lin-cab-grilla TO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind-blq FROM 1 BY 1 UNTIL w-ind-blq > 12
               MOVE w-ind-blq TO g-bloque
               PERFORM VARYING w-ind-dia FROM 1 BY 1
                       UNTIL w-ind-dia > 6
                   MOVE w-gr-celda(w-ind-blq w-ind-dia) TO
                       g-celda(w-ind-dia)
               END-PERFORM
               MOVE lin-grilla TO lis-linea
               DISPLAY lis-linea
               WRITE lis-linea
           END-PERFORM.
           MOVE spaces TO lis-linea.
           STRING "Horas catedra semanales: " w-horas-asignadas
               " (tope " doc-horas-max ")"
               DELIMITED BY SIZE INTO lis-linea.
           DISPLAY lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO.
           DISPLAY "Grilla en listado_docentes.txt".

      * Horas catedra del mes para la liquidacion: cada bloque
      * semanal del docente se paga tantas veces como dias de clase
      * tiene ese dia de semana en el mes, sin contar feriados
       800-HORAS-DEL-MES.
           DISPLAY "Mes a liquidar (AAAAMM)".
           ACCEPT w-periodo.
           MOVE w-per-anio TO w-ciclo-pedido.
           PERFORM 810-CONTAR-DIAS-CLASE.
           OPEN OUTPUT HORAS-CATEDRA.
           MOVE ZERO TO doc-dni.
           START DOCENTES KEY IS NOT LESS THAN doc-dni
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ DOCENTES NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc
                   PERFORM 820-HORAS-DOCENTE
               END-IF
           END-PERFORM.
           PERFORM 840-HORAS-SUPLENTES.
           CLOSE HORAS-CATEDRA.
           DISPLAY "Docentes liquidados: ", w-cant-lineas-hc,
               "  horas del mes: ", w-total-horas-mes,
               " en horas_catedra.dat".

       810-CONTAR-DIAS-CLASE.
           MOVE ZERO TO w-dias-clase.
           MOVE ZERO TO w-calendario.
           MOVE w-per-anio TO w-hab-anio.
           MOVE w-per-mes TO w-hab-mes.
           PERFORM 878-DIAS-DEL-MES.
           PERFORM VARYING w-hab-dia FROM 1 BY 1
                   UNTIL w-hab-dia > w-dias-mes
               PERFORM 876-CALCULAR-DIA-SEMANA
      * Zeller deja 0=sabado, 1=domingo, 2=lunes: la grilla usa
      * 1=lunes ... 6=sabado
               IF w-dia-semana NOT = 1
                   IF w-dia-semana = 0
                       MOVE 6 TO w-dia-horario
                   ELSE
                       COMPUTE w-dia-horario = w-dia-semana - 1
                   END-IF
                   MOVE w-fecha-habil TO fer-fecha
                   READ FERIADOS
                       INVALID KEY
                           ADD 1 TO w-dias-por-dia(w-dia-horario)
                           MOVE w-dia-horario TO
                               w-clase-del-dia(w-hab-dia)
                   END-READ
               END-IF
           END-PERFORM.

       820-HORAS-DOCENTE.
           MOVE 0 TO w-horas-asignadas w-horas-mes.
           MOVE ZERO TO w-bloques-semana.
           MOVE 0 TO w-flag-das.
           MOVE doc-dni TO das-dni.
           START DOCASIG KEY IS EQUAL das-dni
               INVALID KEY MOVE 1 TO w-flag-das
           END-START.
           PERFORM UNTIL fin-das
               READ DOCASIG NEXT AT END MOVE 1 TO w-flag-das
               END-READ
               IF NOT fin-das
                   IF das-dni NOT = doc-dni
                       MOVE 1 TO w-flag-das
                   ELSE
                       IF das-ciclo = w-ciclo-pedido
                               AND das-dia > 0 AND das-dia < 7
                           ADD 1 TO w-horas-asignadas
                           ADD 1 TO w-bloques-por-dia(das-dia)
                           ADD w-dias-por-dia(das-dia) TO w-horas-mes
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF w-horas-asignadas > 0
               PERFORM 830-DESCONTAR-SIN-GOCE
           END-IF.
           IF w-horas-asignadas > 0
               MOVE w-periodo TO hc-periodo
               MOVE doc-dni TO hc-dni
               MOVE doc-nombre TO hc-nombre
               MOVE "T" TO hc-tipo
               MOVE w-horas-asignadas TO hc-horas-semana
               MOVE w-horas-mes TO hc-horas-mes
               WRITE hc-reg
               ADD 1 TO w-cant-lineas-hc
               ADD w-horas-mes TO w-total-horas-mes
           END-IF.

      * Las licencias sin goce del titular que tocan el mes le
      * descuentan sus bloques de cada dia de clase de la licencia;
      * con goce cobra igual y el suplente cobra aparte
       830-DESCONTAR-SIN-GOCE.
           MOVE 0 TO w-flag-lic.
           MOVE doc-dni TO lic-dni.
           MOVE 0 TO lic-desde.
           START LICENCIAS KEY IS NOT LESS THAN lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               END-READ
               IF NOT fin-lic
                   IF lic-dni NOT = doc-dni
                       MOVE 1 TO w-flag-lic
                   ELSE
                       IF lic-sin-goce
                           PERFORM 835-DIAS-SIN-GOCE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       835-DIAS-SIN-GOCE.
           MOVE 0 TO w-horas-licencia.
           PERFORM VARYING w-ind-fecha FROM 1 BY 1
                   UNTIL w-ind-fecha > w-dias-mes
               COMPUTE w-fecha-mes = w-periodo-num * 100 + w-ind-fecha
               IF w-fecha-mes NOT < lic-desde
                       AND w-fecha-mes NOT > lic-hasta
                       AND w-clase-del-dia(w-ind-fecha) > 0
                   ADD w-bloques-por-dia(w-clase-del-dia(w-ind-fecha))
                       TO w-horas-licencia
               END-IF
           END-PERFORM.
           IF w-horas-licencia > w-horas-mes
               MOVE 0 TO w-horas-mes
           ELSE
               SUBTRACT w-horas-licencia FROM w-horas-mes
           END-IF.

      * Cada suplencia paga al suplente el bloque en los dias de
      * clase del mes que caen dentro de la licencia que cubre
       840-HORAS-SUPLENTES.
           MOVE 0 TO w-flag-sup.
           MOVE ZERO TO sup-llave.
           START SUPLENCIAS KEY IS NOT LESS THAN sup-llave
               INVALID KEY MOVE 1 TO w-flag-sup
           END-START.
           PERFORM UNTIL fin-sup
               READ SUPLENCIAS NEXT AT END MOVE 1 TO w-flag-sup
               END-READ
               IF NOT fin-sup
                   IF sup-ciclo = w-ciclo-pedido
                       PERFORM 845-SUPLENCIA-DEL-MES
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-ind-sup FROM 1 BY 1
                   UNTIL w-ind-sup > w-cant-suplentes
               IF w-sp-horas(w-ind-sup) > 0
                   MOVE w-sp-dni(w-ind-sup) TO doc-dni
                   READ DOCENTES
                       INVALID KEY MOVE "(sin nombre)" TO doc-nombre
                   END-READ
                   MOVE w-periodo TO hc-periodo
                   MOVE w-sp-dni(w-ind-sup) TO hc-dni
                   MOVE doc-nombre TO hc-nombre
                   MOVE "S" TO hc-tipo
                   MOVE w-sp-bloques(w-ind-sup) TO hc-horas-semana
                   MOVE w-sp-horas(w-ind-sup) TO hc-horas-mes
                   WRITE hc-reg
                   ADD 1 TO w-cant-lineas-hc
                   ADD w-sp-horas(w-ind-sup) TO w-total-horas-mes
               END-IF
           END-PERFORM.

       845-SUPLENCIA-DEL-MES.
           MOVE sup-licencia TO lic-llave.
           READ LICENCIAS
               INVALID KEY MOVE 0 TO lic-hasta
           END-READ.
           MOVE 0 TO w-horas-licencia.
           PERFORM VARYING w-ind-fecha FROM 1 BY 1
                   UNTIL w-ind-fecha > w-dias-mes
               COMPUTE w-fecha-mes = w-periodo-num * 100 + w-ind-fecha
               IF w-fecha-mes NOT < lic-desde
                       AND w-fecha-mes NOT > lic-hasta
                       AND w-clase-del-dia(w-ind-fecha) = sup-dia
                   ADD 1 TO w-horas-licencia
               END-IF
           END-PERFORM.
           IF w-horas-licencia > 0
               PERFORM VARYING w-ind-sup FROM 1 BY 1
                       UNTIL w-ind-sup > w-cant-suplentes
                       OR w-sp-dni(w-ind-sup) = sup-dni-suplente
                   CONTINUE
               END-PERFORM
               IF w-ind-sup > w-cant-suplentes
                       AND w-cant-suplentes < 200
                   ADD 1 TO w-cant-suplentes
                   MOVE sup-dni-suplente TO w-sp-dni(w-ind-sup)
                   MOVE 0 TO w-sp-bloques(w-ind-sup)
                   MOVE 0 TO w-sp-horas(w-ind-sup)
               END-IF
               IF w-ind-sup NOT > w-cant-suplentes
                   ADD 1 TO w-sp-bloques(w-ind-sup)
                   ADD w-horas-licencia TO w-sp-horas(w-ind-sup)
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
       END PROGRAM Docentes.
