      *          de interes), avanza cada solicitud por el circuito
      *          interesado/entrevistado/admitido/desistido, convierte
      *          al admitido en alumno con una tecla reutilizando el
      *          numerador LEGAJO, emite el embudo por curso para
      *          planificar los cupos e importa en lote los
      *          formularios del sitio web, con listado de
      *          duplicados y rechazos y acuse por notificaciones
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS num-codigo.

           SELECT OPTIONAL CURSOCAT ASSIGN TO "..\cursocat.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cat-llave.

           SELECT OPTIONAL NACIMIENTOS ASSIGN TO "..\nacimientos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS nac-dni.

           SELECT OPTIONAL EDADES ASSIGN TO "..\edades.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ed-llave.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL FORMULARIOS-WEB
           ASSIGN TO "..\preinscripcion_web.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL NOTIFICACIONES
           ASSIGN TO "..\notificaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUDES.
           03 num-codigo pic x(10).
           03 num-proximo pic 9(5).

       FD  CURSOCAT.
       01  cat-reg.
           03 cat-llave.
               05 cat-ciclo pic 9(4).
               05 cat-anio pic 9.
               05 cat-curso pic 99.
           03 cat-nombre pic x(20).
           03 cat-nivel pic x(10).
           03 cat-sede pic 99.

       FD  NACIMIENTOS.
       01  nac-reg.
           03 nac-dni pic 9(8).
           03 nac-fecha pic 9(8).
           03 nac-fecha-r REDEFINES nac-fecha.
               05 nac-anio pic 9(4).
               05 nac-mmdd pic 9(4).
           03 nac-sexo pic x.
               88 sexo-valido value "F" "M" "X".
           03 nac-nacionalidad pic x(20).

       FD  EDADES.
       01  ed-reg.
           03 ed-llave.
               05 ed-nivel pic x(10).
               05 ed-anio pic 9.
           03 ed-edad-min pic 99.
           03 ed-edad-max pic 99.

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

      * Formulario del sitio: llega como texto y se controla el
      * formato de cada campo antes de aceptarlo
       FD  FORMULARIOS-WEB.
       01  fw-reg.
           03 fw-dni pic x(8).
           03 fw-dni-n REDEFINES fw-dni pic 9(8).
           03 fw-nombre pic x(20).
           03 fw-telefono pic x(15).
           03 fw-email pic x(30).
           03 fw-anio pic x.
           03 fw-anio-n REDEFINES fw-anio pic 9.
           03 fw-curso pic x(2).
           03 fw-curso-n REDEFINES fw-curso pic 99.
           03 fw-fecha pic x(8).
           03 fw-fecha-n REDEFINES fw-fecha pic 9(8).

       FD  NOTIFICACIONES.
       01  not-reg.
           03 not-fecha pic 9(8).
           03 not-plantilla pic x(12).
           03 not-dni pic 9(8).
           03 not-nombre pic x(20).
           03 not-telefono pic x(15).
           03 not-email pic x(30).
           03 not-importe pic 9(8)v99.
           03 not-fec-ref pic 9(8).
           03 not-estado pic x.

       FD  LISTADO.
       01  lis-linea pic x(132).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           88 modo-alta value "A".
           88 modo-avanzar value "V".
           88 modo-convertir value "C".
           88 modo-embudo value "F".
           88 modo-web value "W".
       77  w-fecha-hoy pic 9(8).
       77  w-flag-sol pic 9 value 0.
           88 fin-sol value 1.
              05 w-fila-admit pic 9(4).
              05 w-fila-desist pic 9(4).
              05 w-fila-conver pic 9(4).
       77  w-ciclo pic 9(4).
       77  w-dato pic x(20).
      * Control de edad al corte del ciclo (30/06 o parametro
      * EDAD-CORTE en MMDD) contra el rango del nivel/anio
       77  w-corte-mmdd pic 9(4) value 0630.
       01  w-fecha-corte pic 9(8).
       01  w-fecha-corte-r REDEFINES w-fecha-corte.
           03 w-fc-anio pic 9(4).
           03 w-fc-mmdd pic 9(4).
       77  w-edad pic 99.
       77  w-edad-ok pic x value "S".
           88 edad-aceptada value "S".
       77  w-perfil pic x value space.
           88 perfil-supervisor value "S".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
      * Importacion de formularios web: DNIs con solicitud abierta
      * (mas los ya importados en la misma corrida) para detectar
      * duplicados
       77  w-nombre-listado pic x(40).
       77  w-flag-fw pic 9 value 0.
           88 fin-fw value 1.
       77  w-flag-alu pic 9 value 0.
           88 fin-alu value 1.
       77  w-motivo pic x(40).
       77  w-proximo-numero pic 9(5).
       77  w-cant-importadas pic 9(5) value 0.
       77  w-cant-rechazadas pic 9(5) value 0.
       77  w-abi-cant pic 9(4) value 0.
       77  w-abi-ind pic 9(4).
       01  w-tab-abiertas.
           03 w-abi occurs 3000.
              05 w-abi-dni pic 9(8).
              05 w-abi-numero pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Preinscripci".
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
               WHEN modo-alta
                   PERFORM 400-CONVERTIR-EN-ALUMNO
               WHEN modo-embudo
                   PERFORM 600-EMBUDO-POR-CURSO
               WHEN modo-web
                   PERFORM 700-IMPORTAR-WEB
               WHEN OTHER
                   PERFORM 500-LISTAR
           END-EVALUATE.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (A=Alta, V=Avanzar estado, C=Convertir en ",
               "alumno, L=Listar, F=Embudo por curso, W=Importar ",
               "formularios web)".
           ACCEPT w-modo.
           IF modo-alta OR modo-avanzar
               OPEN I-O SOLICITUDES
           ELSE
               IF modo-convertir
                   OPEN I-O SOLICITUDES ALUMNOS NUMERADORES
                   OPEN I-O NACIMIENTOS
                   OPEN INPUT CURSOCAT EDADES
                   PERFORM 110-LEER-CORTE-EDAD
               ELSE
                   IF modo-web
                       OPEN I-O SOLICITUDES NUMERADORES
                       OPEN INPUT ALUMNOS CURSOCAT FORMULARIOS-WEB
                       OPEN EXTEND NOTIFICACIONES
                   ELSE
                       OPEN INPUT SOLICITUDES
                   END-IF
               END-IF
           END-IF.

       110-LEER-CORTE-EDAD.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa
               MOVE oa-perfil TO w-perfil
           END-IF.
           OPEN INPUT PARAMETROS.
           MOVE "EDAD-CORTE" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-corte-mmdd
           END-READ.
           CLOSE PARAMETROS.

       200-ALTA-SOLICITUD.
           PERFORM 210-ASIGNAR-NUMERO.
           DISPLAY "DNI del interesado (0 si no lo dio)".
               DISPLAY "DNI del alumno (no estaba en la solicitud)"
               ACCEPT sol-dni
           END-IF.
           PERFORM 420-DATOS-NACIMIENTO.
           DISPLAY "Ciclo lectivo de ingreso (AAAA)".
           ACCEPT w-ciclo.
           MOVE sol-dni TO alu-dni.
           PERFORM 440-VERIFICAR-EDAD.
           IF NOT edad-aceptada
               DISPLAY "NO SE CONVIERTE POR EDAD"
           ELSE
               PERFORM 430-GRABAR-ALUMNO
           END-IF.

      * Fecha de nacimiento, sexo y nacionalidad quedan por DNI en
      * nacimientos.dat (se graban aunque la edad no de)
       420-DATOS-NACIMIENTO.
           MOVE sol-dni TO nac-dni.
           READ NACIMIENTOS
               INVALID KEY
                   MOVE 0 TO nac-fecha
                   MOVE space TO nac-sexo
                   MOVE spaces TO nac-nacionalidad
           END-READ.
           DISPLAY "Fecha de nacimiento (AAAAMMDD)".
           ACCEPT nac-fecha.
           MOVE space TO nac-sexo.
           PERFORM UNTIL sexo-valido
               DISPLAY "Sexo (F/M/X)"
               ACCEPT nac-sexo
           END-PERFORM.
           DISPLAY "Nacionalidad".
           ACCEPT w-dato.
           MOVE w-dato TO nac-nacionalidad.
           WRITE nac-reg
               INVALID KEY
                   REWRITE nac-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR NACIMIENTO"
                   END-REWRITE
           END-WRITE.

       430-GRABAR-ALUMNO.
           MOVE sol-dni TO alu-dni.
           MOVE "A" TO alu-est.
           MOVE sol-nombre TO alu-nombre.
                       "inscripciones."
           END-WRITE.

      * Edad al corte contra el rango del nivel/anio: sin fecha de
      * nacimiento o sin rango cargado no se controla. Fuera de rango
      * solo pasa si lo autoriza un supervisor
       440-VERIFICAR-EDAD.
           MOVE "S" TO w-edad-ok.
           MOVE alu-dni TO nac-dni.
           READ NACIMIENTOS
               INVALID KEY MOVE 0 TO nac-fecha
           END-READ.
           IF nac-fecha = 0
               DISPLAY "AVISO: el alumno no tiene fecha de ",
                   "nacimiento cargada"
           ELSE
               MOVE w-ciclo TO cat-ciclo
               MOVE sol-anio TO cat-anio
               MOVE sol-curso TO cat-curso
               READ CURSOCAT
                   INVALID KEY MOVE spaces TO cat-nivel
               END-READ
               MOVE cat-nivel TO ed-nivel
               MOVE sol-anio TO ed-anio
               READ EDADES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE w-fecha-corte = w-ciclo * 10000
                           + w-corte-mmdd
                       COMPUTE w-edad = w-fc-anio - nac-anio
                       IF w-fc-mmdd < nac-mmdd
                           SUBTRACT 1 FROM w-edad
                       END-IF
                       IF w-edad < ed-edad-min OR w-edad > ed-edad-max
                           PERFORM 445-EDAD-FUERA-DE-RANGO
                       END-IF
               END-READ
           END-IF.

       445-EDAD-FUERA-DE-RANGO.
           DISPLAY "EDAD AL ", w-fecha-corte, ": ", w-edad,
               " - FUERA DEL RANGO ", ed-edad-min, " A ",
               ed-edad-max, " DEL ANIO ", ed-anio.
           MOVE "N" TO w-edad-ok.
           IF perfil-supervisor
               DISPLAY "Autoriza la inscripcion fuera de edad? (S/N)"
               ACCEPT w-edad-ok
           ELSE
               DISPLAY "SOLO UN SUPERVISOR PUEDE AUTORIZARLA"
           END-IF.

       500-LISTAR.
           DISPLAY "Estado a listar (I/E/A/D/X, vacio = todos)".
           ACCEPT w-estado-filtro.
               END-EVALUATE
           END-IF.

      * Formularios del sitio en lote: cada uno se controla en
      * formato, contra alumnos y solicitudes abiertas y contra el
      * catalogo de cursos del ciclo; lo que entra toma numero del
      * numerador SOLICITUD y recibe acuse por notificaciones. El
      * archivo del sitio queda vacio para no importarlo dos veces
       700-IMPORTAR-WEB.
           DISPLAY "Ciclo lectivo de ingreso (AAAA)".
           ACCEPT w-ciclo.
           PERFORM 710-CARGAR-ABIERTAS.
           PERFORM 720-PROXIMO-NUMERO.
           MOVE spaces TO w-nombre-listado.
           STRING "..\preinsc_web_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "IMPORTACION DE FORMULARIOS WEB - CICLO " w-ciclo
               " - " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 790-EMITIR.
           MOVE spaces TO lis-linea.
           STRING "RESULTADO                                NRO   "
               "DNI      NOMBRE               A CU TELEFONO"
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 790-EMITIR.
           PERFORM UNTIL fin-fw
               READ FORMULARIOS-WEB AT END MOVE 1 TO w-flag-fw
               END-READ
               IF NOT fin-fw
                   PERFORM 730-VALIDAR-FORMULARIO
                   IF w-motivo = spaces
                       PERFORM 750-GRABAR-SOLICITUD
                   ELSE
                       ADD 1 TO w-cant-rechazadas
                       MOVE 0 TO sol-numero
                   END-IF
                   PERFORM 770-RENGLON-LISTADO
               END-IF
           END-PERFORM.
           MOVE "SOLICITUD" TO num-codigo.
           READ NUMERADORES
               INVALID KEY
                   MOVE w-proximo-numero TO num-proximo
                   WRITE num-reg
               NOT INVALID KEY
                   MOVE w-proximo-numero TO num-proximo
                   REWRITE num-reg
           END-READ.
           MOVE spaces TO lis-linea.
           STRING "IMPORTADAS " w-cant-importadas "  RECHAZADAS "
               w-cant-rechazadas
               DELIMITED BY SIZE INTO lis-linea.
           PERFORM 790-EMITIR.
           CLOSE LISTADO.
           CLOSE FORMULARIOS-WEB.
           OPEN OUTPUT FORMULARIOS-WEB.
           CLOSE FORMULARIOS-WEB.
           DISPLAY "Listado en ", w-nombre-listado.

      * Abierta es toda solicitud que todavia no termino en
      * desistida ni convertida en alumno
       710-CARGAR-ABIERTAS.
           MOVE 0 TO sol-numero.
           START SOLICITUDES KEY IS NOT LESS THAN sol-numero
               INVALID KEY MOVE 1 TO w-flag-sol
           END-START.
           PERFORM UNTIL fin-sol
               READ SOLICITUDES NEXT AT END MOVE 1 TO w-flag-sol
               END-READ
               IF NOT fin-sol
                   IF sol-dni > 0 AND NOT sol-desistido
                           AND NOT sol-convertido
                           AND w-abi-cant < 3000
                       ADD 1 TO w-abi-cant
                       MOVE sol-dni TO w-abi-dni(w-abi-cant)
                       MOVE sol-numero TO w-abi-numero(w-abi-cant)
                   END-IF
               END-IF
           END-PERFORM.

      * Sin numerador cargado se sigue desde la solicitud mas alta
      * y el numerador queda creado al terminar
       720-PROXIMO-NUMERO.
           MOVE "SOLICITUD" TO num-codigo.
           READ NUMERADORES
               INVALID KEY
                   MOVE 1 TO w-proximo-numero
                   MOVE 0 TO sol-numero w-flag-sol
                   START SOLICITUDES KEY IS NOT LESS THAN sol-numero
                       INVALID KEY MOVE 1 TO w-flag-sol
                   END-START
                   PERFORM UNTIL fin-sol
                       READ SOLICITUDES NEXT AT END
                           MOVE 1 TO w-flag-sol
                       END-READ
                       IF NOT fin-sol
                           COMPUTE w-proximo-numero = sol-numero + 1
                       END-IF
                   END-PERFORM
               NOT INVALID KEY
                   MOVE num-proximo TO w-proximo-numero
           END-READ.

       730-VALIDAR-FORMULARIO.
           MOVE spaces TO w-motivo.
           EVALUATE TRUE
               WHEN fw-dni IS NOT NUMERIC
                   MOVE "DNI CON FORMATO INVALIDO" TO w-motivo
               WHEN fw-dni-n = 0
                   MOVE "FALTA EL DNI" TO w-motivo
               WHEN fw-nombre = spaces
                   MOVE "FALTA EL NOMBRE" TO w-motivo
               WHEN fw-telefono = spaces AND fw-email = spaces
                   MOVE "SIN TELEFONO NI EMAIL" TO w-motivo
               WHEN fw-anio IS NOT NUMERIC
                       OR fw-curso IS NOT NUMERIC
                   MOVE "ANIO/CURSO CON FORMATO INVALIDO" TO w-motivo
               WHEN fw-fecha NOT = spaces
                       AND fw-fecha IS NOT NUMERIC
                   MOVE "FECHA CON FORMATO INVALIDO" TO w-motivo
           END-EVALUATE.
           IF w-motivo = spaces AND fw-email NOT = spaces
               MOVE 0 TO w-abi-ind
               INSPECT fw-email TALLYING w-abi-ind FOR ALL "@"
               IF w-abi-ind NOT = 1
                   MOVE "EMAIL CON FORMATO INVALIDO" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo = spaces
               PERFORM 735-CONTROLAR-DUPLICADOS
           END-IF.
           IF w-motivo = spaces
               MOVE w-ciclo TO cat-ciclo
               MOVE fw-anio-n TO cat-anio
               MOVE fw-curso-n TO cat-curso
               READ CURSOCAT
                   INVALID KEY
                       MOVE "ANIO/CURSO INEXISTENTE EN EL CICLO"
                           TO w-motivo
               END-READ
           END-IF.

       735-CONTROLAR-DUPLICADOS.
           MOVE 0 TO w-flag-alu.
           MOVE fw-dni-n TO alu-dni.
           MOVE LOW-VALUES TO alu-est.
           START ALUMNOS KEY IS NOT LESS THAN alu-llave
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           IF NOT fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu AND alu-dni = fw-dni-n
                   MOVE "DUPLICADO: YA ES ALUMNO" TO w-motivo
               END-IF
           END-IF.
           IF w-motivo = spaces
               PERFORM VARYING w-abi-ind FROM 1 BY 1
                       UNTIL w-abi-ind > w-abi-cant
                           OR w-motivo NOT = spaces
                   IF w-abi-dni(w-abi-ind) = fw-dni-n
                       MOVE spaces TO w-motivo
                       STRING "DUPLICADO: SOLICITUD ABIERTA "
                           w-abi-numero(w-abi-ind)
                           DELIMITED BY SIZE INTO w-motivo
                   END-IF
               END-PERFORM
           END-IF.

       750-GRABAR-SOLICITUD.
           MOVE w-proximo-numero TO sol-numero.
           ADD 1 TO w-proximo-numero.
           MOVE fw-dni-n TO sol-dni.
           MOVE fw-nombre TO sol-nombre.
           MOVE fw-telefono TO sol-telefono.
           MOVE fw-email TO sol-email.
           MOVE fw-anio-n TO sol-anio.
           MOVE fw-curso-n TO sol-curso.
           IF fw-fecha = spaces OR fw-fecha-n = 0
               MOVE w-fecha-hoy TO sol-fec-contacto
           ELSE
               MOVE fw-fecha-n TO sol-fec-contacto
           END-IF.
           MOVE "I" TO sol-estado.
           WRITE sol-reg
               INVALID KEY
                   MOVE "NUMERO DE SOLICITUD YA USADO" TO w-motivo
                   ADD 1 TO w-cant-rechazadas
                   MOVE 0 TO sol-numero
               NOT INVALID KEY
                   ADD 1 TO w-cant-importadas
                   IF w-abi-cant < 3000
                       ADD 1 TO w-abi-cant
                       MOVE sol-dni TO w-abi-dni(w-abi-cant)
                       MOVE sol-numero TO w-abi-numero(w-abi-cant)
                   END-IF
                   PERFORM 760-ENCOLAR-ACUSE
           END-WRITE.

       760-ENCOLAR-ACUSE.
           MOVE w-fecha-hoy TO not-fecha.
           MOVE "PREINSC-WEB" TO not-plantilla.
           MOVE sol-dni TO not-dni.
           MOVE sol-nombre TO not-nombre.
           MOVE sol-telefono TO not-telefono.
           MOVE sol-email TO not-email.
           MOVE 0 TO not-importe.
           MOVE sol-fec-contacto TO not-fec-ref.
           MOVE "P" TO not-estado.
           WRITE not-reg.

       770-RENGLON-LISTADO.
           MOVE spaces TO lis-linea.
           IF w-motivo = spaces
               STRING "IMPORTADA                                "
                   sol-numero " " fw-dni " " fw-nombre " " fw-anio
                   " " fw-curso " " fw-telefono
                   DELIMITED BY SIZE INTO lis-linea
           ELSE
               STRING w-motivo " -----"
                   " " fw-dni " " fw-nombre " " fw-anio
                   " " fw-curso " " fw-telefono
                   DELIMITED BY SIZE INTO lis-linea
           END-IF.
           PERFORM 790-EMITIR.

       790-EMITIR.
           DISPLAY lis-linea.
           WRITE lis-linea.

       900-FIN.
           CLOSE SOLICITUDES.
           IF modo-convertir
               CLOSE ALUMNOS NUMERADORES
               CLOSE NACIMIENTOS CURSOCAT EDADES
           END-IF.
           IF modo-web
               CLOSE NUMERADORES ALUMNOS CURSOCAT NOTIFICACIONES
           END-IF.
       END PROGRAM Preinscripcion.
