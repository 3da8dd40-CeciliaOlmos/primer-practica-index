      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ley de proteccion de datos personales: extracto de
      *          todo lo que el sistema guarda de una persona a partir
      *          de su DNI (alumno, inscripciones, pagos, becas,
      *          familia, responsables, adhesion al debito con el CBU
      *          enmascarado, gestiones, notificaciones, documentos,
      *          ficha de emergencia, accesos y journal), y corrida
      *          de anonimizacion de nombre, telefono, email y CBU de
      *          los alumnos que se fueron hace mas que la retencion
      *          (parametro ANONIM-ANIOS, por defecto 5 anios) sin
      *          tocar su historia de pagos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DatosPersonales.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL BECAS ASSIGN TO "..\becas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS bec-legajo.

           SELECT OPTIONAL FAMILIAS ASSIGN TO "..\familias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fam-numero.

           SELECT OPTIONAL FAMINT ASSIGN TO "..\famintegrantes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fi-dni.

           SELECT OPTIONAL RESPONSABLES
           ASSIGN TO "..\responsables.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS resp-codigo.

           SELECT OPTIONAL RESPLINK ASSIGN TO "..\resplink.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rl-llave.

           SELECT OPTIONAL DEBITOS-ADH ASSIGN TO "..\debitos_adh.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS adh-dni.

           SELECT OPTIONAL GESTIONES ASSIGN TO "..\gestiones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL NOTIFICACIONES
           ASSIGN TO "..\notificaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL DOCUMENTOS ASSIGN TO "..\documentos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS doc-llave.

           SELECT OPTIONAL FICHAS ASSIGN TO "..\emergencias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fe-legajo.

           SELECT OPTIONAL ACCESOS ASSIGN TO "..\accesos.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BAJAS-ALU-LOG
           ASSIGN TO "..\bajas_alumnos.log"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL EGRESADOS ASSIGN TO "..\egresados.dat"
           ORGANIZATION LINE SEQUENTIAL.

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

       FD  BECAS.
       01  bec-reg.
           03 bec-legajo pic 9(5).
           03 bec-tipo pic x.
           03 bec-porcentaje pic 9v99.
           03 bec-importe-fijo pic 9(6)v99.
           03 bec-sponsor pic 9(3).
           03 bec-desde pic 9(8).
           03 bec-hasta pic 9(8).
           03 bec-estado pic x.

       FD  FAMILIAS.
       01  fam-reg.
           03 fam-numero pic 9(4).
           03 fam-responsable pic x(30).
           03 fam-telefono pic x(15).
           03 fam-email pic x(30).

       FD  FAMINT.
       01  fi-reg.
           03 fi-dni pic 9(8).
           03 fi-familia pic 9(4).

       FD  RESPONSABLES.
       01  resp-reg.
           03 resp-codigo pic 9(5).
           03 resp-nombre pic x(30).
           03 resp-cuit pic x(13).
           03 resp-cond-iva pic x(2).
           03 resp-domicilio pic x(30).

       FD  RESPLINK.
       01  rl-reg.
           03 rl-llave.
               05 rl-tipo pic x.
               05 rl-numero pic 9(8).
           03 rl-responsable pic 9(5).

       FD  DEBITOS-ADH.
       01  adh-reg.
           03 adh-dni pic 9(8).
           03 adh-estado pic x.
               88 adh-activa value "A".
               88 adh-baja value "B".
           03 adh-cbu pic x(22).
           03 adh-fec-alta pic 9(8).

       FD  GESTIONES.
       01  ges-reg.
           03 ges-curso pic 99.
           03 ges-cta-cte pic 9(5).
           03 ges-fecha pic 9(8).
           03 ges-medio pic x(10).
           03 ges-resultado pic x(30).
           03 ges-prox-contacto pic 9(8).
           03 ges-compromiso-fecha pic 9(8).
           03 ges-compromiso-importe pic 9(6)v99.
           03 ges-operador pic x(10).

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

       FD  DOCUMENTOS.
       01  doc-reg.
           03 doc-llave.
               05 doc-legajo pic 9(5).
               05 doc-doc pic 99.
           03 doc-fecha pic 9(8).

       FD  FICHAS.
       01  fe-reg.
           03 fe-legajo pic 9(5).
           03 fe-contacto occurs 3.
               05 fe-con-nombre pic x(20).
               05 fe-con-relacion pic x(12).
               05 fe-con-telefono pic x(15).
           03 fe-obra-social pic x(20).
           03 fe-nro-afiliado pic x(20).
           03 fe-alergias pic x(40).
           03 fe-condiciones pic x(40).
           03 fe-fecha pic 9(8).

       FD  ACCESOS.
       01  acc-reg.
           03 acc-fecha pic 9(8).
           03 acc-hora pic 9(8).
           03 acc-operador pic x(10).
           03 acc-programa pic x(12).
           03 acc-dni pic 9(8).
           03 acc-curso pic 99.
           03 acc-cta-cte pic 9(5).

       FD  JOURNAL.
       01  jr-reg.
           03 jr-fecha pic 9(8).
           03 jr-operador pic x(10).
           03 jr-programa pic x(12).
           03 jr-archivo pic x(8).
           03 jr-llave pic x(20).
           03 jr-antes pic x(80).
           03 jr-despues pic x(80).

       FD  BAJAS-ALU-LOG.
       01  bl-reg.
           03 bl-dni pic 9(8).
           03 bl-est pic x.
           03 bl-legajo pic 9(5).
           03 bl-nombre pic x(20).
           03 bl-fecha-baja pic 9(8).
           03 bl-operador pic x(10).
           03 bl-motivo pic 99.
           03 bl-texto pic x(30).

       FD  EGRESADOS.
       01  egr-reg.
           03 egr-dni pic 9(8).
           03 egr-legajo pic 9(5).
           03 egr-nombre pic x(20).
           03 egr-anio pic 9.
           03 egr-curso pic 99.
           03 egr-fec-egreso pic 9(8).

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
       01  lis-linea pic x(132).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "E".
           88 modo-extracto value "E".
           88 modo-anonimizar value "N".
       77  w-nombre-listado pic x(40).
       77  w-fecha-hoy pic 9(8).
       77  w-fecha-corte pic 9(8).
       77  w-anios-retencion pic 99 value 5.
       77  w-dni pic 9(8).
       77  w-operador pic x(10) value "(sin ses.)".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-autorizado pic x value "N".
           88 es-supervisor value "S".
       77  w-flag-alu pic 9 value 0.
           88 fin-alu value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-flag-sec pic 9 value 0.
           88 fin-sec value 1.
       77  w-flag-doc pic 9 value 0.
           88 fin-doc value 1.
       77  w-hallado pic x.
           88 fue-hallado value "S".
       77  w-ind pic 999.
       77  w-ind2 pic 999.
       77  w-cant-renglones pic 9(5).
       77  w-cant-anonim pic 9(5) value 0.
       77  w-fec-salida pic 9(8).
       77  w-cbu-mascara pic x(22).
       77  w-anonimo pic x(20) value "ANONIMIZADO".
       77  w-leg-cant pic 99 value 0.
       01  w-tab-legajos.
           03 w-leg occurs 20 pic 9(5).
       77  w-cta-cant pic 99 value 0.
       01  w-tab-cuentas.
           03 w-cta occurs 60.
               05 w-cta-curso pic 99.
               05 w-cta-cte pic 9(5).
       77  w-sal-cant pic 9(4) value 0.
       01  w-tab-salidas.
           03 w-sal occurs 5000.
               05 w-sal-legajo pic 9(5).
               05 w-sal-fecha pic 9(8).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "DatosPersona".
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
           PERFORM 050-LEER-OPERADOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Modo (E=Extracto de datos de una persona, ",
               "N=Anonimizar alumnos que se fueron)".
           ACCEPT w-modo.
           IF modo-anonimizar
               IF NOT es-supervisor
                   DISPLAY "SOLO UN SUPERVISOR PUEDE ANONIMIZAR"
               ELSE
                   PERFORM 500-ANONIMIZAR
               END-IF
           ELSE
               PERFORM 100-EXTRACTO
           END-IF.
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
           IF version-ok
               MOVE "becas" TO w-ver-archivo
               MOVE 3 TO w-ver-esperada
               CALL "VerifVersion" USING w-ver-control
           END-IF.

       050-LEER-OPERADOR.
           OPEN INPUT OPERADOR-ACTUAL.
           READ OPERADOR-ACTUAL AT END MOVE 1 TO w-flag-oa
           END-READ.
           CLOSE OPERADOR-ACTUAL.
           IF NOT fin-oa AND oa-codigo NOT = spaces
               MOVE oa-codigo TO w-operador
               IF oa-perfil = "S"
                   SET es-supervisor TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * Extracto por DNI: primero se juntan los legajos del DNI y las
      * cuentas (curso, cta-cte) de esos legajos, que son las llaves con
      * que los demas archivos se refieren a la persona
      ******************************************************************
       100-EXTRACTO.
           DISPLAY "DNI de la persona".
           ACCEPT w-dni.
           MOVE spaces TO w-nombre-listado.
           STRING "..\datos_personales_" DELIMITED BY SIZE
                  w-dni DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO w-nombre-listado.
           OPEN INPUT ALUMNOS CURSOS PAGOS BECAS FAMILIAS FAMINT.
           OPEN INPUT RESPONSABLES RESPLINK DEBITOS-ADH DOCUMENTOS.
           OPEN INPUT FICHAS.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "DATOS PERSONALES REGISTRADOS DEL DNI " w-dni
               " AL " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE all "=" TO lis-linea.
           WRITE lis-linea.
           PERFORM 200-ALUMNO.
           PERFORM 210-INSCRIPCIONES.
           PERFORM 220-PAGOS.
           PERFORM 230-BECAS.
           PERFORM 240-FAMILIA.
           PERFORM 250-RESPONSABLES.
           PERFORM 260-DEBITO.
           PERFORM 270-GESTIONES.
           PERFORM 280-NOTIFICACIONES.
           PERFORM 290-DOCUMENTOS.
           PERFORM 300-FICHA-EMERGENCIA.
           PERFORM 310-ACCESOS.
           PERFORM 320-JOURNAL.
           CLOSE ALUMNOS CURSOS PAGOS BECAS FAMILIAS FAMINT.
           CLOSE RESPONSABLES RESPLINK DEBITOS-ADH DOCUMENTOS FICHAS.
           CLOSE LISTADO.
           PERFORM 350-REGISTRAR-ACCESO.
           DISPLAY "Extracto en ", w-nombre-listado.

       190-TITULO.
           MOVE spaces TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO w-cant-renglones.

       195-SIN-DATOS.
           IF w-cant-renglones = 0
               MOVE "  (sin registros)" TO lis-linea
               WRITE lis-linea
           END-IF.

       200-ALUMNO.
           PERFORM 190-TITULO.
           MOVE "ALUMNOS" TO lis-linea.
           WRITE lis-linea.
           MOVE w-dni TO alu-dni.
           MOVE LOW-VALUES TO alu-est.
           MOVE 0 TO w-flag-alu.
           START ALUMNOS KEY IS NOT LESS THAN alu-llave
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           PERFORM UNTIL fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu
                   IF alu-dni NOT = w-dni
                       MOVE 1 TO w-flag-alu
                   ELSE
                       ADD 1 TO w-cant-renglones
                       IF w-leg-cant < 20
                           ADD 1 TO w-leg-cant
                           MOVE alu-legajo TO w-leg(w-leg-cant)
                       END-IF
                       MOVE spaces TO lis-linea
                       STRING "  estado " alu-est " legajo " alu-legajo
                           " " alu-nombre " tel " alu-telefono
                           " email " alu-email
                           DELIMITED BY SIZE INTO lis-linea
                       WRITE lis-linea
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 195-SIN-DATOS.

       210-INSCRIPCIONES.
           PERFORM 190-TITULO.
           MOVE "CURSOS (inscripciones)" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-leg-cant
               MOVE w-leg(w-ind) TO cur-legajo
               MOVE 0 TO w-flag-cursos
               START CURSOS KEY IS = cur-legajo
                   INVALID KEY MOVE 1 TO w-flag-cursos
               END-START
               PERFORM UNTIL fin-cursos
                   READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
                   END-READ
                   IF NOT fin-cursos
                       IF cur-legajo NOT = w-leg(w-ind)
                           MOVE 1 TO w-flag-cursos
                       ELSE
                           PERFORM 215-RENGLON-INSCRIPCION
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM 195-SIN-DATOS.

       215-RENGLON-INSCRIPCION.
           ADD 1 TO w-cant-renglones.
           IF w-cta-cant < 60
               ADD 1 TO w-cta-cant
               MOVE cur-curso TO w-cta-curso(w-cta-cant)
               MOVE cur-cta-cte TO w-cta-cte(w-cta-cant)
           END-IF.
           MOVE spaces TO lis-linea.
           STRING "  ciclo " cur-ciclo " anio " cur-anio " curso "
               cur-curso " turno " cur-turno " legajo " cur-legajo
               " cta-cte " cur-cta-cte " cuotas " cur-cant-cuotas
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.

       220-PAGOS.
           PERFORM 190-TITULO.
           MOVE "PAGOS (cuotas de las cuentas)" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-cta-cant
               MOVE w-cta-curso(w-ind) TO pag-curso
               MOVE w-cta-cte(w-ind) TO pag-cta-cte
               MOVE 0 TO pag-cuota
               MOVE 0 TO w-flag-pagos
               START PAGOS KEY IS NOT LESS THAN pagos-llave
                   INVALID KEY MOVE 1 TO w-flag-pagos
               END-START
               PERFORM UNTIL fin-pagos
                   READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
                   END-READ
                   IF NOT fin-pagos
                       IF pag-curso NOT = w-cta-curso(w-ind)
                               OR pag-cta-cte NOT = w-cta-cte(w-ind)
                           MOVE 1 TO w-flag-pagos
                       ELSE
                           ADD 1 TO w-cant-renglones
                           MOVE spaces TO lis-linea
                           STRING "  " pag-curso "/" pag-cta-cte
                               " cuota " pag-cuota " vto "
                               pag-fec-venc " pago " pag-fec-pago
                               " importe " pag-importe " recargo "
                               pag-recargo " " pag-medio-pago
                               DELIMITED BY SIZE INTO lis-linea
                           WRITE lis-linea
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM 195-SIN-DATOS.

       230-BECAS.
           PERFORM 190-TITULO.
           MOVE "BECAS" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-leg-cant
               MOVE w-leg(w-ind) TO bec-legajo
               READ BECAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO w-cant-renglones
                       MOVE spaces TO lis-linea
                       STRING "  legajo " bec-legajo " tipo " bec-tipo
                           " pct " bec-porcentaje " fijo "
                           bec-importe-fijo " sponsor " bec-sponsor
                           " desde " bec-desde " hasta " bec-hasta
                           " estado " bec-estado
                           DELIMITED BY SIZE INTO lis-linea
                       WRITE lis-linea
               END-READ
           END-PERFORM.
           PERFORM 195-SIN-DATOS.

       240-FAMILIA.
           PERFORM 190-TITULO.
           MOVE "FAMINTEGRANTES / FAMILIAS" TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO fi-familia.
           MOVE w-dni TO fi-dni.
           READ FAMINT
               INVALID KEY MOVE 0 TO fi-familia
               NOT INVALID KEY
                   ADD 1 TO w-cant-renglones
                   MOVE fi-familia TO fam-numero
                   READ FAMILIAS
                       INVALID KEY MOVE spaces TO fam-responsable
                           fam-telefono fam-email
                   END-READ
                   MOVE spaces TO lis-linea
                   STRING "  familia " fi-familia " adulto "
                       fam-responsable " tel " fam-telefono " email "
                       fam-email
                       DELIMITED BY SIZE INTO lis-linea
                   WRITE lis-linea
           END-READ.
           PERFORM 195-SIN-DATOS.

       250-RESPONSABLES.
           PERFORM 190-TITULO.
           MOVE "RESPONSABLES (por legajo y por familia)" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-leg-cant
               MOVE "A" TO rl-tipo
               MOVE w-leg(w-ind) TO rl-numero
               PERFORM 255-UN-RESPONSABLE
           END-PERFORM.
           IF fi-familia NOT = 0
               MOVE "F" TO rl-tipo
               MOVE fi-familia TO rl-numero
               PERFORM 255-UN-RESPONSABLE
           END-IF.
           PERFORM 195-SIN-DATOS.

       255-UN-RESPONSABLE.
           READ RESPLINK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE rl-responsable TO resp-codigo
                   READ RESPONSABLES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO w-cant-renglones
                           MOVE spaces TO lis-linea
                           STRING "  vinculo " rl-tipo " " rl-numero
                               " responsable " resp-codigo " "
                               resp-nombre " CUIT " resp-cuit " "
                               resp-domicilio
                               DELIMITED BY SIZE INTO lis-linea
                           WRITE lis-linea
                   END-READ
           END-READ.

      * El CBU no se entrega completo ni en el extracto
       260-DEBITO.
           PERFORM 190-TITULO.
           MOVE "DEBITOS_ADH (adhesion al debito automatico)"
               TO lis-linea.
           WRITE lis-linea.
           MOVE w-dni TO adh-dni.
           READ DEBITOS-ADH
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO w-cant-renglones
                   MOVE "***" TO w-cbu-mascara
                   MOVE adh-cbu(19:4) TO w-cbu-mascara(4:4)
                   MOVE spaces TO lis-linea
                   STRING "  estado " adh-estado " CBU " w-cbu-mascara
                       " alta " adh-fec-alta
                       DELIMITED BY SIZE INTO lis-linea
                   WRITE lis-linea
           END-READ.
           PERFORM 195-SIN-DATOS.

       270-GESTIONES.
           PERFORM 190-TITULO.
           MOVE "GESTIONES DE COBRANZA" TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO w-flag-sec.
           OPEN INPUT GESTIONES.
           PERFORM UNTIL fin-sec
               READ GESTIONES AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   MOVE ges-curso TO pag-curso
                   MOVE ges-cta-cte TO pag-cta-cte
                   PERFORM 330-ES-CUENTA-DE-LA-PERSONA
                   IF fue-hallado
                       ADD 1 TO w-cant-renglones
                       MOVE spaces TO lis-linea
                       STRING "  " ges-curso "/" ges-cta-cte " "
                           ges-fecha " " ges-medio " " ges-resultado
                           " compromiso " ges-compromiso-fecha " "
                           ges-compromiso-importe " oper "
                           ges-operador
                           DELIMITED BY SIZE INTO lis-linea
                       WRITE lis-linea
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GESTIONES.
           PERFORM 195-SIN-DATOS.

       280-NOTIFICACIONES.
           PERFORM 190-TITULO.
           MOVE "NOTIFICACIONES" TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO w-flag-sec.
           OPEN INPUT NOTIFICACIONES.
           PERFORM UNTIL fin-sec
               READ NOTIFICACIONES AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND not-dni = w-dni
                   ADD 1 TO w-cant-renglones
                   MOVE spaces TO lis-linea
                   STRING "  " not-fecha " " not-plantilla " "
                       not-nombre " tel " not-telefono " email "
                       not-email " estado " not-estado
                       DELIMITED BY SIZE INTO lis-linea
                   WRITE lis-linea
               END-IF
           END-PERFORM.
           CLOSE NOTIFICACIONES.
           PERFORM 195-SIN-DATOS.

       290-DOCUMENTOS.
           PERFORM 190-TITULO.
           MOVE "DOCUMENTOS PRESENTADOS" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-leg-cant
               MOVE w-leg(w-ind) TO doc-legajo
               MOVE 0 TO doc-doc
               MOVE 0 TO w-flag-doc
               START DOCUMENTOS KEY IS NOT LESS THAN doc-llave
                   INVALID KEY MOVE 1 TO w-flag-doc
               END-START
               PERFORM UNTIL fin-doc
                   READ DOCUMENTOS NEXT AT END MOVE 1 TO w-flag-doc
                   END-READ
                   IF NOT fin-doc
                       IF doc-legajo NOT = w-leg(w-ind)
                           MOVE 1 TO w-flag-doc
                       ELSE
                           ADD 1 TO w-cant-renglones
                           MOVE spaces TO lis-linea
                           STRING "  legajo " doc-legajo " documento "
                               doc-doc " presentado " doc-fecha
                               DELIMITED BY SIZE INTO lis-linea
                           WRITE lis-linea
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM 195-SIN-DATOS.

       300-FICHA-EMERGENCIA.
           PERFORM 190-TITULO.
           MOVE "FICHA DE EMERGENCIA" TO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-leg-cant
               MOVE w-leg(w-ind) TO fe-legajo
               READ FICHAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO w-cant-renglones
                       MOVE spaces TO lis-linea
                       STRING "  obra social " fe-obra-social " nro "
                           fe-nro-afiliado " alergias " fe-alergias
                           DELIMITED BY SIZE INTO lis-linea
                       WRITE lis-linea
                       MOVE spaces TO lis-linea
                       STRING "  condiciones " fe-condiciones
                           " actualizada " fe-fecha
                           DELIMITED BY SIZE INTO lis-linea
                       WRITE lis-linea
                       PERFORM VARYING w-ind2 FROM 1 BY 1
                               UNTIL w-ind2 > 3
                           IF fe-con-nombre(w-ind2) NOT = spaces
                               MOVE spaces TO lis-linea
                               STRING "  contacto "
                                   fe-con-nombre(w-ind2) " "
                                   fe-con-relacion(w-ind2) " tel "
                                   fe-con-telefono(w-ind2)
                                   DELIMITED BY SIZE INTO lis-linea
                               WRITE lis-linea
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           PERFORM 195-SIN-DATOS.

       310-ACCESOS.
           PERFORM 190-TITULO.
           MOVE "ACCESOS (quien consulto sus datos)" TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO w-flag-sec.
           OPEN INPUT ACCESOS.
           PERFORM UNTIL fin-sec
               READ ACCESOS AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND acc-dni = w-dni
                   ADD 1 TO w-cant-renglones
                   MOVE spaces TO lis-linea
                   STRING "  " acc-fecha " " acc-hora " " acc-operador
                       " " acc-programa
                       DELIMITED BY SIZE INTO lis-linea
                   WRITE lis-linea
               END-IF
           END-PERFORM.
           CLOSE ACCESOS.
           PERFORM 195-SIN-DATOS.

      * Del journal: los cambios al alumno (llave con el DNI), a sus
      * cuotas (llave curso + cta-cte) y a sus inscripciones (el
      * legajo va en la imagen del registro)
       320-JOURNAL.
           PERFORM 190-TITULO.
           MOVE "JOURNAL (modificaciones registradas)" TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO w-flag-sec.
           OPEN INPUT JOURNAL.
           PERFORM UNTIL fin-sec
               READ JOURNAL AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   MOVE "N" TO w-hallado
                   EVALUATE jr-archivo
                       WHEN "ALUMNOS"
                           IF jr-llave(1:8) = w-dni
                               SET fue-hallado TO TRUE
                           END-IF
                       WHEN "PAGOS"
                           MOVE jr-llave(1:2) TO pag-curso
                           MOVE jr-llave(3:5) TO pag-cta-cte
                           PERFORM 330-ES-CUENTA-DE-LA-PERSONA
                       WHEN "CURSOS"
                           PERFORM VARYING w-ind FROM 1 BY 1
                                   UNTIL w-ind > w-leg-cant
                               IF jr-antes(11:5) = w-leg(w-ind)
                                   OR jr-despues(11:5) = w-leg(w-ind)
                                   SET fue-hallado TO TRUE
                               END-IF
                           END-PERFORM
                   END-EVALUATE
                   IF fue-hallado
                       ADD 1 TO w-cant-renglones
                       MOVE spaces TO lis-linea
                       STRING "  " jr-fecha " " jr-operador " "
                           jr-programa " " jr-archivo " " jr-llave
                           DELIMITED BY SIZE INTO lis-linea
                       WRITE lis-linea
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE JOURNAL.
           PERFORM 195-SIN-DATOS.

       330-ES-CUENTA-DE-LA-PERSONA.
           MOVE "N" TO w-hallado.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-cta-cant OR fue-hallado
               IF w-cta-curso(w-ind) = pag-curso
                       AND w-cta-cte(w-ind) = pag-cta-cte
                   SET fue-hallado TO TRUE
               END-IF
           END-PERFORM.

      * El propio extracto queda en el registro de accesos
       350-REGISTRAR-ACCESO.
           OPEN EXTEND ACCESOS.
           ACCEPT acc-fecha FROM DATE YYYYMMDD.
           ACCEPT acc-hora FROM TIME.
           MOVE w-operador TO acc-operador.
           MOVE "DatosPers" TO acc-programa.
           MOVE w-dni TO acc-dni.
           MOVE 0 TO acc-curso acc-cta-cte.
           WRITE acc-reg.
           CLOSE ACCESOS.

      ******************************************************************
      * Anonimizacion: el alumno que no esta activo ni suspendido y
      * cuya ultima salida (baja, pase o egreso) es anterior al corte
      * pierde nombre, telefono, email y CBU. DNI, legajo, cursos y
      * pagos quedan como estaban para la contabilidad.
      ******************************************************************
       500-ANONIMIZAR.
           OPEN INPUT PARAMETROS.
           MOVE "ANONIM-ANIOS" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-anios-retencion
           END-READ.
           CLOSE PARAMETROS.
           COMPUTE w-fecha-corte = w-fecha-hoy
               - w-anios-retencion * 10000.
           MOVE "..\anonimizacion.txt" TO w-nombre-listado.
           PERFORM 510-CARGAR-SALIDAS.
           OPEN I-O ALUMNOS DEBITOS-ADH.
           OPEN EXTEND JOURNAL.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "ANONIMIZACION DEL " w-fecha-hoy
               " - SALIDAS ANTERIORES AL " w-fecha-corte
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE LOW-VALUES TO alu-llave.
           MOVE 0 TO w-flag-alu.
           START ALUMNOS KEY IS NOT LESS THAN alu-llave
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           PERFORM UNTIL fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu
                   IF alu-est NOT = "A" AND alu-est NOT = "S"
                           AND alu-nombre NOT = w-anonimo
                       PERFORM 530-FECHA-SALIDA
                       IF w-fec-salida NOT = 0
                               AND w-fec-salida < w-fecha-corte
                           PERFORM 540-ANONIMIZAR-ALUMNO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE spaces TO lis-linea.
           STRING "Alumnos anonimizados: " w-cant-anonim
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE ALUMNOS DEBITOS-ADH JOURNAL LISTADO.
           DISPLAY "Alumnos anonimizados: ", w-cant-anonim,
               " (anonimizacion.txt)".

      * Ultima fecha de salida por legajo entre el log de bajas (que
      * incluye los pases de salida) y los egresos
       510-CARGAR-SALIDAS.
           MOVE 0 TO w-flag-sec.
           OPEN INPUT BAJAS-ALU-LOG.
           PERFORM UNTIL fin-sec
               READ BAJAS-ALU-LOG AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   MOVE bl-legajo TO egr-legajo
                   MOVE bl-fecha-baja TO egr-fec-egreso
                   PERFORM 520-ANOTAR-SALIDA
               END-IF
           END-PERFORM.
           CLOSE BAJAS-ALU-LOG.
           MOVE 0 TO w-flag-sec.
           OPEN INPUT EGRESADOS.
           PERFORM UNTIL fin-sec
               READ EGRESADOS AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   PERFORM 520-ANOTAR-SALIDA
               END-IF
           END-PERFORM.
           CLOSE EGRESADOS.

       520-ANOTAR-SALIDA.
           PERFORM VARYING w-ind FROM 1 BY 1
                   UNTIL w-ind > w-sal-cant
                       OR w-sal-legajo(w-ind) = egr-legajo
               CONTINUE
           END-PERFORM.
           IF w-ind > w-sal-cant
               IF w-sal-cant < 5000
                   ADD 1 TO w-sal-cant
                   MOVE egr-legajo TO w-sal-legajo(w-sal-cant)
                   MOVE egr-fec-egreso TO w-sal-fecha(w-sal-cant)
               END-IF
           ELSE
               IF egr-fec-egreso > w-sal-fecha(w-ind)
                   MOVE egr-fec-egreso TO w-sal-fecha(w-ind)
               END-IF
           END-IF.

       530-FECHA-SALIDA.
           MOVE 0 TO w-fec-salida.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-sal-cant
               IF w-sal-legajo(w-ind) = alu-legajo
                   MOVE w-sal-fecha(w-ind) TO w-fec-salida
               END-IF
           END-PERFORM.

      * El journal no guarda la imagen anterior: seria volver a
      * guardar los datos que se estan borrando
       540-ANONIMIZAR-ALUMNO.
           MOVE spaces TO lis-linea.
           STRING "  DNI " alu-dni " legajo " alu-legajo " estado "
               alu-est " salida " w-fec-salida
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE w-anonimo TO alu-nombre.
           MOVE spaces TO alu-telefono alu-email.
           REWRITE alu-reg
               INVALID KEY DISPLAY "NO PUDE GRABAR ", alu-llave
               NOT INVALID KEY
                   ADD 1 TO w-cant-anonim
                   MOVE w-fecha-hoy TO jr-fecha
                   MOVE w-operador TO jr-operador
                   MOVE "DatosPers" TO jr-programa
                   MOVE "ALUMNOS" TO jr-archivo
                   MOVE alu-llave TO jr-llave
                   MOVE spaces TO jr-antes
                   MOVE alu-reg TO jr-despues
                   WRITE jr-reg
           END-REWRITE.
           MOVE alu-dni TO adh-dni.
           READ DEBITOS-ADH
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE all "*" TO adh-cbu
                   MOVE "B" TO adh-estado
                   REWRITE adh-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR ", adh-dni
                   END-REWRITE
           END-READ.
       END PROGRAM DatosPersonales.
