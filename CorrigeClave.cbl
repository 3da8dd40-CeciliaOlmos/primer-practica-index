      ******************************************************************
      * Author:
      * Date:
      * Purpose: Correccion de un DNI o un legajo mal cargado (solo
      *          supervisor). Cambia la llave del alumno y arrastra el
      *          cambio a todos los archivos que lo referencian:
      *          por DNI famintegrantes, debitos_adh, nacimientos,
      *          egresados, pases y las notificaciones pendientes; por
      *          legajo cursos, becas,
      *          resplink (vinculo A), documentos, ficha de emergencia,
      *          egresados, monedero y viaje (con sus movimientos),
      *          division de la cuota entre responsables (y sus
      *          imputaciones), talleres, pases, reservas de vacante,
      *          asistencia, inasistencias, calificaciones, situacion
      *          final, autorizados a retirar, conducta (sanciones y
      *          acumulado), prestamos de biblioteca, siniestros del
      *          seguro, inscripciones a mesas y a salidas y
      *          solicitudes de beca. Cada
      *          registro tocado va al journal y al listado del dia
      *          correccion_AAAAMMDD.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorrigeClave.
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

           SELECT OPTIONAL BECAS ASSIGN TO "..\becas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS bec-legajo.

           SELECT OPTIONAL FAMINT ASSIGN TO "..\famintegrantes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fi-dni.

           SELECT OPTIONAL RESPLINK ASSIGN TO "..\resplink.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rl-llave.

           SELECT OPTIONAL DEBITOS-ADH ASSIGN TO "..\debitos_adh.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS adh-dni.

           SELECT OPTIONAL NACIMIENTOS ASSIGN TO "..\nacimientos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS nac-dni.

           SELECT OPTIONAL DOCUMENTOS ASSIGN TO "..\documentos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS doc-llave.

           SELECT OPTIONAL FICHAS ASSIGN TO "..\emergencias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fe-legajo.

           SELECT OPTIONAL MONEDEROS ASSIGN TO "..\monedero.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS mon-legajo.

           SELECT OPTIONAL MONEDERO-MOVS
           ASSIGN TO "..\monedero_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL MM-NUEVO ASSIGN TO "..\monedero_movs.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL VIAJES ASSIGN TO "..\viaje.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS vj-legajo.

           SELECT OPTIONAL VIAJE-MOVS ASSIGN TO "..\viaje_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL VM-NUEVO ASSIGN TO "..\viaje_movs.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RESP-DIVISION
           ASSIGN TO "..\resp_division.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rd-legajo.

           SELECT OPTIONAL PARTES-MOVS
           ASSIGN TO "..\cuota_partes_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CPM-NUEVO
           ASSIGN TO "..\cuota_partes_movs.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL TALLER-INSC ASSIGN TO "..\taller_insc.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ti-llave
           ALTERNATE RECORD KEY IS ti-legajo WITH DUPLICATES.

           SELECT OPTIONAL PASES ASSIGN TO "..\pases.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pas-numero
           ALTERNATE RECORD KEY IS pas-legajo WITH DUPLICATES.

           SELECT OPTIONAL RESERVAS ASSIGN TO "..\reservas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rv-llave.

           SELECT OPTIONAL ASISTENCIA ASSIGN TO "..\asistencia.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS asi-llave.

           SELECT OPTIONAL INASISTENCIAS
           ASSIGN TO "..\inasistencias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ina-llave.

           SELECT OPTIONAL CALIFICACIONES
           ASSIGN TO "..\calificaciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cal-llave.

           SELECT OPTIONAL AUTORIZADOS ASSIGN TO "..\autorizados.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS aut-llave.

           SELECT OPTIONAL CONDUCTA ASSIGN TO "..\conducta.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cd-llave.

           SELECT OPTIONAL CONDUCTA-ACUM
           ASSIGN TO "..\conducta_acum.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ca-llave.

           SELECT OPTIONAL PRESTAMOS ASSIGN TO "..\prestamos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS pr-llave.

           SELECT OPTIONAL SINIESTROS ASSIGN TO "..\siniestros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sin-llave.

           SELECT OPTIONAL INSCMESA ASSIGN TO "..\inscmesa.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS im-llave.

           SELECT OPTIONAL SITFINAL ASSIGN TO "..\situacion_final.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sit-llave.

           SELECT OPTIONAL SALINSC ASSIGN TO "..\salinsc.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS si-llave.

           SELECT OPTIONAL SOLICITUDES ASSIGN TO "..\solbecas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sol-llave.

           SELECT OPTIONAL EGRESADOS ASSIGN TO "..\egresados.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL EGR-NUEVO ASSIGN TO "..\egresados.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL NOTIFICACIONES
           ASSIGN TO "..\notificaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL NOTIF-NUEVO
           ASSIGN TO "..\notificaciones.tmp"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL OPERADOR-ACTUAL
           ASSIGN TO "..\operador_actual.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL LISTADO ASSIGN TO w-nombre-listado
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

       FD  FAMINT.
       01  fi-reg.
           03 fi-dni pic 9(8).
           03 fi-familia pic 9(4).

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
           03 adh-cbu pic x(22).
           03 adh-fec-alta pic 9(8).

       FD  NACIMIENTOS.
       01  nac-reg.
           03 nac-dni pic 9(8).
           03 nac-resto pic x(29).

       FD  DOCUMENTOS.
       01  doc-reg.
           03 doc-llave.
               05 doc-legajo pic 9(5).
               05 doc-doc pic 99.
           03 doc-fecha pic 9(8).

       FD  FICHAS.
       01  fe-reg.
           03 fe-legajo pic 9(5).
           03 fe-resto pic x(269).

       FD  MONEDEROS.
       01  mon-reg.
           03 mon-legajo pic 9(5).
           03 mon-resto pic x(25).

       FD  MONEDERO-MOVS.
       01  mm-reg.
           03 mm-fecha pic 9(8).
           03 mm-legajo pic 9(5).
           03 mm-resto pic x(47).

       FD  MM-NUEVO.
       01  mmn-reg pic x(60).

       FD  VIAJES.
       01  vj-reg.
           03 vj-legajo pic 9(5).
           03 vj-resto pic x(92).

       FD  VIAJE-MOVS.
       01  vm-reg.
           03 vm-fecha pic 9(8).
           03 vm-legajo pic 9(5).
           03 vm-resto pic x(49).

       FD  VM-NUEVO.
       01  vmn-reg pic x(62).

       FD  RESP-DIVISION.
       01  rd-reg.
           03 rd-legajo pic 9(5).
           03 rd-resto pic x(29).

      * cuota_partes.dat va por curso, cta-cte y cuota con el codigo
      * de responsable: no lleva legajo. Si lo lleva cada imputacion
       FD  PARTES-MOVS.
       01  cpm-reg.
           03 cpm-fecha pic 9(8).
           03 cpm-curso pic 99.
           03 cpm-cta-cte pic 9(5).
           03 cpm-cuota pic 99.
           03 cpm-legajo pic 9(5).
           03 cpm-resto pic x(41).

       FD  CPM-NUEVO.
       01  cpmn-reg pic x(63).

       FD  TALLER-INSC.
       01  ti-reg.
           03 ti-llave.
               05 ti-taller pic 9(3).
               05 ti-legajo pic 9(5).
           03 ti-resto pic x(46).

       FD  PASES.
       01  pas-reg.
           03 pas-numero pic 9(5).
           03 pas-tipo pic x.
           03 pas-fecha pic 9(8).
           03 pas-legajo pic 9(5).
           03 pas-dni pic 9(8).
           03 pas-resto pic x(80).

       FD  RESERVAS.
       01  rv-reg.
           03 rv-llave.
               05 rv-cupo pic x(8).
               05 rv-legajo pic 9(5).
           03 rv-resto pic x(52).

       FD  ASISTENCIA.
       01  asi-reg.
           03 asi-llave.
               05 asi-curso-fecha pic x(16).
               05 asi-legajo pic 9(5).
           03 asi-resto pic x(11).

       FD  INASISTENCIAS.
       01  ina-reg.
           03 ina-llave.
               05 ina-ciclo pic 9(4).
               05 ina-legajo pic 9(5).
           03 ina-resto pic x(20).

       FD  CALIFICACIONES.
       01  cal-reg.
           03 cal-llave.
               05 cal-ciclo pic 9(4).
               05 cal-legajo pic 9(5).
               05 cal-materia-periodo pic x(3).
           03 cal-resto pic x(23).

      * El DNI de autorizados es el de la persona que retira, no el
      * del alumno: solo se corrige el legajo
       FD  AUTORIZADOS.
       01  aut-reg.
           03 aut-llave.
               05 aut-legajo pic 9(5).
               05 aut-dni pic 9(8).
           03 aut-resto pic x(48).

       FD  CONDUCTA.
       01  cd-reg.
           03 cd-llave.
               05 cd-ciclo pic 9(4).
               05 cd-legajo pic 9(5).
               05 cd-fecha-sec pic 9(10).
           03 cd-resto pic x(81).

       FD  CONDUCTA-ACUM.
       01  ca-reg.
           03 ca-llave.
               05 ca-ciclo pic 9(4).
               05 ca-legajo pic 9(5).
           03 ca-resto pic x(22).

       FD  PRESTAMOS.
       01  pr-reg.
           03 pr-llave.
               05 pr-legajo pic 9(5).
               05 pr-fecha-libro pic 9(14).
           03 pr-resto pic x(47).

       FD  SINIESTROS.
       01  sin-reg.
           03 sin-llave.
               05 sin-legajo pic 9(5).
               05 sin-numero pic 99.
           03 sin-resto pic x(80).

       FD  INSCMESA.
       01  im-reg.
           03 im-llave.
               05 im-ciclo pic 9(4).
               05 im-numero pic 9(3).
               05 im-legajo pic 9(5).
           03 im-resto pic x(36).

       FD  SITFINAL.
       01  sit-reg.
           03 sit-llave pic x(10).
           03 sit-legajo pic 9(5).
           03 sit-resto pic x(15).

       FD  SALINSC.
       01  si-reg.
           03 si-llave.
               05 si-ciclo pic 9(4).
               05 si-numero pic 9(3).
               05 si-legajo pic 9(5).
           03 si-resto pic x(18).

       FD  SOLICITUDES.
       01  sol-reg.
           03 sol-llave.
               05 sol-ciclo pic 9(4).
               05 sol-legajo pic 9(5).
           03 sol-resto pic x(77).

       FD  EGRESADOS.
       01  egr-reg.
           03 egr-dni pic 9(8).
           03 egr-legajo pic 9(5).
           03 egr-nombre pic x(20).
           03 egr-anio pic 9.
           03 egr-curso pic 99.
           03 egr-fec-egreso pic 9(8).

       FD  EGR-NUEVO.
       01  en-reg pic x(44).

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
               88 not-pendiente value "P".

       FD  NOTIF-NUEVO.
       01  nn-reg pic x(112).

       FD  JOURNAL.
       01  jr-reg.
           03 jr-fecha pic 9(8).
           03 jr-operador pic x(10).
           03 jr-programa pic x(12).
           03 jr-archivo pic x(8).
           03 jr-llave pic x(20).
           03 jr-antes pic x(80).
           03 jr-despues pic x(80).

       FD  OPERADOR-ACTUAL.
       01  oa-reg.
           03 oa-codigo pic x(10).
           03 oa-perfil pic x.

       FD  LISTADO.
       01  lis-linea pic x(132).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value space.
           88 corrige-dni value "D".
           88 corrige-legajo value "L".
       77  w-nombre-listado pic x(40).
       77  w-fecha-hoy pic 9(8).
       77  w-operador pic x(10) value "(sin ses.)".
       77  w-flag-oa pic 9 value 0.
           88 fin-oa value 1.
       77  w-autorizado pic x value "N".
           88 es-supervisor value "S".
       77  w-flag-alu pic 9 value 0.
           88 fin-alu value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-doc pic 9 value 0.
           88 fin-doc value 1.
       77  w-flag-sec pic 9 value 0.
           88 fin-sec value 1.
       77  w-existe pic x.
           88 reg-existe value "S".
       77  w-confirma pic x value "N".
           88 confirma-si value "S".
       77  w-dni-viejo pic 9(8).
       77  w-dni-nuevo pic 9(8).
       77  w-legajo-viejo pic 9(5).
       77  w-legajo-nuevo pic 9(5).
       77  w-antes pic x(80).
       77  w-archivo pic x(8).
       77  w-llave pic x(20).
       77  w-cant-cambios pic 9(5) value 0.
       77  w-cant-archivo pic 9(5).
       77  w-ind pic 999.
       77  w-alu-cant pic 99 value 0.
       01  w-tab-alumnos.
           03 w-alu-llave occurs 10 pic x(9).
       77  w-cur-cant pic 999 value 0.
       01  w-tab-cursos.
           03 w-cur-llave occurs 100 pic x(10).
       77  w-doc-cant pic 999 value 0.
       01  w-tab-docs.
           03 w-doc occurs 100 pic 99.
      * Llaves de los archivos que llevan el legajo dentro de la llave
      * primaria (talleres, pases, reservas, asistencia, etc.)
       77  w-reg-cant pic 9(4) value 0.
       77  w-reg-ind pic 9(4).
       01  w-tab-llaves.
           03 w-reg-llave occurs 2000 pic x(21).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "CorrigeClave".
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
           IF NOT es-supervisor
               DISPLAY "SOLO UN SUPERVISOR PUEDE CORREGIR DNI O ",
                   "LEGAJO"
               GOBACK
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           DISPLAY "Corregir (D=DNI, L=Legajo)".
           ACCEPT w-modo.
           IF corrige-dni
               PERFORM 200-PEDIR-DNI
           ELSE
               IF corrige-legajo
                   PERFORM 300-PEDIR-LEGAJO
               ELSE
                   DISPLAY "OPCION INVALIDA"
               END-IF
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

       100-ABRIR-LISTADO.
           MOVE spaces TO w-nombre-listado.
           STRING "..\correccion_" DELIMITED BY SIZE
                  w-fecha-hoy DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO w-nombre-listado.
           OPEN EXTEND LISTADO.
           OPEN EXTEND JOURNAL.
           MOVE spaces TO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           IF corrige-dni
               STRING "CORRECCION DE DNI " w-dni-viejo " -> "
                   w-dni-nuevo " OPERADOR " w-operador
                   DELIMITED BY SIZE INTO lis-linea
           ELSE
               STRING "CORRECCION DE LEGAJO " w-legajo-viejo " -> "
                   w-legajo-nuevo " OPERADOR " w-operador
                   DELIMITED BY SIZE INTO lis-linea
           END-IF.
           WRITE lis-linea.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.

       150-CERRAR-LISTADO.
           MOVE spaces TO lis-linea.
           STRING "REGISTROS MODIFICADOS: " w-cant-cambios
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO JOURNAL.
           DISPLAY "Registros modificados: ", w-cant-cambios.
           DISPLAY "Detalle en ", w-nombre-listado.

      ******************************************************************
      * Correccion de DNI: el DNI es parte de la llave del alumno, asi
      * que cada registro del DNI (uno por estado) se borra y se graba
      * de nuevo con el DNI correcto. El DNI nuevo no puede existir
      ******************************************************************
       200-PEDIR-DNI.
           DISPLAY "DNI mal cargado".
           ACCEPT w-dni-viejo.
           DISPLAY "DNI correcto".
           ACCEPT w-dni-nuevo.
           IF w-dni-viejo = 0 OR w-dni-nuevo = 0
                   OR w-dni-viejo = w-dni-nuevo
               DISPLAY "DNI INVALIDO - NO SE CORRIGE"
           ELSE
               OPEN I-O ALUMNOS
               PERFORM 210-JUNTAR-ALUMNOS-DNI
               PERFORM 220-VERIFICAR-DNI-NUEVO
               IF w-alu-cant = 0
                   DISPLAY "NO HAY ALUMNO CON ESE DNI"
               ELSE
                   IF reg-existe
                       DISPLAY "YA HAY UN ALUMNO CON EL DNI ",
                           w-dni-nuevo, " - NO SE CORRIGE"
                   ELSE
                       DISPLAY "Alumno ", alu-nombre, " legajo ",
                           alu-legajo
                       DISPLAY "Confirma el cambio de DNI en todos ",
                           "los archivos? (S/N)"
                       ACCEPT w-confirma
                       IF confirma-si
                           PERFORM 100-ABRIR-LISTADO
                           PERFORM 230-ALUMNOS-DNI
                           PERFORM 240-FAMINT-DNI
                           PERFORM 250-DEBITO-DNI
                           PERFORM 255-NACIMIENTO-DNI
                           PERFORM 260-EGRESADOS
                           PERFORM 270-NOTIFICACIONES-DNI
                           PERFORM 280-PASES-DNI
                           PERFORM 150-CERRAR-LISTADO
                       END-IF
                   END-IF
               END-IF
               CLOSE ALUMNOS
           END-IF.

       210-JUNTAR-ALUMNOS-DNI.
           MOVE 0 TO w-alu-cant.
           MOVE 0 TO w-flag-alu.
           MOVE w-dni-viejo TO alu-dni.
           MOVE LOW-VALUES TO alu-est.
           START ALUMNOS KEY IS NOT LESS THAN alu-llave
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           PERFORM UNTIL fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu
                   IF alu-dni NOT = w-dni-viejo
                       MOVE 1 TO w-flag-alu
                   ELSE
                       IF w-alu-cant < 10
                           ADD 1 TO w-alu-cant
                           MOVE alu-llave TO w-alu-llave(w-alu-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF w-alu-cant > 0
               MOVE w-alu-llave(1) TO alu-llave
               READ ALUMNOS INVALID KEY CONTINUE
               END-READ
           END-IF.

       220-VERIFICAR-DNI-NUEVO.
           MOVE "N" TO w-existe.
           MOVE 0 TO w-flag-alu.
           MOVE alu-reg TO w-antes.
           MOVE w-dni-nuevo TO alu-dni.
           MOVE LOW-VALUES TO alu-est.
           START ALUMNOS KEY IS NOT LESS THAN alu-llave
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           IF NOT fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu AND alu-dni = w-dni-nuevo
                   SET reg-existe TO TRUE
               END-IF
           END-IF.
           MOVE w-antes TO alu-reg.

       230-ALUMNOS-DNI.
           MOVE 0 TO w-cant-archivo.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-alu-cant
               MOVE w-alu-llave(w-ind) TO alu-llave
               READ ALUMNOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE alu-reg TO w-antes
                       DELETE ALUMNOS
                           INVALID KEY DISPLAY "NO PUDE BORRAR ",
                               w-alu-llave(w-ind)
                       END-DELETE
                       MOVE w-dni-nuevo TO alu-dni
                       WRITE alu-reg
                           INVALID KEY
                               DISPLAY "NO PUDE GRABAR EL ALUMNO ",
                                   alu-llave
                           NOT INVALID KEY
                               MOVE "ALUMNOS" TO w-archivo
                               MOVE alu-llave TO w-llave
                               MOVE alu-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           MOVE "ALUMNOS" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       240-FAMINT-DNI.
           MOVE 0 TO w-cant-archivo.
           OPEN I-O FAMINT.
           MOVE w-dni-viejo TO fi-dni.
           READ FAMINT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE fi-reg TO w-antes
                   DELETE FAMINT
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE w-dni-nuevo TO fi-dni
                   WRITE fi-reg
                       INVALID KEY
                           DISPLAY "EL DNI NUEVO YA ESTA EN OTRA ",
                               "FAMILIA - REVISAR famintegrantes"
                       NOT INVALID KEY
                           MOVE "FAMINT" TO w-archivo
                           MOVE fi-dni TO w-llave
                           MOVE fi-reg TO jr-despues
                           PERFORM 800-REGISTRAR-CAMBIO
                   END-WRITE
           END-READ.
           CLOSE FAMINT.
           MOVE "FAMINT" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       250-DEBITO-DNI.
           MOVE 0 TO w-cant-archivo.
           OPEN I-O DEBITOS-ADH.
           MOVE w-dni-viejo TO adh-dni.
           READ DEBITOS-ADH
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE adh-reg TO w-antes
                   DELETE DEBITOS-ADH
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE w-dni-nuevo TO adh-dni
                   WRITE adh-reg
                       INVALID KEY
                           DISPLAY "YA HAY ADHESION CON EL DNI NUEVO ",
                               "- REVISAR debitos_adh"
                       NOT INVALID KEY
                           MOVE "DEBITOS" TO w-archivo
                           MOVE adh-dni TO w-llave
                           MOVE adh-reg TO jr-despues
                           PERFORM 800-REGISTRAR-CAMBIO
                   END-WRITE
           END-READ.
           CLOSE DEBITOS-ADH.
           MOVE "DEBITOS" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       255-NACIMIENTO-DNI.
           MOVE 0 TO w-cant-archivo.
           OPEN I-O NACIMIENTOS.
           MOVE w-dni-viejo TO nac-dni.
           READ NACIMIENTOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE nac-reg TO w-antes
                   DELETE NACIMIENTOS
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE w-dni-nuevo TO nac-dni
                   WRITE nac-reg
                       INVALID KEY
                           DISPLAY "YA HAY DATOS DE NACIMIENTO CON EL ",
                               "DNI NUEVO - REVISAR nacimientos"
                       NOT INVALID KEY
                           MOVE "NACIMIEN" TO w-archivo
                           MOVE nac-dni TO w-llave
                           MOVE nac-reg TO jr-despues
                           PERFORM 800-REGISTRAR-CAMBIO
                   END-WRITE
           END-READ.
           CLOSE NACIMIENTOS.
           MOVE "NACIMIEN" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      * egresados y notificaciones son secuenciales: se copian al tmp
      * cambiando lo que corresponde y se vuelven a copiar encima
       260-EGRESADOS.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-flag-sec.
           OPEN INPUT EGRESADOS.
           OPEN OUTPUT EGR-NUEVO.
           PERFORM UNTIL fin-sec
               READ EGRESADOS AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   MOVE egr-reg TO w-antes
                   IF corrige-dni AND egr-dni = w-dni-viejo
                       MOVE w-dni-nuevo TO egr-dni
                   END-IF
                   IF corrige-legajo AND egr-legajo = w-legajo-viejo
                       MOVE w-legajo-nuevo TO egr-legajo
                   END-IF
                   IF egr-reg NOT = w-antes(1:44)
                       MOVE "EGRESADO" TO w-archivo
                       MOVE egr-dni TO w-llave
                       MOVE egr-reg TO jr-despues
                       PERFORM 800-REGISTRAR-CAMBIO
                   END-IF
                   MOVE egr-reg TO en-reg
                   WRITE en-reg
               END-IF
           END-PERFORM.
           CLOSE EGRESADOS EGR-NUEVO.
           IF w-cant-archivo > 0
               MOVE 0 TO w-flag-sec
               OPEN INPUT EGR-NUEVO
               OPEN OUTPUT EGRESADOS
               PERFORM UNTIL fin-sec
                   READ EGR-NUEVO AT END MOVE 1 TO w-flag-sec
                   END-READ
                   IF NOT fin-sec
                       MOVE en-reg TO egr-reg
                       WRITE egr-reg
                   END-IF
               END-PERFORM
               CLOSE EGRESADOS EGR-NUEVO
           END-IF.
           MOVE "EGRESADO" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      * Solo las pendientes: las ya enviadas son historia
       270-NOTIFICACIONES-DNI.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-flag-sec.
           OPEN INPUT NOTIFICACIONES.
           OPEN OUTPUT NOTIF-NUEVO.
           PERFORM UNTIL fin-sec
               READ NOTIFICACIONES AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   IF not-pendiente AND not-dni = w-dni-viejo
                       MOVE not-reg TO w-antes
                       MOVE w-dni-nuevo TO not-dni
                       MOVE "NOTIFIC" TO w-archivo
                       MOVE not-dni TO w-llave
                       MOVE not-reg TO jr-despues
                       PERFORM 800-REGISTRAR-CAMBIO
                   END-IF
                   MOVE not-reg TO nn-reg
                   WRITE nn-reg
               END-IF
           END-PERFORM.
           CLOSE NOTIFICACIONES NOTIF-NUEVO.
           IF w-cant-archivo > 0
               MOVE 0 TO w-flag-sec
               OPEN INPUT NOTIF-NUEVO
               OPEN OUTPUT NOTIFICACIONES
               PERFORM UNTIL fin-sec
                   READ NOTIF-NUEVO AT END MOVE 1 TO w-flag-sec
                   END-READ
                   IF NOT fin-sec
                       MOVE nn-reg TO not-reg
                       WRITE not-reg
                   END-IF
               END-PERFORM
               CLOSE NOTIFICACIONES NOTIF-NUEVO
           END-IF.
           MOVE "NOTIFIC" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      * El DNI del pase es dato (la llave es el numero de pase)
       280-PASES-DNI.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-flag-sec.
           OPEN I-O PASES.
           PERFORM UNTIL fin-sec
               READ PASES NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND pas-dni = w-dni-viejo
                   MOVE pas-reg TO w-antes
                   MOVE w-dni-nuevo TO pas-dni
                   REWRITE pas-reg
                       INVALID KEY
                           DISPLAY "NO PUDE GRABAR EL PASE ",
                               pas-numero
                       NOT INVALID KEY
                           MOVE "PASES" TO w-archivo
                           MOVE pas-numero TO w-llave
                           MOVE pas-reg TO jr-despues
                           PERFORM 800-REGISTRAR-CAMBIO
                   END-REWRITE
               END-IF
           END-PERFORM.
           CLOSE PASES.
           MOVE "PASES" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      ******************************************************************
      * Correccion de legajo: el legajo es llave alternativa del alumno
      * y de las inscripciones y los pases (se reescriben) y parte de
      * la llave de becas, vinculos, documentos, ficha, monedero,
      * viaje, division, talleres, reservas, asistencia, inasistencias
      * y calificaciones (se borran y se graban); en los movimientos
      * de monedero, viaje y partes de cuota se copia el archivo
      ******************************************************************
       300-PEDIR-LEGAJO.
           DISPLAY "Legajo mal cargado".
           ACCEPT w-legajo-viejo.
           DISPLAY "Legajo correcto".
           ACCEPT w-legajo-nuevo.
           IF w-legajo-viejo = 0 OR w-legajo-nuevo = 0
                   OR w-legajo-viejo = w-legajo-nuevo
               DISPLAY "LEGAJO INVALIDO - NO SE CORRIGE"
           ELSE
               OPEN I-O ALUMNOS
               MOVE "N" TO w-existe
               MOVE w-legajo-nuevo TO alu-legajo
               READ ALUMNOS KEY IS alu-legajo
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET reg-existe TO TRUE
               END-READ
               PERFORM 310-JUNTAR-ALUMNOS-LEGAJO
               IF w-alu-cant = 0
                   DISPLAY "NO HAY ALUMNO CON ESE LEGAJO"
               ELSE
                   IF reg-existe
                       DISPLAY "YA HAY UN ALUMNO CON EL LEGAJO ",
                           w-legajo-nuevo, " - NO SE CORRIGE"
                   ELSE
                       DISPLAY "Alumno ", alu-nombre, " DNI ", alu-dni
                       DISPLAY "Confirma el cambio de legajo en ",
                           "todos los archivos? (S/N)"
                       ACCEPT w-confirma
                       IF confirma-si
                           PERFORM 100-ABRIR-LISTADO
                           PERFORM 320-ALUMNOS-LEGAJO
                           PERFORM 330-CURSOS-LEGAJO
                           PERFORM 340-BECAS-LEGAJO
                           PERFORM 350-RESPLINK-LEGAJO
                           PERFORM 360-DOCUMENTOS-LEGAJO
                           PERFORM 370-FICHA-LEGAJO
                           PERFORM 260-EGRESADOS
                           PERFORM 372-MONEDERO-LEGAJO
                           PERFORM 373-MONEDERO-MOVS
                           PERFORM 374-VIAJE-LEGAJO
                           PERFORM 375-VIAJE-MOVS
                           PERFORM 376-DIVISION-LEGAJO
                           PERFORM 377-PARTES-MOVS
                           PERFORM 378-TALLERES-LEGAJO
                           PERFORM 380-PASES-LEGAJO
                           PERFORM 382-RESERVAS-LEGAJO
                           PERFORM 384-ASISTENCIA-LEGAJO
                           PERFORM 386-INASISTENCIAS-LEGAJO
                           PERFORM 388-CALIFICACIONES-LEGAJO
                           PERFORM 390-AUTORIZADOS-LEGAJO
                           PERFORM 391-PRESTAMOS-LEGAJO
                           PERFORM 392-SINIESTROS-LEGAJO
                           PERFORM 393-CONDUCTA-LEGAJO
                           PERFORM 394-CONDUCTA-ACUM-LEGAJO
                           PERFORM 395-MESAS-LEGAJO
                           PERFORM 396-SITFINAL-LEGAJO
                           PERFORM 397-SALIDAS-LEGAJO
                           PERFORM 398-SOLBECAS-LEGAJO
                           PERFORM 150-CERRAR-LISTADO
                       END-IF
                   END-IF
               END-IF
               CLOSE ALUMNOS
           END-IF.

       310-JUNTAR-ALUMNOS-LEGAJO.
           MOVE 0 TO w-alu-cant.
           MOVE 0 TO w-flag-alu.
           MOVE w-legajo-viejo TO alu-legajo.
           START ALUMNOS KEY IS = alu-legajo
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           PERFORM UNTIL fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu
                   IF alu-legajo NOT = w-legajo-viejo
                       MOVE 1 TO w-flag-alu
                   ELSE
                       IF w-alu-cant < 10
                           ADD 1 TO w-alu-cant
                           MOVE alu-llave TO w-alu-llave(w-alu-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF w-alu-cant > 0
               MOVE w-alu-llave(1) TO alu-llave
               READ ALUMNOS INVALID KEY CONTINUE
               END-READ
           END-IF.

       320-ALUMNOS-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-alu-cant
               MOVE w-alu-llave(w-ind) TO alu-llave
               READ ALUMNOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE alu-reg TO w-antes
                       MOVE w-legajo-nuevo TO alu-legajo
                       REWRITE alu-reg
                           INVALID KEY
                               DISPLAY "NO PUDE GRABAR EL ALUMNO ",
                                   alu-llave
                           NOT INVALID KEY
                               MOVE "ALUMNOS" TO w-archivo
                               MOVE alu-llave TO w-llave
                               MOVE alu-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-REWRITE
               END-READ
           END-PERFORM.
           MOVE "ALUMNOS" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      * Se juntan primero las llaves: reescribir cambiando la llave
      * alternativa mientras se recorre por ella pierde la posicion
       330-CURSOS-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-cur-cant.
           MOVE 0 TO w-flag-cursos.
           OPEN I-O CURSOS.
           MOVE w-legajo-viejo TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = w-legajo-viejo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       IF w-cur-cant < 100
                           ADD 1 TO w-cur-cant
                           MOVE curso-llave TO w-cur-llave(w-cur-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-cur-cant
               MOVE w-cur-llave(w-ind) TO curso-llave
               READ CURSOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE cur-reg TO w-antes
                       MOVE w-legajo-nuevo TO cur-legajo
                       REWRITE cur-reg
                           INVALID KEY
                               DISPLAY "NO PUDE GRABAR EL CURSO ",
                                   curso-llave
                           NOT INVALID KEY
                               MOVE "CURSOS" TO w-archivo
                               MOVE curso-llave TO w-llave
                               MOVE cur-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-REWRITE
               END-READ
           END-PERFORM.
           CLOSE CURSOS.
           MOVE "CURSOS" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       340-BECAS-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           OPEN I-O BECAS.
           MOVE w-legajo-viejo TO bec-legajo.
           READ BECAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE bec-reg TO w-antes
                   DELETE BECAS
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE w-legajo-nuevo TO bec-legajo
                   WRITE bec-reg
                       INVALID KEY
                           DISPLAY "YA HAY BECA CON EL LEGAJO NUEVO ",
                               "- REVISAR becas"
                       NOT INVALID KEY
                           MOVE "BECAS" TO w-archivo
                           MOVE bec-legajo TO w-llave
                           MOVE bec-reg TO jr-despues
                           PERFORM 800-REGISTRAR-CAMBIO
                   END-WRITE
           END-READ.
           CLOSE BECAS.
           MOVE "BECAS" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      * Solo el vinculo de alumno (A) va por legajo; el de familia (F)
      * va por numero de familia y no cambia
       350-RESPLINK-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           OPEN I-O RESPLINK.
           MOVE "A" TO rl-tipo.
           MOVE w-legajo-viejo TO rl-numero.
           READ RESPLINK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE rl-reg TO w-antes
                   DELETE RESPLINK
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE w-legajo-nuevo TO rl-numero
                   WRITE rl-reg
                       INVALID KEY
                           DISPLAY "YA HAY VINCULO CON EL LEGAJO ",
                               "NUEVO - REVISAR resplink"
                       NOT INVALID KEY
                           MOVE "RESPLINK" TO w-archivo
                           MOVE rl-llave TO w-llave
                           MOVE rl-reg TO jr-despues
                           PERFORM 800-REGISTRAR-CAMBIO
                   END-WRITE
           END-READ.
           CLOSE RESPLINK.
           MOVE "RESPLINK" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       360-DOCUMENTOS-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-doc-cant.
           MOVE 0 TO w-flag-doc.
           OPEN I-O DOCUMENTOS.
           MOVE w-legajo-viejo TO doc-legajo.
           MOVE 0 TO doc-doc.
           START DOCUMENTOS KEY IS NOT LESS THAN doc-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ DOCUMENTOS NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc
                   IF doc-legajo NOT = w-legajo-viejo
                       MOVE 1 TO w-flag-doc
                   ELSE
                       IF w-doc-cant < 100
                           ADD 1 TO w-doc-cant
                           MOVE doc-doc TO w-doc(w-doc-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-doc-cant
               MOVE w-legajo-viejo TO doc-legajo
               MOVE w-doc(w-ind) TO doc-doc
               READ DOCUMENTOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE doc-reg TO w-antes
                       DELETE DOCUMENTOS
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO doc-legajo
                       WRITE doc-reg
                           INVALID KEY
                               DISPLAY "YA ESTA EL DOCUMENTO ", doc-doc,
                                   " DEL LEGAJO NUEVO"
                           NOT INVALID KEY
                               MOVE "DOCUMENT" TO w-archivo
                               MOVE doc-llave TO w-llave
                               MOVE doc-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DOCUMENTOS.
           MOVE "DOCUMENT" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       370-FICHA-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           OPEN I-O FICHAS.
           MOVE w-legajo-viejo TO fe-legajo.
           READ FICHAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE fe-reg TO w-antes
                   DELETE FICHAS
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE w-legajo-nuevo TO fe-legajo
                   WRITE fe-reg
                       INVALID KEY
                           DISPLAY "YA HAY FICHA CON EL LEGAJO NUEVO ",
                               "- REVISAR emergencias"
                       NOT INVALID KEY
                           MOVE "FICHAS" TO w-archivo
                           MOVE fe-legajo TO w-llave
                           MOVE fe-reg TO jr-despues
                           PERFORM 800-REGISTRAR-CAMBIO
                   END-WRITE
           END-READ.
           CLOSE FICHAS.
           MOVE "FICHAS" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       372-MONEDERO-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           OPEN I-O MONEDEROS.
           MOVE w-legajo-viejo TO mon-legajo.
           READ MONEDEROS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE mon-reg TO w-antes
                   DELETE MONEDEROS
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE w-legajo-nuevo TO mon-legajo
                   WRITE mon-reg
                       INVALID KEY
                           DISPLAY "YA HAY MONEDERO CON EL LEGAJO ",
                               "NUEVO - REVISAR monedero"
                       NOT INVALID KEY
                           MOVE "MONEDERO" TO w-archivo
                           MOVE mon-legajo TO w-llave
                           MOVE mon-reg TO jr-despues
                           PERFORM 800-REGISTRAR-CAMBIO
                   END-WRITE
           END-READ.
           CLOSE MONEDEROS.
           MOVE "MONEDERO" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      * Los movimientos arman el resumen del monedero por legajo
       373-MONEDERO-MOVS.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-flag-sec.
           OPEN INPUT MONEDERO-MOVS.
           OPEN OUTPUT MM-NUEVO.
           PERFORM UNTIL fin-sec
               READ MONEDERO-MOVS AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   IF mm-legajo = w-legajo-viejo
                       MOVE mm-reg TO w-antes
                       MOVE w-legajo-nuevo TO mm-legajo
                       MOVE "MON-MOVS" TO w-archivo
                       MOVE mm-legajo TO w-llave
                       MOVE mm-reg TO jr-despues
                       PERFORM 800-REGISTRAR-CAMBIO
                   END-IF
                   MOVE mm-reg TO mmn-reg
                   WRITE mmn-reg
               END-IF
           END-PERFORM.
           CLOSE MONEDERO-MOVS MM-NUEVO.
           IF w-cant-archivo > 0
               MOVE 0 TO w-flag-sec
               OPEN INPUT MM-NUEVO
               OPEN OUTPUT MONEDERO-MOVS
               PERFORM UNTIL fin-sec
                   READ MM-NUEVO AT END MOVE 1 TO w-flag-sec
                   END-READ
                   IF NOT fin-sec
                       MOVE mmn-reg TO mm-reg
                       WRITE mm-reg
                   END-IF
               END-PERFORM
               CLOSE MONEDERO-MOVS MM-NUEVO
           END-IF.
           MOVE "MON-MOVS" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       374-VIAJE-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           OPEN I-O VIAJES.
           MOVE w-legajo-viejo TO vj-legajo.
           READ VIAJES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE vj-reg TO w-antes
                   DELETE VIAJES
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE w-legajo-nuevo TO vj-legajo
                   WRITE vj-reg
                       INVALID KEY
                           DISPLAY "YA HAY PLAN DE VIAJE CON EL ",
                               "LEGAJO NUEVO - REVISAR viaje"
                       NOT INVALID KEY
                           MOVE "VIAJE" TO w-archivo
                           MOVE vj-legajo TO w-llave
                           MOVE vj-reg TO jr-despues
                           PERFORM 800-REGISTRAR-CAMBIO
                   END-WRITE
           END-READ.
           CLOSE VIAJES.
           MOVE "VIAJE" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       375-VIAJE-MOVS.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-flag-sec.
           OPEN INPUT VIAJE-MOVS.
           OPEN OUTPUT VM-NUEVO.
           PERFORM UNTIL fin-sec
               READ VIAJE-MOVS AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   IF vm-legajo = w-legajo-viejo
                       MOVE vm-reg TO w-antes
                       MOVE w-legajo-nuevo TO vm-legajo
                       MOVE "VJ-MOVS" TO w-archivo
                       MOVE vm-legajo TO w-llave
                       MOVE vm-reg TO jr-despues
                       PERFORM 800-REGISTRAR-CAMBIO
                   END-IF
                   MOVE vm-reg TO vmn-reg
                   WRITE vmn-reg
               END-IF
           END-PERFORM.
           CLOSE VIAJE-MOVS VM-NUEVO.
           IF w-cant-archivo > 0
               MOVE 0 TO w-flag-sec
               OPEN INPUT VM-NUEVO
               OPEN OUTPUT VIAJE-MOVS
               PERFORM UNTIL fin-sec
                   READ VM-NUEVO AT END MOVE 1 TO w-flag-sec
                   END-READ
                   IF NOT fin-sec
                       MOVE vmn-reg TO vm-reg
                       WRITE vm-reg
                   END-IF
               END-PERFORM
               CLOSE VIAJE-MOVS VM-NUEVO
           END-IF.
           MOVE "VJ-MOVS" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       376-DIVISION-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           OPEN I-O RESP-DIVISION.
           MOVE w-legajo-viejo TO rd-legajo.
           READ RESP-DIVISION
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE rd-reg TO w-antes
                   DELETE RESP-DIVISION
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE w-legajo-nuevo TO rd-legajo
                   WRITE rd-reg
                       INVALID KEY
                           DISPLAY "YA HAY DIVISION CON EL LEGAJO ",
                               "NUEVO - REVISAR resp_division"
                       NOT INVALID KEY
                           MOVE "RESPDIV" TO w-archivo
                           MOVE rd-legajo TO w-llave
                           MOVE rd-reg TO jr-despues
                           PERFORM 800-REGISTRAR-CAMBIO
                   END-WRITE
           END-READ.
           CLOSE RESP-DIVISION.
           MOVE "RESPDIV" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       377-PARTES-MOVS.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-flag-sec.
           OPEN INPUT PARTES-MOVS.
           OPEN OUTPUT CPM-NUEVO.
           PERFORM UNTIL fin-sec
               READ PARTES-MOVS AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   IF cpm-legajo = w-legajo-viejo
                       MOVE cpm-reg TO w-antes
                       MOVE w-legajo-nuevo TO cpm-legajo
                       MOVE "CP-MOVS" TO w-archivo
                       MOVE cpm-legajo TO w-llave
                       MOVE cpm-reg TO jr-despues
                       PERFORM 800-REGISTRAR-CAMBIO
                   END-IF
                   MOVE cpm-reg TO cpmn-reg
                   WRITE cpmn-reg
               END-IF
           END-PERFORM.
           CLOSE PARTES-MOVS CPM-NUEVO.
           IF w-cant-archivo > 0
               MOVE 0 TO w-flag-sec
               OPEN INPUT CPM-NUEVO
               OPEN OUTPUT PARTES-MOVS
               PERFORM UNTIL fin-sec
                   READ CPM-NUEVO AT END MOVE 1 TO w-flag-sec
                   END-READ
                   IF NOT fin-sec
                       MOVE cpmn-reg TO cpm-reg
                       WRITE cpm-reg
                   END-IF
               END-PERFORM
               CLOSE PARTES-MOVS CPM-NUEVO
           END-IF.
           MOVE "CP-MOVS" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      * El legajo es parte de la llave del taller: se juntan las
      * llaves por la alternativa y se borra y graba cada una
       378-TALLERES-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O TALLER-INSC.
           MOVE w-legajo-viejo TO ti-legajo.
           START TALLER-INSC KEY IS = ti-legajo
               INVALID KEY MOVE 1 TO w-flag-sec
           END-START.
           PERFORM UNTIL fin-sec
               READ TALLER-INSC NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   IF ti-legajo NOT = w-legajo-viejo
                       MOVE 1 TO w-flag-sec
                   ELSE
                       IF w-reg-cant < 2000
                           ADD 1 TO w-reg-cant
                           MOVE ti-llave TO w-reg-llave(w-reg-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO ti-llave
               READ TALLER-INSC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ti-reg TO w-antes
                       DELETE TALLER-INSC
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO ti-legajo
                       WRITE ti-reg
                           INVALID KEY
                               DISPLAY "YA ESTA EN EL TALLER ",
                                   ti-taller, " EL LEGAJO NUEVO"
                           NOT INVALID KEY
                               MOVE "TALLERES" TO w-archivo
                               MOVE ti-llave TO w-llave
                               MOVE ti-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE TALLER-INSC.
           MOVE "TALLERES" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       380-PASES-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O PASES.
           MOVE w-legajo-viejo TO pas-legajo.
           START PASES KEY IS = pas-legajo
               INVALID KEY MOVE 1 TO w-flag-sec
           END-START.
           PERFORM UNTIL fin-sec
               READ PASES NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   IF pas-legajo NOT = w-legajo-viejo
                       MOVE 1 TO w-flag-sec
                   ELSE
                       IF w-reg-cant < 2000
                           ADD 1 TO w-reg-cant
                           MOVE pas-numero TO w-reg-llave(w-reg-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind)(1:5) TO pas-numero
               READ PASES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE pas-reg TO w-antes
                       MOVE w-legajo-nuevo TO pas-legajo
                       REWRITE pas-reg
                           INVALID KEY
                               DISPLAY "NO PUDE GRABAR EL PASE ",
                                   pas-numero
                           NOT INVALID KEY
                               MOVE "PASES" TO w-archivo
                               MOVE pas-numero TO w-llave
                               MOVE pas-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-REWRITE
               END-READ
           END-PERFORM.
           CLOSE PASES.
           MOVE "PASES" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      * Reservas, asistencia, inasistencias y calificaciones llevan el
      * legajo dentro de la llave y sin llave alternativa: se recorren
      * enteros juntando las llaves del legajo viejo
       382-RESERVAS-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O RESERVAS.
           PERFORM UNTIL fin-sec
               READ RESERVAS NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND rv-legajo = w-legajo-viejo
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE rv-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO rv-llave
               READ RESERVAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE rv-reg TO w-antes
                       DELETE RESERVAS
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO rv-legajo
                       WRITE rv-reg
                           INVALID KEY
                               DISPLAY "YA HAY RESERVA DEL LEGAJO ",
                                   "NUEVO EN ", rv-cupo
                           NOT INVALID KEY
                               MOVE "RESERVAS" TO w-archivo
                               MOVE rv-llave TO w-llave
                               MOVE rv-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE RESERVAS.
           MOVE "RESERVAS" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       384-ASISTENCIA-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O ASISTENCIA.
           PERFORM UNTIL fin-sec
               READ ASISTENCIA NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND asi-legajo = w-legajo-viejo
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE asi-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO asi-llave
               READ ASISTENCIA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE asi-reg TO w-antes
                       DELETE ASISTENCIA
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO asi-legajo
                       WRITE asi-reg
                           INVALID KEY
                               DISPLAY "YA HAY ASISTENCIA DEL LEGAJO ",
                                   "NUEVO EN ", asi-curso-fecha
                           NOT INVALID KEY
                               MOVE "ASISTENC" TO w-archivo
                               MOVE asi-llave TO w-llave
                               MOVE asi-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ASISTENCIA.
           MOVE "ASISTENC" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       386-INASISTENCIAS-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O INASISTENCIAS.
           PERFORM UNTIL fin-sec
               READ INASISTENCIAS NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND ina-legajo = w-legajo-viejo
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE ina-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO ina-llave
               READ INASISTENCIAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ina-reg TO w-antes
                       DELETE INASISTENCIAS
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO ina-legajo
                       WRITE ina-reg
                           INVALID KEY
                               DISPLAY "YA HAY INASISTENCIAS DEL ",
                                   "LEGAJO NUEVO EN ", ina-ciclo
                           NOT INVALID KEY
                               MOVE "INASIST" TO w-archivo
                               MOVE ina-llave TO w-llave
                               MOVE ina-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE INASISTENCIAS.
           MOVE "INASIST" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       388-CALIFICACIONES-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O CALIFICACIONES.
           PERFORM UNTIL fin-sec
               READ CALIFICACIONES NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND cal-legajo = w-legajo-viejo
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE cal-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO cal-llave
               READ CALIFICACIONES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE cal-reg TO w-antes
                       DELETE CALIFICACIONES
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO cal-legajo
                       WRITE cal-reg
                           INVALID KEY
                               DISPLAY "YA HAY NOTA DEL LEGAJO NUEVO ",
                                   "EN ", cal-ciclo, " ",
                                   cal-materia-periodo
                           NOT INVALID KEY
                               MOVE "CALIFIC" TO w-archivo
                               MOVE cal-llave TO w-llave
                               MOVE cal-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CALIFICACIONES.
           MOVE "CALIFIC" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      * Autorizados, prestamos y siniestros empiezan la llave por el
      * legajo: se posiciona en el legajo viejo y se lee mientras siga
       390-AUTORIZADOS-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O AUTORIZADOS.
           MOVE LOW-VALUES TO aut-llave.
           MOVE w-legajo-viejo TO aut-legajo.
           START AUTORIZADOS KEY IS NOT LESS THAN aut-llave
               INVALID KEY MOVE 1 TO w-flag-sec
           END-START.
           PERFORM UNTIL fin-sec
               READ AUTORIZADOS NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   IF aut-legajo NOT = w-legajo-viejo
                       MOVE 1 TO w-flag-sec
                   ELSE
                       IF w-reg-cant < 2000
                           ADD 1 TO w-reg-cant
                           MOVE aut-llave TO w-reg-llave(w-reg-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO aut-llave
               READ AUTORIZADOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE aut-reg TO w-antes
                       DELETE AUTORIZADOS
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO aut-legajo
                       WRITE aut-reg
                           INVALID KEY
                               DISPLAY "YA HAY AUTORIZADO DEL LEGAJO ",
                                   "NUEVO CON DNI ", aut-dni
                           NOT INVALID KEY
                               MOVE "AUTORIZ" TO w-archivo
                               MOVE aut-llave TO w-llave
                               MOVE aut-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE AUTORIZADOS.
           MOVE "AUTORIZ" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       391-PRESTAMOS-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O PRESTAMOS.
           MOVE LOW-VALUES TO pr-llave.
           MOVE w-legajo-viejo TO pr-legajo.
           START PRESTAMOS KEY IS NOT LESS THAN pr-llave
               INVALID KEY MOVE 1 TO w-flag-sec
           END-START.
           PERFORM UNTIL fin-sec
               READ PRESTAMOS NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   IF pr-legajo NOT = w-legajo-viejo
                       MOVE 1 TO w-flag-sec
                   ELSE
                       IF w-reg-cant < 2000
                           ADD 1 TO w-reg-cant
                           MOVE pr-llave TO w-reg-llave(w-reg-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO pr-llave
               READ PRESTAMOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE pr-reg TO w-antes
                       DELETE PRESTAMOS
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO pr-legajo
                       WRITE pr-reg
                           INVALID KEY
                               DISPLAY "YA HAY PRESTAMO DEL LEGAJO ",
                                   "NUEVO ", pr-fecha-libro
                           NOT INVALID KEY
                               MOVE "PRESTAMO" TO w-archivo
                               MOVE pr-llave TO w-llave
                               MOVE pr-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PRESTAMOS.
           MOVE "PRESTAMO" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       392-SINIESTROS-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O SINIESTROS.
           MOVE LOW-VALUES TO sin-llave.
           MOVE w-legajo-viejo TO sin-legajo.
           START SINIESTROS KEY IS NOT LESS THAN sin-llave
               INVALID KEY MOVE 1 TO w-flag-sec
           END-START.
           PERFORM UNTIL fin-sec
               READ SINIESTROS NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec
                   IF sin-legajo NOT = w-legajo-viejo
                       MOVE 1 TO w-flag-sec
                   ELSE
                       IF w-reg-cant < 2000
                           ADD 1 TO w-reg-cant
                           MOVE sin-llave TO w-reg-llave(w-reg-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO sin-llave
               READ SINIESTROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE sin-reg TO w-antes
                       DELETE SINIESTROS
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO sin-legajo
                       WRITE sin-reg
                           INVALID KEY
                               DISPLAY "YA HAY SINIESTRO ", sin-numero,
                                   " DEL LEGAJO NUEVO - REVISAR"
                           NOT INVALID KEY
                               MOVE "SINIESTR" TO w-archivo
                               MOVE sin-llave TO w-llave
                               MOVE sin-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE SINIESTROS.
           MOVE "SINIESTR" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      * Conducta, mesas, salidas y solicitudes de beca llevan el
      * legajo en el medio de la llave: se recorren enteros
       393-CONDUCTA-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O CONDUCTA.
           PERFORM UNTIL fin-sec
               READ CONDUCTA NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND cd-legajo = w-legajo-viejo
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE cd-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO cd-llave
               READ CONDUCTA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE cd-reg TO w-antes
                       DELETE CONDUCTA
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO cd-legajo
                       WRITE cd-reg
                           INVALID KEY
                               DISPLAY "YA HAY SANCION DEL LEGAJO ",
                                   "NUEVO EN ", cd-ciclo
                           NOT INVALID KEY
                               MOVE "CONDUCTA" TO w-archivo
                               MOVE cd-llave TO w-llave
                               MOVE cd-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CONDUCTA.
           MOVE "CONDUCTA" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       394-CONDUCTA-ACUM-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O CONDUCTA-ACUM.
           PERFORM UNTIL fin-sec
               READ CONDUCTA-ACUM NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND ca-legajo = w-legajo-viejo
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE ca-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO ca-llave
               READ CONDUCTA-ACUM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ca-reg TO w-antes
                       DELETE CONDUCTA-ACUM
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO ca-legajo
                       WRITE ca-reg
                           INVALID KEY
                               DISPLAY "YA HAY CONDUCTA DEL LEGAJO ",
                                   "NUEVO EN ", ca-ciclo
                           NOT INVALID KEY
                               MOVE "COND-ACU" TO w-archivo
                               MOVE ca-llave TO w-llave
                               MOVE ca-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CONDUCTA-ACUM.
           MOVE "COND-ACU" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       395-MESAS-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O INSCMESA.
           PERFORM UNTIL fin-sec
               READ INSCMESA NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND im-legajo = w-legajo-viejo
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE im-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO im-llave
               READ INSCMESA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE im-reg TO w-antes
                       DELETE INSCMESA
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO im-legajo
                       WRITE im-reg
                           INVALID KEY
                               DISPLAY "EL LEGAJO NUEVO YA ESTA EN ",
                                   "LA MESA ", im-ciclo, "/", im-numero
                           NOT INVALID KEY
                               MOVE "INSCMESA" TO w-archivo
                               MOVE im-llave TO w-llave
                               MOVE im-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE INSCMESA.
           MOVE "INSCMESA" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      * La situacion final lleva el legajo fuera de la llave
       396-SITFINAL-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O SITFINAL.
           PERFORM UNTIL fin-sec
               READ SITFINAL NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND sit-legajo = w-legajo-viejo
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE sit-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO sit-llave
               READ SITFINAL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE sit-reg TO w-antes
                       MOVE w-legajo-nuevo TO sit-legajo
                       REWRITE sit-reg
                           INVALID KEY
                               DISPLAY "NO PUDE GRABAR LA SITUACION ",
                                   "FINAL ", sit-llave
                           NOT INVALID KEY
                               MOVE "SITFINAL" TO w-archivo
                               MOVE sit-llave TO w-llave
                               MOVE sit-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-REWRITE
               END-READ
           END-PERFORM.
           CLOSE SITFINAL.
           MOVE "SITFINAL" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       397-SALIDAS-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O SALINSC.
           PERFORM UNTIL fin-sec
               READ SALINSC NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND si-legajo = w-legajo-viejo
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE si-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO si-llave
               READ SALINSC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE si-reg TO w-antes
                       DELETE SALINSC
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO si-legajo
                       WRITE si-reg
                           INVALID KEY
                               DISPLAY "EL LEGAJO NUEVO YA ESTA EN ",
                                   "SALIDA ", si-ciclo, "/", si-numero
                           NOT INVALID KEY
                               MOVE "SALINSC" TO w-archivo
                               MOVE si-llave TO w-llave
                               MOVE si-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE SALINSC.
           MOVE "SALINSC" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

       398-SOLBECAS-LEGAJO.
           MOVE 0 TO w-cant-archivo.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-sec.
           OPEN I-O SOLICITUDES.
           PERFORM UNTIL fin-sec
               READ SOLICITUDES NEXT AT END MOVE 1 TO w-flag-sec
               END-READ
               IF NOT fin-sec AND sol-legajo = w-legajo-viejo
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE sol-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO sol-llave
               READ SOLICITUDES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE sol-reg TO w-antes
                       DELETE SOLICITUDES
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-nuevo TO sol-legajo
                       WRITE sol-reg
                           INVALID KEY
                               DISPLAY "YA HAY SOLICITUD DE BECA DEL ",
                                   "LEGAJO NUEVO EN ", sol-ciclo
                           NOT INVALID KEY
                               MOVE "SOLBECAS" TO w-archivo
                               MOVE sol-llave TO w-llave
                               MOVE sol-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE SOLICITUDES.
           MOVE "SOLBECAS" TO w-archivo.
           PERFORM 810-TOTAL-ARCHIVO.

      * Journal y renglon del listado por cada registro cambiado; el que
      * llama deja la imagen nueva en jr-despues y la vieja en w-antes
       800-REGISTRAR-CAMBIO.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "CorrigeClave" TO jr-programa.
           MOVE w-archivo TO jr-archivo.
           MOVE w-llave TO jr-llave.
           MOVE w-antes TO jr-antes.
           WRITE jr-reg.
           ADD 1 TO w-cant-archivo.
           ADD 1 TO w-cant-cambios.
           MOVE spaces TO lis-linea.
           STRING "  " w-archivo " " w-antes(1:40)
               " -> " jr-despues(1:40)
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.

       810-TOTAL-ARCHIVO.
           MOVE spaces TO lis-linea.
           STRING w-archivo ": " w-cant-archivo " registro(s)"
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
       END PROGRAM CorrigeClave.
