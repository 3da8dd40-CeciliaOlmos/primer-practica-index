      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fusion de dos alumnos que son la misma persona (solo
      *          supervisor). El legajo que queda toma del absorbido
      *          las inscripciones, las cuotas con sus cargos, el
      *          saldo a favor, la beca, los documentos, la familia,
      *          el vinculo con el responsable y la division de la
      *          cuota entre responsables, la ficha de emergencia, el
      *          monedero y el plan de viaje (los saldos se suman),
      *          talleres, pases, reservas, asistencia, inasistencias,
      *          calificaciones y situacion final, autorizados a
      *          retirar, conducta (sanciones y acumulado, que se
      *          suma), prestamos de biblioteca, siniestros del seguro,
      *          inscripciones a mesas y a salidas y solicitudes de
      *          beca (y los datos de nacimiento si no los tiene). Los
      *          cargos de biblioteca, mesas y salidas siguen a la
      *          cuota si esta paso a la cta-cte del que queda. Lo que
      *          choca (mismo curso, misma cuota, beca, documento,
      *          taller, dia, mesa, salida o ciclo en los dos) se
      *          informa y queda del lado del absorbido; sanciones y
      *          siniestros se renumeran. El absorbido
      *          queda en estado F y fusiones.dat apunta al legajo que
      *          queda. Todo va al journal y a fusion_<legajo>.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FusionAlu.
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

           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS car-llave.

           SELECT OPTIONAL VENC2 ASSIGN TO "..\venc2.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS v2-llave.

           SELECT OPTIONAL SALDOS-FAVOR ASSIGN TO "..\saldos_favor.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sf-llave.

           SELECT OPTIONAL SF-MOVS ASSIGN TO "..\saldos_favor_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL BECAS ASSIGN TO "..\becas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS bec-legajo.

           SELECT OPTIONAL DOCUMENTOS ASSIGN TO "..\documentos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS doc-llave.

           SELECT OPTIONAL FAMINT ASSIGN TO "..\famintegrantes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fi-dni.

           SELECT OPTIONAL RESPLINK ASSIGN TO "..\resplink.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rl-llave.

           SELECT OPTIONAL NACIMIENTOS ASSIGN TO "..\nacimientos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS nac-dni.

           SELECT OPTIONAL CUOTA-PARTES
           ASSIGN TO "..\cuota_partes.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS cp-llave.

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

           SELECT OPTIONAL VIAJES ASSIGN TO "..\viaje.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS vj-legajo.

           SELECT OPTIONAL VIAJE-MOVS ASSIGN TO "..\viaje_movs.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL RESP-DIVISION
           ASSIGN TO "..\resp_division.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rd-legajo.

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

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT OPTIONAL FUSIONES ASSIGN TO "..\fusiones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fus-legajo-absorbido
           ALTERNATE RECORD KEY IS fus-legajo-queda WITH DUPLICATES.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\journal.dat"
           ORGANIZATION LINE SEQUENTIAL.

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
                   88 alu-fusionado value "F".
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

       FD  VENC2.
       01  v2-reg.
           03 v2-llave.
               05 v2-curso pic 99.
               05 v2-cta-cte pic 9(5).
               05 v2-cuota pic 99.
           03 v2-fec-venc pic 9(8).
           03 v2-adicional pic 9(6)v99.

       FD  SALDOS-FAVOR.
       01  sf-reg.
           03 sf-llave.
               05 sf-curso pic 99.
               05 sf-cta-cte pic 9(5).
           03 sf-saldo pic 9(8)v99.
           03 sf-fec-ult pic 9(8).

       FD  SF-MOVS.
       01  sfm-reg.
           03 sfm-fecha pic 9(8).
           03 sfm-curso pic 99.
           03 sfm-cta-cte pic 9(5).
           03 sfm-signo pic x.
           03 sfm-importe pic 9(8)v99.
           03 sfm-origen pic x(20).

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

       FD  DOCUMENTOS.
       01  doc-reg.
           03 doc-llave.
               05 doc-legajo pic 9(5).
               05 doc-doc pic 99.
           03 doc-fecha pic 9(8).

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

       FD  NACIMIENTOS.
       01  nac-reg.
           03 nac-dni pic 9(8).
           03 nac-resto pic x(29).

       FD  CUOTA-PARTES.
       01  cp-reg.
           03 cp-llave.
               05 cp-curso pic 99.
               05 cp-cta-cte pic 9(5).
               05 cp-cuota pic 99.
               05 cp-orden pic 9.
           03 cp-resto pic x(42).

       FD  FICHAS.
       01  fe-reg.
           03 fe-legajo pic 9(5).
           03 fe-resto pic x(269).

       FD  MONEDEROS.
       01  mon-reg.
           03 mon-legajo pic 9(5).
           03 mon-saldo pic s9(6)v99.
           03 mon-minimo pic 9(6)v99.
           03 mon-aviso pic x.
           03 mon-fec-ult-mov pic 9(8).

       FD  MONEDERO-MOVS.
       01  mm-reg.
           03 mm-fecha pic 9(8).
           03 mm-legajo pic 9(5).
           03 mm-tipo pic x.
           03 mm-importe pic 9(6)v99.
           03 mm-saldo pic s9(6)v99.
           03 mm-referencia pic x(20).
           03 mm-operador pic x(10).

       FD  VIAJES.
       01  vj-reg.
           03 vj-legajo pic 9(5).
           03 vj-ciclo pic 9(4).
           03 vj-meta pic 9(7)v99.
           03 vj-cant-cuotas pic 99.
           03 vj-primer-mes pic 9(6).
           03 vj-cuota-mens pic 9(6)v99.
           03 vj-aportado pic 9(7)v99.
           03 vj-transferido pic 9(7)v99.
           03 vj-devuelto pic 9(7)v99.
           03 vj-retenido pic 9(7)v99.
           03 vj-estado pic x.
           03 vj-fec-alta pic 9(8).
           03 vj-fec-baja pic 9(8).
           03 vj-operador pic x(10).

       FD  VIAJE-MOVS.
       01  vm-reg.
           03 vm-fecha pic 9(8).
           03 vm-legajo pic 9(5).
           03 vm-tipo pic x.
           03 vm-importe pic 9(7)v99.
           03 vm-saldo pic s9(7)v99.
           03 vm-referencia pic x(20).
           03 vm-operador pic x(10).

       FD  RESP-DIVISION.
       01  rd-reg.
           03 rd-legajo pic 9(5).
           03 rd-resto pic x(29).

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
           03 ina-ausentes pic 9(3).
           03 ina-tardes pic 9(3).
           03 ina-faltas pic 9(3)v99.
           03 ina-nivel pic x.
           03 ina-fec-ult pic 9(8).

       FD  CALIFICACIONES.
       01  cal-reg.
           03 cal-llave.
               05 cal-ciclo pic 9(4).
               05 cal-legajo pic 9(5).
               05 cal-materia-periodo pic x(3).
           03 cal-resto pic x(23).

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
               05 cd-fecha pic 9(8).
               05 cd-secuencia pic 99.
           03 cd-resto pic x(81).

       FD  CONDUCTA-ACUM.
       01  ca-reg.
           03 ca-llave.
               05 ca-ciclo pic 9(4).
               05 ca-legajo pic 9(5).
           03 ca-puntos pic 9(4).
           03 ca-cant-amonest pic 9(3).
           03 ca-cant-susp pic 9(3).
           03 ca-cant-actas pic 9(3).
           03 ca-nivel pic x.
           03 ca-fec-ult pic 9(8).

       FD  PRESTAMOS.
       01  pr-reg.
           03 pr-llave.
               05 pr-legajo pic 9(5).
               05 pr-fec-prestamo pic 9(8).
               05 pr-libro pic 9(6).
           03 pr-fec-vence pic 9(8).
           03 pr-fec-devol pic 9(8).
           03 pr-estado pic x.
           03 pr-dias-atraso pic 9(3).
           03 pr-cargo pic 9(6)v99.
           03 pr-cargo-curso pic 99.
           03 pr-cargo-cta-cte pic 9(5).
           03 pr-cargo-cuota pic 99.
           03 pr-operador pic x(10).

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
           03 im-ciclo-previa pic 9(4).
           03 im-curso-cargo pic 99.
           03 im-cta-cte pic 9(5).
           03 im-cuota pic 99.
           03 im-resto pic x(23).

       FD  SITFINAL.
       01  sit-reg.
           03 sit-llave.
               05 sit-ciclo pic 9(4).
               05 sit-curso-orden pic x(6).
           03 sit-legajo pic 9(5).
           03 sit-resto pic x(15).

       FD  SALINSC.
       01  si-reg.
           03 si-llave.
               05 si-ciclo pic 9(4).
               05 si-numero pic 9(3).
               05 si-legajo pic 9(5).
           03 si-curso pic 99.
           03 si-cta-cte pic 9(5).
           03 si-autorizacion pic x.
           03 si-fecha-aut pic 9(8).
           03 si-cuota pic 99.

       FD  SOLICITUDES.
       01  sol-reg.
           03 sol-llave.
               05 sol-ciclo pic 9(4).
               05 sol-legajo pic 9(5).
           03 sol-resto pic x(77).

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  FUSIONES.
       01  fus-reg.
           03 fus-legajo-absorbido pic 9(5).
           03 fus-dni-absorbido pic 9(8).
           03 fus-legajo-queda pic 9(5).
           03 fus-fecha pic 9(8).
           03 fus-operador pic x(10).
           03 fus-conflictos pic 9(3).

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
       77  w-flag-pagos pic 9 value 0.
           88 fin-pagos value 1.
       77  w-flag-car pic 9 value 0.
           88 fin-car value 1.
       77  w-flag-doc pic 9 value 0.
           88 fin-doc value 1.
       77  w-existe pic x.
           88 reg-existe value "S".
       77  w-confirma pic x value "N".
           88 confirma-si value "S".
       77  w-legajo-queda pic 9(5).
       77  w-legajo-absorbido pic 9(5).
       77  w-dni-queda pic 9(8).
       77  w-llave-absorbido pic x(9).
       77  w-nombre-queda pic x(20).
       77  w-nombre-absorbido pic x(20).
       77  w-antes pic x(80).
       77  w-archivo pic x(8).
       77  w-llave pic x(20).
       77  w-cant-cambios pic 9(5) value 0.
       77  w-cant-conflictos pic 9(3) value 0.
       77  w-conflicto pic x(60).
       77  w-ind pic 999.
       77  w-ind2 pic 999.
       77  w-ind3 pic 999.
       77  w-cta-queda pic 9(5).
       77  w-quedan-cuotas pic x.
           88 quedan-cuotas value "S".
       77  w-saldo-pasa pic 9(8)v99.
       77  w-fam-absorbido pic 9(4).
       77  w-origen pic x(20).
      * Inscripciones de cada legajo (llave y cta-cte)
       77  w-ins-cant pic 99 value 0.
       01  w-tab-ins.
           03 w-ins occurs 50.
               05 w-ins-llave pic x(10).
               05 w-ins-cta pic 9(5).
       77  w-que-cant pic 99 value 0.
       01  w-tab-que.
           03 w-que occurs 50.
               05 w-que-llave pic x(10).
               05 w-que-cta pic 9(5).
       77  w-cuo-cant pic 999 value 0.
       01  w-tab-cuotas.
           03 w-cuo occurs 100 pic 99.
       77  w-car-cant pic 999 value 0.
       01  w-tab-cargos.
           03 w-car occurs 100 pic 99.
       77  w-doc-cant pic 999 value 0.
       01  w-tab-docs.
           03 w-doc occurs 100 pic 99.
      * Llaves de los archivos que llevan el legajo dentro de la llave
       77  w-reg-cant pic 9(4) value 0.
       77  w-reg-ind pic 9(4).
       01  w-tab-llaves.
           03 w-reg-llave occurs 2000 pic x(21).
       77  w-choques pic 9(4).
      * Saldos de monedero y viaje que pasan al que queda
       77  w-mon-pasa pic s9(6)v99.
       77  w-vj-ciclo pic 9(4).
       77  w-vj-aportado pic 9(7)v99.
       77  w-vj-transferido pic 9(7)v99.
       77  w-vj-devuelto pic 9(7)v99.
       77  w-vj-retenido pic 9(7)v99.
       77  w-vj-pasa pic s9(7)v99.
       77  w-ina-ausentes pic 9(3).
       77  w-ina-tardes pic 9(3).
       77  w-ina-faltas pic 9(3)v99.
      * Sanciones y acumulado de conducta del absorbido
       01  w-cd-guardado pic x(100).
       77  w-intentos pic 999.
       77  w-grabado pic x.
           88 registro-grabado value "S".
       77  w-puntos-limite pic 9(4) value 25.
       77  w-ca-puntos pic 9(4).
       77  w-ca-amonest pic 9(3).
       77  w-ca-susp pic 9(3).
       77  w-ca-actas pic 9(3).
       77  w-ca-fec-ult pic 9(8).
       77  w-sin-mayor pic 99.
       77  w-sin-antes pic 99.
       01  w-sin-guardado pic x(87).
      * Ciclos con situacion final del que queda
       77  w-sit-cant pic 99 value 0.
       01  w-tab-sit.
           03 w-sit-ciclo occurs 20 pic 9(4).
       77  w-sit-choca pic x.
           88 sit-choca value "S".
      * Cuota de un cargo (biblioteca, mesa, salida) que pudo haber
      * pasado a la cta-cte del que queda
       77  w-map-curso pic 99.
       77  w-map-cta pic 9(5).
       77  w-map-cuota pic 99.
       77  w-map-cand pic 9(5).
       77  w-map-ind pic 999.
       77  w-map-ind2 pic 999.

       01  w-saldo-control.
           03 w-sal-programa pic x(12) value "FusionAlu".
           03 w-sal-curso pic 99.
           03 w-sal-cta-cte pic 9(5).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "FusionAlu".
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
               DISPLAY "SOLO UN SUPERVISOR PUEDE FUSIONAR ALUMNOS"
               GOBACK
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-INICIO.
           IF confirma-si
               PERFORM 200-ABRIR
               PERFORM 300-INSCRIPCIONES
               PERFORM 400-BECA
               PERFORM 410-DOCUMENTOS
               PERFORM 420-FAMILIA
               PERFORM 430-RESPONSABLE
               PERFORM 440-NACIMIENTO
               PERFORM 445-FICHA
               PERFORM 450-MONEDERO
               PERFORM 460-VIAJE
               PERFORM 470-DIVISION
               PERFORM 475-TALLERES
               PERFORM 480-PASES
               PERFORM 485-RESERVAS
               PERFORM 490-ASISTENCIA
               PERFORM 492-INASISTENCIAS
               PERFORM 495-CALIFICACIONES
               PERFORM 600-AUTORIZADOS
               PERFORM 610-CONDUCTA
               PERFORM 615-CONDUCTA-ACUM
               PERFORM 620-PRESTAMOS
               PERFORM 630-SINIESTROS
               PERFORM 640-MESAS
               PERFORM 650-SITUACION-FINAL
               PERFORM 660-SALIDAS
               PERFORM 670-SOLICITUDES-BECA
               PERFORM 500-MARCAR-ABSORBIDO
               PERFORM 900-FIN
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
      * Pide los dos legajos y los muestra. Ninguno puede estar ya
      * fusionado ni ser el mismo
      ******************************************************************
       100-INICIO.
           MOVE "N" TO w-confirma.
           DISPLAY "Legajo que queda".
           ACCEPT w-legajo-queda.
           DISPLAY "Legajo a absorber".
           ACCEPT w-legajo-absorbido.
           IF w-legajo-queda = w-legajo-absorbido
               DISPLAY "LOS LEGAJOS SON IGUALES"
           ELSE
               OPEN INPUT ALUMNOS
               MOVE w-legajo-queda TO alu-legajo
               MOVE "N" TO w-existe
               PERFORM 110-LEER-POR-LEGAJO
               IF reg-existe
                   MOVE alu-dni TO w-dni-queda
                   MOVE alu-nombre TO w-nombre-queda
                   DISPLAY "Queda:    ", alu-legajo, " ", alu-nombre,
                       " DNI ", alu-dni, " estado ", alu-est
                   MOVE w-legajo-absorbido TO alu-legajo
                   MOVE "N" TO w-existe
                   PERFORM 110-LEER-POR-LEGAJO
               END-IF
               IF reg-existe
                   MOVE alu-llave TO w-llave-absorbido
                   MOVE alu-nombre TO w-nombre-absorbido
                   DISPLAY "Absorbe:  ", alu-legajo, " ", alu-nombre,
                       " DNI ", alu-dni, " estado ", alu-est
                   DISPLAY "Confirma la fusion? (S/N)"
                   ACCEPT w-confirma
               ELSE
                   DISPLAY "LEGAJO INEXISTENTE O YA FUSIONADO"
               END-IF
               CLOSE ALUMNOS
           END-IF.

       110-LEER-POR-LEGAJO.
           MOVE 0 TO w-flag-alu.
           START ALUMNOS KEY IS = alu-legajo
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           IF NOT fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu AND NOT alu-fusionado
                   SET reg-existe TO TRUE
               END-IF
           END-IF.

       200-ABRIR.
           MOVE spaces TO w-nombre-listado.
           STRING "..\fusion_" DELIMITED BY SIZE
                  w-legajo-absorbido DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO w-nombre-listado.
           OPEN I-O ALUMNOS CURSOS PAGOS CARGOS SALDOS-FAVOR.
           OPEN I-O BECAS DOCUMENTOS FAMINT RESPLINK FUSIONES.
           OPEN I-O NACIMIENTOS VENC2 CUOTA-PARTES FICHAS.
           OPEN I-O MONEDEROS VIAJES RESP-DIVISION TALLER-INSC PASES.
           OPEN I-O RESERVAS ASISTENCIA INASISTENCIAS CALIFICACIONES.
           OPEN I-O AUTORIZADOS CONDUCTA CONDUCTA-ACUM PRESTAMOS.
           OPEN I-O SINIESTROS INSCMESA SITFINAL SALINSC SOLICITUDES.
           OPEN EXTEND SF-MOVS JOURNAL MONEDERO-MOVS VIAJE-MOVS.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "FUSION DEL LEGAJO " w-legajo-absorbido " "
               w-nombre-absorbido " EN EL LEGAJO " w-legajo-queda " "
               w-nombre-queda " - " w-fecha-hoy " " w-operador
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE all "=" TO lis-linea.
           WRITE lis-linea.

      ******************************************************************
      * Inscripciones: la del absorbido en un curso donde el que queda
      * no esta inscripto pasa entera (la cta-cte con sus cuotas,
      * cargos y saldo a favor sigue a la inscripcion). Si los dos
      * estan en el mismo curso, las cuotas se pasan una por una a la
      * cta-cte del que queda, salvo las que ya tiene
      ******************************************************************
       300-INSCRIPCIONES.
           PERFORM 305-INSCRIPCIONES-QUEDA.
           PERFORM 310-INSCRIPCIONES-ABSORBIDO.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-ins-cant
               PERFORM 320-UNA-INSCRIPCION
           END-PERFORM.

       305-INSCRIPCIONES-QUEDA.
           MOVE 0 TO w-que-cant.
           MOVE 0 TO w-flag-cursos.
           MOVE w-legajo-queda TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = w-legajo-queda
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       IF w-que-cant < 50
                           ADD 1 TO w-que-cant
                           MOVE curso-llave TO w-que-llave(w-que-cant)
                           MOVE cur-cta-cte TO w-que-cta(w-que-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       310-INSCRIPCIONES-ABSORBIDO.
           MOVE 0 TO w-ins-cant.
           MOVE 0 TO w-flag-cursos.
           MOVE w-legajo-absorbido TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = w-legajo-absorbido
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       IF w-ins-cant < 50
                           ADD 1 TO w-ins-cant
                           MOVE curso-llave TO w-ins-llave(w-ins-cant)
                           MOVE cur-cta-cte TO w-ins-cta(w-ins-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Mismo curso = mismo ciclo, anio, curso y turno (sin el orden)
       320-UNA-INSCRIPCION.
           MOVE 0 TO w-cta-queda.
           PERFORM VARYING w-ind2 FROM 1 BY 1
                   UNTIL w-ind2 > w-que-cant OR w-cta-queda NOT = 0
               IF w-que-llave(w-ind2)(1:8) = w-ins-llave(w-ind)(1:8)
                   MOVE w-que-cta(w-ind2) TO w-cta-queda
               END-IF
           END-PERFORM.
           MOVE w-ins-llave(w-ind) TO curso-llave.
           READ CURSOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF w-cta-queda = 0
                       MOVE cur-reg TO w-antes
                       MOVE w-legajo-queda TO cur-legajo
                       REWRITE cur-reg
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "CURSOS" TO w-archivo
                               MOVE curso-llave TO w-llave
                               MOVE cur-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-REWRITE
                   ELSE
                       PERFORM 330-PASAR-CUOTAS
                   END-IF
           END-READ.

       330-PASAR-CUOTAS.
           MOVE spaces TO w-conflicto.
           STRING "MISMO CURSO " curso-llave " CTA " cur-cta-cte
               " Y CTA " w-cta-queda
               DELIMITED BY SIZE INTO w-conflicto.
           PERFORM 810-INFORMAR-CONFLICTO.
           MOVE 0 TO w-cuo-cant.
           MOVE 0 TO w-flag-pagos.
           MOVE cur-curso TO pag-curso.
           MOVE cur-cta-cte TO pag-cta-cte.
           MOVE 0 TO pag-cuota.
           START PAGOS KEY IS NOT LESS THAN pagos-llave
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               END-READ
               IF NOT fin-pagos
                   IF pag-curso NOT = cur-curso
                           OR pag-cta-cte NOT = cur-cta-cte
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       IF w-cuo-cant < 100
                           ADD 1 TO w-cuo-cant
                           MOVE pag-cuota TO w-cuo(w-cuo-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO w-quedan-cuotas.
           PERFORM VARYING w-ind2 FROM 1 BY 1
                   UNTIL w-ind2 > w-cuo-cant
               PERFORM 340-UNA-CUOTA
           END-PERFORM.
           PERFORM 345-ACTUALIZAR-SALDOS.
           PERFORM 360-SALDO-FAVOR.
           IF NOT quedan-cuotas
               MOVE cur-reg TO w-antes
               DELETE CURSOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "CURSOS" TO w-archivo
                       MOVE curso-llave TO w-llave
                       MOVE spaces TO jr-despues
                       PERFORM 800-REGISTRAR-CAMBIO
               END-DELETE
           END-IF.

       340-UNA-CUOTA.
           MOVE cur-curso TO pag-curso.
           MOVE w-cta-queda TO pag-cta-cte.
           MOVE w-cuo(w-ind2) TO pag-cuota.
           READ PAGOS
               INVALID KEY
                   MOVE cur-cta-cte TO pag-cta-cte
                   READ PAGOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE pag-reg TO w-antes
                           DELETE PAGOS
                               INVALID KEY CONTINUE
                           END-DELETE
                           MOVE w-cta-queda TO pag-cta-cte
                           WRITE pag-reg
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE "PAGOS" TO w-archivo
                                   MOVE pagos-llave TO w-llave
                                   MOVE pag-reg TO jr-despues
                                   PERFORM 800-REGISTRAR-CAMBIO
                                   PERFORM 350-PASAR-CARGOS
                                   PERFORM 355-PASAR-SEGUNDO-VENC
                                   PERFORM 357-PASAR-PARTES
                           END-WRITE
                   END-READ
               NOT INVALID KEY
                   SET quedan-cuotas TO TRUE
                   MOVE spaces TO w-conflicto
                   STRING "MISMA CUOTA " w-cuo(w-ind2) " CURSO "
                       cur-curso " EN CTA " cur-cta-cte " Y CTA "
                       w-cta-queda " - QUEDA EN LA DEL ABSORBIDO"
                       DELIMITED BY SIZE INTO w-conflicto
                   PERFORM 810-INFORMAR-CONFLICTO
           END-READ.

      * Las dos cuentas cambiaron de cuotas: se rehacen ambos saldos
       345-ACTUALIZAR-SALDOS.
           MOVE cur-curso TO w-sal-curso.
           MOVE cur-cta-cte TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.
           MOVE w-cta-queda TO w-sal-cta-cte.
           CALL "ActSaldo" USING w-saldo-control.

       350-PASAR-CARGOS.
           MOVE 0 TO w-car-cant.
           MOVE 0 TO w-flag-car.
           MOVE cur-curso TO car-curso.
           MOVE cur-cta-cte TO car-cta-cte.
           MOVE w-cuo(w-ind2) TO car-cuota.
           MOVE 0 TO car-concepto.
           START CARGOS KEY IS NOT LESS THAN car-llave
               INVALID KEY MOVE 1 TO w-flag-car
           END-START.
           PERFORM UNTIL fin-car
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-car
               END-READ
               IF NOT fin-car
                   IF car-curso NOT = cur-curso
                           OR car-cta-cte NOT = cur-cta-cte
                           OR car-cuota NOT = w-cuo(w-ind2)
                       MOVE 1 TO w-flag-car
                   ELSE
                       IF w-car-cant < 100
                           ADD 1 TO w-car-cant
                           MOVE car-concepto TO w-car(w-car-cant)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-ind3 FROM 1 BY 1 UNTIL w-ind3 > w-car-cant
               MOVE cur-curso TO car-curso
               MOVE cur-cta-cte TO car-cta-cte
               MOVE w-cuo(w-ind2) TO car-cuota
               MOVE w-car(w-ind3) TO car-concepto
               READ CARGOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE car-reg TO w-antes
                       DELETE CARGOS
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-cta-queda TO car-cta-cte
                       WRITE car-reg
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "CARGOS" TO w-archivo
                               MOVE car-llave TO w-llave
                               MOVE car-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.

      * El segundo vencimiento de la cuota la sigue a la otra cuenta
       355-PASAR-SEGUNDO-VENC.
           MOVE cur-curso TO v2-curso.
           MOVE cur-cta-cte TO v2-cta-cte.
           MOVE w-cuo(w-ind2) TO v2-cuota.
           READ VENC2
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE v2-reg TO w-antes
                   DELETE VENC2
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE w-cta-queda TO v2-cta-cte
                   WRITE v2-reg
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "VENC2" TO w-archivo
                           MOVE v2-llave TO w-llave
                           MOVE v2-reg TO jr-despues
                           PERFORM 800-REGISTRAR-CAMBIO
                   END-WRITE
           END-READ.

      * Si la cuota estaba dividida entre responsables, las dos partes
      * la siguen a la otra cuenta
       357-PASAR-PARTES.
           PERFORM VARYING w-ind3 FROM 1 BY 1 UNTIL w-ind3 > 2
               MOVE cur-curso TO cp-curso
               MOVE cur-cta-cte TO cp-cta-cte
               MOVE w-cuo(w-ind2) TO cp-cuota
               MOVE w-ind3 TO cp-orden
               READ CUOTA-PARTES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE cp-reg TO w-antes
                       DELETE CUOTA-PARTES
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-cta-queda TO cp-cta-cte
                       WRITE cp-reg
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "CPARTES" TO w-archivo
                               MOVE cp-llave TO w-llave
                               MOVE cp-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
               END-READ
           END-PERFORM.

      * El saldo a favor de la cta-cte absorbida se suma al de la que
      * queda, con su movimiento de salida y de entrada
       360-SALDO-FAVOR.
           MOVE 0 TO w-saldo-pasa.
           MOVE cur-curso TO sf-curso.
           MOVE cur-cta-cte TO sf-cta-cte.
           READ SALDOS-FAVOR
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF sf-saldo > 0
                       MOVE sf-reg TO w-antes
                       MOVE sf-saldo TO w-saldo-pasa
                       MOVE 0 TO sf-saldo
                       MOVE w-fecha-hoy TO sf-fec-ult
                       REWRITE sf-reg
                           INVALID KEY CONTINUE
                       END-REWRITE
                       MOVE "SALDOSF" TO w-archivo
                       MOVE sf-llave TO w-llave
                       MOVE sf-reg TO jr-despues
                       PERFORM 800-REGISTRAR-CAMBIO
                       MOVE "D" TO sfm-signo
                       PERFORM 370-MOVIMIENTO-SALDO
                   END-IF
           END-READ.
           IF w-saldo-pasa > 0
               MOVE cur-curso TO sf-curso
               MOVE w-cta-queda TO sf-cta-cte
               READ SALDOS-FAVOR
                   INVALID KEY
                       MOVE spaces TO w-antes
                       MOVE w-saldo-pasa TO sf-saldo
                       MOVE w-fecha-hoy TO sf-fec-ult
                       WRITE sf-reg
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       MOVE sf-reg TO w-antes
                       ADD w-saldo-pasa TO sf-saldo
                       MOVE w-fecha-hoy TO sf-fec-ult
                       REWRITE sf-reg
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
               MOVE "SALDOSF" TO w-archivo
               MOVE sf-llave TO w-llave
               MOVE sf-reg TO jr-despues
               PERFORM 800-REGISTRAR-CAMBIO
               MOVE "C" TO sfm-signo
               PERFORM 370-MOVIMIENTO-SALDO
           END-IF.

       370-MOVIMIENTO-SALDO.
           MOVE spaces TO w-origen.
           STRING "FUSION LEGAJO " w-legajo-absorbido
               DELIMITED BY SIZE INTO w-origen.
           MOVE w-fecha-hoy TO sfm-fecha.
           MOVE sf-curso TO sfm-curso.
           MOVE sf-cta-cte TO sfm-cta-cte.
           MOVE w-saldo-pasa TO sfm-importe.
           MOVE w-origen TO sfm-origen.
           WRITE sfm-reg.

       400-BECA.
           MOVE w-legajo-queda TO bec-legajo.
           MOVE "N" TO w-existe.
           READ BECAS
               INVALID KEY CONTINUE
               NOT INVALID KEY SET reg-existe TO TRUE
           END-READ.
           MOVE w-legajo-absorbido TO bec-legajo.
           READ BECAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF reg-existe
                       MOVE "BECA EN LOS DOS LEGAJOS - NO SE PASA"
                           TO w-conflicto
                       PERFORM 810-INFORMAR-CONFLICTO
                   ELSE
                       MOVE bec-reg TO w-antes
                       DELETE BECAS
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-queda TO bec-legajo
                       WRITE bec-reg
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "BECAS" TO w-archivo
                               MOVE bec-legajo TO w-llave
                               MOVE bec-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
                   END-IF
           END-READ.

       410-DOCUMENTOS.
           MOVE 0 TO w-doc-cant.
           MOVE 0 TO w-flag-doc.
           MOVE w-legajo-absorbido TO doc-legajo.
           MOVE 0 TO doc-doc.
           START DOCUMENTOS KEY IS NOT LESS THAN doc-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ DOCUMENTOS NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc
                   IF doc-legajo NOT = w-legajo-absorbido
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
               MOVE w-legajo-queda TO doc-legajo
               MOVE w-doc(w-ind) TO doc-doc
               READ DOCUMENTOS
                   INVALID KEY
                       MOVE w-legajo-absorbido TO doc-legajo
                       READ DOCUMENTOS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE doc-reg TO w-antes
                               DELETE DOCUMENTOS
                                   INVALID KEY CONTINUE
                               END-DELETE
                               MOVE w-legajo-queda TO doc-legajo
                               WRITE doc-reg
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       MOVE "DOCUMENT" TO w-archivo
                                       MOVE doc-llave TO w-llave
                                       MOVE doc-reg TO jr-despues
                                       PERFORM 800-REGISTRAR-CAMBIO
                               END-WRITE
                       END-READ
                   NOT INVALID KEY
                       MOVE spaces TO w-conflicto
                       STRING "DOCUMENTO " w-doc(w-ind)
                           " PRESENTADO EN LOS DOS LEGAJOS"
                           DELIMITED BY SIZE INTO w-conflicto
                       PERFORM 810-INFORMAR-CONFLICTO
               END-READ
           END-PERFORM.

      * La familia va por DNI: si el que queda no tiene familia toma la
      * del absorbido; si tiene otra distinta se informa
       420-FAMILIA.
           MOVE 0 TO w-fam-absorbido.
           MOVE spaces TO w-conflicto.
           MOVE w-llave-absorbido(1:8) TO fi-dni.
           READ FAMINT
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE fi-familia TO w-fam-absorbido
           END-READ.
           IF w-fam-absorbido NOT = 0
                   AND w-llave-absorbido(1:8) NOT = w-dni-queda
               MOVE w-dni-queda TO fi-dni
               READ FAMINT
                   INVALID KEY
                       MOVE spaces TO w-antes
                       MOVE w-fam-absorbido TO fi-familia
                       WRITE fi-reg
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "FAMINT" TO w-archivo
                               MOVE fi-dni TO w-llave
                               MOVE fi-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
                   NOT INVALID KEY
                       IF fi-familia NOT = w-fam-absorbido
                           MOVE spaces TO w-conflicto
                           STRING "FAMILIA " fi-familia
                               " DEL QUE QUEDA Y " w-fam-absorbido
                               " DEL ABSORBIDO"
                               DELIMITED BY SIZE INTO w-conflicto
                           PERFORM 810-INFORMAR-CONFLICTO
                       END-IF
               END-READ
               IF w-conflicto(1:7) NOT = "FAMILIA"
                   MOVE w-llave-absorbido(1:8) TO fi-dni
                   READ FAMINT
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE fi-reg TO w-antes
                           DELETE FAMINT
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE "FAMINT" TO w-archivo
                                   MOVE fi-dni TO w-llave
                                   MOVE spaces TO jr-despues
                                   PERFORM 800-REGISTRAR-CAMBIO
                           END-DELETE
                   END-READ
               END-IF
           END-IF.

       430-RESPONSABLE.
           MOVE "A" TO rl-tipo.
           MOVE w-legajo-queda TO rl-numero.
           MOVE "N" TO w-existe.
           READ RESPLINK
               INVALID KEY CONTINUE
               NOT INVALID KEY SET reg-existe TO TRUE
           END-READ.
           MOVE "A" TO rl-tipo.
           MOVE w-legajo-absorbido TO rl-numero.
           READ RESPLINK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF reg-existe
                       MOVE spaces TO w-conflicto
                       STRING "RESPONSABLE " rl-responsable
                           " DEL ABSORBIDO NO SE PASA: EL QUE QUEDA "
                           "YA TIENE UNO"
                           DELIMITED BY SIZE INTO w-conflicto
                       PERFORM 810-INFORMAR-CONFLICTO
                   ELSE
                       MOVE rl-reg TO w-antes
                       DELETE RESPLINK
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-queda TO rl-numero
                       WRITE rl-reg
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "RESPLINK" TO w-archivo
                               MOVE rl-llave TO w-llave
                               MOVE rl-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
                   END-IF
           END-READ.

      * Si el que queda no tiene datos de nacimiento toma los del
      * absorbido (van por DNI: con el mismo DNI no hay nada que pasar)
       440-NACIMIENTO.
           MOVE w-dni-queda TO nac-dni.
           READ NACIMIENTOS
               INVALID KEY
                   MOVE w-llave-absorbido(1:8) TO nac-dni
                   READ NACIMIENTOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE spaces TO w-antes
                           MOVE w-dni-queda TO nac-dni
                           WRITE nac-reg
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE "NACIMIEN" TO w-archivo
                                   MOVE nac-dni TO w-llave
                                   MOVE nac-reg TO jr-despues
                                   PERFORM 800-REGISTRAR-CAMBIO
                           END-WRITE
                   END-READ
               NOT INVALID KEY CONTINUE
           END-READ.

       445-FICHA.
           MOVE w-legajo-queda TO fe-legajo.
           MOVE "N" TO w-existe.
           READ FICHAS
               INVALID KEY CONTINUE
               NOT INVALID KEY SET reg-existe TO TRUE
           END-READ.
           MOVE w-legajo-absorbido TO fe-legajo.
           READ FICHAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF reg-existe
                       MOVE "FICHA EN LOS DOS LEGAJOS - NO SE PASA"
                           TO w-conflicto
                       PERFORM 810-INFORMAR-CONFLICTO
                   ELSE
                       MOVE fe-reg TO w-antes
                       DELETE FICHAS
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-queda TO fe-legajo
                       WRITE fe-reg
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "FICHAS" TO w-archivo
                               MOVE fe-legajo TO w-llave
                               MOVE fe-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
                   END-IF
           END-READ.

      * Monedero: si el que queda no tiene, el del absorbido pasa
      * entero; si tiene, el saldo del absorbido se suma al suyo con
      * un movimiento de salida y uno de entrada, como el saldo a favor
       450-MONEDERO.
           MOVE w-legajo-queda TO mon-legajo.
           MOVE "N" TO w-existe.
           READ MONEDEROS
               INVALID KEY CONTINUE
               NOT INVALID KEY SET reg-existe TO TRUE
           END-READ.
           MOVE w-legajo-absorbido TO mon-legajo.
           READ MONEDEROS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF reg-existe
                       PERFORM 455-SUMAR-MONEDERO
                   ELSE
                       MOVE mon-reg TO w-antes
                       DELETE MONEDEROS
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-queda TO mon-legajo
                       WRITE mon-reg
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "MONEDERO" TO w-archivo
                               MOVE mon-legajo TO w-llave
                               MOVE mon-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
                   END-IF
           END-READ.

       455-SUMAR-MONEDERO.
           MOVE mon-saldo TO w-mon-pasa.
           IF w-mon-pasa NOT = 0
               MOVE mon-reg TO w-antes
               MOVE 0 TO mon-saldo
               MOVE w-fecha-hoy TO mon-fec-ult-mov
               REWRITE mon-reg
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE "MONEDERO" TO w-archivo
               MOVE mon-legajo TO w-llave
               MOVE mon-reg TO jr-despues
               PERFORM 800-REGISTRAR-CAMBIO
               PERFORM 457-MOVIMIENTO-MONEDERO
               MOVE w-legajo-queda TO mon-legajo
               READ MONEDEROS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE mon-reg TO w-antes
                       ADD w-mon-pasa TO mon-saldo
                       MOVE w-fecha-hoy TO mon-fec-ult-mov
                       REWRITE mon-reg
                           INVALID KEY CONTINUE
                       END-REWRITE
                       MOVE "MONEDERO" TO w-archivo
                       MOVE mon-legajo TO w-llave
                       MOVE mon-reg TO jr-despues
                       PERFORM 800-REGISTRAR-CAMBIO
                       PERFORM 457-MOVIMIENTO-MONEDERO
               END-READ
           END-IF.

       457-MOVIMIENTO-MONEDERO.
           MOVE spaces TO w-origen.
           STRING "FUSION LEGAJO " w-legajo-absorbido
               DELIMITED BY SIZE INTO w-origen.
           MOVE w-fecha-hoy TO mm-fecha.
           MOVE mon-legajo TO mm-legajo.
           MOVE "F" TO mm-tipo.
           MOVE w-mon-pasa TO mm-importe.
           MOVE mon-saldo TO mm-saldo.
           MOVE w-origen TO mm-referencia.
           MOVE w-operador TO mm-operador.
           WRITE mm-reg.

      * Plan de viaje: igual que el monedero; si los dos tienen plan
      * del mismo ciclo se suman los importes del absorbido al que
      * queda. Planes de ciclos distintos no se juntan
       460-VIAJE.
           MOVE w-legajo-queda TO vj-legajo.
           MOVE "N" TO w-existe.
           MOVE 0 TO w-vj-ciclo.
           READ VIAJES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   MOVE vj-ciclo TO w-vj-ciclo
           END-READ.
           MOVE w-legajo-absorbido TO vj-legajo.
           READ VIAJES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF reg-existe
                       IF vj-ciclo = w-vj-ciclo
                           PERFORM 465-SUMAR-VIAJE
                       ELSE
                           MOVE spaces TO w-conflicto
                           STRING "PLAN DE VIAJE " vj-ciclo
                               " DEL ABSORBIDO Y " w-vj-ciclo
                               " DEL QUE QUEDA - NO SE PASA"
                               DELIMITED BY SIZE INTO w-conflicto
                           PERFORM 810-INFORMAR-CONFLICTO
                       END-IF
                   ELSE
                       MOVE vj-reg TO w-antes
                       DELETE VIAJES
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-queda TO vj-legajo
                       WRITE vj-reg
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "VIAJE" TO w-archivo
                               MOVE vj-legajo TO w-llave
                               MOVE vj-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
                   END-IF
           END-READ.

       465-SUMAR-VIAJE.
           MOVE vj-aportado TO w-vj-aportado.
           MOVE vj-transferido TO w-vj-transferido.
           MOVE vj-devuelto TO w-vj-devuelto.
           MOVE vj-retenido TO w-vj-retenido.
           COMPUTE w-vj-pasa = vj-aportado - vj-transferido
               - vj-devuelto - vj-retenido.
           MOVE vj-reg TO w-antes.
           MOVE 0 TO vj-aportado vj-transferido.
           MOVE 0 TO vj-devuelto vj-retenido.
           REWRITE vj-reg
               INVALID KEY CONTINUE
           END-REWRITE.
           MOVE "VIAJE" TO w-archivo.
           MOVE vj-legajo TO w-llave.
           MOVE vj-reg TO jr-despues.
           PERFORM 800-REGISTRAR-CAMBIO.
           PERFORM 467-MOVIMIENTO-VIAJE.
           MOVE w-legajo-queda TO vj-legajo.
           READ VIAJES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE vj-reg TO w-antes
                   ADD w-vj-aportado TO vj-aportado
                   ADD w-vj-transferido TO vj-transferido
                   ADD w-vj-devuelto TO vj-devuelto
                   ADD w-vj-retenido TO vj-retenido
                   REWRITE vj-reg
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE "VIAJE" TO w-archivo
                   MOVE vj-legajo TO w-llave
                   MOVE vj-reg TO jr-despues
                   PERFORM 800-REGISTRAR-CAMBIO
                   PERFORM 467-MOVIMIENTO-VIAJE
           END-READ.

       467-MOVIMIENTO-VIAJE.
           MOVE spaces TO w-origen.
           STRING "FUSION LEGAJO " w-legajo-absorbido
               DELIMITED BY SIZE INTO w-origen.
           MOVE w-fecha-hoy TO vm-fecha.
           MOVE vj-legajo TO vm-legajo.
           MOVE "F" TO vm-tipo.
           MOVE w-vj-pasa TO vm-importe.
           COMPUTE vm-saldo = vj-aportado - vj-transferido
               - vj-devuelto - vj-retenido.
           MOVE w-origen TO vm-referencia.
           MOVE w-operador TO vm-operador.
           WRITE vm-reg.

       470-DIVISION.
           MOVE w-legajo-queda TO rd-legajo.
           MOVE "N" TO w-existe.
           READ RESP-DIVISION
               INVALID KEY CONTINUE
               NOT INVALID KEY SET reg-existe TO TRUE
           END-READ.
           MOVE w-legajo-absorbido TO rd-legajo.
           READ RESP-DIVISION
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF reg-existe
                       MOVE "DIVISION EN LOS DOS LEGAJOS - NO SE PASA"
                           TO w-conflicto
                       PERFORM 810-INFORMAR-CONFLICTO
                   ELSE
                       MOVE rd-reg TO w-antes
                       DELETE RESP-DIVISION
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-queda TO rd-legajo
                       WRITE rd-reg
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "RESPDIV" TO w-archivo
                               MOVE rd-legajo TO w-llave
                               MOVE rd-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-WRITE
                   END-IF
           END-READ.

       475-TALLERES.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-doc.
           MOVE w-legajo-absorbido TO ti-legajo.
           START TALLER-INSC KEY IS = ti-legajo
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ TALLER-INSC NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc
                   IF ti-legajo NOT = w-legajo-absorbido
                       MOVE 1 TO w-flag-doc
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
               MOVE w-legajo-queda TO ti-legajo
               READ TALLER-INSC
                   INVALID KEY
                       MOVE w-legajo-absorbido TO ti-legajo
                       READ TALLER-INSC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE ti-reg TO w-antes
                               DELETE TALLER-INSC
                                   INVALID KEY CONTINUE
                               END-DELETE
                               MOVE w-legajo-queda TO ti-legajo
                               WRITE ti-reg
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       MOVE "TALLERES" TO w-archivo
                                       MOVE ti-llave TO w-llave
                                       MOVE ti-reg TO jr-despues
                                       PERFORM 800-REGISTRAR-CAMBIO
                               END-WRITE
                       END-READ
                   NOT INVALID KEY
                       MOVE spaces TO w-conflicto
                       STRING "TALLER " ti-taller
                           " CON LOS DOS LEGAJOS INSCRIPTOS"
                           DELIMITED BY SIZE INTO w-conflicto
                       PERFORM 810-INFORMAR-CONFLICTO
               END-READ
           END-PERFORM.

      * Los pases son historia del alumno: pasan todos al que queda
       480-PASES.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-doc.
           MOVE w-legajo-absorbido TO pas-legajo.
           START PASES KEY IS = pas-legajo
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ PASES NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc
                   IF pas-legajo NOT = w-legajo-absorbido
                       MOVE 1 TO w-flag-doc
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
                       MOVE w-legajo-queda TO pas-legajo
                       MOVE w-dni-queda TO pas-dni
                       REWRITE pas-reg
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE "PASES" TO w-archivo
                               MOVE pas-numero TO w-llave
                               MOVE pas-reg TO jr-despues
                               PERFORM 800-REGISTRAR-CAMBIO
                       END-REWRITE
               END-READ
           END-PERFORM.

      * Reservas, asistencia, inasistencias y calificaciones llevan el
      * legajo dentro de la llave y sin llave alternativa: se recorren
      * enteros juntando las llaves del absorbido
       485-RESERVAS.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO rv-llave.
           START RESERVAS KEY IS NOT LESS THAN rv-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ RESERVAS NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc AND rv-legajo = w-legajo-absorbido
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE rv-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO rv-llave
               MOVE w-legajo-queda TO rv-legajo
               READ RESERVAS
                   INVALID KEY
                       MOVE w-legajo-absorbido TO rv-legajo
                       READ RESERVAS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE rv-reg TO w-antes
                               DELETE RESERVAS
                                   INVALID KEY CONTINUE
                               END-DELETE
                               MOVE w-legajo-queda TO rv-legajo
                               WRITE rv-reg
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       MOVE "RESERVAS" TO w-archivo
                                       MOVE rv-llave TO w-llave
                                       MOVE rv-reg TO jr-despues
                                       PERFORM 800-REGISTRAR-CAMBIO
                               END-WRITE
                       END-READ
                   NOT INVALID KEY
                       MOVE spaces TO w-conflicto
                       STRING "RESERVA " rv-cupo
                           " EN LOS DOS LEGAJOS"
                           DELIMITED BY SIZE INTO w-conflicto
                       PERFORM 810-INFORMAR-CONFLICTO
               END-READ
           END-PERFORM.

      * Un dia tomado en los dos legajos queda en el absorbido; se
      * informa una sola vez con la cantidad
       490-ASISTENCIA.
           MOVE 0 TO w-reg-cant w-choques.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO asi-llave.
           START ASISTENCIA KEY IS NOT LESS THAN asi-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ ASISTENCIA NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc AND asi-legajo = w-legajo-absorbido
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE asi-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO asi-llave
               MOVE w-legajo-queda TO asi-legajo
               READ ASISTENCIA
                   INVALID KEY
                       MOVE w-legajo-absorbido TO asi-legajo
                       READ ASISTENCIA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE asi-reg TO w-antes
                               DELETE ASISTENCIA
                                   INVALID KEY CONTINUE
                               END-DELETE
                               MOVE w-legajo-queda TO asi-legajo
                               WRITE asi-reg
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       MOVE "ASISTENC" TO w-archivo
                                       MOVE asi-llave TO w-llave
                                       MOVE asi-reg TO jr-despues
                                       PERFORM 800-REGISTRAR-CAMBIO
                               END-WRITE
                       END-READ
                   NOT INVALID KEY
                       ADD 1 TO w-choques
               END-READ
           END-PERFORM.
           IF w-choques > 0
               MOVE spaces TO w-conflicto
               STRING w-choques " DIAS DE ASISTENCIA TOMADOS EN LOS "
                   "DOS LEGAJOS"
                   DELIMITED BY SIZE INTO w-conflicto
               PERFORM 810-INFORMAR-CONFLICTO
           END-IF.

      * Las inasistencias del ciclo se acumulan en el que queda
       492-INASISTENCIAS.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO ina-llave.
           START INASISTENCIAS KEY IS NOT LESS THAN ina-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ INASISTENCIAS NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc AND ina-legajo = w-legajo-absorbido
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
                       MOVE ina-ausentes TO w-ina-ausentes
                       MOVE ina-tardes TO w-ina-tardes
                       MOVE ina-faltas TO w-ina-faltas
                       DELETE INASISTENCIAS
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE "INASIST" TO w-archivo
                       MOVE ina-llave TO w-llave
                       MOVE spaces TO jr-despues
                       PERFORM 800-REGISTRAR-CAMBIO
                       MOVE w-legajo-queda TO ina-legajo
                       READ INASISTENCIAS
                           INVALID KEY
                               MOVE w-antes(1:29) TO ina-reg
                               MOVE w-legajo-queda TO ina-legajo
                               MOVE spaces TO w-antes
                               WRITE ina-reg
                                   INVALID KEY CONTINUE
                               END-WRITE
                           NOT INVALID KEY
                               MOVE ina-reg TO w-antes
                               ADD w-ina-ausentes TO ina-ausentes
                               ADD w-ina-tardes TO ina-tardes
                               ADD w-ina-faltas TO ina-faltas
                               REWRITE ina-reg
                                   INVALID KEY CONTINUE
                               END-REWRITE
                       END-READ
                       MOVE "INASIST" TO w-archivo
                       MOVE ina-llave TO w-llave
                       MOVE ina-reg TO jr-despues
                       PERFORM 800-REGISTRAR-CAMBIO
               END-READ
           END-PERFORM.

       495-CALIFICACIONES.
           MOVE 0 TO w-reg-cant w-choques.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO cal-llave.
           START CALIFICACIONES KEY IS NOT LESS THAN cal-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ CALIFICACIONES NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc AND cal-legajo = w-legajo-absorbido
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE cal-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO cal-llave
               MOVE w-legajo-queda TO cal-legajo
               READ CALIFICACIONES
                   INVALID KEY
                       MOVE w-legajo-absorbido TO cal-legajo
                       READ CALIFICACIONES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE cal-reg TO w-antes
                               DELETE CALIFICACIONES
                                   INVALID KEY CONTINUE
                               END-DELETE
                               MOVE w-legajo-queda TO cal-legajo
                               WRITE cal-reg
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       MOVE "CALIFIC" TO w-archivo
                                       MOVE cal-llave TO w-llave
                                       MOVE cal-reg TO jr-despues
                                       PERFORM 800-REGISTRAR-CAMBIO
                               END-WRITE
                       END-READ
                   NOT INVALID KEY
                       ADD 1 TO w-choques
               END-READ
           END-PERFORM.
           IF w-choques > 0
               MOVE spaces TO w-conflicto
               STRING w-choques " NOTAS CARGADAS EN LOS DOS LEGAJOS"
                   DELIMITED BY SIZE INTO w-conflicto
               PERFORM 810-INFORMAR-CONFLICTO
           END-IF.

      * El estado es parte de la llave: se borra y se graba en F
       500-MARCAR-ABSORBIDO.
           MOVE w-llave-absorbido TO alu-llave.
           READ ALUMNOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE alu-reg TO w-antes
                   DELETE ALUMNOS
                       INVALID KEY CONTINUE
                   END-DELETE
                   SET alu-fusionado TO TRUE
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
           END-READ.
           MOVE w-legajo-absorbido TO fus-legajo-absorbido.
           MOVE w-llave-absorbido(1:8) TO fus-dni-absorbido.
           MOVE w-legajo-queda TO fus-legajo-queda.
           MOVE w-fecha-hoy TO fus-fecha.
           MOVE w-operador TO fus-operador.
           MOVE w-cant-conflictos TO fus-conflictos.
           MOVE spaces TO w-antes.
           WRITE fus-reg
               INVALID KEY REWRITE fus-reg
           END-WRITE.
           MOVE "FUSIONES" TO w-archivo.
           MOVE fus-legajo-absorbido TO w-llave.
           MOVE fus-reg TO jr-despues.
           PERFORM 800-REGISTRAR-CAMBIO.

      ******************************************************************
      * Archivos que llevan el legajo en la llave y se agregaron despues
      * de la fusion original: se juntan las llaves del absorbido, se
      * prueba la misma llave con el legajo que queda y si esta libre
      * el registro pasa; si no, se informa y queda en el absorbido
      ******************************************************************
       600-AUTORIZADOS.
           MOVE 0 TO w-reg-cant w-choques.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO aut-llave.
           MOVE w-legajo-absorbido TO aut-legajo.
           START AUTORIZADOS KEY IS NOT LESS THAN aut-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ AUTORIZADOS NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc
                   IF aut-legajo NOT = w-legajo-absorbido
                       MOVE 1 TO w-flag-doc
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
               MOVE w-legajo-queda TO aut-legajo
               READ AUTORIZADOS
                   INVALID KEY
                       MOVE w-legajo-absorbido TO aut-legajo
                       READ AUTORIZADOS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE aut-reg TO w-antes
                               DELETE AUTORIZADOS
                                   INVALID KEY CONTINUE
                               END-DELETE
                               MOVE w-legajo-queda TO aut-legajo
                               WRITE aut-reg
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       MOVE "AUTORIZ" TO w-archivo
                                       MOVE aut-llave TO w-llave
                                       MOVE aut-reg TO jr-despues
                                       PERFORM 800-REGISTRAR-CAMBIO
                               END-WRITE
                       END-READ
                   NOT INVALID KEY
                       ADD 1 TO w-choques
               END-READ
           END-PERFORM.
           IF w-choques > 0
               MOVE spaces TO w-conflicto
               STRING w-choques " AUTORIZADOS A RETIRAR CARGADOS EN "
                   "LOS DOS LEGAJOS"
                   DELIMITED BY SIZE INTO w-conflicto
               PERFORM 810-INFORMAR-CONFLICTO
           END-IF.

      * Una sancion del mismo dia y secuencia en los dos legajos no
      * se pierde: pasa con la secuencia libre siguiente de ese dia
       610-CONDUCTA.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO cd-llave.
           START CONDUCTA KEY IS NOT LESS THAN cd-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ CONDUCTA NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc AND cd-legajo = w-legajo-absorbido
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
                       MOVE cd-reg TO w-cd-guardado
                       DELETE CONDUCTA
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE w-legajo-queda TO cd-legajo
                       PERFORM 612-GRABAR-SANCION
               END-READ
           END-PERFORM.

       612-GRABAR-SANCION.
           MOVE "N" TO w-grabado.
           MOVE 0 TO w-intentos.
           PERFORM UNTIL registro-grabado OR w-intentos > 98
               WRITE cd-reg
                   INVALID KEY
                       ADD 1 TO w-intentos
                       IF cd-secuencia < 99
                           ADD 1 TO cd-secuencia
                       ELSE
                           MOVE 1 TO cd-secuencia
                       END-IF
                   NOT INVALID KEY
                       SET registro-grabado TO TRUE
               END-WRITE
           END-PERFORM.
           IF registro-grabado
               MOVE "CONDUCTA" TO w-archivo
               MOVE cd-llave TO w-llave
               MOVE cd-reg TO jr-despues
               PERFORM 800-REGISTRAR-CAMBIO
           ELSE
               MOVE w-cd-guardado TO cd-reg
               WRITE cd-reg
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE spaces TO w-conflicto
               STRING "SANCION DEL " cd-fecha
                   " SIN SECUENCIA LIBRE EN EL QUE QUEDA"
                   DELIMITED BY SIZE INTO w-conflicto
               PERFORM 810-INFORMAR-CONFLICTO
           END-IF.

      * El acumulado del ciclo se suma en el que queda y el nivel se
      * vuelve a comparar con el limite del reglamento
       615-CONDUCTA-ACUM.
           OPEN INPUT PARAMETROS.
           MOVE "CONDUCTA-LIM" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-puntos-limite
           END-READ.
           CLOSE PARAMETROS.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO ca-llave.
           START CONDUCTA-ACUM KEY IS NOT LESS THAN ca-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ CONDUCTA-ACUM NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc AND ca-legajo = w-legajo-absorbido
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
                       PERFORM 617-SUMAR-CONDUCTA
               END-READ
           END-PERFORM.

       617-SUMAR-CONDUCTA.
           MOVE ca-reg TO w-antes.
           MOVE ca-puntos TO w-ca-puntos.
           MOVE ca-cant-amonest TO w-ca-amonest.
           MOVE ca-cant-susp TO w-ca-susp.
           MOVE ca-cant-actas TO w-ca-actas.
           MOVE ca-fec-ult TO w-ca-fec-ult.
           DELETE CONDUCTA-ACUM
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE "COND-ACU" TO w-archivo.
           MOVE ca-llave TO w-llave.
           MOVE spaces TO jr-despues.
           PERFORM 800-REGISTRAR-CAMBIO.
           MOVE w-legajo-queda TO ca-legajo.
           READ CONDUCTA-ACUM
               INVALID KEY
                   MOVE w-antes(1:31) TO ca-reg
                   MOVE w-legajo-queda TO ca-legajo
                   MOVE spaces TO w-antes
                   WRITE ca-reg
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE ca-reg TO w-antes
                   ADD w-ca-puntos TO ca-puntos
                   ADD w-ca-amonest TO ca-cant-amonest
                   ADD w-ca-susp TO ca-cant-susp
                   ADD w-ca-actas TO ca-cant-actas
                   IF w-ca-fec-ult > ca-fec-ult
                       MOVE w-ca-fec-ult TO ca-fec-ult
                   END-IF
                   IF ca-puntos NOT < w-puntos-limite
                       MOVE "E" TO ca-nivel
                   ELSE
                       MOVE "N" TO ca-nivel
                   END-IF
                   REWRITE ca-reg
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
           MOVE "COND-ACU" TO w-archivo.
           MOVE ca-llave TO w-llave.
           MOVE ca-reg TO jr-despues.
           PERFORM 800-REGISTRAR-CAMBIO.

      * Los prestamos (abiertos o con cargo por libro perdido) pasan
      * al que queda; el cargo sigue a su cuota
       620-PRESTAMOS.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO pr-llave.
           MOVE w-legajo-absorbido TO pr-legajo.
           START PRESTAMOS KEY IS NOT LESS THAN pr-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ PRESTAMOS NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc
                   IF pr-legajo NOT = w-legajo-absorbido
                       MOVE 1 TO w-flag-doc
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
               MOVE w-legajo-queda TO pr-legajo
               READ PRESTAMOS
                   INVALID KEY
                       MOVE w-legajo-absorbido TO pr-legajo
                       READ PRESTAMOS
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM 622-PASAR-PRESTAMO
                       END-READ
                   NOT INVALID KEY
                       MOVE spaces TO w-conflicto
                       STRING "PRESTAMO DEL LIBRO " pr-libro " DEL "
                           pr-fec-prestamo " EN LOS DOS LEGAJOS"
                           DELIMITED BY SIZE INTO w-conflicto
                       PERFORM 810-INFORMAR-CONFLICTO
               END-READ
           END-PERFORM.

       622-PASAR-PRESTAMO.
           MOVE pr-reg TO w-antes.
           DELETE PRESTAMOS
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE w-legajo-queda TO pr-legajo.
           IF pr-cargo-cuota NOT = 0
               MOVE pr-cargo-curso TO w-map-curso
               MOVE pr-cargo-cta-cte TO w-map-cta
               MOVE pr-cargo-cuota TO w-map-cuota
               PERFORM 690-CUOTA-DESTINO
               MOVE w-map-cta TO pr-cargo-cta-cte
           END-IF.
           WRITE pr-reg
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "PRESTAMO" TO w-archivo
                   MOVE pr-llave TO w-llave
                   MOVE pr-reg TO jr-despues
                   PERFORM 800-REGISTRAR-CAMBIO
           END-WRITE.

      * El numero de siniestro es correlativo por legajo: el que ya
      * esta usado en el que queda pasa con el siguiente libre
       630-SINIESTROS.
           MOVE 0 TO w-sin-mayor.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO sin-llave.
           MOVE w-legajo-queda TO sin-legajo.
           START SINIESTROS KEY IS NOT LESS THAN sin-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ SINIESTROS NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc
                   IF sin-legajo NOT = w-legajo-queda
                       MOVE 1 TO w-flag-doc
                   ELSE
                       MOVE sin-numero TO w-sin-mayor
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO sin-llave.
           MOVE w-legajo-absorbido TO sin-legajo.
           START SINIESTROS KEY IS NOT LESS THAN sin-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ SINIESTROS NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc
                   IF sin-legajo NOT = w-legajo-absorbido
                       MOVE 1 TO w-flag-doc
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
                       PERFORM 632-PASAR-SINIESTRO
               END-READ
           END-PERFORM.

       632-PASAR-SINIESTRO.
           MOVE sin-reg TO w-antes.
           MOVE sin-numero TO w-sin-antes.
           MOVE sin-reg TO w-sin-guardado.
           DELETE SINIESTROS
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE w-legajo-queda TO sin-legajo.
           IF sin-numero NOT > w-sin-mayor
               ADD 1 TO w-sin-mayor
               MOVE w-sin-mayor TO sin-numero
           ELSE
               MOVE sin-numero TO w-sin-mayor
           END-IF.
           WRITE sin-reg
               INVALID KEY
                   MOVE w-sin-guardado TO sin-reg
                   WRITE sin-reg
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE spaces TO w-conflicto
                   STRING "SINIESTRO " w-sin-antes
                       " NO PUDO PASAR AL QUE QUEDA"
                       DELIMITED BY SIZE INTO w-conflicto
                   PERFORM 810-INFORMAR-CONFLICTO
               NOT INVALID KEY
                   MOVE "SINIESTR" TO w-archivo
                   MOVE sin-llave TO w-llave
                   MOVE sin-reg TO jr-despues
                   PERFORM 800-REGISTRAR-CAMBIO
                   IF sin-numero NOT = w-sin-antes
                       MOVE spaces TO w-conflicto
                       STRING "SINIESTRO " w-sin-antes
                           " DEL ABSORBIDO PASA COMO " sin-numero
                           DELIMITED BY SIZE INTO w-conflicto
                       PERFORM 810-INFORMAR-CONFLICTO
                   END-IF
           END-WRITE.

      * Inscripcion pendiente a una mesa de examen; el cargo de la
      * mesa sigue a su cuota
       640-MESAS.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO im-llave.
           START INSCMESA KEY IS NOT LESS THAN im-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ INSCMESA NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc AND im-legajo = w-legajo-absorbido
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE im-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO im-llave
               MOVE w-legajo-queda TO im-legajo
               READ INSCMESA
                   INVALID KEY
                       MOVE w-legajo-absorbido TO im-legajo
                       READ INSCMESA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM 642-PASAR-MESA
                       END-READ
                   NOT INVALID KEY
                       MOVE spaces TO w-conflicto
                       STRING "MESA " im-ciclo "/" im-numero
                           " CON LOS DOS LEGAJOS INSCRIPTOS"
                           DELIMITED BY SIZE INTO w-conflicto
                       PERFORM 810-INFORMAR-CONFLICTO
               END-READ
           END-PERFORM.

       642-PASAR-MESA.
           MOVE im-reg TO w-antes.
           DELETE INSCMESA
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE w-legajo-queda TO im-legajo.
           IF im-cuota NOT = 0
               MOVE im-curso-cargo TO w-map-curso
               MOVE im-cta-cte TO w-map-cta
               MOVE im-cuota TO w-map-cuota
               PERFORM 690-CUOTA-DESTINO
               MOVE w-map-cta TO im-cta-cte
           END-IF.
           WRITE im-reg
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "INSCMESA" TO w-archivo
                   MOVE im-llave TO w-llave
                   MOVE im-reg TO jr-despues
                   PERFORM 800-REGISTRAR-CAMBIO
           END-WRITE.

      * La situacion final va por la posicion en el curso, con el
      * legajo fuera de la llave: si el que queda ya tiene una en el
      * mismo ciclo se informa y la del absorbido no se toca
       650-SITUACION-FINAL.
           MOVE 0 TO w-reg-cant w-sit-cant.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO sit-llave.
           START SITFINAL KEY IS NOT LESS THAN sit-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ SITFINAL NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc
                   IF sit-legajo = w-legajo-absorbido
                           AND w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE sit-llave TO w-reg-llave(w-reg-cant)
                   END-IF
                   IF sit-legajo = w-legajo-queda AND w-sit-cant < 20
                       ADD 1 TO w-sit-cant
                       MOVE sit-ciclo TO w-sit-ciclo(w-sit-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO sit-llave
               READ SITFINAL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 652-PASAR-SITUACION
               END-READ
           END-PERFORM.

       652-PASAR-SITUACION.
           MOVE "N" TO w-sit-choca.
           PERFORM VARYING w-ind3 FROM 1 BY 1
                   UNTIL w-ind3 > w-sit-cant OR sit-choca
               IF w-sit-ciclo(w-ind3) = sit-ciclo
                   SET sit-choca TO TRUE
               END-IF
           END-PERFORM.
           IF sit-choca
               MOVE spaces TO w-conflicto
               STRING "SITUACION FINAL " sit-ciclo
                   " EN LOS DOS LEGAJOS"
                   DELIMITED BY SIZE INTO w-conflicto
               PERFORM 810-INFORMAR-CONFLICTO
           ELSE
               MOVE sit-reg TO w-antes
               MOVE w-legajo-queda TO sit-legajo
               REWRITE sit-reg
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "SITFINAL" TO w-archivo
                       MOVE sit-llave TO w-llave
                       MOVE sit-reg TO jr-despues
                       PERFORM 800-REGISTRAR-CAMBIO
               END-REWRITE
           END-IF.

      * Inscripcion a una salida; la cta-cte del cargo (y la cuota,
      * si ya se genero) siguen a la cuenta del que queda
       660-SALIDAS.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO si-llave.
           START SALINSC KEY IS NOT LESS THAN si-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ SALINSC NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc AND si-legajo = w-legajo-absorbido
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE si-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO si-llave
               MOVE w-legajo-queda TO si-legajo
               READ SALINSC
                   INVALID KEY
                       MOVE w-legajo-absorbido TO si-legajo
                       READ SALINSC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               PERFORM 662-PASAR-SALIDA
                       END-READ
                   NOT INVALID KEY
                       MOVE spaces TO w-conflicto
                       STRING "SALIDA " si-ciclo "/" si-numero
                           " CON LOS DOS LEGAJOS INSCRIPTOS"
                           DELIMITED BY SIZE INTO w-conflicto
                       PERFORM 810-INFORMAR-CONFLICTO
               END-READ
           END-PERFORM.

       662-PASAR-SALIDA.
           MOVE si-reg TO w-antes.
           DELETE SALINSC
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE w-legajo-queda TO si-legajo.
           MOVE si-curso TO w-map-curso.
           MOVE si-cta-cte TO w-map-cta.
           MOVE si-cuota TO w-map-cuota.
           PERFORM 690-CUOTA-DESTINO.
           MOVE w-map-cta TO si-cta-cte.
           WRITE si-reg
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "SALINSC" TO w-archivo
                   MOVE si-llave TO w-llave
                   MOVE si-reg TO jr-despues
                   PERFORM 800-REGISTRAR-CAMBIO
           END-WRITE.

       670-SOLICITUDES-BECA.
           MOVE 0 TO w-reg-cant.
           MOVE 0 TO w-flag-doc.
           MOVE LOW-VALUES TO sol-llave.
           START SOLICITUDES KEY IS NOT LESS THAN sol-llave
               INVALID KEY MOVE 1 TO w-flag-doc
           END-START.
           PERFORM UNTIL fin-doc
               READ SOLICITUDES NEXT AT END MOVE 1 TO w-flag-doc
               END-READ
               IF NOT fin-doc AND sol-legajo = w-legajo-absorbido
                   IF w-reg-cant < 2000
                       ADD 1 TO w-reg-cant
                       MOVE sol-llave TO w-reg-llave(w-reg-cant)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING w-reg-ind FROM 1 BY 1
                   UNTIL w-reg-ind > w-reg-cant
               MOVE w-reg-llave(w-reg-ind) TO sol-llave
               MOVE w-legajo-queda TO sol-legajo
               READ SOLICITUDES
                   INVALID KEY
                       MOVE w-legajo-absorbido TO sol-legajo
                       READ SOLICITUDES
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE sol-reg TO w-antes
                               DELETE SOLICITUDES
                                   INVALID KEY CONTINUE
                               END-DELETE
                               MOVE w-legajo-queda TO sol-legajo
                               WRITE sol-reg
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       MOVE "SOLBECAS" TO w-archivo
                                       MOVE sol-llave TO w-llave
                                       MOVE sol-reg TO jr-despues
                                       PERFORM 800-REGISTRAR-CAMBIO
                               END-WRITE
                       END-READ
                   NOT INVALID KEY
                       MOVE spaces TO w-conflicto
                       STRING "SOLICITUD DE BECA " sol-ciclo
                           " EN LOS DOS LEGAJOS"
                           DELIMITED BY SIZE INTO w-conflicto
                       PERFORM 810-INFORMAR-CONFLICTO
               END-READ
           END-PERFORM.

      * Cta-cte a la que apunta un cargo despues de la fusion: si el
      * absorbido estaba en el mismo curso que el que queda, la
      * cuenta que sigue es la del que queda (la cuota, si la hay y
      * ya no esta en la cuenta vieja, tiene que estar en la nueva)
       690-CUOTA-DESTINO.
           MOVE 0 TO w-map-cand.
           PERFORM VARYING w-map-ind FROM 1 BY 1
                   UNTIL w-map-ind > w-ins-cant OR w-map-cand NOT = 0
               IF w-ins-cta(w-map-ind) = w-map-cta
                       AND w-ins-llave(w-map-ind)(6:2) = w-map-curso
                   PERFORM VARYING w-map-ind2 FROM 1 BY 1
                           UNTIL w-map-ind2 > w-que-cant
                               OR w-map-cand NOT = 0
                       IF w-que-llave(w-map-ind2)(1:8) =
                               w-ins-llave(w-map-ind)(1:8)
                           MOVE w-que-cta(w-map-ind2) TO w-map-cand
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF w-map-cand NOT = 0
               IF w-map-cuota = 0
                   MOVE w-map-cand TO w-map-cta
               ELSE
                   MOVE w-map-curso TO pag-curso
                   MOVE w-map-cta TO pag-cta-cte
                   MOVE w-map-cuota TO pag-cuota
                   READ PAGOS
                       INVALID KEY
                           MOVE w-map-cand TO pag-cta-cte
                           READ PAGOS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE w-map-cand TO w-map-cta
                           END-READ
                   END-READ
               END-IF
           END-IF.

      * Journal y renglon del listado por cada registro cambiado; el que
      * llama deja la imagen nueva en jr-despues y la vieja en w-antes
       800-REGISTRAR-CAMBIO.
           MOVE w-fecha-hoy TO jr-fecha.
           MOVE w-operador TO jr-operador.
           MOVE "FusionAlu" TO jr-programa.
           MOVE w-archivo TO jr-archivo.
           MOVE w-llave TO jr-llave.
           MOVE w-antes TO jr-antes.
           WRITE jr-reg.
           ADD 1 TO w-cant-cambios.
           MOVE spaces TO lis-linea.
           STRING "  " w-archivo " " w-llave " ANTES " w-antes(1:40)
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.

       810-INFORMAR-CONFLICTO.
           ADD 1 TO w-cant-conflictos.
           MOVE spaces TO lis-linea.
           STRING "CONFLICTO: " w-conflicto
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           DISPLAY "CONFLICTO: ", w-conflicto.

       900-FIN.
           MOVE spaces TO lis-linea.
           WRITE lis-linea.
           MOVE spaces TO lis-linea.
           STRING "REGISTROS MODIFICADOS: " w-cant-cambios
               "  CONFLICTOS: " w-cant-conflictos
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE ALUMNOS CURSOS PAGOS CARGOS SALDOS-FAVOR.
           CLOSE BECAS DOCUMENTOS FAMINT RESPLINK FUSIONES.
           CLOSE NACIMIENTOS VENC2 CUOTA-PARTES FICHAS.
           CLOSE MONEDEROS VIAJES RESP-DIVISION TALLER-INSC PASES.
           CLOSE RESERVAS ASISTENCIA INASISTENCIAS CALIFICACIONES.
           CLOSE AUTORIZADOS CONDUCTA CONDUCTA-ACUM PRESTAMOS.
           CLOSE SINIESTROS INSCMESA SITFINAL SALINSC SOLICITUDES.
           CLOSE SF-MOVS JOURNAL MONEDERO-MOVS VIAJE-MOVS LISTADO.
           DISPLAY "Fusion terminada. Registros modificados: ",
               w-cant-cambios, " conflictos: ", w-cant-conflictos.
           DISPLAY "Detalle en ", w-nombre-listado.
       END PROGRAM FusionAlu.
