      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vencimiento diario de las reservas de vacante: las
      *          vigentes cuya fecha de vencimiento ya paso quedan
      *          vencidas (la sena cobrada queda retenida), se avisa
      *          a la familia y el lugar liberado se ofrece a los
      *          primeros de la lista de espera del anio/curso (aviso
      *          VACANTE-LIB) para promoverlos con PromoverEspera.
      *          Deja el listado reservas_vencidas_<fecha>.txt. Pensado
      *          para correr en la cadena nocturna
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VencReservas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESERVAS ASSIGN TO "..\reservas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rv-llave.

           SELECT OPTIONAL ESPERA ASSIGN TO "..\espera.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS esp-llave.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS alu-llave
           ALTERNATE RECORD KEY IS alu-legajo WITH DUPLICATES.

           SELECT OPTIONAL NOTIFICACIONES
           ASSIGN TO "..\notificaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT LISTADO ASSIGN TO w-nombre-listado
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESERVAS.
       01  rv-reg.
           03 rv-llave.
               05 rv-cupo.
                   07 rv-ciclo pic 9(4).
                   07 rv-anio pic 9.
                   07 rv-curso pic 99.
                   07 rv-turno pic 9.
               05 rv-legajo pic 9(5).
           03 rv-fec-alta pic 9(8).
           03 rv-fec-vence pic 9(8).
           03 rv-sena pic 9(6)v99.
           03 rv-fec-sena pic 9(8).
           03 rv-estado pic x.
               88 rv-vigente value "V".
               88 rv-vencida value "X".
           03 rv-fec-cierre pic 9(8).
           03 rv-operador pic x(10).
           03 rv-origen pic x.

       FD  ESPERA.
       01  esp-reg.
           03 esp-llave.
               05 esp-ciclo pic 9(4).
               05 esp-anio pic 9.
               05 esp-curso pic 99.
               05 esp-prioridad pic 999.
           03 esp-legajo pic 9(5).
           03 esp-fec-alta pic 9(8).

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-llave.
               05 alu-dni pic 9(8).
               05 alu-est pic x.
           03 alu-legajo pic 9(5).
           03 alu-nombre pic x(20).
           03 alu-telefono pic x(15).
           03 alu-email pic x(30).

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

       FD  CORRIDAS.
       01  cor-reg.
           03 cor-programa pic x(12).
           03 cor-fecha pic 9(8).
           03 cor-hora pic 9(8).
           03 cor-evento pic x.
           03 cor-lote pic 9(8).
           03 cor-procesados pic 9(7).
           03 cor-rechazados pic 9(7).
           03 cor-estado pic x.
           03 cor-importe pic 9(12)v99.

       FD  LISTADO.
       01  lis-linea pic x(80).

       WORKING-STORAGE SECTION.
       77  w-fecha-hoy pic 9(8).
       77  w-nombre-listado pic x(40).
       77  w-flag-rv pic 9 value 0.
           88 fin-rv value 1.
       77  w-flag-espera pic 9 value 0.
           88 fin-espera value 1.
       77  w-alumno-ok pic x.
           88 alumno-hallado value "S".
       77  w-cant-vencidas pic 9(7) value 0.
       77  w-cant-ofrecidas pic 9(7) value 0.
       77  w-total-senas pic 9(12)v99 value 0.
       77  w-liberadas pic 999 value 0.
       77  w-legajo-buscado pic 9(5).
       77  w-ofrecidas-cupo pic 999.
       01  w-cupo-actual.
           03 w-ca-ciclo pic 9(4).
           03 w-ca-anio pic 9.
           03 w-ca-curso pic 99.
           03 w-ca-turno pic 9.

       01  lin-titulo.
           03 filler pic x(30) value "RESERVAS DE VACANTE VENCIDAS ".
           03 t-fecha pic 9(8).
       01  lin-encabezado.
           03 filler pic x(40)
               value "CICLO A CU T LEGAJO NOMBRE".
           03 filler pic x(40)
               value "       VENCIO          SENA".
       01  lin-vencida.
           03 d-ciclo pic 9(4).
           03 filler pic x value space.
           03 d-anio pic 9.
           03 filler pic x value space.
           03 d-curso pic 99.
           03 filler pic x value space.
           03 d-turno pic 9.
           03 filler pic x value space.
           03 d-legajo pic 9(5).
           03 filler pic x value space.
           03 d-nombre pic x(20).
           03 filler pic x value space.
           03 d-vence pic 9(8).
           03 filler pic x value space.
           03 d-sena pic zzz.zz9,99.
       01  lin-oferta.
           03 filler pic x(24) value "   OFRECER VACANTE A LEG".
           03 o-legajo pic 9(5).
           03 filler pic x(6) value " PRIO ".
           03 o-prioridad pic zz9.
           03 filler pic x value space.
           03 o-nombre pic x(20).
       01  lin-sin-espera.
           03 filler pic x(40)
               value "   SIN CANDIDATOS EN ESPERA - LUGARES LI".
           03 filler pic x(7) value "BRES: ".
           03 s-libres pic zz9.
       01  lin-total.
           03 filler pic x(20) value "Reservas vencidas: ".
           03 tot-vencidas pic zzzzzz9.
           03 filler pic x(20) value "  Lugares ofrecidos:".
           03 tot-ofrecidas pic zzzzzz9.
           03 filler pic x(16) value " Senas retenidas".
           03 tot-senas pic zzz.zz9,99.

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "VencReservas".
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
           PERFORM 200-LEER-RESERVA.
           PERFORM UNTIL fin-rv
               PERFORM 300-PROCESAR-RESERVA
               PERFORM 200-LEER-RESERVA
           END-PERFORM.
           PERFORM 400-OFRECER-CUPO.
           PERFORM 900-FIN.
           GOBACK.

      * Version de layout de los maestros que abre el programa
       010-VERIFICAR-VERSIONES.
           MOVE "alumnos" TO w-ver-archivo.
           MOVE 1 TO w-ver-esperada.
           CALL "VerifVersion" USING w-ver-control.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O RESERVAS.
           OPEN INPUT ESPERA ALUMNOS.
           OPEN EXTEND NOTIFICACIONES.
           OPEN EXTEND CORRIDAS.
           MOVE "I" TO cor-evento.
           MOVE 0 TO cor-procesados cor-rechazados cor-importe.
           MOVE space TO cor-estado.
           PERFORM 850-GRABAR-CORRIDA.
           STRING "..\reservas_vencidas_" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-hoy TO t-fecha.
           WRITE lis-linea FROM lin-titulo.
           WRITE lis-linea FROM lin-encabezado.
           MOVE 0 TO w-cupo-actual.

       200-LEER-RESERVA.
           READ RESERVAS NEXT AT END MOVE 1 TO w-flag-rv.

      ******************************************************************
      * reservas.dat viene ordenado por cupo: al cambiar de cupo se
      * ofrecen los lugares que libero el anterior
      ******************************************************************
       300-PROCESAR-RESERVA.
           IF rv-cupo NOT = w-cupo-actual
               PERFORM 400-OFRECER-CUPO
               MOVE rv-cupo TO w-cupo-actual
               MOVE 0 TO w-liberadas
           END-IF.
           IF rv-vigente AND rv-fec-vence < w-fecha-hoy
               PERFORM 310-VENCER-RESERVA
           END-IF.

       310-VENCER-RESERVA.
           MOVE "X" TO rv-estado.
           MOVE w-fecha-hoy TO rv-fec-cierre.
           MOVE "NOCTURNA" TO rv-operador.
           REWRITE rv-reg
               INVALID KEY
                   DISPLAY "NO PUDE MARCAR VENCIDA LA RESERVA ",
                       rv-llave
           END-REWRITE.
           ADD 1 TO w-cant-vencidas w-liberadas.
           ADD rv-sena TO w-total-senas.
           MOVE rv-legajo TO w-legajo-buscado.
           PERFORM 500-BUSCAR-ALUMNO.
           MOVE rv-ciclo TO d-ciclo.
           MOVE rv-anio TO d-anio.
           MOVE rv-curso TO d-curso.
           MOVE rv-turno TO d-turno.
           MOVE rv-legajo TO d-legajo.
           MOVE alu-nombre TO d-nombre.
           MOVE rv-fec-vence TO d-vence.
           MOVE rv-sena TO d-sena.
           WRITE lis-linea FROM lin-vencida.
           IF alumno-hallado
               MOVE "RESERVA-VENC" TO not-plantilla
               MOVE rv-sena TO not-importe
               MOVE rv-fec-vence TO not-fec-ref
               PERFORM 510-ENCOLAR-AVISO
           END-IF.

      ******************************************************************
      * Cada lugar liberado se ofrece al siguiente de la espera del
      * anio/curso, por orden de prioridad; la promocion la hace
      * PromoverEspera
      ******************************************************************
       400-OFRECER-CUPO.
           IF w-liberadas > 0
               MOVE 0 TO w-ofrecidas-cupo
               MOVE 0 TO w-flag-espera
               MOVE w-ca-ciclo TO esp-ciclo
               MOVE w-ca-anio TO esp-anio
               MOVE w-ca-curso TO esp-curso
               MOVE 0 TO esp-prioridad
               START ESPERA KEY IS NOT LESS THAN esp-llave
                   INVALID KEY MOVE 1 TO w-flag-espera
               END-START
               PERFORM UNTIL fin-espera
                       OR w-ofrecidas-cupo NOT < w-liberadas
                   READ ESPERA NEXT AT END MOVE 1 TO w-flag-espera
                   END-READ
                   IF NOT fin-espera
                       IF esp-ciclo NOT = w-ca-ciclo
                               OR esp-anio NOT = w-ca-anio
                               OR esp-curso NOT = w-ca-curso
                           MOVE 1 TO w-flag-espera
                       ELSE
                           PERFORM 410-OFRECER-CANDIDATO
                       END-IF
                   END-IF
               END-PERFORM
               IF w-ofrecidas-cupo < w-liberadas
                   COMPUTE s-libres = w-liberadas - w-ofrecidas-cupo
                   WRITE lis-linea FROM lin-sin-espera
               END-IF
           END-IF.

       410-OFRECER-CANDIDATO.
           ADD 1 TO w-ofrecidas-cupo w-cant-ofrecidas.
           MOVE esp-legajo TO w-legajo-buscado.
           PERFORM 500-BUSCAR-ALUMNO.
           MOVE esp-legajo TO o-legajo.
           MOVE esp-prioridad TO o-prioridad.
           MOVE alu-nombre TO o-nombre.
           WRITE lis-linea FROM lin-oferta.
           IF alumno-hallado
               MOVE "VACANTE-LIB" TO not-plantilla
               MOVE 0 TO not-importe
               MOVE w-fecha-hoy TO not-fec-ref
               PERFORM 510-ENCOLAR-AVISO
           END-IF.

       500-BUSCAR-ALUMNO.
           MOVE "N" TO w-alumno-ok.
           MOVE w-legajo-buscado TO alu-legajo.
           READ ALUMNOS KEY IS alu-legajo
               INVALID KEY MOVE "(desconocido)" TO alu-nombre
               NOT INVALID KEY SET alumno-hallado TO TRUE
           END-READ.

       510-ENCOLAR-AVISO.
           MOVE w-fecha-hoy TO not-fecha.
           MOVE alu-dni TO not-dni.
           MOVE alu-nombre TO not-nombre.
           MOVE alu-telefono TO not-telefono.
           MOVE alu-email TO not-email.
           MOVE "P" TO not-estado.
           WRITE not-reg.

       850-GRABAR-CORRIDA.
           MOVE "VencReservas" TO cor-programa.
           MOVE w-fecha-hoy TO cor-fecha.
           ACCEPT cor-hora FROM TIME.
           MOVE 0 TO cor-lote.
           WRITE cor-reg.

       900-FIN.
           MOVE w-cant-vencidas TO tot-vencidas.
           MOVE w-cant-ofrecidas TO tot-ofrecidas.
           MOVE w-total-senas TO tot-senas.
           WRITE lis-linea FROM lin-total.
           MOVE "F" TO cor-evento.
           MOVE w-cant-vencidas TO cor-procesados.
           MOVE 0 TO cor-rechazados.
           MOVE w-total-senas TO cor-importe.
           MOVE "N" TO cor-estado.
           PERFORM 850-GRABAR-CORRIDA.
           CLOSE RESERVAS ESPERA ALUMNOS NOTIFICACIONES CORRIDAS
               LISTADO.
           DISPLAY "Reservas vencidas: ", w-cant-vencidas,
               " lugares ofrecidos a la espera: ", w-cant-ofrecidas.
           DISPLAY "Listado en ", w-nombre-listado.
       END PROGRAM VencReservas.
