      ******************************************************************
      * Author:
      * Date:
      * Purpose: Seguro escolar: novedad mensual para la aseguradora
      *          comparando los alumnos activos (estado A o S con
      *          curso en el ciclo) contra el padron asegurado del mes
      *          anterior, con las bajas tomadas de bajas_alumnos.log,
      *          archivo de altas/bajas con registro de control y
      *          copia legible; y registro de siniestros por legajo
      *          con el estado del reclamo para su seguimiento
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Seguros.
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

           SELECT OPTIONAL PADRON ASSIGN TO "..\seguro_padron.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sp-legajo.

           SELECT OPTIONAL SINIESTROS ASSIGN TO "..\siniestros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sin-llave.

           SELECT OPTIONAL BAJAS-ALU-LOG
           ASSIGN TO "..\bajas_alumnos.log"
           ORGANIZATION LINE SEQUENTIAL.

           SELECT NOVEDAD ASSIGN TO w-nombre-novedad
           ORGANIZATION LINE SEQUENTIAL.

           SELECT CONTROL-LEGIBLE ASSIGN TO w-nombre-control
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

      * Padron asegurado: sp-mes-baja en cero mientras esta cubierto;
      * sp-ultimo-mes es el ultimo mes en que se lo encontro activo
       FD  PADRON.
       01  sp-reg.
           03 sp-legajo pic 9(5).
           03 sp-dni pic 9(8).
           03 sp-nombre pic x(20).
           03 sp-mes-alta pic 9(6).
           03 sp-mes-baja pic 9(6).
           03 sp-fecha-baja pic 9(8).
           03 sp-ultimo-mes pic 9(6).

       FD  SINIESTROS.
       01  sin-reg.
           03 sin-llave.
               05 sin-legajo pic 9(5).
               05 sin-numero pic 99.
           03 sin-fecha pic 9(8).
           03 sin-descripcion pic x(40).
           03 sin-nro-reclamo pic x(15).
           03 sin-estado pic x.
               88 sin-abierto value "D" "T".
               88 sin-estado-valido value "D" "T" "P" "R" "C".
           03 sin-importe pic 9(6)v99.
           03 sin-fec-estado pic 9(8).

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

       FD  NOVEDAD.
       01  seg-reg.
           03 seg-tipo pic x.
           03 seg-mes pic 9(6).
           03 seg-legajo pic 9(5).
           03 seg-dni pic 9(8).
           03 seg-nombre pic x(20).
           03 seg-fecha pic 9(8).
       01  seg-control.
           03 segc-tipo pic x.
           03 segc-mes pic 9(6).
           03 segc-altas pic 9(5).
           03 segc-bajas pic 9(5).
           03 segc-asegurados pic 9(6).
           03 filler pic x(25).

       FD  CONTROL-LEGIBLE.
       01  ctl-linea pic x(90).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "N".
           88 modo-novedad value "N".
           88 modo-siniestro value "S".
           88 modo-pendientes value "P".
       77  w-nombre-novedad pic x(40).
       77  w-nombre-control pic x(40).
       77  w-fecha-hoy pic 9(8).
       77  w-ciclo pic 9(4).
       77  w-mes pic 9(6).
       77  w-flag-alu pic 9 value 0.
           88 fin-alu value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-flag-padron pic 9 value 0.
           88 fin-padron value 1.
       77  w-flag-log pic 9 value 0.
           88 fin-log value 1.
       77  w-flag-sin pic 9 value 0.
           88 fin-sin value 1.
       77  w-existe pic x.
           88 reg-existe value "S".
       77  w-cursando pic x.
           88 esta-cursando value "S".
       77  w-ind pic 9(4).
       77  w-legajo pic 9(5).
       77  w-numero pic 99.
       77  w-cant-altas pic 9(5) value 0.
       77  w-cant-bajas pic 9(5) value 0.
       77  w-cant-asegurados pic 9(6) value 0.
       77  w-cant-pend pic 9(5) value 0.
       77  w-baja-cant pic 9(4) value 0.
       01  w-tab-bajas.
           03 w-baja occurs 2000.
               05 w-baja-legajo pic 9(5).
               05 w-baja-fecha pic 9(8).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Seguros".
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
               WHEN modo-siniestro
                   PERFORM 500-SINIESTROS
               WHEN modo-pendientes
                   PERFORM 600-SINIESTROS-ABIERTOS
               WHEN OTHER
                   PERFORM 200-NOVEDAD-MENSUAL
           END-EVALUATE.
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
           DISPLAY "Modo (N=Novedad mensual a la aseguradora, ",
               "S=Registrar siniestro, P=Siniestros abiertos)".
           ACCEPT w-modo.

      ******************************************************************
      * Novedad mensual: altas = activos que no estaban cubiertos,
      * bajas = cubiertos que dejaron de estar activos. Correr dos veces
      * el mismo mes vuelve a generar la misma novedad.
      ******************************************************************
       200-NOVEDAD-MENSUAL.
           DISPLAY "Ciclo lectivo (AAAA)".
           ACCEPT w-ciclo.
           DISPLAY "Mes de la novedad (AAAAMM)".
           ACCEPT w-mes.
           MOVE spaces TO w-nombre-novedad.
           STRING "..\seguro_" DELIMITED BY SIZE
                  w-mes DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO w-nombre-novedad.
           MOVE spaces TO w-nombre-control.
           STRING "..\seguro_" DELIMITED BY SIZE
                  w-mes DELIMITED BY SIZE
                  "_control.txt" DELIMITED BY SIZE
                  INTO w-nombre-control.
           OPEN INPUT ALUMNOS CURSOS BAJAS-ALU-LOG.
           OPEN I-O PADRON.
           OPEN OUTPUT NOVEDAD CONTROL-LEGIBLE.
           MOVE spaces TO ctl-linea.
           STRING "SEGURO ESCOLAR - NOVEDAD DEL MES " w-mes
               " - CICLO " w-ciclo
               DELIMITED BY SIZE INTO ctl-linea.
           WRITE ctl-linea.
           PERFORM 210-CARGAR-BAJAS-LOG.
           PERFORM 300-RECORRER-ACTIVOS.
           PERFORM 400-DETECTAR-BAJAS.
           PERFORM 450-REGISTRO-CONTROL.
           CLOSE ALUMNOS CURSOS BAJAS-ALU-LOG PADRON.
           CLOSE NOVEDAD CONTROL-LEGIBLE.
           DISPLAY "Novedad en ", w-nombre-novedad,
               " y control en ", w-nombre-control.

      * Bajas registradas en el mes: dan la fecha de baja informada
       210-CARGAR-BAJAS-LOG.
           PERFORM UNTIL fin-log
               READ BAJAS-ALU-LOG AT END MOVE 1 TO w-flag-log
               END-READ
               IF NOT fin-log
                   IF bl-fecha-baja(1:6) = w-mes
                           AND w-baja-cant < 2000
                       ADD 1 TO w-baja-cant
                       MOVE bl-legajo TO w-baja-legajo(w-baja-cant)
                       MOVE bl-fecha-baja TO w-baja-fecha(w-baja-cant)
                   END-IF
               END-IF
           END-PERFORM.

       300-RECORRER-ACTIVOS.
           MOVE LOW-VALUES TO alu-llave.
           START ALUMNOS KEY IS NOT LESS THAN alu-llave
               INVALID KEY MOVE 1 TO w-flag-alu
           END-START.
           PERFORM UNTIL fin-alu
               READ ALUMNOS NEXT AT END MOVE 1 TO w-flag-alu
               END-READ
               IF NOT fin-alu
                   IF alu-est = "A" OR alu-est = "S"
                       PERFORM 310-VER-CURSADA
                       IF esta-cursando
                           PERFORM 320-ACTUALIZAR-PADRON
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       310-VER-CURSADA.
           MOVE "N" TO w-cursando.
           MOVE 0 TO w-flag-cursos.
           MOVE alu-legajo TO cur-legajo.
           START CURSOS KEY IS = cur-legajo
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos OR esta-cursando
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-legajo NOT = alu-legajo
                       MOVE 1 TO w-flag-cursos
                   ELSE
                       IF cur-ciclo = w-ciclo
                           SET esta-cursando TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       320-ACTUALIZAR-PADRON.
           ADD 1 TO w-cant-asegurados.
           MOVE alu-legajo TO sp-legajo.
           READ PADRON
               INVALID KEY
                   MOVE alu-legajo TO sp-legajo
                   MOVE w-mes TO sp-mes-alta
                   MOVE 0 TO sp-mes-baja sp-fecha-baja
                   PERFORM 330-DATOS-PADRON
                   WRITE sp-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR PADRON"
                   END-WRITE
               NOT INVALID KEY
                   IF sp-mes-baja NOT = 0
                       MOVE w-mes TO sp-mes-alta
                       MOVE 0 TO sp-mes-baja sp-fecha-baja
                   END-IF
                   PERFORM 330-DATOS-PADRON
                   REWRITE sp-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR PADRON"
                   END-REWRITE
           END-READ.
           IF sp-mes-alta = w-mes
               MOVE "A" TO seg-tipo
               MOVE w-fecha-hoy TO seg-fecha
               PERFORM 350-ESCRIBIR-NOVEDAD
               ADD 1 TO w-cant-altas
           END-IF.

       330-DATOS-PADRON.
           MOVE alu-dni TO sp-dni.
           MOVE alu-nombre TO sp-nombre.
           MOVE w-mes TO sp-ultimo-mes.

       350-ESCRIBIR-NOVEDAD.
           MOVE w-mes TO seg-mes.
           MOVE sp-legajo TO seg-legajo.
           MOVE sp-dni TO seg-dni.
           MOVE sp-nombre TO seg-nombre.
           WRITE seg-reg.
           MOVE spaces TO ctl-linea.
           STRING "  " seg-tipo " legajo " sp-legajo " DNI " sp-dni
               " " sp-nombre " fecha " seg-fecha
               DELIMITED BY SIZE INTO ctl-linea.
           WRITE ctl-linea.

      * Cubiertos que no aparecieron activos este mes pasan a baja,
      * con la fecha del log de bajas si la hay
       400-DETECTAR-BAJAS.
           MOVE 0 TO sp-legajo.
           START PADRON KEY IS NOT LESS THAN sp-legajo
               INVALID KEY MOVE 1 TO w-flag-padron
           END-START.
           PERFORM UNTIL fin-padron
               READ PADRON NEXT AT END MOVE 1 TO w-flag-padron
               END-READ
               IF NOT fin-padron
                   IF sp-mes-baja = 0 AND sp-ultimo-mes < w-mes
                       MOVE w-mes TO sp-mes-baja
                       PERFORM 410-FECHA-BAJA
                       REWRITE sp-reg
                           INVALID KEY DISPLAY "NO PUDE GRABAR PADRON"
                       END-REWRITE
                   END-IF
                   IF sp-mes-baja = w-mes
                       MOVE "B" TO seg-tipo
                       MOVE sp-fecha-baja TO seg-fecha
                       PERFORM 350-ESCRIBIR-NOVEDAD
                       ADD 1 TO w-cant-bajas
                   END-IF
               END-IF
           END-PERFORM.

       410-FECHA-BAJA.
           MOVE w-fecha-hoy TO sp-fecha-baja.
           PERFORM VARYING w-ind FROM 1 BY 1 UNTIL w-ind > w-baja-cant
               IF w-baja-legajo(w-ind) = sp-legajo
                   MOVE w-baja-fecha(w-ind) TO sp-fecha-baja
               END-IF
           END-PERFORM.

       450-REGISTRO-CONTROL.
           MOVE spaces TO seg-control.
           MOVE "T" TO segc-tipo.
           MOVE w-mes TO segc-mes.
           MOVE w-cant-altas TO segc-altas.
           MOVE w-cant-bajas TO segc-bajas.
           MOVE w-cant-asegurados TO segc-asegurados.
           WRITE seg-control.
           MOVE spaces TO ctl-linea.
           STRING "TOTAL altas " w-cant-altas "  bajas " w-cant-bajas
               "  asegurados " w-cant-asegurados
               DELIMITED BY SIZE INTO ctl-linea.
           DISPLAY ctl-linea.
           WRITE ctl-linea.

      ******************************************************************
      * Siniestros: alta con el proximo numero del legajo, o cambio de
      * estado de uno existente (D=Denunciado T=En tramite P=Pagado
      * R=Rechazado C=Cerrado)
      ******************************************************************
       500-SINIESTROS.
           OPEN I-O SINIESTROS.
           OPEN INPUT ALUMNOS.
           DISPLAY "Legajo (x fin 0)".
           ACCEPT w-legajo.
           PERFORM UNTIL w-legajo = 0
               MOVE w-legajo TO alu-legajo
               READ ALUMNOS KEY IS alu-legajo
                   INVALID KEY
                       DISPLAY "LEGAJO INEXISTENTE"
                   NOT INVALID KEY
                       DISPLAY alu-nombre
                       PERFORM 510-LISTAR-DEL-LEGAJO
                       PERFORM 520-GRABAR-SINIESTRO
               END-READ
               DISPLAY "Legajo (x fin 0)"
               ACCEPT w-legajo
           END-PERFORM.
           CLOSE SINIESTROS ALUMNOS.

       510-LISTAR-DEL-LEGAJO.
           MOVE 0 TO w-numero.
           MOVE 0 TO w-flag-sin.
           MOVE w-legajo TO sin-legajo.
           MOVE 0 TO sin-numero.
           START SINIESTROS KEY IS NOT LESS THAN sin-llave
               INVALID KEY MOVE 1 TO w-flag-sin
           END-START.
           PERFORM UNTIL fin-sin
               READ SINIESTROS NEXT AT END MOVE 1 TO w-flag-sin
               END-READ
               IF NOT fin-sin
                   IF sin-legajo NOT = w-legajo
                       MOVE 1 TO w-flag-sin
                   ELSE
                       MOVE sin-numero TO w-numero
                       DISPLAY sin-numero, " ", sin-fecha, " ",
                           sin-descripcion, " ", sin-estado, " ",
                           sin-nro-reclamo
                   END-IF
               END-IF
           END-PERFORM.

       520-GRABAR-SINIESTRO.
           DISPLAY "Numero de siniestro (0 = nuevo)".
           ACCEPT sin-numero.
           MOVE w-legajo TO sin-legajo.
           MOVE "N" TO w-existe.
           IF sin-numero = 0
               ADD 1 TO w-numero
               MOVE w-numero TO sin-numero
               MOVE spaces TO sin-descripcion sin-nro-reclamo
               MOVE 0 TO sin-importe
               DISPLAY "Fecha del siniestro (AAAAMMDD)"
               ACCEPT sin-fecha
               DISPLAY "Descripcion"
               ACCEPT sin-descripcion
           ELSE
               READ SINIESTROS
                   INVALID KEY
                       DISPLAY "SINIESTRO INEXISTENTE"
                       MOVE 0 TO sin-numero
                   NOT INVALID KEY
                       SET reg-existe TO TRUE
               END-READ
           END-IF.
           IF sin-numero NOT = 0
               DISPLAY "Nro. de reclamo ante la aseguradora"
               ACCEPT sin-nro-reclamo
               MOVE space TO sin-estado
               PERFORM UNTIL sin-estado-valido
                   DISPLAY "Estado (D=Denunciado T=En tramite ",
                       "P=Pagado R=Rechazado C=Cerrado)"
                   ACCEPT sin-estado
               END-PERFORM
               DISPLAY "Importe reconocido"
               ACCEPT sin-importe
               MOVE w-fecha-hoy TO sin-fec-estado
               IF reg-existe
                   REWRITE sin-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-REWRITE
               ELSE
                   WRITE sin-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-WRITE
               END-IF
           END-IF.

       600-SINIESTROS-ABIERTOS.
           OPEN INPUT SINIESTROS.
           DISPLAY "LEGAJO NRO FECHA    RECLAMO         E ULT.CAMBIO ",
               "DESCRIPCION".
           MOVE LOW-VALUES TO sin-llave.
           START SINIESTROS KEY IS NOT LESS THAN sin-llave
               INVALID KEY MOVE 1 TO w-flag-sin
           END-START.
           PERFORM UNTIL fin-sin
               READ SINIESTROS NEXT AT END MOVE 1 TO w-flag-sin
               END-READ
               IF NOT fin-sin AND sin-abierto
                   ADD 1 TO w-cant-pend
                   DISPLAY sin-legajo, "  ", sin-numero, " ", sin-fecha,
                       " ", sin-nro-reclamo, " ", sin-estado, " ",
                       sin-fec-estado, "   ", sin-descripcion
               END-IF
           END-PERFORM.
           DISPLAY "Siniestros abiertos: ", w-cant-pend.
           CLOSE SINIESTROS.
       END PROGRAM Seguros.
