      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recorridos del transporte escolar: vehiculos con su
      *          capacidad de asientos, recorridos con la lista
      *          ordenada de paradas, asignacion de cada cta-cte
      *          suscripta al servicio de transporte (parametro
      *          SERV-TRANSP) a un recorrido y parada sin pasar la
      *          capacidad del vehiculo, hoja diaria por vehiculo con
      *          alumnos, paradas y contacto de emergencia, y reporte
      *          de excepciones (suscriptos sin recorrido, pasajeros
      *          con la suscripcion vencida, recorridos excedidos)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Recorridos.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VEHICULOS ASSIGN TO "..\vehiculos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS veh-patente.

           SELECT OPTIONAL RECORRIDOS ASSIGN TO "..\recorridos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS rco-codigo.

           SELECT OPTIONAL ASIGTRANSP ASSIGN TO "..\asigtransp.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS at-llave
           ALTERNATE RECORD KEY IS at-recorrido WITH DUPLICATES.

           SELECT OPTIONAL SUSCRIPCIONES
           ASSIGN TO "..\suscripciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS sus-llave.

           SELECT CURSOS ASSIGN TO "..\cursos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS curso-llave
           ALTERNATE RECORD KEY IS cur-legajo WITH DUPLICATES.

           SELECT ALUMNOS ASSIGN TO "..\alumnos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS alu-llave
           ALTERNATE RECORD KEY IS alu-legajo WITH DUPLICATES.

           SELECT OPTIONAL FICHAS ASSIGN TO "..\emergencias.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS fe-legajo.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS par-codigo.

           SELECT LISTADO ASSIGN TO "..\listado_recorridos.txt"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VEHICULOS.
       01  veh-reg.
           03 veh-patente pic x(10).
           03 veh-descripcion pic x(20).
           03 veh-chofer pic x(20).
           03 veh-telefono pic x(15).
           03 veh-capacidad pic 99.

      * Las paradas van en el orden en que las recorre el vehiculo
       FD  RECORRIDOS.
       01  rco-reg.
           03 rco-codigo pic 99.
           03 rco-nombre pic x(20).
           03 rco-turno pic 9.
           03 rco-patente pic x(10).
           03 rco-cant-paradas pic 99.
           03 rco-parada occurs 15.
               05 rco-par-lugar pic x(25).
               05 rco-par-hora pic 9(4).

      * Una asignacion por cta-cte suscripta (misma llave curso +
      * cta-cte que la suscripcion)
       FD  ASIGTRANSP.
       01  at-reg.
           03 at-llave.
               05 at-curso pic 99.
               05 at-cta-cte pic 9(5).
           03 at-recorrido pic 99.
           03 at-parada pic 99.

       FD  SUSCRIPCIONES.
       01  sus-reg.
           03 sus-llave.
               05 sus-curso pic 99.
               05 sus-cta-cte pic 9(5).
               05 sus-servicio pic 99.
           03 sus-importe pic 9(6)v99.
           03 sus-desde pic 9(6).
           03 sus-hasta pic 9(6).

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

       FD  ALUMNOS.
       01  alu-reg.
           03 alu-llave.
               05 alu-dni pic 9(8).
               05 alu-est pic x.
           03 alu-legajo pic 9(5).
           03 alu-nombre pic x(20).
           03 alu-telefono pic x(15).
           03 alu-email pic x(30).

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

       FD  PARAMETROS.
       01  par-reg.
           03 par-codigo pic x(12).
           03 par-valor pic 9(6)v99.
           03 par-descripcion pic x(30).

       FD  LISTADO.
       01  lis-linea pic x(100).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           88 modo-vehiculos value "V".
           88 modo-recorridos value "R".
           88 modo-asignar value "A".
           88 modo-quitar value "Q".
           88 modo-hoja value "H".
           88 modo-excepciones value "X".
       77  w-fecha-hoy pic 9(8).
       77  w-mes-actual pic 9(6).
       77  w-serv-transporte pic 99 value 11.
       77  w-flag-rco pic 9 value 0.
           88 fin-rco value 1.
       77  w-flag-at pic 9 value 0.
           88 fin-at value 1.
       77  w-flag-sus pic 9 value 0.
           88 fin-sus value 1.
       77  w-flag-cursos pic 9 value 0.
           88 fin-cursos value 1.
       77  w-existe pic x.
           88 reg-existe value "S".
       77  w-curso-hallado pic x.
           88 curso-hallado value "S".
       77  w-vehiculo-ok pic x.
           88 vehiculo-hallado value "S".
       77  w-ind pic 99.
       77  w-codigo pic 99.
       77  w-patente pic x(10).
       77  w-ocupados pic 999.
       77  w-curso pic 99.
       77  w-cta-cte pic 9(5).
       77  w-recorrido pic 99.
       77  w-parada pic 99.
       77  w-cant-alumnos pic 999.
       77  w-cant-excep pic 9(5) value 0.
       77  w-contacto pic x(20).
       77  w-tel-contacto pic x(15).
       01  lin-pasajero.
           03 filler pic x(4) value spaces.
           03 lp-nombre pic x(20).
           03 filler pic x value space.
           03 lp-curso pic 99.
           03 filler pic x value "/".
           03 lp-cta-cte pic 9(5).
           03 filler pic x(2) value spaces.
           03 lp-contacto pic x(20).
           03 filler pic x value space.
           03 lp-telefono pic x(15).

       01  w-ver-control.
           03 w-ver-programa pic x(12) value "Recorridos".
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
               WHEN modo-vehiculos
                   PERFORM 200-ABM-VEHICULOS
               WHEN modo-recorridos
                   PERFORM 300-ABM-RECORRIDOS
               WHEN modo-asignar
                   PERFORM 400-ASIGNAR
               WHEN modo-quitar
                   PERFORM 450-QUITAR
               WHEN modo-hoja
                   PERFORM 500-HOJA-VEHICULO
               WHEN modo-excepciones
                   PERFORM 600-EXCEPCIONES
               WHEN OTHER
                   PERFORM 250-LISTAR-RECORRIDOS
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

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy(1:6) TO w-mes-actual.
           DISPLAY "Modo (L=Listar recorridos, V=Vehiculos, ",
               "R=Recorridos y paradas, A=Asignar, Q=Quitar,".
           DISPLAY "      H=Hoja diaria del vehiculo, ",
               "X=Excepciones)".
           ACCEPT w-modo.
           OPEN INPUT PARAMETROS.
           MOVE "SERV-TRANSP" TO par-codigo.
           READ PARAMETROS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE par-valor TO w-serv-transporte
           END-READ.
           CLOSE PARAMETROS.
           IF modo-vehiculos OR modo-recorridos
               OPEN I-O VEHICULOS RECORRIDOS
           ELSE
               OPEN INPUT VEHICULOS RECORRIDOS
           END-IF.
           IF modo-asignar OR modo-quitar
               OPEN I-O ASIGTRANSP
           ELSE
               OPEN INPUT ASIGTRANSP
           END-IF.
           OPEN INPUT SUSCRIPCIONES CURSOS ALUMNOS FICHAS.

       200-ABM-VEHICULOS.
           DISPLAY "Patente (x fin en blanco)".
           ACCEPT w-patente.
           PERFORM UNTIL w-patente = spaces
               MOVE "N" TO w-existe
               MOVE w-patente TO veh-patente
               READ VEHICULOS
                   INVALID KEY
                       MOVE spaces TO veh-descripcion veh-chofer
                           veh-telefono
                       MOVE 0 TO veh-capacidad
                   NOT INVALID KEY
                       SET reg-existe TO TRUE
                       DISPLAY veh-descripcion, " ", veh-chofer,
                           " asientos ", veh-capacidad
               END-READ
               DISPLAY "Descripcion"
               ACCEPT veh-descripcion
               DISPLAY "Chofer"
               ACCEPT veh-chofer
               DISPLAY "Telefono del chofer"
               ACCEPT veh-telefono
               DISPLAY "Asientos para alumnos"
               ACCEPT veh-capacidad
               IF reg-existe
                   REWRITE veh-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-REWRITE
               ELSE
                   WRITE veh-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-WRITE
               END-IF
               DISPLAY "Patente (x fin en blanco)"
               ACCEPT w-patente
           END-PERFORM.

       250-LISTAR-RECORRIDOS.
           DISPLAY "RC NOMBRE               T PATENTE    PARADAS ",
               "OCUPADOS".
           MOVE 0 TO rco-codigo.
           START RECORRIDOS KEY IS NOT LESS THAN rco-codigo
               INVALID KEY MOVE 1 TO w-flag-rco
           END-START.
           PERFORM UNTIL fin-rco
               READ RECORRIDOS NEXT AT END MOVE 1 TO w-flag-rco
               END-READ
               IF NOT fin-rco
                   MOVE rco-codigo TO w-recorrido
                   PERFORM 700-CONTAR-OCUPADOS
                   DISPLAY rco-codigo, " ", rco-nombre, " ",
                       rco-turno, " ", rco-patente, " ",
                       rco-cant-paradas, "      ", w-ocupados
               END-IF
           END-PERFORM.

       300-ABM-RECORRIDOS.
           DISPLAY "Codigo de recorrido (x fin 0)".
           ACCEPT w-codigo.
           PERFORM UNTIL w-codigo = 0
               PERFORM 310-GRABAR-RECORRIDO
               DISPLAY "Codigo de recorrido (x fin 0)"
               ACCEPT w-codigo
           END-PERFORM.

       310-GRABAR-RECORRIDO.
           MOVE "N" TO w-existe.
           MOVE w-codigo TO rco-codigo.
           READ RECORRIDOS
               INVALID KEY
                   MOVE spaces TO rco-reg
                   MOVE w-codigo TO rco-codigo
                   MOVE 0 TO rco-turno rco-cant-paradas
               NOT INVALID KEY
                   SET reg-existe TO TRUE
                   DISPLAY rco-nombre, " vehiculo ", rco-patente
           END-READ.
           DISPLAY "Nombre del recorrido".
           ACCEPT rco-nombre.
           DISPLAY "Turno".
           ACCEPT rco-turno.
           MOVE "N" TO w-vehiculo-ok.
           PERFORM UNTIL vehiculo-hallado
               DISPLAY "Patente del vehiculo"
               ACCEPT rco-patente
               MOVE rco-patente TO veh-patente
               READ VEHICULOS
                   INVALID KEY DISPLAY "VEHICULO INEXISTENTE"
                   NOT INVALID KEY SET vehiculo-hallado TO TRUE
               END-READ
           END-PERFORM.
           MOVE rco-codigo TO w-recorrido.
           PERFORM 700-CONTAR-OCUPADOS.
           IF w-ocupados > veh-capacidad
               DISPLAY "ATENCION: EL VEHICULO TIENE ", veh-capacidad,
                   " ASIENTOS Y EL RECORRIDO YA LLEVA ", w-ocupados
           END-IF.
           DISPLAY "Paradas en orden (lugar en blanco = fin, max 15)".
           MOVE 0 TO rco-cant-paradas.
           MOVE 1 TO w-ind.
           PERFORM UNTIL w-ind > 15
               DISPLAY "Parada ", w-ind, " - lugar"
               ACCEPT rco-par-lugar(w-ind)
               IF rco-par-lugar(w-ind) = spaces
                   PERFORM VARYING w-ind FROM w-ind BY 1
                           UNTIL w-ind > 15
                       MOVE spaces TO rco-par-lugar(w-ind)
                       MOVE 0 TO rco-par-hora(w-ind)
                   END-PERFORM
               ELSE
                   DISPLAY "  Hora (HHMM)"
                   ACCEPT rco-par-hora(w-ind)
                   MOVE w-ind TO rco-cant-paradas
                   ADD 1 TO w-ind
               END-IF
           END-PERFORM.
           IF reg-existe
               REWRITE rco-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-REWRITE
           ELSE
               WRITE rco-reg
                   INVALID KEY DISPLAY "NO PUDE GRABAR"
               END-WRITE
           END-IF.

      * Solo se asigna una cta-cte con suscripcion vigente al
      * servicio de transporte, y sin pasar los asientos del vehiculo
       400-ASIGNAR.
           PERFORM 410-PEDIR-CUENTA.
           PERFORM UNTIL w-curso = 0
               MOVE w-curso TO sus-curso
               MOVE w-cta-cte TO sus-cta-cte
               MOVE w-serv-transporte TO sus-servicio
               READ SUSCRIPCIONES
                   INVALID KEY
                       DISPLAY "LA CUENTA NO ESTA SUSCRIPTA AL ",
                           "TRANSPORTE"
                   NOT INVALID KEY
                       IF sus-hasta < w-mes-actual
                           DISPLAY "LA SUSCRIPCION VENCIO EN ",
                               sus-hasta
                       ELSE
                           PERFORM 420-ELEGIR-RECORRIDO
                       END-IF
               END-READ
               PERFORM 410-PEDIR-CUENTA
           END-PERFORM.

       410-PEDIR-CUENTA.
           DISPLAY "Curso (x fin 0)".
           ACCEPT w-curso.
           IF w-curso NOT = 0
               DISPLAY "Cuenta corriente"
               ACCEPT w-cta-cte
           END-IF.

       420-ELEGIR-RECORRIDO.
           DISPLAY "Recorrido".
           ACCEPT w-recorrido.
           MOVE w-recorrido TO rco-codigo.
           READ RECORRIDOS
               INVALID KEY
                   DISPLAY "RECORRIDO INEXISTENTE"
               NOT INVALID KEY
                   PERFORM VARYING w-ind FROM 1 BY 1
                           UNTIL w-ind > rco-cant-paradas
                       DISPLAY "  ", w-ind, ") ", rco-par-lugar(w-ind),
                           " ", rco-par-hora(w-ind)
                   END-PERFORM
                   DISPLAY "Parada"
                   ACCEPT w-parada
                   IF w-parada = 0 OR w-parada > rco-cant-paradas
                       DISPLAY "PARADA INEXISTENTE"
                   ELSE
                       PERFORM 430-GRABAR-ASIGNACION
                   END-IF
           END-READ.

       430-GRABAR-ASIGNACION.
           MOVE "N" TO w-existe.
           MOVE w-curso TO at-curso.
           MOVE w-cta-cte TO at-cta-cte.
           READ ASIGTRANSP
               INVALID KEY CONTINUE
               NOT INVALID KEY SET reg-existe TO TRUE
           END-READ.
           MOVE rco-patente TO veh-patente.
           READ VEHICULOS
               INVALID KEY MOVE 0 TO veh-capacidad
           END-READ.
           PERFORM 700-CONTAR-OCUPADOS.
           MOVE w-curso TO at-curso.
           MOVE w-cta-cte TO at-cta-cte.
           READ ASIGTRANSP
               INVALID KEY CONTINUE
           END-READ.
      * Si ya viaja en este mismo recorrido no ocupa un asiento mas
           IF reg-existe AND at-recorrido = w-recorrido
               SUBTRACT 1 FROM w-ocupados
           END-IF.
           IF w-ocupados NOT < veh-capacidad
               DISPLAY "EL VEHICULO ", rco-patente, " ESTA COMPLETO (",
                   veh-capacidad, " asientos)"
           ELSE
               MOVE w-curso TO at-curso
               MOVE w-cta-cte TO at-cta-cte
               MOVE w-recorrido TO at-recorrido
               MOVE w-parada TO at-parada
               IF reg-existe
                   REWRITE at-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-REWRITE
               ELSE
                   WRITE at-reg
                       INVALID KEY DISPLAY "NO PUDE GRABAR"
                   END-WRITE
               END-IF
           END-IF.

       450-QUITAR.
           PERFORM 410-PEDIR-CUENTA.
           PERFORM UNTIL w-curso = 0
               MOVE w-curso TO at-curso
               MOVE w-cta-cte TO at-cta-cte
               DELETE ASIGTRANSP
                   INVALID KEY DISPLAY "NO TIENE RECORRIDO ASIGNADO"
               END-DELETE
               PERFORM 410-PEDIR-CUENTA
           END-PERFORM.

      * Hoja diaria: todos los recorridos del vehiculo, parada por
      * parada en orden, con los alumnos que suben en cada una
       500-HOJA-VEHICULO.
           DISPLAY "Patente".
           ACCEPT w-patente.
           MOVE w-patente TO veh-patente.
           READ VEHICULOS
               INVALID KEY
                   DISPLAY "VEHICULO INEXISTENTE"
               NOT INVALID KEY
                   PERFORM 510-IMPRIMIR-HOJA
           END-READ.

       510-IMPRIMIR-HOJA.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "HOJA DE RUTA " w-fecha-hoy "  Vehiculo " veh-patente
               " " veh-descripcion "  Chofer " veh-chofer
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE all "=" TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO w-cant-alumnos.
           MOVE 0 TO rco-codigo.
           MOVE 0 TO w-flag-rco.
           START RECORRIDOS KEY IS NOT LESS THAN rco-codigo
               INVALID KEY MOVE 1 TO w-flag-rco
           END-START.
           PERFORM UNTIL fin-rco
               READ RECORRIDOS NEXT AT END MOVE 1 TO w-flag-rco
               END-READ
               IF NOT fin-rco AND rco-patente = w-patente
                   PERFORM 520-HOJA-RECORRIDO
               END-IF
           END-PERFORM.
           MOVE spaces TO lis-linea.
           STRING "Alumnos transportados: " w-cant-alumnos
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           CLOSE LISTADO.
           DISPLAY "Hoja en listado_recorridos.txt".

       520-HOJA-RECORRIDO.
           MOVE spaces TO lis-linea.
           STRING "Recorrido " rco-codigo " " rco-nombre " turno "
               rco-turno
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           PERFORM VARYING w-parada FROM 1 BY 1
                   UNTIL w-parada > rco-cant-paradas
               MOVE spaces TO lis-linea
               STRING "  " rco-par-hora(w-parada) " "
                   rco-par-lugar(w-parada)
                   DELIMITED BY SIZE INTO lis-linea
               WRITE lis-linea
               PERFORM 530-PASAJEROS-PARADA
           END-PERFORM.
           MOVE all "-" TO lis-linea.
           WRITE lis-linea.

       530-PASAJEROS-PARADA.
           MOVE rco-codigo TO at-recorrido.
           MOVE 0 TO w-flag-at.
           START ASIGTRANSP KEY IS = at-recorrido
               INVALID KEY MOVE 1 TO w-flag-at
           END-START.
           PERFORM UNTIL fin-at
               READ ASIGTRANSP NEXT AT END MOVE 1 TO w-flag-at
               END-READ
               IF NOT fin-at
                   IF at-recorrido NOT = rco-codigo
                       MOVE 1 TO w-flag-at
                   ELSE
                       IF at-parada = w-parada
                           PERFORM 540-RENGLON-PASAJERO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Contacto de emergencia: el primero de la ficha; sin ficha,
      * el telefono del alumno
       540-RENGLON-PASAJERO.
           ADD 1 TO w-cant-alumnos.
           MOVE at-curso TO w-curso.
           MOVE at-cta-cte TO w-cta-cte.
           PERFORM 710-BUSCAR-ALUMNO.
           MOVE alu-nombre TO lp-nombre.
           MOVE at-curso TO lp-curso.
           MOVE at-cta-cte TO lp-cta-cte.
           MOVE w-contacto TO lp-contacto.
           MOVE w-tel-contacto TO lp-telefono.
           MOVE lin-pasajero TO lis-linea.
           WRITE lis-linea.

       600-EXCEPCIONES.
           OPEN OUTPUT LISTADO.
           MOVE spaces TO lis-linea.
           STRING "EXCEPCIONES DE TRANSPORTE AL " w-fecha-hoy
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.
           MOVE all "=" TO lis-linea.
           WRITE lis-linea.
           PERFORM 610-SUSCRIPTOS-SIN-RECORRIDO.
           PERFORM 620-PASAJEROS-SIN-SUSCRIPCION.
           PERFORM 630-RECORRIDOS-EXCEDIDOS.
           CLOSE LISTADO.
           DISPLAY "Excepciones: ", w-cant-excep,
               " (listado_recorridos.txt)".

       610-SUSCRIPTOS-SIN-RECORRIDO.
           MOVE "Suscriptos al transporte sin recorrido:" TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO sus-llave.
           MOVE 0 TO w-flag-sus.
           START SUSCRIPCIONES KEY IS NOT LESS THAN sus-llave
               INVALID KEY MOVE 1 TO w-flag-sus
           END-START.
           PERFORM UNTIL fin-sus
               READ SUSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-sus
               END-READ
               IF NOT fin-sus
                   IF sus-servicio = w-serv-transporte
                           AND sus-desde NOT > w-mes-actual
                           AND sus-hasta NOT < w-mes-actual
                       MOVE sus-curso TO at-curso
                       MOVE sus-cta-cte TO at-cta-cte
                       READ ASIGTRANSP
                           INVALID KEY PERFORM 615-RENGLON-SIN-RECORRIDO
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       615-RENGLON-SIN-RECORRIDO.
           ADD 1 TO w-cant-excep.
           MOVE sus-curso TO w-curso.
           MOVE sus-cta-cte TO w-cta-cte.
           PERFORM 710-BUSCAR-ALUMNO.
           MOVE spaces TO lis-linea.
           STRING "  " sus-curso "/" sus-cta-cte " " alu-nombre
               " desde " sus-desde " hasta " sus-hasta
               DELIMITED BY SIZE INTO lis-linea.
           WRITE lis-linea.

       620-PASAJEROS-SIN-SUSCRIPCION.
           MOVE "Pasajeros con la suscripcion vencida o sin ella:"
               TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO at-llave.
           MOVE 0 TO w-flag-at.
           START ASIGTRANSP KEY IS NOT LESS THAN at-llave
               INVALID KEY MOVE 1 TO w-flag-at
           END-START.
           PERFORM UNTIL fin-at
               READ ASIGTRANSP NEXT AT END MOVE 1 TO w-flag-at
               END-READ
               IF NOT fin-at
                   MOVE at-curso TO sus-curso
                   MOVE at-cta-cte TO sus-cta-cte
                   MOVE w-serv-transporte TO sus-servicio
                   READ SUSCRIPCIONES
                       INVALID KEY
                           MOVE 0 TO sus-hasta
                           PERFORM 625-RENGLON-VENCIDO
                       NOT INVALID KEY
                           IF sus-hasta < w-mes-actual
                               PERFORM 625-RENGLON-VENCIDO
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       625-RENGLON-VENCIDO.
           ADD 1 TO w-cant-excep.
           MOVE at-curso TO w-curso.
           MOVE at-cta-cte TO w-cta-cte.
           PERFORM 710-BUSCAR-ALUMNO.
           MOVE spaces TO lis-linea.
           IF sus-hasta = 0
               STRING "  " at-curso "/" at-cta-cte " " alu-nombre
                   " recorrido " at-recorrido " - SIN SUSCRIPCION"
                   DELIMITED BY SIZE INTO lis-linea
           ELSE
               STRING "  " at-curso "/" at-cta-cte " " alu-nombre
                   " recorrido " at-recorrido " - vencio " sus-hasta
                   DELIMITED BY SIZE INTO lis-linea
           END-IF.
           WRITE lis-linea.

       630-RECORRIDOS-EXCEDIDOS.
           MOVE "Recorridos por encima de la capacidad del vehiculo:"
               TO lis-linea.
           WRITE lis-linea.
           MOVE 0 TO rco-codigo.
           MOVE 0 TO w-flag-rco.
           START RECORRIDOS KEY IS NOT LESS THAN rco-codigo
               INVALID KEY MOVE 1 TO w-flag-rco
           END-START.
           PERFORM UNTIL fin-rco
               READ RECORRIDOS NEXT AT END MOVE 1 TO w-flag-rco
               END-READ
               IF NOT fin-rco
                   MOVE rco-codigo TO w-recorrido
                   PERFORM 700-CONTAR-OCUPADOS
                   MOVE rco-patente TO veh-patente
                   READ VEHICULOS
                       INVALID KEY MOVE 0 TO veh-capacidad
                   END-READ
                   IF w-ocupados > veh-capacidad
                       ADD 1 TO w-cant-excep
                       MOVE spaces TO lis-linea
                       STRING "  " rco-codigo " " rco-nombre " "
                           rco-patente " asientos " veh-capacidad
                           " pasajeros " w-ocupados
                           DELIMITED BY SIZE INTO lis-linea
                       WRITE lis-linea
                   END-IF
               END-IF
           END-PERFORM.

       700-CONTAR-OCUPADOS.
           MOVE 0 TO w-ocupados.
           MOVE w-recorrido TO at-recorrido.
           MOVE 0 TO w-flag-at.
           START ASIGTRANSP KEY IS = at-recorrido
               INVALID KEY MOVE 1 TO w-flag-at
           END-START.
           PERFORM UNTIL fin-at
               READ ASIGTRANSP NEXT AT END MOVE 1 TO w-flag-at
               END-READ
               IF NOT fin-at
                   IF at-recorrido NOT = w-recorrido
                       MOVE 1 TO w-flag-at
                   ELSE
                       ADD 1 TO w-ocupados
                   END-IF
               END-IF
           END-PERFORM.

      * Alumno de la cta-cte (misma busqueda que Pagos) y su
      * contacto de emergencia
       710-BUSCAR-ALUMNO.
           MOVE "N" TO w-curso-hallado.
           MOVE "(sin alumno)" TO alu-nombre.
           MOVE spaces TO alu-telefono w-contacto w-tel-contacto.
           MOVE 0 TO w-flag-cursos.
           MOVE LOW-VALUES TO curso-llave.
           START CURSOS KEY IS NOT LESS THAN curso-llave
               INVALID KEY MOVE 1 TO w-flag-cursos
           END-START.
           PERFORM UNTIL fin-cursos OR curso-hallado
               READ CURSOS NEXT AT END MOVE 1 TO w-flag-cursos
               END-READ
               IF NOT fin-cursos
                   IF cur-curso = w-curso AND cur-cta-cte = w-cta-cte
                       SET curso-hallado TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF curso-hallado
               MOVE cur-legajo TO alu-legajo
               READ ALUMNOS KEY IS alu-legajo
                   INVALID KEY CONTINUE
               END-READ
               MOVE cur-legajo TO fe-legajo
               READ FICHAS
                   INVALID KEY
                       MOVE "(alumno)" TO w-contacto
                       MOVE alu-telefono TO w-tel-contacto
                   NOT INVALID KEY
                       MOVE fe-con-nombre(1) TO w-contacto
                       MOVE fe-con-telefono(1) TO w-tel-contacto
               END-READ
           END-IF.

       900-FIN.
           CLOSE VEHICULOS RECORRIDOS ASIGTRANSP.
           CLOSE SUSCRIPCIONES CURSOS ALUMNOS FICHAS.
       END PROGRAM Recorridos.
