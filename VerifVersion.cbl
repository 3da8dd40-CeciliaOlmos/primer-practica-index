      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control de version de layout de los maestros. Cada
      *          programa, antes de abrir alumnos, cursos, pagos,
      *          becas o recibos, llama a esta rutina con el archivo
      *          y la version de registro con la que fue escrito. La
      *          version vigente de cada maestro esta sellada en
      *          versiones.dat (la sella ConvArchivos al convertir).
      *          Si no coinciden se avisa en pantalla, queda una
      *          alerta critica y el programa no sigue: leer un
      *          maestro con el layout equivocado corre los campos
      *          sin dar error. Un maestro sin sello se acepta
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerifVersion.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT is COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VERSIONES ASSIGN TO "..\versiones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           RECORD KEY IS ver-archivo.

           SELECT OPTIONAL ALERTAS ASSIGN TO "..\alertas.dat"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VERSIONES.
       01  ver-reg.
           03 ver-archivo pic x(8).
           03 ver-version pic 99.
           03 ver-largo pic 9(4).
           03 ver-fec-cambio pic 9(8).
           03 ver-programa pic x(12).

       FD  ALERTAS.
       01  al-reg.
           03 al-fecha pic 9(8).
           03 al-hora pic 9(8).
           03 al-programa pic x(12).
           03 al-severidad pic x.
           03 al-mensaje pic x(40).
           03 al-cantidad pic 9(7).
           03 al-estado pic x.

       WORKING-STORAGE SECTION.
       77  w-flag-sello pic 9.
           88 hay-sello value 1.
       77  w-alerta-msg pic x(40).

       LINKAGE SECTION.
       01  vv-control.
           03 vv-programa pic x(12).
           03 vv-archivo pic x(8).
           03 vv-esperada pic 99.
           03 vv-resultado pic x.
               88 vv-version-ok value "S".

       PROCEDURE DIVISION USING vv-control.
       MAIN-PROCEDURE.
           MOVE "S" TO vv-resultado.
           PERFORM 100-LEER-SELLO.
           IF hay-sello AND ver-version NOT = vv-esperada
               MOVE "N" TO vv-resultado
               PERFORM 200-INFORMAR
           END-IF.
           GOBACK.

       100-LEER-SELLO.
           MOVE 0 TO w-flag-sello.
           OPEN INPUT VERSIONES.
           MOVE vv-archivo TO ver-archivo.
           READ VERSIONES
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO w-flag-sello
           END-READ.
           CLOSE VERSIONES.

       200-INFORMAR.
           DISPLAY "************************************************".
           DISPLAY "VERSION DE LAYOUT DISTINTA EN " vv-archivo.
           DISPLAY "El archivo esta en version " ver-version
               " (sellada el " ver-fec-cambio " por "
               ver-programa ")".
           DISPLAY vv-programa " espera la version " vv-esperada.
           DISPLAY "Convertir el archivo o actualizar el programa;"
               " no se proceso nada.".
           DISPLAY "************************************************".
           MOVE SPACES TO w-alerta-msg.
           STRING "Layout " DELIMITED BY SIZE
               vv-archivo DELIMITED BY SPACE
               " es v" DELIMITED BY SIZE
               ver-version DELIMITED BY SIZE
               ", se esperaba v" DELIMITED BY SIZE
               vv-esperada DELIMITED BY SIZE
               INTO w-alerta-msg
           END-STRING.
           OPEN EXTEND ALERTAS.
           ACCEPT al-fecha FROM DATE YYYYMMDD.
           ACCEPT al-hora FROM TIME.
           MOVE vv-programa TO al-programa.
           MOVE "C" TO al-severidad.
           MOVE w-alerta-msg TO al-mensaje.
           MOVE 0 TO al-cantidad.
           MOVE "P" TO al-estado.
           WRITE al-reg.
           CLOSE ALERTAS.
       END PROGRAM VerifVersion.
