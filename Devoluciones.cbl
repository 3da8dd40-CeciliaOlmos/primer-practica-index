           03 cm-importe pic 9(6)v99.
           03 cm-operador pic x(10).
           03 cm-caja pic 99.
           03 cm-hora pic 9(8).

       WORKING-STORAGE SECTION.
       01  w-modo pic x value "L".
           MOVE "DEVOLUCION" TO cm-medio.
           MOVE dev-importe TO cm-importe.
           MOVE oa-codigo TO cm-operador.
           ACCEPT cm-hora FROM TIME.
           WRITE cm-reg.
           CLOSE CAJA-MOVS.

