           03 cm-importe pic 9(6)v99.
           03 cm-operador pic x(10).
           03 cm-caja pic 99.
           03 cm-hora pic 9(8).

       FD  PARAMETROS.
       01  par-reg.
