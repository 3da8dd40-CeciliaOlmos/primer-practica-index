       300-PEDIR-MOVIMIENTO.
           DISPLAY "Movimiento (PAGO-EFECTIVO, PAGO-CHEQUE, ",
               "PAGO-TRANSF, PAGO-TARJETA, PAGO-OTRO, RECARGO,".
           DISPLAY "BECA, AJUSTE-CRED, AJUSTE-DEB, DEVOLUCION, ",
               "CONTRACARGO, REVERSION-DEB,".
           DISPLAY "CASTIGO (baja de deuda incobrable), RECUPERO ",
               "(cobro de cuota castigada),".
           DISPLAY "CCH-<categoria> para gastos de caja chica, ",
               "DON-<fondo> para donaciones al fondo;".
           DISPLAY "x fin vacio)".
           ACCEPT ctb-movimiento.

       400-ACTUALIZAR.
