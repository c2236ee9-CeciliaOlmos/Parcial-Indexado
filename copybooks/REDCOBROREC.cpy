      ******************************************************************
      * rdc-reg - cobro por redes (redcobro.dat, LINE SEQUENTIAL), una
      * linea por cada codigo de barras cobrado en un mostrador de
      * Rapipago o Pago Facil. Lo graba rendicionRedes con el recibo
      * de la serie 50 que le asigno; asientosContables levanta la
      * comision de la red del periodo para asentarla como gasto, y
      * conciliaBanco suma el neto de cada red y fecha de
      * acreditacion para matchear la unica transferencia que manda
      * la red por la rendicion del dia.
      ******************************************************************
       01  rdc-reg.
           03 rdc-red pic x.
      *        R = Rapipago, P = Pago Facil.
           03 rdc-fecha-cobro pic 9(8).
           03 rdc-fecha-acredita pic 9(8).
           03 rdc-recibo pic 9(10).
           03 rdc-socio pic 9(5).
           03 rdc-importe pic 9(8).
           03 rdc-comision pic 9(6).
