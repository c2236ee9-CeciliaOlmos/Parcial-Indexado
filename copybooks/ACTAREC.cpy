      ******************************************************************
      * acta-reg - libro de actas de la comision directiva (actas.dat),
      * clave acta-numero. Una linea por reunion, con la fecha y un
      * resumen; lo que la reunion resolvio va en resoluciones.dat
      * (RESOLREC). Los programas que piden un numero de acta
      * (aspirantes, exenciones, vitalicios, sanciones, incobrables,
      * moratorias, reapertura de periodos) lo validan contra este
      * archivo: un acta que no esta en el libro no autoriza nada. El
      * alta y la impresion del acta las hace actasMantenimiento.
      ******************************************************************
       01  acta-reg.
           03 acta-numero pic 9(6).
           03 acta-fecha pic 9(8).
      *        Fecha de la reunion (aaaammdd).
           03 acta-resumen pic x(60).
           03 acta-fecha-alta pic 9(8).
           03 acta-operador pic x(3).
