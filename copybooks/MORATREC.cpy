      ******************************************************************
      * mor-reg - campania de moratoria de recargos (moratorias.dat),
      * clave mor-numero. La declara la comision por acta: quien entre
      * mor-desde y mor-hasta cancela con un pago toda su deuda
      * vencida tiene condonado mor-pct por ciento del recargo que
      * 905-CALCULAR-RECARGO le sumo a la cuota abierta, si esa cuota
      * es de un anio entre mor-anio-desde y mor-anio-hasta. La
      * aplican en el acto pagoDirecto y segParcialIndex; cada uso
      * queda en moratusos.dat (MORUSOREC).
      ******************************************************************
       01  mor-reg.
           03 mor-numero pic 9(4).
           03 mor-desde pic 9(8).
           03 mor-hasta pic 9(8).
           03 mor-acta pic 9(6).
      *        Numero del acta de comision en el libro de actas
      *        (actas.dat).
           03 mor-pct pic 9(3).
      *        Porcentaje del recargo que se condona (1 a 100).
           03 mor-anio-desde pic 9(4).
           03 mor-anio-hasta pic 9(4).
           03 mor-estado pic x.
      *        V = vigente, A = anulada antes de aplicarse.
           03 mor-fecha-alta pic 9(8).
           03 mor-operador pic x(3).
