      ******************************************************************
      * acc-reg - ingreso registrado por el molinete de la pileta
      * (accesos.dat, INDEXED), cargado por accesosMolinete desde el
      * registro diario que devuelve el proveedor (molinete.txt). Es
      * la vuelta de habilitados.txt: quien paso de verdad por la
      * puerta. La clave es el ingreso mismo, asi volver a cargar el
      * mismo registro no duplica nada; la clave alterna por socio
      * sirve para los rechazos repetidos y para el socio con cargo
      * PIL que nunca vino.
      ******************************************************************
       01  acc-reg.
           03 acc-llave.
               05 acc-fecha pic 9(8).
               05 acc-hora pic 9(6).
               05 acc-socio pic 9(5).
               05 acc-puerta pic x(2).
           03 acc-resultado pic x.
      *        A = el molinete lo dejo pasar, R = lo rechazo.
           03 acc-habilitado pic x.
      *        S / N: si el socio estaba habilitado ese dia con la
      *        regla de habilitadosExport (ficha "A" o "R", sin cuotas
      *        impagas en los meses transcurridos, el cargo PIL del
      *        mes pago, sin sancion en vigor). Un ingreso aceptado
      *        con N es una puerta con habilitados.txt viejo o alguien
      *        que paso sin estar en la lista.
           03 acc-fecha-carga pic 9(8).
