      * de conceptos.dat; cargosMantenimiento asigna las actividades y
      * la aplicacion de pagos de segParcialIndex/pagoDirecto consume
      * el cargo del mes despues de cancelar la cuota de ese mes.
      * El cargo INV del mes lo lleva invitadosPileta: cada pase de
      * invitado suma su tarifa al cargo del anfitrion (y lo reabre si
      * ya estaba cancelado), el detalle de los pases queda en
      * invitados.dat.
      ******************************************************************
       01  car-reg.
           03 car-llave.
           03 car-pagado pic 9(6).
           03 car-debe pic 9(6).
           03 car-estado pic x.
      *        A = adeudado, C = cancelado, I = pasado a incobrables
      *        (debe en cero, ver incobrables.dat).
