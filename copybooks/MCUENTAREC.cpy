      ******************************************************************
      * mc-reg - control del export "mi cuenta" para la web del club
      * (micuenta.dat), clave mc-socio. Guarda el codigo de acceso de
      * un solo uso que la recepcion le da al socio para darse de alta
      * en la web, y la firma (dos sumas de control) de lo que se le
      * mando al proveedor en el ultimo export: miCuentaExport rearma
      * cada noche el bloque del socio y solo lo vuelve a mandar si la
      * firma cambio o hay un codigo nuevo sin exportar.
      ******************************************************************
       01  mc-reg.
           03 mc-socio pic 9(5).
           03 mc-codigo pic 9(6).
           03 mc-fecha-codigo pic 9(8).
           03 mc-operador-codigo pic x(3).
      *        Quien lo dio en la recepcion; SYS el que se genera en
      *        el primer export del socio.
           03 mc-codigo-pendiente pic x.
      *        S = codigo nuevo todavia no exportado, N = ya exportado.
           03 mc-firma-1 pic 9(9).
           03 mc-firma-2 pic 9(9).
           03 mc-fecha-export pic 9(8).
      *        Ultima corrida que mando el bloque del socio.
