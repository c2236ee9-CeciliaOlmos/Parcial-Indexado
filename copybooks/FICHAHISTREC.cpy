      ******************************************************************
      * fh-reg - historia de la ficha del socio (fichahist.dat). Cada
      * programa que graba o regraba sociomae-reg deja aca la foto
      * anterior y la nueva de la ficha, con programa, operador, fecha
      * y motivo, para poder contestar cuando y por que cambio un
      * domicilio, una categoria o la situacion estatutaria.
      * fichahist.dat es INDEXED con clave fh-llave: socio, fecha-hora
      * de la grabacion y un orden que cada programa avanza por
      * escritura, de modo que la historia de un socio se lee en orden
      * cronologico con un START sobre el socio, sin numerador
      * compartido que dos cajas puedan disputarse.
      * En un alta fh-ant va en espacios; en la eliminacion de una
      * ficha fh-nuevo lleva solo el socio.
      * Los programas de lote y los que corren por linea de comando
      * graban operador "SYS"; los de mostrador, el operador logueado.
      ******************************************************************
       01  fh-reg.
           03 fh-llave.
               05 fh-socio pic 9(5).
               05 fh-fecha-hora pic x(21).
               05 fh-orden pic 9(2).
           03 fh-programa pic x(16).
           03 fh-operador pic x(3).
           03 fh-motivo pic x(40).
           03 fh-ant.
               05 fh-ant-socio pic 9(5).
               05 fh-ant-nombre pic x(30).
               05 fh-ant-domicilio pic x(30).
               05 fh-ant-telefono pic x(15).
               05 fh-ant-fecha-alta pic 9(8).
               05 fh-ant-categoria pic x.
               05 fh-ant-estado pic x.
               05 fh-ant-fecha-estado pic 9(8).
           03 fh-nuevo.
               05 fh-nue-socio pic 9(5).
               05 fh-nue-nombre pic x(30).
               05 fh-nue-domicilio pic x(30).
               05 fh-nue-telefono pic x(15).
               05 fh-nue-fecha-alta pic 9(8).
               05 fh-nue-categoria pic x.
               05 fh-nue-estado pic x.
               05 fh-nue-fecha-estado pic 9(8).
