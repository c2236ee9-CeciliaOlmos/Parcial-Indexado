      ******************************************************************
      * sz-reg - zona de cobranza a domicilio del socio
      * (socioszona.dat), clave sz-socio y clave alternada sz-zona con
      * duplicados para que hojaDeRuta recorra la zona del cobrador.
      * Solo tienen registro los socios que cobra un cobrador; el
      * resto paga en la caja, por debito o por las redes.
      ******************************************************************
       01  sz-reg.
           03 sz-socio pic 9(5).
           03 sz-zona pic 9(2).
           03 sz-fecha-alta pic 9(8).
