      ******************************************************************
      * cae-reg - autorizacion fiscal de cada recibo (cae.dat),
      * clave cae-recibo (el mismo numero que pag-recibo).
      * facturaPresentacion arma el pedido de comprobantes del dia
      * con los recibos que todavia no estan aca; facturaRespuesta
      * graba el CAE y su vencimiento que devuelve el web service de
      * AFIP. reciboPago y estadoCuenta lo imprimen si existe.
      ******************************************************************
       01  cae-reg.
           03 cae-recibo pic 9(10).
           03 cae-numero pic 9(14).
           03 cae-vencimiento pic 9(8).
           03 cae-fecha-proceso pic 9(8).
