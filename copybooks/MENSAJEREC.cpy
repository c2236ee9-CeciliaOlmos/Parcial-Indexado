      ******************************************************************
      * men-reg - bandeja de salida de mensajes al socio (mensajes.dat),
      * clave men-llave. La escriben los programas que tienen algo que
      * avisarle: la confirmacion de pago al aplicar un recibo
      * (pagoDirecto, segParcialIndex), el aviso de vencimiento, cada
      * nivel de intimacion, el debito rechazado (debitosRespuesta) y
      * el cheque rebotado (chequesCartera). Cada mensaje nace
      * pendiente con el canal y el destino que tenia contactos.dat en
      * ese momento; mensajesProveedor lo exporta al proveedor de
      * mensajeria y despues importa el resultado de la entrega, asi
      * cobranzas sabe a quien se llego de verdad.
      ******************************************************************
       01  men-reg.
           03 men-llave.
               05 men-socio pic 9(5).
               05 men-fecha-hora pic x(16).
      *        aaaammddhhmmsscc de FUNCTION CURRENT-DATE.
               05 men-tipo pic x(3).
      *        PAG = pago aplicado, AVI = aviso de vencimiento,
      *        IN1/IN2/IN3 = intimacion de nivel 1/2/3, DEB = debito
      *        rechazado, CHQ = cheque rechazado.
               05 men-referencia pic 9(10).
      *        Recibo, periodo aaaamm o fecha segun el tipo.
           03 men-canal pic x.
      *        E = email, W = WhatsApp, S = SMS (cto-canal).
           03 men-destino pic x(50).
           03 men-texto pic x(100).
           03 men-programa pic x(16).
           03 men-estado pic x.
      *        P = pendiente, X = exportado al proveedor, E = entregado,
      *        F = fallido.
           03 men-fecha-export pic 9(8).
           03 men-fecha-estado pic 9(8).
           03 men-detalle pic x(30).
      *        Motivo de la falla (o constancia) informado por el
      *        proveedor.
