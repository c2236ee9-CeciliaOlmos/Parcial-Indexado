      ******************************************************************
      * cto-reg - medios de contacto del socio (contactos.dat), clave
      * cto-socio, al lado de la ficha de sociosmae.dat, que solo
      * tiene telefono fijo y domicilio postal. Guarda el email, el
      * celular, el canal por el que el socio pidio que se le avise y
      * la fecha en que dio su conformidad (opt-in). Los programas que
      * avisan algo al socio solo encolan el mensaje en mensajes.dat
      * si hay canal elegido y conformidad; la baja del canal ("N")
      * conserva los datos y la fecha de la baja.
      * Se mantiene con contactosMantenimiento.
      ******************************************************************
       01  cto-reg.
           03 cto-socio pic 9(5).
           03 cto-email pic x(50).
           03 cto-celular pic x(15).
           03 cto-canal pic x.
      *        E = email, W = WhatsApp, S = SMS, N = no quiere avisos.
           03 cto-fecha-optin pic 9(8).
           03 cto-fecha-baja pic 9(8).
           03 cto-operador pic x(3).
