           03 par-periodo-hasta pic 9(8).
           03 par-pct-recargo pic 9(3).
           03 par-lineas-pagina pic 9(2).
           03 par-inv-por-dia pic 9(2).
      *        Invitados a la pileta por socio anfitrion y por dia.
           03 par-inv-por-temporada pic 9(2).
      *        Visitas de un mismo invitado por temporada. Los dos
      *        topes los fija el estatuto; una linea de parametros
      *        anterior que no los trae deja los valores historicos
      *        de invitadosPileta.
           03 par-antiguedad-voto pic 9(2).
      *        Anios de antiguedad desde sm-fecha-alta que el estatuto
      *        exige para votar en la asamblea (padronElectoral); sin
      *        el dato rige el valor historico del programa.
           03 par-anual-hasta pic 9(4).
      *        mmdd: ultimo dia del anio en que la caja ofrece el pago
      *        anual anticipado con descuento (pagoDirecto).
           03 par-anual-pct pic 9(2).
      *        Porcentaje de descuento del pago anual anticipado. Sin
      *        los dos datos, o en cero, la opcion no se ofrece.
           03 par-pct-desvio pic 9(2).
      *        Desvio entre real y presupuesto, en porcentaje del
      *        presupuesto, a partir del cual presupuestoReal marca la
      *        cuenta para la reunion de comision. Sin el dato, o en
      *        cero, se marca todo desvio de mas del 10 por ciento.
           03 par-meses-locker pic 9(2).
      *        Meses de cargo LOC impago a partir de los cuales el
      *        reporte de lockersMantenimiento senala al socio que
      *        tiene el locker. Sin el dato, o en cero, rigen 3 meses.
           03 par-rechazos-molinete pic 9(2).
      *        Rechazos en el molinete dentro del mes a partir de los
      *        cuales el reporte de accesosMolinete lista al socio
      *        para que la recepcion lo llame. Sin el dato, o en cero,
      *        rigen 3 rechazos.
           03 par-retencion-baja pic 9(2).
      *        Anios desde la baja (sm-fecha-estado de una ficha en
      *        sm-estado "B") despues de los cuales retencionDatos
      *        anonimiza los datos personales del ex socio: ficha,
      *        historia de la ficha, CBU y contactos.
           03 par-retencion-rechazo pic 9(2).
      *        Anios desde el rechazo (asp-fecha-resolucion de una
      *        solicitud "R") despues de los cuales retencionDatos
      *        anonimiza los datos del aspirante. Sin alguno de los
      *        dos datos, o en cero, esa regla no se aplica.
           03 par-dias-libre-deuda pic 9(3).
      *        Dias de validez del certificado de libre deuda que
      *        emite libreDeuda. Sin el dato, o en cero, rigen 30.
           03 par-empresa-red pic 9(4).
      *        Codigo de empresa que las redes de cobranza (Rapipago /
      *        Pago Facil) asignaron al club, cabeza del codigo de
      *        barras (CODBARRAREC) que arman cuponera y
      *        avisoVencimiento y que rendicionRedes controla. Sin el
      *        dato, o en cero, rige 4127.
           03 par-dias-factura pic 9(3).
      *        Dias hacia atras desde hoy que la corrida nocturna de
      *        facturaPresentacion revisa buscando recibos y ventas
      *        sin CAE (los de redes y contingencia se cargan con una
      *        fecha anterior). Sin el dato, o en cero, rigen 30.
