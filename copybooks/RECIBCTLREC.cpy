      * (las dos primeras cifras del pag-recibo son la serie), asi dos
      * cajas nunca pisan la misma numeracion y la serie no vuelve a
      * empezar cuando cierreDeEjercicio purga los pagos del anio.
      * Mapa de series:
      *   00      recibos que generan los procesos (p.ej. el saldo a
      *           favor aplicado por el cierre);
      *   01 a 39 cajas de la sede;
      *   41 a 49 talonarios prenumerados de los cobradores a
      *           domicilio (cob-serie, ver hojaDeRuta);
      *   50      cobros por redes (Rapipago / Pago Facil) que emite
      *           rendicionRedes;
      *   51 a 89 libretas de contingencia: la caja NN numera sus
      *           recibos de papel del sistema caido en la serie
      *           NN + 50 (reciboContingencia), asi el rango normal
      *           de la caja queda sin agujeros por culpa de una
      *           tarde sin servidor;
      *   90      recibos de debito automatico que emite
      *           debitosRespuesta;
      *   98 y 99 notas de credito y de debito (notasCreditoDebito,
      *           notas.dat).
      * Las ventas a no socios (ventaNoSocio, ventas.dat) numeran en
      * la misma serie de la caja que los pagos de socios.
      * Se lee, incrementa y regraba en el momento de emitir, en vez
      * de buscar el pag-recibo mas alto de pagos.dat.
      ******************************************************************
