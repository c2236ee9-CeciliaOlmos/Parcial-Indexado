      *        C = tarjeta, Q = cheque (en cartera hasta que
      *        chequesCartera lo acredite o rechace), S = saldo a
      *        favor aplicado de oficio (sin ingreso de caja, ver
      *        cierreDeEjercicio.cbl), R = cobrado por una red de
      *        cobranza (Rapipago / Pago Facil, ver rendicionRedes),
      *        K = cobrado a domicilio por un cobrador (recibo de su
      *        talonario, ver rendicionCobrador).
           03 pag-procesado pic x value space.
      *        S = ya fue aplicado a soc-reg por segParcialIndex o
      *        pagoDirecto; deja el REWRITE de un recibo idempotente
      *        (reciboContingencia); cero en los recibos normales. El
      *        reclamo del socio con el papel en la mano se resuelve
      *        buscando este numero.
           03 pag-llave-fecha.
               05 pag-lf-fecha pic 9(8).
               05 pag-lf-cajero pic x(3).
      *        Copia de pag-fecha y pag-cajero en un solo campo, clave
      *        alternada con duplicados de pagos.dat: los programas
      *        por fecha (cierreCaja, conciliaBanco, asientos, los
      *        resumenes) se posicionan en el dia o en el dia y cajero
      *        en vez de leer el archivo entero. Todo WRITE de pag-reg
      *        la arma antes de grabar; el archivo anual (pag-hist-lin)
      *        no la lleva.
