      * del contador. Cada clave interna mapea a un codigo de cuenta
      * del sistema del estudio:
      *   FORMA-x  = cuenta del debe por forma de pago (E efectivo,
      *              T transferencia, D deposito, C tarjeta, Q cheque,
      *              R redes de cobranza, K cobradores a domicilio)
      *   CUOTA    = cuenta del haber de la cuota social (recargos
      *              incluidos)
      *   CON-xxx  = cuenta del haber del concepto xxx de cargos.dat
      *              (CON-TEN, CON-PIL, CON-LOC, CON-GAS, ...) y de
      *              las ventas de caja a no socios de ese concepto
      *              (ventas.dat)
      *   ARANCEL  = cuenta de gasto del arancel de tarjeta que
      *              informa liquidacionTarjeta
      *   COMISRED = cuenta de gasto de la comision de las redes de
      *              cobranza (Rapipago / Pago Facil, redcobro.dat)
      *   COMISCOB = cuenta de gasto de la comision de los cobradores
      *              a domicilio (rendcob.dat)
      *   AJUSTE   = cuenta puente del debe para el periodo en que lo
      *              cobrado por cargos supera la plata entrada
      *              (cargos de un mes pagados con recibos de otro);
      *              sin ella el asiento saldria descuadrado
      *   BONIFANT = cuenta de gasto del descuento del pago anual
      *              anticipado (anticipos.dat)
      *   INCOBRAB = cuenta de gasto de la deuda pasada a incobrables
      *              con aprobacion de la comision (incobrables.dat)
      *   DEUDORES = cuenta de creditos por cuotas y cargos de socios,
      *              el haber del pase a incobrables y la contrapartida
      *              de las notas de credito y de debito (notas.dat),
      *              que mueven CUOTA o CON-xxx segun lo que ajustan
      *   HONORPRO = cuenta de gasto de los honorarios de profesores
      *              (liqprof.dat, de liquidacionProfesores)
      *   HONPAGAR = cuenta de deuda con los profesores, el haber de
      *              los honorarios liquidados
      * Una clave cobrada sin cuenta en el plan se exporta a la cuenta
      * 99999999 y queda avisada por consola y en excepciones.dat.
      ******************************************************************
