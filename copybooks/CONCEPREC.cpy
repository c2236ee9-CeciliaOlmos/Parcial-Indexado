      * concep-tex-reg - registro del archivo de tarifas por concepto
      * de actividad (conceptos.dat), una linea por concepto con su
      * tarifa mensual. Analogo a cuotas.dat para la cuota social.
      * Codigos usuales: TEN tenis, PIL pileta, LOC locker, INV pase
      * de invitado a la pileta (la tarifa es por pase, no mensual).
      * Los conceptos que la caja vende a no socios (ventaNoSocio, p.ej.
      * DIA dia de pileta, CEN entrada a la cena, CAN alquiler de
      * cancha) llevan el precio por unidad vendida.
      ******************************************************************
       01  concep-tex-reg.
           03 concep-tex-codigo pic x(3).
