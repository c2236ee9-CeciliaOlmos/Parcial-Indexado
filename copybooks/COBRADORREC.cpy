      ******************************************************************
      * cob-reg - cobrador a domicilio (cobradores.dat), clave
      * cob-codigo. Cada cobrador recorre una zona (la de
      * socioszona.dat) y emite recibos de papel prenumerados de su
      * propia serie de recibctl.dat: cob-serie es una caja del rango
      * 41 a 49, que el club no usa como terminal, reservada para el
      * talonario del cobrador. hojaDeRuta numera con ella los
      * recibos de la hoja del mes y rendicionCobrador liquida la
      * comision con cob-pct-comision sobre lo cobrado.
      ******************************************************************
       01  cob-reg.
           03 cob-codigo pic 9(2).
           03 cob-nombre pic x(30).
           03 cob-zona pic 9(2).
           03 cob-serie pic 9(2).
           03 cob-pct-comision pic 9(2)v99.
           03 cob-estado pic x.
      *        A = activo, B = baja (el codigo no se reutiliza, sus
      *        hojas de ruta viejas siguen apuntandole).
