      ******************************************************************
      * ven-reg - venta de caja a un no socio (ventas.dat), clave
      * ven-recibo: el dia de pileta, la entrada a la cena aniversario,
      * el alquiler de cancha a un particular. No tiene socio detras,
      * asi que no va a pagos.dat ni toca socios.dat; el precio
      * unitario sale de conceptos.dat y el numero de recibo de la
      * misma serie de la caja en recibctl.dat que los pagos de
      * socios, asi la numeracion de la caja no queda con agujeros.
      * cierreCaja la arquea en su propia seccion, asientosContables
      * la imputa a la cuenta del concepto (CON-xxx), auditRecibos
      * la toma como numero presente de la serie y facturaPresentacion
      * pide su CAE a nombre del comprador.
      ******************************************************************
       01  ven-reg.
           03 ven-recibo pic 9(10).
           03 ven-fecha pic 9(8).
           03 ven-concepto pic x(3).
           03 ven-descripcion pic x(20).
           03 ven-comprador pic x(30).
           03 ven-cantidad pic 9(3).
           03 ven-precio pic 9(6).
           03 ven-importe pic 9(8).
           03 ven-forma-pago pic x.
      *        E = efectivo, T = transferencia, D = deposito bancario,
      *        C = tarjeta (las formas del pag-forma-pago que entran
      *        a la caja en el acto; sin cheques en cartera).
           03 ven-cajero pic x(3).
           03 ven-llave-fecha.
               05 ven-lf-fecha pic 9(8).
               05 ven-lf-cajero pic x(3).
      *        Copia de ven-fecha y ven-cajero, clave alternada con
      *        duplicados como pag-llave-fecha: el cierre del dia y del
      *        cajero se posiciona por ella.
