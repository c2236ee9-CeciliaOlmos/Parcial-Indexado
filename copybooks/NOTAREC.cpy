      ******************************************************************
      * nota-reg - nota de credito / nota de debito (notas.dat), clave
      * nota-numero. Es el comprobante de todo ajuste de saldo que no
      * es un pago: un cargo mal facturado que se devuelve, una
      * diferencia de cuota que se cobra de mas. La numera su propia
      * serie de recibctl.dat (98 = notas de credito, 99 = notas de
      * debito, nota-numero = serie * 100000000 + numero, como el
      * pag-recibo), lleva el motivo y el supervisor que la autorizo,
      * se aplica a la cuota (socios.dat) o al cargo (cargos.dat) que
      * ajusta y se imprime para el socio. estadoCuenta la lista junto
      * a los recibos y asientosContables la imputa en el periodo de
      * nota-fecha.
      ******************************************************************
       01  nota-reg.
           03 nota-numero pic 9(10).
           03 nota-tipo pic x.
      *        C = nota de credito (baja la deuda), D = nota de debito
      *        (la sube).
           03 nota-socio pic 9(5).
           03 nota-fecha pic 9(8).
           03 nota-aplica pic x.
      *        S = cuota social (soc-reg del anio/mes), G = cargo
      *        (car-reg del anio/mes/concepto).
           03 nota-anio pic 9(4).
           03 nota-mes pic 9(2).
           03 nota-concepto pic x(3).
           03 nota-importe pic 9(8).
           03 nota-a-favor pic 9(8).
      *        Parte de una nota de credito que excedia la deuda del
      *        mes ajustado y paso al saldo a favor del mes-cero.
           03 nota-debe-ant pic 9(6).
           03 nota-debe-nuevo pic 9(6).
           03 nota-motivo pic x(40).
           03 nota-operador pic x(3).
           03 nota-supervisor pic x(3).
