      ******************************************************************
      * ant-reg - pago anual anticipado con descuento (anticipos.dat,
      * INDEXED, clave ant-llave = socio + anio, a lo sumo uno vigente
      * por socio y ejercicio). Lo graba pagoDirecto al cobrar el
      * resto del anio con un solo recibo; el descuento queda aca y
      * en auditoria.dat bajo "1400-BONIF-ANTICIPO", para que nadie lo
      * confunda con un pago corto. La anulacion del recibo
      * (segParcialIndex) o el rechazo del cheque lo pasan a "X".
      * Lo leen estadoCuenta, conciliaPagos, asientosContables y el
      * listado anticiposAnual.
      ******************************************************************
       01  ant-reg.
           03 ant-llave.
               05 ant-socio pic 9(5).
               05 ant-anio pic 9(4).
           03 ant-recibo pic 9(10).
           03 ant-fecha pic 9(8).
           03 ant-mes-desde pic 9(2).
      *        Primer mes cancelado por el anticipo; hasta diciembre.
           03 ant-importe-lista pic 9(8).
      *        Suma de lo que debian los meses cancelados.
           03 ant-porcentaje pic 9(2).
           03 ant-descuento pic 9(8).
      *        Lo que el club resigna: lista menos cobrado.
           03 ant-importe-cobrado pic 9(8).
           03 ant-cajero pic x(3).
           03 ant-estado pic x.
      *        V = vigente, X = anulado con el recibo.
