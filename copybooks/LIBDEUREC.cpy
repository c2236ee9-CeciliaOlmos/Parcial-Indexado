      ******************************************************************
      * ld-reg - certificado de libre deuda (libredeuda.dat), clave
      * ld-numero, correlativo, y clave alternada ld-socio con
      * duplicados. Lo emite libreDeuda cuando el socio no tiene
      * cuotas, cargos ni deuda anterior vencidos e impagos, convenio
      * vigente, cheques en cartera ni deuda pasada a incobrables; el
      * registro permite verificar despues el numero y la vigencia de
      * un certificado presentado. Si una anulacion de recibo
      * (segParcialIndex) o un cheque rechazado (chequesCartera)
      * reabre deuda pagada con un recibo anterior a la emision, el
      * certificado vigente pasa a "X" con la fecha y el recibo.
      ******************************************************************
       01  ld-reg.
           03 ld-numero pic 9(6).
           03 ld-socio pic 9(5).
           03 ld-fecha-emision pic 9(8).
           03 ld-vence pic 9(8).
           03 ld-motivo pic x.
      *        E = candidatura (elecciones), T = transferencia, B =
      *        baja, F = federacion, O = otro.
           03 ld-destino pic x(30).
      *        Ante quien se presenta (federacion, comision, etc.).
           03 ld-operador pic x(3).
           03 ld-estado pic x.
      *        V = emitido, X = anulado. Vencido es V con ld-vence
      *        anterior a la fecha de la consulta.
           03 ld-fecha-anulacion pic 9(8).
           03 ld-recibo-anulacion pic 9(10).
      *        Recibo anulado o del cheque rechazado que lo anulo.
           03 ld-programa-anulacion pic x(16).
