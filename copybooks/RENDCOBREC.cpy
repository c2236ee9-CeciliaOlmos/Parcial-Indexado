      ******************************************************************
      * rco-reg - rendicion de un cobrador a domicilio (rendcob.dat,
      * LINE SEQUENTIAL), una linea por rendicion. La graba
      * rendicionCobrador: lo cobrado en la calle, la comision que se
      * queda el cobrador y el efectivo que entrega en la caja del
      * cajero que lo recibe. cierreCaja suma rco-entregado al
      * efectivo del dia en su propio renglon y asientosContables
      * asienta la comision (COMISCOB) contra la cuenta FORMA-K.
      ******************************************************************
       01  rco-reg.
           03 rco-fecha pic 9(8).
           03 rco-cajero pic x(3).
           03 rco-cobrador pic 9(2).
           03 rco-anio pic 9(4).
           03 rco-mes pic 9(2).
           03 rco-cnt-cobrados pic 9(4).
           03 rco-cobrado pic 9(8).
           03 rco-comision pic 9(8).
           03 rco-entregado pic 9(8).
