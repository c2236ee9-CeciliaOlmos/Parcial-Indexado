      ******************************************************************
      * cb-codigo - codigo de barras de cobranza por redes (Rapipago /
      * Pago Facil), 48 digitos en el formato que la red lee en el
      * mostrador: empresa (el codigo que la red asigno al club,
      * par-empresa-red de parametros.dat),
      * socio, anio y mes del cupon, primer importe y vencimiento,
      * segundo importe (con un mes de recargo) y vencimiento, y un
      * digito verificador. Lo arman cuponera y avisoVencimiento para
      * imprimirlo en cada cupon o aviso, y rendicionRedes lo
      * desarma de la rendicion diaria de la red.
      * Verificador: suma de los 47 digitos por la secuencia de pesos
      * 1, 3, 5, 7, 9, 3, 5, 7, 9, ... ; la mitad entera de la suma,
      * modulo 10.
      ******************************************************************
       01  cb-codigo.
           03 cb-empresa pic 9(4).
           03 cb-socio pic 9(5).
           03 cb-anio pic 9(4).
           03 cb-mes pic 9(2).
           03 cb-importe-1 pic 9(8).
           03 cb-vto-1 pic 9(8).
           03 cb-importe-2 pic 9(8).
           03 cb-vto-2 pic 9(8).
           03 cb-digito pic 9.
       01  cb-codigo-digitos REDEFINES cb-codigo.
           03 cb-dig pic 9 OCCURS 48 TIMES.
