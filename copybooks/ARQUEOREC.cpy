      ******************************************************************
      * arq-reg - resultado de un cierre de caja (arqueos.dat, LINE
      * SEQUENTIAL), una linea por corrida de cierreCaja. Lo que el
      * cierre mostraba por pantalla y se perdia: total del sistema,
      * recuento ciego y diferencia del cajon, para que el parte
      * diario diga que caja cerro mal sin volver a correr el cierre.
      * Un cierre repetido del mismo cajon agrega otra linea; vale la
      * ultima.
      ******************************************************************
       01  arq-reg.
           03 arq-fecha pic 9(8).
      *        Dia de caja cerrado.
           03 arq-cajero pic x(3).
      *        Espacios = cierre del dia entero como un solo cajon.
           03 arq-sistema pic 9(9).
           03 arq-contado pic 9(9).
           03 arq-faltante pic 9(9).
           03 arq-sobrante pic 9(9).
      *        Suma de las diferencias de las cinco formas: lo que
      *        falta (contado menor que sistema) y lo que sobra, por
      *        separado para no compensar una forma con otra.
           03 arq-formas-mal pic 9.
      *        Cantidad de formas con diferencia distinta de cero.
           03 arq-operador pic x(3).
           03 arq-fecha-hora pic x(14).
