      ******************************************************************
      * cal-reg - linea del calendario de corridas (calendario.dat,
      * LINE SEQUENTIAL, una linea por corrida esperada). Lo lee
      * monitorCorridas y lo compara con corridas.dat. cal-programa es
      * el mismo nombre que el programa graba en cor-programa.
      * Las lineas con "*" en la primera columna son comentario.
      * Ejemplos (posiciones fijas):
      *   SOCTEXINDEX     H000700CADENA DIARIA LUNES A VIERNES
      *   GENCARGOSMES    M010900CARGOS DEL MES
      *   DEBITOSPRES     N100000ANTES DEL CORTE DEL BANCO
      ******************************************************************
       01  cal-reg.
           03 cal-programa pic x(16).
           03 cal-frecuencia pic x.
      *        D = todos los dias.
      *        H = dias habiles, lunes a viernes (sin feriados).
      *        M = el dia cal-dia de cada mes (el ultimo si el mes es
      *            mas corto).
      *        N = una vez en el mes, a mas tardar el dia cal-dia.
           03 cal-dia pic 9(2).
      *        Solo para M y N.
           03 cal-hora-limite pic 9(4).
      *        hhmm: la FIN OK tiene que estar antes de esa hora del
      *        dia esperado; cero = sin hora limite.
           03 cal-descripcion pic x(30).
