      ******************************************************************
      * pad-reg - padron electoral de la asamblea (padron.dat). Lo arma
      * padronElectoral con la regla del estatuto: antiguedad minima
      * desde sm-fecha-alta a la fecha de la asamblea, categoria
      * activo o vitalicio, sm-estado distinto de S y B y ninguna
      * deuda a la fecha de corte. Una vez pasada la fecha de corte el
      * padron queda congelado (pad-definitivo "S") y cada corrida
      * posterior para esa asamblea lo reimprime tal cual, asi la
      * lista usada el dia de la asamblea se puede reproducir.
      * padron.dat es INDEXED con clave pad-llave: asamblea,
      * condicion y nombre, de modo que un START sobre la asamblea lee
      * primero los habilitados y despues los morosos, cada grupo en
      * orden alfabetico, sin ordenar en memoria.
      ******************************************************************
       01  pad-reg.
           03 pad-llave.
               05 pad-asamblea pic 9(8).
               05 pad-condicion pic x.
      *            H = habilitado para votar, D = cumple todo salvo la
      *            deuda a la fecha de corte.
               05 pad-nombre pic x(30).
               05 pad-socio pic 9(5).
           03 pad-categoria pic x.
           03 pad-fecha-alta pic 9(8).
           03 pad-deuda pic 9(8).
      *        Deuda a la fecha de corte (cero en los habilitados).
           03 pad-fecha-corte pic 9(8).
           03 pad-fecha-armado pic 9(8).
           03 pad-definitivo pic x.
      *        S = armado despues de la fecha de corte, congelado;
      *        N = provisorio, la proxima corrida lo rearma.
