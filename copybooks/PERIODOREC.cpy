      *        A = abierto (reabierto), C = cerrado.
           03 per-fecha-cambio pic 9(8).
           03 per-operador pic x(3).
           03 per-acta pic 9(6).
      *        Acta de la comision que autorizo la reapertura
      *        (actas.dat); cero en un periodo cerrado.
