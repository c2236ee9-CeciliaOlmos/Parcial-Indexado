      ******************************************************************
      * res-reg - resolucion tomada en un acta (resoluciones.dat),
      * clave res-llave (acta, tipo y referencia de lo resuelto). La
      * graba el programa que ejecuta la decision, en el mismo paso en
      * que la aplica, y actasMantenimiento la imprime con el acta
      * para archivarla junto a las minutas. Volver a registrar la
      * misma decision regraba la linea en vez de duplicarla.
      ******************************************************************
       01  res-reg.
           03 res-llave.
               05 res-acta pic 9(6).
               05 res-tipo pic x.
      *            A = aspirante admitido, N = aspirante no admitido,
      *            E = exencion otorgada, V = promocion a vitalicio,
      *            S = sancion impuesta, I = pase a incobrables,
      *            M = moratoria de recargos, P = reapertura de un
      *            periodo contable.
               05 res-referencia pic x(16).
      *            Clave de lo resuelto en su archivo (solicitud,
      *            socio, socio y fecha, moratoria, periodo).
           03 res-socio pic 9(5).
      *        Socio alcanzado; cero si la resolucion no es de un socio.
           03 res-detalle pic x(40).
           03 res-programa pic x(16).
           03 res-operador pic x(3).
           03 res-fecha pic 9(8).
