      ******************************************************************
      * san-reg - sancion del tribunal de disciplina (sanciones.dat),
      * clave san-llave (socio y fecha de inicio). Nada que ver con la
      * suspension por deuda de sm-estado "S", que segParcialIndex y
      * pagoDirecto levantan solos cuando el socio paga: la sancion
      * disciplinaria vive en este archivo y el pago no la toca.
      * Una sancion esta en vigor mientras san-estado sea "V" y la
      * fecha caiga entre san-desde y san-hasta inclusive; al pasar
      * san-hasta se levanta sola, sin corrida que la cierre. Inhabilita
      * (pileta, carnet, padron) la suspension y la expulsion; el
      * apercibimiento solo queda registrado.
      ******************************************************************
       01  san-reg.
           03 san-llave.
               05 san-socio pic 9(5).
               05 san-desde pic 9(8).
           03 san-hasta pic 9(8).
      *        Ultimo dia de la sancion; 99999999 en la expulsion.
           03 san-tipo pic x.
      *        A = apercibimiento, S = suspension.
           03 san-expulsion pic x.
      *        S = expulsion del club (no vence); N = no.
           03 san-acta pic 9(6).
           03 san-motivo pic x(40).
           03 san-estado pic x.
      *        V = vigente, L = levantada por el tribunal antes de
      *        san-hasta (revision o indulto).
           03 san-fecha-levanta pic 9(8).
           03 san-operador pic x(3).
