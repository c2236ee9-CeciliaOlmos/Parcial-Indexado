      ******************************************************************
      * lk-reg - locker del club (lockers.dat), clave lk-numero, con
      * clave alterna lk-socio para hallar el locker de un socio.
      * Reemplaza el fichero de tarjetas del cajon: que locker fisico
      * tiene cada socio, cuales estan libres y quien tiene llave.
      * lockersMantenimiento asigna y libera; al asignar da de alta la
      * inscripcion LOC del socio (inscripciones.dat) que factura
      * generarCargosMes y al liberar la da de baja, asi que un locker
      * devuelto deja de cobrarse y uno ocupado no se vuelve a dar.
      ******************************************************************
       01  lk-reg.
           03 lk-numero pic 9(4).
           03 lk-vestuario pic x.
      *        C = caballeros, D = damas.
           03 lk-tamanio pic x.
      *        C = chico, G = grande.
           03 lk-estado pic x.
      *        L = libre, O = ocupado, F = fuera de servicio.
           03 lk-socio pic 9(5).
      *        Cero mientras el locker este libre.
           03 lk-fecha-asignado pic 9(8).
           03 lk-fecha-liberado pic 9(8).
           03 lk-deposito pic 9(6).
      *        Deposito por la llave cobrado al asignar.
           03 lk-deposito-estado pic x.
      *        R = en poder del club, D = devuelto al socio con la
      *        llave, P = perdido por el socio (llave no devuelta),
      *        blanco = sin deposito.
