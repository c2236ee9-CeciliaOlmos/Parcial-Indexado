      ******************************************************************
      * pa-reg - actividad que dicta un profesor (profactividad.dat),
      * clave pa-llave (profesor, concepto, turno). Turno en blanco =
      * el concepto entero; con turno, solo lo cobrado a los inscriptos
      * de ese turno (ins-turno). Un profesor cobra por porcentaje de
      * lo recaudado (car-pagado de cargos.dat del mes) o un fijo
      * mensual.
      ******************************************************************
       01  pa-reg.
           03 pa-llave.
               05 pa-profesor pic 9(3).
               05 pa-concepto pic x(3).
               05 pa-turno pic x(2).
           03 pa-modalidad pic x.
      *        P = porcentaje de lo recaudado, F = fijo mensual.
           03 pa-porcentaje pic 9(3)v99.
           03 pa-fijo pic 9(8).
