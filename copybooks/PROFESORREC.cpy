      ******************************************************************
      * prof-reg - profesor de actividades (profesores.dat), clave
      * prof-codigo. Los profesores de tenis, natacion y la escuelita
      * cobran un porcentaje de lo que recauda su actividad o un fijo
      * mensual; lo que da cada uno esta en profactividad.dat y la
      * liquidacion del mes la hace liquidacionProfesores.
      ******************************************************************
       01  prof-reg.
           03 prof-codigo pic 9(3).
           03 prof-nombre pic x(30).
           03 prof-cuit pic x(11).
           03 prof-telefono pic x(15).
           03 prof-estado pic x.
      *        A = activo, B = baja (no se liquida).
           03 prof-fecha-alta pic 9(8).
