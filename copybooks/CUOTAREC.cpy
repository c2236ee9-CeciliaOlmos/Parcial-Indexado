      *   - cuota-tex-categoria distingue la tabla de cuotas de cada
      *     categoria de socio (A=activo, V=vitalicio, C=cadete); hay
      *     doce lineas (una por mes) por cada categoria en cuotas.dat.
      *   - Las doce lineas de categoria L son la cuota de licencia
      *     (licencias.dat), que no es una categoria de socio: la
      *     pagan los meses en licencia de cualquier categoria. Son
      *     optativas; sin ellas una licencia no cambia la tarifa.
      ******************************************************************
       01  cuota-tex-reg.
           03 cuota-tex-categoria pic x.
