      ******************************************************************
      * lic-reg - licencia del socio (licencias.dat), clave lic-llave
      * (socio y primer mes). El socio que se va al exterior o esta
      * enfermo unos meses conserva numero y antiguedad pagando la
      * cuota de licencia (filas "L" de cuotas.dat) en vez de darse de
      * baja. Una licencia rige en los meses entre lic-desde y
      * lic-hasta inclusive mientras no este anulada; pasado lic-hasta
      * el socio vuelve solo a la tarifa de su categoria, sin corrida
      * que la cierre. La otorga licenciasMantenimiento, que reprecia
      * esos meses de socios.dat; la respetan los generadores y
      * aplicadores de cuotas al tomar la tarifa del mes, y
      * generarCargosMes no genera cargos de actividades en esos meses.
      ******************************************************************
       01  lic-reg.
           03 lic-llave.
               05 lic-socio pic 9(5).
               05 lic-desde pic 9(6).
      *            Primer mes de licencia (aaaamm).
           03 lic-hasta pic 9(6).
      *        Ultimo mes de licencia (aaaamm) inclusive.
           03 lic-causa pic x.
      *        E = viaje o residencia en el exterior, S = salud,
      *        O = otra.
           03 lic-motivo pic x(40).
           03 lic-estado pic x.
      *        V = vigente, L = levantada por la vuelta anticipada del
      *        socio (lic-hasta ya recortado al mes anterior a la
      *        vuelta), A = anulada antes de empezar.
           03 lic-hasta-original pic 9(6).
           03 lic-fecha-alta pic 9(8).
           03 lic-operador pic x(3).
           03 lic-fecha-levanta pic 9(8).
