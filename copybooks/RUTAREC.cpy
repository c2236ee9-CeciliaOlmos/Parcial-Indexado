      ******************************************************************
      * ruta-reg - renglon de la hoja de ruta del cobrador (rutas.dat),
      * uno por socio a visitar, clave ruta-recibo (el numero
      * prenumerado que hojaDeRuta toma de la serie del cobrador) y
      * clave alternada ruta-periodo (cobrador/anio/mes) con
      * duplicados para reimprimir la hoja y para la rendicion.
      * rendicionCobrador registra lo cobrado: el recibo cobrado entra
      * a pagos.txt con ese mismo numero; el no cobrado queda anulado
      * (estado N) y el papel vuelve al talonario, por eso
      * auditRecibos no lo cuenta como numero perdido.
      ******************************************************************
       01  ruta-reg.
           03 ruta-recibo pic 9(10).
           03 ruta-periodo.
               05 ruta-cobrador pic 9(2).
               05 ruta-anio pic 9(4).
               05 ruta-mes pic 9(2).
           03 ruta-socio pic 9(5).
           03 ruta-importe pic 9(8).
      *        Deuda del socio al emitir la hoja: cuotas del anio hasta
      *        el mes, ejercicios anteriores y cargos.
           03 ruta-cobrado pic 9(8).
           03 ruta-estado pic x.
      *        P = pendiente de rendir, C = cobrado (total o parcial),
      *        N = no cobrado, recibo anulado.
           03 ruta-fecha-rendicion pic 9(8).
