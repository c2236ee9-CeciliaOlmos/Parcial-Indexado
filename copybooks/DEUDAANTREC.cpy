      ******************************************************************
      * da-reg - deuda de ejercicios anteriores (deudaant.dat), clave
      * da-llave (socio/anio/mes). El cierre de ejercicio graba aca,
      * antes de purgar socios.dat, cada mes del anio que se cierra
      * que todavia tenia soc-debe, asi la deuda sigue siendo cobrable
      * despues del cierre en vez de quedar solo en el archivo
      * historico. pagoDirecto y segParcialIndex aplican los pagos
      * primero a esta deuda, la mas vieja antes; consultaSocio,
      * estadoCuenta, moraAging y el ALTA de convenios la suman.
      * Los cargos de actividades del anio cerrado que quedaron
      * abiertos pasan sumados en un registro de mes 00 por socio (el
      * detalle por concepto queda en el historico de cargos).
      ******************************************************************
       01  da-reg.
           03 da-llave.
               05 da-socio pic 9(5).
               05 da-anio pic 9(4).
               05 da-mes pic 9(2).
           03 da-importe pic 9(6).
      *        Deuda abierta del mes al momento del cierre.
           03 da-pagado pic 9(6).
           03 da-debe pic 9(6).
           03 da-estado pic x.
      *        A = adeudado, C = cancelado, I = pasado a incobrables
      *        (debe en cero, ver incobrables.dat).
           03 da-fecha-alta pic 9(8).
           03 da-recargo pic 9(6).
      *        Recargo por mora que el mes ya tenia sumado al cierre
      *        (soc-recargo), la parte que una moratoria puede
      *        condonar; cero en el mes 00 de cargos.
