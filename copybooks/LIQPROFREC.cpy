      ******************************************************************
      * lp-reg - renglon de la liquidacion mensual de un profesor
      * (liqprof.dat), clave lp-llave (periodo, profesor, concepto,
      * turno). Lo graba liquidacionProfesores; volver a correr el mes
      * reemplaza los renglones en vez de duplicarlos. asientosContables
      * asienta el total del periodo como gasto (HONORPRO) contra
      * honorarios a pagar (HONPAGAR).
      ******************************************************************
       01  lp-reg.
           03 lp-llave.
               05 lp-anio pic 9(4).
               05 lp-mes pic 9(2).
               05 lp-profesor pic 9(3).
               05 lp-concepto pic x(3).
               05 lp-turno pic x(2).
           03 lp-modalidad pic x.
           03 lp-porcentaje pic 9(3)v99.
           03 lp-recaudado pic 9(10).
           03 lp-honorario pic 9(10).
           03 lp-fecha pic 9(8).
