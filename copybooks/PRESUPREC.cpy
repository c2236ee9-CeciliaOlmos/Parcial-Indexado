      ******************************************************************
      * pre-reg - presupuesto anual aprobado por la comision
      * (presupuestos.dat), una linea por cuenta del plan y mes, clave
      * pre-llave = anio + cuenta (pc-cuenta de plancuentas.dat) + mes.
      * Lo carga tesoreria con presupuestoMantenimiento y lo compara
      * presupuestoReal contra lo realmente cobrado y gastado, armado
      * igual que el asiento de asientosContables. Los importes van en
      * positivo para toda cuenta: lo que se espera cobrar en las de
      * ingreso, lo que se espera gastar en las de gasto y el
      * movimiento neto esperado en las de caja y bancos.
      ******************************************************************
       01  pre-reg.
           03 pre-llave.
               05 pre-anio pic 9(4).
               05 pre-cuenta pic x(8).
               05 pre-mes pic 9(2).
           03 pre-importe pic 9(10).
           03 pre-fecha pic 9(8).
      *        Fecha de la ultima carga o modificacion del importe.
           03 pre-operador pic x(3).
