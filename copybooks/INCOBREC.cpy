      ******************************************************************
      * inc-reg - pase a incobrables (incobrables.dat), clave inc-llave
      * (socio/fecha de la propuesta). Cobranzas propone el socio con
      * la deuda abierta a la fecha (cuotas y cargos vencidos, deuda
      * de ejercicios anteriores); un supervisor la aprueba con el
      * numero de acta de la comision y recien ahi los meses y cargos
      * quedan en estado "I" con debe en cero y su auditoria. El
      * registro aprobado es la marca del socio: una readmision
      * (altaSocio) y consultaSocio muestran la deuda dada de baja, y
      * asientosContables la imputa a la cuenta INCOBRAB en el periodo
      * de inc-fecha-resolucion.
      ******************************************************************
       01  inc-reg.
           03 inc-llave.
               05 inc-socio pic 9(5).
               05 inc-fecha-propuesta pic 9(8).
           03 inc-motivo pic x.
      *        F = fallecido, B = baja sin pago, C = convenio caido,
      *        O = otro.
           03 inc-detalle pic x(30).
           03 inc-propuesto-por pic x(3).
           03 inc-cuotas pic 9(8).
      *        soc-debe de los meses vencidos al proponer.
           03 inc-cargos pic 9(8).
      *        car-debe de los cargos vencidos al proponer.
           03 inc-deuda-ant pic 9(8).
      *        da-debe de los ejercicios cerrados.
           03 inc-total pic 9(8).
           03 inc-estado pic x.
      *        P = propuesto, A = aprobado (deuda dada de baja),
      *        R = rechazado (o desactualizado al aprobar).
           03 inc-acta pic 9(6).
           03 inc-supervisor pic x(3).
           03 inc-fecha-resolucion pic 9(8).
