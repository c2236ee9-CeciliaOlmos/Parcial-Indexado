      ******************************************************************
      * tur-tex-reg - turnos de las actividades con cupo (turnos.dat),
      * una linea por concepto y turno con su cupo, al lado de
      * conceptos.dat y mantenido igual que el. Un concepto sin lineas
      * aca no tiene turnos ni cupo (se inscribe a cualquiera, como
      * siempre); uno con lineas exige turno en el ALTA de
      * inscripcionesMantenimiento, que rechaza el turno completo y
      * anota al socio en la lista de espera (espera.dat).
      ******************************************************************
       01  tur-tex-reg.
           03 tur-tex-concepto pic x(3).
           03 tur-tex-turno pic x(2).
           03 tur-tex-descripcion pic x(20).
      *        P.ej. "LUN-MIE 18 A 19 HS".
           03 tur-tex-cupo pic 9(3).
