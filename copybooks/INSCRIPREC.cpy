      *        Cero mientras la inscripcion este vigente.
           03 ins-estado pic x.
      *        A = activa, B = dada de baja.
           03 ins-turno pic x(2).
      *        Turno de turnos.dat en las actividades con cupo; blanco
      *        en las que no tienen turnos (y en las inscripciones
      *        anteriores a los turnos).
