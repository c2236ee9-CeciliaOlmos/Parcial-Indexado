      *        P = pendiente, A = aprobada, R = rechazada.
           03 vit-supervisor pic x(3).
           03 vit-fecha-resolucion pic 9(8).
           03 vit-acta pic 9(6).
      *        Acta de la comision que aprobo la promocion (actas.dat).
