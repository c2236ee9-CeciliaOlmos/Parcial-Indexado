      ******************************************************************
      * mu-reg - uso de una moratoria de recargos (moratusos.dat),
      * clave mu-recibo: el recibo que cancelo la deuda vencida del
      * socio dentro de la campania y el recargo que se le condono.
      * Lo graban pagoDirecto y segParcialIndex junto con la entrada
      * "906-MORATORIA" de auditoria.dat; la anulacion del recibo
      * (segParcialIndex) y el rechazo del cheque (chequesCartera) lo
      * marcan "X". El reporte de cierre de moratoriasMantenimiento lo
      * lee por la clave alternada mu-moratoria.
      ******************************************************************
       01  mu-reg.
           03 mu-recibo pic 9(10).
           03 mu-moratoria pic 9(4).
           03 mu-socio pic 9(5).
           03 mu-anio pic 9(4).
           03 mu-mes pic 9(2).
           03 mu-recargo pic 9(6).
      *        Recargo de la cuota antes de la condonacion.
           03 mu-condonado pic 9(6).
           03 mu-fecha pic 9(8).
           03 mu-programa pic x(16).
           03 mu-cajero pic x(3).
           03 mu-estado pic x.
      *        V = vigente, X = recibo anulado o cheque rechazado.
