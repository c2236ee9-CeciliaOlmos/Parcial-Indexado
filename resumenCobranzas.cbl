      * Date:
      * Purpose: Monthly collections summary for the treasurer. Groups
      *          pagos.dat by month of pag-fecha and by forma de pago
      *          (E/T/D/C/Q/R/K; the synthetic "S" saldo-a-favor
      *          entries are not money through the door and are
      *          excluded), and prints last year's same-month totals -
      *          read from the pagos<yyyy>.dat archive
      *          cierreDeEjercicio writes - in an adjacent column, so
      *          the commission can see whether collections are
      *          growing or falling without assembling it by hand from
      *          leePagos listings.
      *          Command line: year to report (default: current year);
      *          the comparison column is always that year minus one.
      * Tectonics: cobc
      * Modification history:
      *   - The year's recibos are now read through the fecha
      *     alternate key (pag-llave-fecha) from January 1st,
      *     stopping at the first recibo of the next year, instead of
      *     the whole of pagos.dat.
      *   - Cheques (Q), the payment networks (R) and the cobradores
      *     (K) are totalled as forms of their own, the same seven
      *     forms as asientosContables; they used to be left out of
      *     every month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       FILE-CONTROL.
           SELECT PAGOS ASSIGN TO "..\pagos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT OPTIONAL PAG-HIST ASSIGN TO w-nombre-hist
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           03 filler pic x value "T".
           03 filler pic x value "D".
           03 filler pic x value "C".
           03 filler pic x value "Q".
           03 filler pic x value "R".
           03 filler pic x value "K".
       01  filler REDEFINES tabla-formas.
           03 vec-forma pic x OCCURS 7 TIMES.
       01  tabla-totales.
           03 tot-mes OCCURS 12 TIMES.
               05 tot-forma pic 9(10) OCCURS 7 TIMES.
       01  tabla-totales-ant.
           03 tot-mes-ant OCCURS 12 TIMES.
               05 tot-forma-ant pic 9(10) OCCURS 7 TIMES.
       01  lin-titulo.
           03 filler pic x(25) value
               "RECAUDACION MENSUAL ANIO ".
           STRING "..\pagos" w-anio-anterior ".dat" DELIMITED BY SIZE
               INTO w-nombre-hist.
           PERFORM VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12
               PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
                   MOVE ZERO TO tot-forma(w-mes, w-f)
                   MOVE ZERO TO tot-forma-ant(w-mes, w-f)
               END-PERFORM
           OPEN INPUT PAGOS.

       200-ACUMULAR-ANIO-ACTUAL.
      *        Solo los recibos del anio, por la clave de fecha.
           COMPUTE pag-lf-fecha = w-anio-reporte * 10000 + 0101.
           MOVE LOW-VALUES TO pag-lf-cajero.
           START PAGOS KEY IS >= pag-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-arch-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               NOT AT END
                   IF pag-lf-fecha(1:4) NOT = w-anio-reporte
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       MOVE pag-lf-fecha(5:2) TO w-mes
                       PERFORM 250-ACUMULAR-ACTUAL
                   END-IF
           END-PERFORM.
       250-ACUMULAR-ACTUAL.
           IF w-mes >= 1 AND w-mes <= 12
               PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
                   IF pag-forma-pago = vec-forma(w-f)
                       ADD pag-importe TO tot-forma(w-mes, w-f)
                   END-IF
           CLOSE PAG-HIST.
       350-ACUMULAR-ANTERIOR.
           IF w-mes >= 1 AND w-mes <= 12
               PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
                   IF ph-forma = vec-forma(w-f)
                       ADD ph-importe TO tot-forma-ant(w-mes, w-f)
                   END-IF
       410-IMPRIMIR-MES.
           MOVE ZERO TO w-tot-mes-act.
           MOVE ZERO TO w-tot-mes-ant.
           PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
               MOVE w-mes TO d-mes
               MOVE vec-forma(w-f) TO d-forma
               MOVE tot-forma(w-mes, w-f) TO d-actual
