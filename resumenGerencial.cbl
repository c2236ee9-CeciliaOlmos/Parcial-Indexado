      *          charged in the year, and the month's collections by
      *          forma de pago from pagos.dat.
      * Tectonics: cobc
      * Modification history:
      *   - The month's recibos are now read through the fecha
      *     alternate key (pag-llave-fecha) instead of the whole of
      *     pagos.dat.
      *   - Socios whose debt was written off (mes-cero estado I) are
      *     counted as INCOBRABLES instead of CON DEUDA, and written-
      *     off months stay out of the month's cuota collection
      *     percentage.
      *   - Cheques (Q), the payment networks (R) and the cobradores
      *     (K) are listed among the month's collections, the same
      *     seven forms as asientosContables.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ALTERNATE RECORD KEY IS soc-estado WITH DUPLICATES.
           SELECT PAGOS ASSIGN TO "..\pagos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
       77  w-anio-rep pic 9(4) value zero.
       77  w-mes-rep pic 9(2) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-fecha-desde pic 9(8) value zero.
       77  w-fecha-hasta pic 9(8) value zero.
       77  w-f pic 9 value zero.
       01  tabla-formas.
           03 filler pic x value "E".
           03 filler pic x value "T".
           03 filler pic x value "D".
           03 filler pic x value "C".
           03 filler pic x value "Q".
           03 filler pic x value "R".
           03 filler pic x value "K".
       01  filler REDEFINES tabla-formas.
           03 vec-forma pic x OCCURS 7 TIMES.
       01  tabla-totales-forma.
           03 w-tot-forma pic 9(10) OCCURS 7 TIMES.
       77  w-cnt-cat-a pic 9(6) value zero.
       77  w-cnt-cat-v pic 9(6) value zero.
       77  w-cnt-cat-c pic 9(6) value zero.
       77  w-cnt-al-dia pic 9(6) value zero.
       77  w-cnt-adeuda pic 9(6) value zero.
       77  w-cnt-incobrables pic 9(6) value zero.
       77  w-tot-cuota-mes pic 9(10) value zero.
       77  w-tot-pagado-mes pic 9(10) value zero.
       77  w-pct-cobrado pic 9(3)v99 value zero.
           03 r-al-dia pic zzzzz9.
           03 filler pic x(14) value "  CON DEUDA:  ".
           03 r-adeuda pic zzzzz9.
           03 filler pic x(16) value "  INCOBRABLES:  ".
           03 r-incobrables pic zzzzz9.
       01  lin-cobranza.
           03 filler pic x(18) value "CUOTAS DEL MES:   ".
           03 r-cuota-mes pic zzz.zzz.zz9.
               MOVE w-fecha-hoy(1:4) TO w-anio-rep
               MOVE w-fecha-hoy(5:2) TO w-mes-rep
           END-IF.
           PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
               MOVE ZERO TO w-tot-forma(w-f)
           END-PERFORM.
           OPEN INPUT SOCIOS.
                       PERFORM 310-ACUMULAR-SOCIO
                   END-IF
           END-PERFORM.
      ******************************************************************
      * Los socios pasados a incobrables se cuentan aparte y sus meses
      * dados de baja no entran en la cobranza del mes: no son deuda
      * por cobrar.
      ******************************************************************
       310-ACUMULAR-SOCIO.
           IF soc-mes = ZERO
               EVALUATE soc-estado
                   WHEN "C" ADD 1 TO w-cnt-al-dia
                   WHEN "I" ADD 1 TO w-cnt-incobrables
                   WHEN OTHER ADD 1 TO w-cnt-adeuda
               END-EVALUATE
           ELSE
               IF soc-mes = w-mes-rep AND soc-estado NOT = "I"
                   ADD soc-cuota TO w-tot-cuota-mes
                   ADD soc-pagado TO w-tot-pagado-mes
               END-IF
           END-IF.

       400-RECORRER-PAGOS.
      *        Solo los recibos del mes, por la clave de fecha.
           COMPUTE w-fecha-desde = w-anio-rep * 10000 + w-mes-rep * 100
               + 1.
           COMPUTE w-fecha-hasta = w-anio-rep * 10000 + w-mes-rep * 100
               + 31.
           MOVE w-fecha-desde TO pag-lf-fecha.
           MOVE LOW-VALUES TO pag-lf-cajero.
           START PAGOS KEY IS >= pag-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-arch-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               NOT AT END
                   IF pag-lf-fecha > w-fecha-hasta
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
                           IF pag-forma-pago = vec-forma(w-f)
                               ADD pag-importe TO w-tot-forma(w-f)
                           END-IF
           DISPLAY lin-categorias.
           MOVE w-cnt-al-dia TO r-al-dia.
           MOVE w-cnt-adeuda TO r-adeuda.
           MOVE w-cnt-incobrables TO r-incobrables.
           DISPLAY lin-estados.
           MOVE w-tot-cuota-mes TO r-cuota-mes.
           MOVE w-tot-pagado-mes TO r-pagado-mes.
           DISPLAY lin-morosidad.
           MOVE w-tot-recargos TO r-recargos.
           DISPLAY lin-recargos.
           PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
               MOVE vec-forma(w-f) TO r-forma
               MOVE w-tot-forma(w-f) TO r-imp-forma
               DISPLAY lin-forma
