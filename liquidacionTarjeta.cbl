      *          to reverse through the anulacion path
      *          (segParcialIndex "A recibo").
      * Tectonics: cobc
      * Modification history:
      *   - Each lote's recibos are now read through the fecha
      *     alternate key (pag-llave-fecha), positioned on liq-fecha-
      *     lote, instead of running the whole of pagos.dat once per
      *     lote.
      *   - The run now writes INI/FIN OK lines to the corridas.dat
      *     ledger, so the parte diario can tell a settlement advice
      *     that was never processed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT LIQTARJETA ASSIGN TO "..\liqtarjeta.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ARANCELES ASSIGN TO "..\aranceles.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS.
           03 liq-recibo pic 9(10).
       FD  ARANCELES.
           COPY "ARANCELREC.cpy".
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       77  w-flag-liq pic 9 value zero.
           88 fin-arch-liq value 1.
       77  w-flag-pagos pic 9 value zero.
           OPEN INPUT PAGOS.
           OPEN INPUT LIQTARJETA.
           OPEN EXTEND ARANCELES.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
           MOVE SPACES TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           DISPLAY "CONCILIACION DE LIQUIDACIONES DE TARJETA".
           DISPLAY lin-guarda.

           MOVE ZERO TO w-suma-lote.
           MOVE ZERO TO w-cnt-lote.
           MOVE 0 TO w-flag-pagos.
      *        Solo los recibos del dia del lote, por la clave de fecha.
           MOVE liq-fecha-lote TO pag-lf-fecha.
           MOVE LOW-VALUES TO pag-lf-cajero.
           START PAGOS KEY IS >= pag-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-arch-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               NOT AT END
                   IF pag-lf-fecha NOT = liq-fecha-lote
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       IF pag-forma-pago = "C"
                           ADD pag-importe TO w-suma-lote
                           ADD 1 TO w-cnt-lote
                       END-IF
                   END-IF
           END-PERFORM.

           DISPLAY lin-resumen.
           CLOSE PAGOS.
           CLOSE LIQTARJETA.
           MOVE "FIN" TO w-cor-evento.
           MOVE "OK" TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           CLOSE ARANCELES.
           CLOSE CORRIDAS.
       985-REGISTRAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
           MOVE "LIQTARJETA" TO cor-programa.
           MOVE w-cor-evento TO cor-evento.
           MOVE w-cor-estado TO cor-estado.
           MOVE w-fecha-hora-cor(9:6) TO cor-hora.
           WRITE cor-reg.
       END PROGRAM YOUR-PROGRAM-NAME.
