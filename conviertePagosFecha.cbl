      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of pagos.dat to the record that
      *          carries the fecha+cajero alternate key
      *          (pag-llave-fecha). Reads the previous file, renamed
      *          to pagos.ant by conviertePagosFecha.bat, and writes
      *          every recibo into a new pagos.dat with pag-lf-fecha
      *          and pag-lf-cajero copied from pag-fecha and
      *          pag-cajero, so cierreCaja, conciliaBanco, the asiento
      *          and the resumenes can position by date from the first
      *          day. Prints read/written counts; a mismatch ends with
      *          return code 8 and pagos.ant must be put back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS-ANT ASSIGN TO "..\pagos.ant"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS pant-recibo
                   ALTERNATE RECORD KEY IS pant-socio WITH DUPLICATES.
           SELECT PAGOS ASSIGN TO "..\pagos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS-ANT.
       01  pant-reg.
           03 pant-recibo pic 9(10).
           03 pant-socio pic 9(5).
           03 pant-resto pic x(31).
       FD  PAGOS.
           COPY "PAGREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-ant pic 9 value zero.
           88 fin-arch-ant value 1.
       77  w-cnt-leidos pic 9(8) value zero.
       77  w-cnt-grabados pic 9(8) value zero.
       01  lin-resumen.
           03 filler pic x(17) value "RECIBOS LEIDOS:  ".
           03 r-leidos pic zzzzzzz9.
           03 filler pic x(17) value "  GRABADOS:      ".
           03 r-grabados pic zzzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT PAGOS-ANT.
           OPEN OUTPUT PAGOS.
           PERFORM UNTIL fin-arch-ant
               READ PAGOS-ANT NEXT AT END MOVE 1 TO w-flag-ant
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 300-CONVERTIR-PAGO
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

      *        El registro anterior es el comienzo del nuevo; la clave
      *        de fecha se arma con sus propios campos. Se graba en
      *        orden de recibo, el mismo de la lectura.
       300-CONVERTIR-PAGO.
           MOVE pant-reg TO pag-reg.
           MOVE pag-fecha TO pag-lf-fecha.
           MOVE pag-cajero TO pag-lf-cajero.
           WRITE pag-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL RECIBO " pag-recibo
               NOT INVALID KEY
                   ADD 1 TO w-cnt-grabados
           END-WRITE.

       900-FIN.
           MOVE w-cnt-leidos TO r-leidos.
           MOVE w-cnt-grabados TO r-grabados.
           DISPLAY lin-resumen.
           CLOSE PAGOS-ANT.
           CLOSE PAGOS.
           IF w-cnt-grabados NOT = w-cnt-leidos
               DISPLAY "CONVERSION INCOMPLETA - RESTAURAR PAGOS.ANT"
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM YOUR-PROGRAM-NAME.
