      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of deudaant.dat to the record
      *          that carries the recargo of the closed month
      *          (da-recargo), the part of the debt a moratoria can
      *          forgive. Reads the previous file, renamed to
      *          deudaant.ant by convierteDeudaRecargo.bat, and writes
      *          every month into a new deudaant.dat with da-recargo in
      *          zero: the recargo of the years already closed was not
      *          kept apart, so no moratoria applies to them. Prints
      *          read/written counts; a mismatch ends with return code
      *          8 and deudaant.ant must be put back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEUDA-ANT ASSIGN TO "..\deudaant.ant"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS dant-llave.
           SELECT DEUDAANT ASSIGN TO "..\deudaant.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS da-llave.
       DATA DIVISION.
       FILE SECTION.
       FD  DEUDA-ANT.
       01  dant-reg.
           03 dant-llave pic x(11).
           03 dant-resto pic x(27).
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-ant pic 9 value zero.
           88 fin-arch-ant value 1.
       77  w-cnt-leidos pic 9(8) value zero.
       77  w-cnt-grabados pic 9(8) value zero.
       01  lin-resumen.
           03 filler pic x(17) value "MESES LEIDOS:    ".
           03 r-leidos pic zzzzzzz9.
           03 filler pic x(17) value "  GRABADOS:      ".
           03 r-grabados pic zzzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT DEUDA-ANT.
           OPEN OUTPUT DEUDAANT.
           PERFORM UNTIL fin-arch-ant
               READ DEUDA-ANT NEXT AT END MOVE 1 TO w-flag-ant
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 300-CONVERTIR
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

      *        El registro anterior es el comienzo del nuevo; el
      *        recargo queda en cero. Se graba en orden de clave, el
      *        mismo de la lectura.
       300-CONVERTIR.
           MOVE dant-reg TO da-reg.
           MOVE ZERO TO da-recargo.
           WRITE da-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA DEUDA " da-llave
               NOT INVALID KEY
                   ADD 1 TO w-cnt-grabados
           END-WRITE.

       900-FIN.
           MOVE w-cnt-leidos TO r-leidos.
           MOVE w-cnt-grabados TO r-grabados.
           DISPLAY lin-resumen.
           CLOSE DEUDA-ANT.
           CLOSE DEUDAANT.
           IF w-cnt-grabados NOT = w-cnt-leidos
               DISPLAY "CONVERSION INCOMPLETA - RESTAURAR "
                   "DEUDAANT.ANT"
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM YOUR-PROGRAM-NAME.
