      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of periodos.dat to the record
      *          that carries the acta of a reapertura (per-acta).
      *          Reads the previous file, renamed to periodos.ant by
      *          conviertePeriodosActa.bat, and writes every period
      *          into a new periodos.dat with per-acta in zero: the
      *          reaperturas made before the libro de actas cite no
      *          acta. Prints read/written counts; a mismatch ends
      *          with return code 8 and periodos.ant must be put back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS-ANT ASSIGN TO "..\periodos.ant"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS perant-periodo.
           SELECT PERIODOS ASSIGN TO "..\periodos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS per-periodo.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS-ANT.
       01  perant-reg.
           03 perant-periodo pic 9(6).
           03 perant-resto pic x(12).
       FD  PERIODOS.
           COPY "PERIODOREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-ant pic 9 value zero.
           88 fin-arch-ant value 1.
       77  w-cnt-leidos pic 9(8) value zero.
       77  w-cnt-grabados pic 9(8) value zero.
       01  lin-resumen.
           03 filler pic x(17) value "PERIODOS LEIDOS: ".
           03 r-leidos pic zzzzzzz9.
           03 filler pic x(17) value "  GRABADOS:      ".
           03 r-grabados pic zzzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT PERIODOS-ANT.
           OPEN OUTPUT PERIODOS.
           PERFORM UNTIL fin-arch-ant
               READ PERIODOS-ANT NEXT AT END MOVE 1 TO w-flag-ant
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 300-CONVERTIR
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

      *        El registro anterior es el comienzo del nuevo; el acta
      *        queda en cero. Se graba en orden de periodo, el mismo
      *        de la lectura.
       300-CONVERTIR.
           MOVE perant-reg TO per-reg.
           MOVE ZERO TO per-acta.
           WRITE per-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL PERIODO " per-periodo
               NOT INVALID KEY
                   ADD 1 TO w-cnt-grabados
           END-WRITE.

       900-FIN.
           MOVE w-cnt-leidos TO r-leidos.
           MOVE w-cnt-grabados TO r-grabados.
           DISPLAY lin-resumen.
           CLOSE PERIODOS-ANT.
           CLOSE PERIODOS.
           IF w-cnt-grabados NOT = w-cnt-leidos
               DISPLAY "CONVERSION INCOMPLETA - RESTAURAR "
                   "PERIODOS.ANT"
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM YOUR-PROGRAM-NAME.
