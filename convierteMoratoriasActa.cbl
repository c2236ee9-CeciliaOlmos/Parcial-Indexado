      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of moratorias.dat to the record
      *          whose acta is the number of the libro de actas
      *          (mor-acta pic 9(6)) instead of free text. Reads the
      *          previous file, renamed to moratorias.ant by
      *          convierteMoratoriasActa.bat, and writes every campaign
      *          into a new moratorias.dat. An acta that was a number
      *          of up to six digits, left-justified, is kept; any
      *          other text is listed and the campaign goes with acta
      *          zero, for the office to look up (actasMantenimiento
      *          lists it among the citations with no acta). Prints
      *          read/written counts; a mismatch ends with return code
      *          8 and moratorias.ant must be put back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MORATORIAS-ANT ASSIGN TO "..\moratorias.ant"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS mant-numero.
           SELECT MORATORIAS ASSIGN TO "..\moratorias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS mor-numero.
       DATA DIVISION.
       FILE SECTION.
       FD  MORATORIAS-ANT.
       01  mant-reg.
           03 mant-numero pic 9(4).
           03 mant-desde pic 9(8).
           03 mant-hasta pic 9(8).
           03 mant-acta pic x(10).
           03 mant-resto pic x(23).
       FD  MORATORIAS.
           COPY "MORATREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-ant pic 9 value zero.
           88 fin-arch-ant value 1.
       77  w-cnt-leidos pic 9(8) value zero.
       77  w-cnt-grabados pic 9(8) value zero.
       77  w-cnt-sin-acta pic 9(4) value zero.
       77  w-largo-acta pic 9(2) value zero.
       77  w-acta-num pic 9(6) value zero.
       77  w-flag-acta-ok pic 9 value zero.
           88 acta-numerica value 1.
      *        Resto del registro anterior, detras del acta.
       01  w-mor-resto.
           03 w-mr-pct pic 9(3).
           03 w-mr-anio-desde pic 9(4).
           03 w-mr-anio-hasta pic 9(4).
           03 w-mr-estado pic x.
           03 w-mr-fecha-alta pic 9(8).
           03 w-mr-operador pic x(3).
       01  lin-resumen.
           03 filler pic x(17) value "CAMPANIAS LEIDAS:".
           03 r-leidos pic zzzzzzz9.
           03 filler pic x(17) value "  GRABADOS:      ".
           03 r-grabados pic zzzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT MORATORIAS-ANT.
           OPEN OUTPUT MORATORIAS.
           PERFORM UNTIL fin-arch-ant
               READ MORATORIAS-ANT NEXT AT END MOVE 1 TO w-flag-ant
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 300-CONVERTIR
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

      *        El acta de texto se toma si son hasta seis cifras
      *        juntas al comienzo y nada despues; el resto del registro
      *        pasa tal cual detras.
       300-CONVERTIR.
           MOVE mant-numero TO mor-numero.
           MOVE mant-desde TO mor-desde.
           MOVE mant-hasta TO mor-hasta.
           MOVE mant-resto TO w-mor-resto.
           MOVE ZERO TO w-largo-acta.
           INSPECT mant-acta TALLYING w-largo-acta
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO w-flag-acta-ok.
           IF w-largo-acta > ZERO AND w-largo-acta < 7
               IF mant-acta(1:w-largo-acta) IS NUMERIC
                   AND mant-acta(w-largo-acta + 1:) = SPACES
                   MOVE 1 TO w-flag-acta-ok
               END-IF
           END-IF.
           IF acta-numerica
               MOVE mant-acta(1:w-largo-acta) TO w-acta-num
               MOVE w-acta-num TO mor-acta
           ELSE
               MOVE ZERO TO mor-acta
               IF mant-acta NOT = SPACES
                   ADD 1 TO w-cnt-sin-acta
                   DISPLAY "MORATORIA " mant-numero
                       " ACTA NO NUMERICA: " mant-acta
               END-IF
           END-IF.
           MOVE w-mr-pct TO mor-pct.
           MOVE w-mr-anio-desde TO mor-anio-desde.
           MOVE w-mr-anio-hasta TO mor-anio-hasta.
           MOVE w-mr-estado TO mor-estado.
           MOVE w-mr-fecha-alta TO mor-fecha-alta.
           MOVE w-mr-operador TO mor-operador.
           WRITE mor-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA MORATORIA " mor-numero
               NOT INVALID KEY
                   ADD 1 TO w-cnt-grabados
           END-WRITE.

       900-FIN.
           MOVE w-cnt-leidos TO r-leidos.
           MOVE w-cnt-grabados TO r-grabados.
           DISPLAY lin-resumen.
           IF w-cnt-sin-acta > ZERO
               DISPLAY "CAMPANIAS CON ACTA EN CERO: " w-cnt-sin-acta
           END-IF.
           CLOSE MORATORIAS-ANT.
           CLOSE MORATORIAS.
           IF w-cnt-grabados NOT = w-cnt-leidos
               DISPLAY "CONVERSION INCOMPLETA - RESTAURAR "
                   "MORATORIAS.ANT"
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM YOUR-PROGRAM-NAME.
