      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of vitalpend.dat to the record
      *          that carries the acta of the approval (vit-acta).
      *          Reads the previous file, renamed to vitalpend.ant by
      *          convierteVitalActa.bat, and writes every propuesta
      *          into a new vitalpend.dat with vit-acta in zero: the
      *          promotions approved before the libro de actas cite no
      *          acta. Prints read/written counts; a mismatch ends
      *          with return code 8 and vitalpend.ant must be put back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VITAL-ANT ASSIGN TO "..\vitalpend.ant"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS vant-secuencia.
           SELECT VITALPEND ASSIGN TO "..\vitalpend.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS vit-secuencia.
       DATA DIVISION.
       FILE SECTION.
       FD  VITAL-ANT.
       01  vant-reg.
           03 vant-secuencia pic 9(8).
           03 vant-resto pic x(35).
       FD  VITALPEND.
           COPY "VITALREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-ant pic 9 value zero.
           88 fin-arch-ant value 1.
       77  w-cnt-leidos pic 9(8) value zero.
       77  w-cnt-grabados pic 9(8) value zero.
       01  lin-resumen.
           03 filler pic x(17) value "PROPUESTAS LEID.:".
           03 r-leidos pic zzzzzzz9.
           03 filler pic x(17) value "  GRABADOS:      ".
           03 r-grabados pic zzzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT VITAL-ANT.
           OPEN OUTPUT VITALPEND.
           PERFORM UNTIL fin-arch-ant
               READ VITAL-ANT NEXT AT END MOVE 1 TO w-flag-ant
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 300-CONVERTIR
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

      *        El registro anterior es el comienzo del nuevo; el acta
      *        queda en cero. Se graba en orden de secuencia, el mismo
      *        de la lectura.
       300-CONVERTIR.
           MOVE vant-reg TO vit-reg.
           MOVE ZERO TO vit-acta.
           WRITE vit-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA PROPUESTA " vit-secuencia
               NOT INVALID KEY
                   ADD 1 TO w-cnt-grabados
           END-WRITE.

       900-FIN.
           MOVE w-cnt-leidos TO r-leidos.
           MOVE w-cnt-grabados TO r-grabados.
           DISPLAY lin-resumen.
           CLOSE VITAL-ANT.
           CLOSE VITALPEND.
           IF w-cnt-grabados NOT = w-cnt-leidos
               DISPLAY "CONVERSION INCOMPLETA - RESTAURAR "
                   "VITALPEND.ANT"
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM YOUR-PROGRAM-NAME.
