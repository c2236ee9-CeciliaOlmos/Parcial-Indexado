      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of inscripciones.dat to the
      *          record that carries the turno (ins-turno). Reads the
      *          previous file, renamed to inscripciones.ant by
      *          convierteInscripTurno.bat, and writes every
      *          inscripcion into a new inscripciones.dat with
      *          ins-turno in blanco, the value of an activity without
      *          turnos. Prints read/written counts; a mismatch ends
      *          with return code 8 and inscripciones.ant must be put
      *          back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSCRIP-ANT ASSIGN TO "..\inscripciones.ant"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS iant-llave.
           SELECT INSCRIPCIONES ASSIGN TO "..\inscripciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ins-llave.
       DATA DIVISION.
       FILE SECTION.
       FD  INSCRIP-ANT.
       01  iant-reg.
           03 iant-llave pic x(8).
           03 iant-resto pic x(17).
       FD  INSCRIPCIONES.
           COPY "INSCRIPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-ant pic 9 value zero.
           88 fin-arch-ant value 1.
       77  w-cnt-leidos pic 9(8) value zero.
       77  w-cnt-grabados pic 9(8) value zero.
       01  lin-resumen.
           03 filler pic x(17) value "INSCRIP. LEIDAS: ".
           03 r-leidos pic zzzzzzz9.
           03 filler pic x(17) value "  GRABADOS:      ".
           03 r-grabados pic zzzzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT INSCRIP-ANT.
           OPEN OUTPUT INSCRIPCIONES.
           PERFORM UNTIL fin-arch-ant
               READ INSCRIP-ANT NEXT AT END MOVE 1 TO w-flag-ant
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 300-CONVERTIR
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

      *        El registro anterior es el comienzo del nuevo; el turno
      *        queda en blanco. Se graba en orden de clave, el mismo
      *        de la lectura.
       300-CONVERTIR.
           MOVE iant-reg TO ins-reg.
           MOVE SPACES TO ins-turno.
           WRITE ins-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA INSCRIPCION " ins-llave
               NOT INVALID KEY
                   ADD 1 TO w-cnt-grabados
           END-WRITE.

       900-FIN.
           MOVE w-cnt-leidos TO r-leidos.
           MOVE w-cnt-grabados TO r-grabados.
           DISPLAY lin-resumen.
           CLOSE INSCRIP-ANT.
           CLOSE INSCRIPCIONES.
           IF w-cnt-grabados NOT = w-cnt-leidos
               DISPLAY "CONVERSION INCOMPLETA - RESTAURAR "
                   "INSCRIPCIONES.ANT"
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM YOUR-PROGRAM-NAME.
