      *          segParcialIndex or pagoDirecto applies a payment that
      *          settles the elapsed debt, they set sm-estado "R".
      * Tectonics: cobc
      * Modification history:
      *   - Every change to the sociosmae.dat ficha is now written to
      *     fichahist.dat (before and after images, program, operator
      *     and reason), for historiaFicha to print the member's
      *     ficha timeline. Suspensions record operator SYS and the
      *     unpaid count that triggered them.
      *   - Writes INI and FIN lines to corridas.dat (SUSPENSIONAUTO)
      *     for the monthly run calendar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio.
           SELECT OPTIONAL FICHAHIST ASSIGN TO "..\fichahist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fh-llave.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  FICHAHIST.
           COPY "FICHAHISTREC.cpy".
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-socio-grupo pic 9(5) value zero.
       77  w-cnt-impagos pic 9(2) value zero.
       77  w-cnt-suspendidos pic 9(6) value zero.
       77  w-orden-hist pic 99 value zero.
       77  w-motivo-ficha pic x(40) value spaces.
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       01  w-ficha-ant pic x(98) value spaces.
       01  lin-detalle.
           03 filler pic x(11) value "SUSPENDIDO ".
           03 d-socio pic zzzzz.
           END-IF.
           OPEN INPUT SOCIOS.
           OPEN I-O SOCIOMAE.
           OPEN I-O FICHAHIST.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
           MOVE SPACES TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           DISPLAY "SUSPENSION AUTOMATICA " w-anio-corte "/"
               w-mes-corte " (UMBRAL " w-umbral " CUOTAS)".

                   "PUEDE SUSPENDER"
           ELSE
               IF sm-estado NOT = "S" AND sm-estado NOT = "B"
                   MOVE sociomae-reg TO w-ficha-ant
                   MOVE "S" TO sm-estado
                   MOVE w-fecha-hoy TO sm-fecha-estado
                   REWRITE sociomae-reg
                   MOVE SPACES TO w-motivo-ficha
                   STRING "SUSPENSION: " w-cnt-impagos
                       " CUOTAS IMPAGAS A " w-mes-corte "/"
                       w-anio-corte DELIMITED BY SIZE
                       INTO w-motivo-ficha
                   PERFORM 450-REGISTRAR-HIST-FICHA
                   ADD 1 TO w-cnt-suspendidos
                   MOVE w-socio-grupo TO d-socio
                   MOVE sm-nombre TO d-nombre
               END-IF
           END-IF.

      ******************************************************************
      * Historia de la ficha: foto anterior y nueva con programa,
      * operador y motivo en fichahist.dat. Proceso de lote: el
      * operador queda como SYS.
      ******************************************************************
       450-REGISTRAR-HIST-FICHA.
           MOVE w-ficha-ant TO fh-ant.
           MOVE sociomae-reg TO fh-nuevo.
           IF fh-ant NOT = fh-nuevo
               MOVE sm-socio TO fh-socio
               MOVE FUNCTION CURRENT-DATE TO fh-fecha-hora
               ADD 1 TO w-orden-hist
               MOVE w-orden-hist TO fh-orden
               MOVE "SUSPENSIONAUTO" TO fh-programa
               MOVE "SYS" TO fh-operador
               MOVE w-motivo-ficha TO fh-motivo
               WRITE fh-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR LA HISTORIA DE LA FICHA "
                           sm-socio
               END-WRITE
           END-IF.

       985-REGISTRAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
           MOVE "SUSPENSIONAUTO" TO cor-programa.
           MOVE w-cor-evento TO cor-evento.
           MOVE w-cor-estado TO cor-estado.
           MOVE w-fecha-hora-cor(9:6) TO cor-hora.
           WRITE cor-reg.

       900-FIN.
           MOVE w-cnt-suspendidos TO r-suspendidos.
           DISPLAY lin-resumen.
           MOVE "FIN" TO w-cor-evento.
           MOVE "OK" TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           CLOSE SOCIOS.
           CLOSE SOCIOMAE.
           CLOSE FICHAHIST.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
