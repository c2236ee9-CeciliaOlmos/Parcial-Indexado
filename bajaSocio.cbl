      *     zeroes it on the mes-cero record (REWRITE plus audit
      *     entry): leaving it there let the year-end close apply the
      *     already-refunded credit a second time.
      *   - Every change to the sociosmae.dat ficha is now written to
      *     fichahist.dat (before and after images, program, operator
      *     and reason), for historiaFicha to print the member's
      *     ficha timeline. The baja records operator SYS (command-
      *     line run).
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
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "SOCREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  FICHAHIST.
           COPY "FICHAHISTREC.cpy".
       FD  AUDITORIA.
           COPY "AUDITREC.cpy".
       FD  EXCEPCIONES.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-orden-hist pic 99 value zero.
       77  w-motivo-ficha pic x(40) value spaces.
       01  w-ficha-ant pic x(98) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O SOCIOS.
           OPEN I-O SOCIOMAE.
           OPEN I-O FICHAHIST.
           OPEN I-O AUDITORIA.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 145-DETERMINAR-SECUENCIA.
           IF no-esta-ficha
               DISPLAY "SIN FICHA EN SOCIOSMAE, BAJA NO MARCADA"
           ELSE
               MOVE sociomae-reg TO w-ficha-ant
               MOVE "B" TO sm-estado
               MOVE w-fecha-hoy TO sm-fecha-estado
               REWRITE sociomae-reg
               MOVE SPACES TO w-motivo-ficha
               STRING "BAJA DE SOCIO DESDE " w-mes-baja "/" w-anio-baja
                   DELIMITED BY SIZE INTO w-motivo-ficha
               PERFORM 550-REGISTRAR-HIST-FICHA
           END-IF.

      ******************************************************************
      * Historia de la ficha: foto anterior y nueva con programa,
      * operador y motivo en fichahist.dat. El programa corre por
      * linea de comando, sin login: el operador queda como SYS.
      ******************************************************************
       550-REGISTRAR-HIST-FICHA.
           MOVE w-ficha-ant TO fh-ant.
           MOVE sociomae-reg TO fh-nuevo.
           IF fh-ant NOT = fh-nuevo
               MOVE sm-socio TO fh-socio
               MOVE FUNCTION CURRENT-DATE TO fh-fecha-hora
               ADD 1 TO w-orden-hist
               MOVE w-orden-hist TO fh-orden
               MOVE "BAJASOCIO" TO fh-programa
               MOVE "SYS" TO fh-operador
               MOVE w-motivo-ficha TO fh-motivo
               WRITE fh-reg
                   INVALID KEY
                       MOVE "550-REGISTRAR-HIST-FICHA" TO
                           w-exc-paragrafo
                       MOVE sm-socio TO w-exc-clave
                       MOVE "NO PUDE GRABAR LA HISTORIA DE LA FICHA"
                           TO w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
               END-WRITE
           END-IF.

       995-REGISTRAR-EXCEPCION.
       900-FIN.
           CLOSE SOCIOS.
           CLOSE SOCIOMAE.
           CLOSE FICHAHIST.
           CLOSE AUDITORIA.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
