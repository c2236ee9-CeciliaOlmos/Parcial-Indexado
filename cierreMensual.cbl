      *          pagTexIndex load refuse any pag-fecha in that month,
      *          so a back-dated payment can no longer land in a month
      *          already reconciled and reported.
      *          "R anio mes supervisor acta" reopens a closed month:
      *          it requires the supervisor code and an acta of the
      *          libro de actas (actas.dat), and leaves a durable
      *          trace both on the period record (fecha y operador)
      *          and in excepciones.dat, where the month's review will
      *          find it. "L" lists the period statuses.
      * Tectonics: cobc
      * Modification history:
      *   - The close mode (C) writes INI and FIN lines to
      *     corridas.dat (CIERREMENSUAL), FIN ERROR when the close is
      *     refused, for the monthly run calendar.
      *   - Reopening (R) takes a fifth argument, the acta that
      *     authorises it; it must exist in the libro de actas
      *     (actas.dat), is kept in per-acta, listed by L, and the
      *     reopening is recorded in resoluciones.dat under it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACTAS ASSIGN TO "..\actas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS acta-numero
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL RESOLUCIONES ASSIGN TO "..\resoluciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS res-llave
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "OPERREC.cpy".
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       FD  ACTAS.
           COPY "ACTAREC.cpy".
       FD  RESOLUCIONES.
           COPY "RESOLREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-mes pic 9(2) value zero.
       77  w-supervisor pic x(3) value spaces.
       77  w-periodo pic 9(6) value zero.
       77  w-nro-acta pic 9(6) value zero.
       77  w-flag-acta pic 9 value zero.
           88 acta-inexistente value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-fecha-min pic 9(8) value zero.
       77  w-flag-corridas pic 9 value zero.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       01  lin-cab-lista.
           03 filler pic x(9) value "PERIODO: ".
           03 filler pic x(3) value spaces.
           03 filler pic x(7) value "FECHA: ".
           03 filler pic x(5) value spaces.
           03 filler pic x(9) value "OPERADOR:".
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "ACTA:".
       01  lin-det-lista.
           03 d-periodo pic 9(6).
           03 filler pic x(6) value spaces.
           03 d-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 d-operador pic x(3).
           03 filler pic x(8) value spaces.
           03 d-acta pic zzzzz9 BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               WHEN modo-reabrir PERFORM 400-REABRIR-MES
               WHEN modo-listar PERFORM 500-LISTAR-PERIODOS
               WHEN OTHER
                   DISPLAY "USO: C ANIO MES SUPERVISOR, "
                       "R ANIO MES SUPERVISOR ACTA, O L"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 900-FIN.
       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE
               INTO w-modo w-anio w-mes w-supervisor w-nro-acta.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           IF (modo-cerrar OR modo-reabrir)
               AND (w-anio = ZERO OR w-mes = ZERO OR w-mes > 12
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF modo-reabrir AND w-nro-acta = ZERO
               DISPLAY "USO: R ANIO MES SUPERVISOR ACTA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE w-periodo = w-anio * 100 + w-mes.
           IF modo-cerrar OR modo-reabrir
               PERFORM 110-VALIDAR-SUPERVISOR
           END-IF.
           OPEN I-O PERIODOS.
           OPEN INPUT ACTAS.
           OPEN I-O RESOLUCIONES.
           OPEN EXTEND EXCEPCIONES.
           IF modo-cerrar
               MOVE "INI" TO w-cor-evento
               MOVE SPACES TO w-cor-estado
               PERFORM 985-REGISTRAR-CORRIDA
           END-IF.

      ******************************************************************
      * Cerrar o reabrir un periodo es funcion de supervisor: con
               MOVE "C" TO per-estado
               MOVE w-fecha-hoy TO per-fecha-cambio
               MOVE w-supervisor TO per-operador
               MOVE ZERO TO per-acta
               IF no-esta-periodo
                   WRITE per-reg
               ELSE

      ******************************************************************
      * La reapertura queda asentada dos veces: en el registro del
      * periodo (fecha, supervisor y acta que la autoriza) y como
      * linea de excepciones.dat, para que la revision del mes la
      * encuentre si nadie la aviso. Sin acta del libro no se reabre.
      ******************************************************************
       400-REABRIR-MES.
           MOVE 0 TO w-flag-periodo.
           MOVE w-periodo TO per-periodo.
           READ PERIODOS INVALID KEY MOVE 1 TO w-flag-periodo.
           PERFORM 410-VALIDAR-ACTA.
           IF no-esta-periodo OR per-estado NOT = "C"
               DISPLAY "EL PERIODO NO ESTA CERRADO"
           ELSE
               IF acta-inexistente
                   DISPLAY "PERIODO NO REABIERTO"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "A" TO per-estado
                   MOVE w-fecha-hoy TO per-fecha-cambio
                   MOVE w-supervisor TO per-operador
                   MOVE w-nro-acta TO per-acta
                   REWRITE per-reg
                   MOVE "P" TO res-tipo
                   MOVE w-periodo TO res-referencia
                   MOVE ZERO TO res-socio
                   MOVE SPACES TO res-detalle
                   STRING "REAPERTURA DEL PERIODO " w-periodo
                       DELIMITED BY SIZE INTO res-detalle
                   PERFORM 415-REGISTRAR-RESOLUCION
                   MOVE "400-REABRIR-MES" TO w-exc-paragrafo
                   MOVE w-periodo TO w-exc-clave
                   MOVE SPACES TO w-exc-mensaje
                   STRING "PERIODO REABIERTO POR " w-supervisor
                       DELIMITED BY SIZE INTO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
                   DISPLAY "PERIODO " w-periodo " REABIERTO POR "
                       w-supervisor
               END-IF
           END-IF.

      ******************************************************************
      * El acta que se invoca tiene que estar en el libro de actas
      * (actas.dat); lo resuelto bajo ella queda en resoluciones.dat
      * para el listado por acta que se archiva con la minuta.
      ******************************************************************
       410-VALIDAR-ACTA.
           MOVE 0 TO w-flag-acta.
           MOVE w-nro-acta TO acta-numero.
           IF w-nro-acta = ZERO
               MOVE 1 TO w-flag-acta
           ELSE
               READ ACTAS INVALID KEY MOVE 1 TO w-flag-acta
               END-READ
           END-IF.
           IF acta-inexistente
               DISPLAY "EL ACTA " w-nro-acta
                   " NO ESTA EN EL LIBRO DE ACTAS"
           END-IF.
       415-REGISTRAR-RESOLUCION.
           MOVE w-nro-acta TO res-acta.
           MOVE "CIERREMENSUAL" TO res-programa.
           MOVE w-supervisor TO res-operador.
           MOVE w-fecha-hoy TO res-fecha.
           WRITE res-reg
               INVALID KEY REWRITE res-reg
           END-WRITE.

       500-LISTAR-PERIODOS.
           DISPLAY lin-cab-lista.
                   MOVE per-estado TO d-estado
                   MOVE per-fecha-cambio TO d-fecha
                   MOVE per-operador TO d-operador
                   MOVE per-acta TO d-acta
                   DISPLAY lin-det-lista
           END-PERFORM.

           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
      ******************************************************************
      * Solo el cierre deja linea en corridas.dat: es la corrida que el
      * calendario espera cada mes. El archivo se abre y se cierra en
      * cada linea porque 310-CONSULTAR-CORRIDAS lo lee en el medio.
      ******************************************************************
       985-REGISTRAR-CORRIDA.
           OPEN EXTEND CORRIDAS.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
           MOVE "CIERREMENSUAL" TO cor-programa.
           MOVE w-cor-evento TO cor-evento.
           MOVE w-cor-estado TO cor-estado.
           MOVE w-fecha-hora-cor(9:6) TO cor-hora.
           WRITE cor-reg.
           CLOSE CORRIDAS.
       900-FIN.
           IF modo-cerrar
               MOVE "FIN" TO w-cor-evento
               IF RETURN-CODE = ZERO
                   MOVE "OK" TO w-cor-estado
               ELSE
                   MOVE "ERROR" TO w-cor-estado
               END-IF
               PERFORM 985-REGISTRAR-CORRIDA
           END-IF.
           CLOSE PERIODOS.
           CLOSE ACTAS.
           CLOSE RESOLUCIONES.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
