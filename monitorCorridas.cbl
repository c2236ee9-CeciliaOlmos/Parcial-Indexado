      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch calendar monitor. corridas.dat says what ran;
      *          calendario.dat (CALENDREC) says what should have run:
      *          one line per program with its frequency (daily,
      *          business day Monday to Friday, a fixed day of the
      *          month, or once in the month by a given day) and the
      *          hour by which its FIN OK line is due. For every day
      *          of the window compares both and reports the runs
      *          that never happened, the ones that finished after
      *          the deadline and the ones that finished OK twice;
      *          then reports every INI line of the window with no
      *          FIN OK behind it (aborted, or ended in ERROR).
      *          Each finding is displayed and written to
      *          excepciones.dat. Optional arguments "desde hasta"
      *          (aaaammdd); by default the window starts on the day
      *          of the previous monitor run and ends yesterday, so a
      *          Monday morning run covers the whole weekend and a
      *          second run the same morning finds nothing new.
      *          Writes its INI/FIN lines to corridas.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDARIO ASSIGN TO "..\calendario.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO.
           COPY "CALENDREC.cpy".
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-arch pic 9 value zero.
           88 fin-arch value 1.
       77  w-flag-tabla pic 9 value zero.
           88 tabla-llena value 1.
       77  w-param pic x(30) value spaces.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-fecha-desde pic 9(8) value zero.
       77  w-fecha-hasta pic 9(8) value zero.
       77  w-fecha-carga pic 9(8) value zero.
       77  w-int-hoy pic 9(7) value zero.
       77  w-int-desde pic 9(7) value zero.
       77  w-int-hasta pic 9(7) value zero.
       77  w-int-dia pic 9(7) value zero.
       77  w-int-aux pic 9(7) value zero.
       77  w-cociente pic 9(7) value zero.
       77  w-dia-semana pic 9 value zero.
      *        0 = lunes ... 5 = sabado, 6 = domingo.
       77  w-ultimo-dia pic 9(2) value zero.
       77  w-dia-limite pic 9(2) value zero.
       77  w-cnt-cal pic 99 value zero.
       77  w-cnt-corr pic 9(4) value zero.
       77  w-i pic 9(4) value zero.
       77  w-j pic 9(4) value zero.
       77  w-k pic 99 value zero.
       77  w-cnt-ok pic 9(3) value zero.
       77  w-primera-fecha pic 9(8) value zero.
       77  w-hora-primera pic 9(4) value zero.
       77  w-rango-desde pic 9(8) value zero.
       77  w-rango-hasta pic 9(8) value zero.
       77  w-cnt-dias pic 9(5) value zero.
       77  w-cnt-hallazgos pic 9(6) value zero.
       77  w-hal-fecha pic 9(8) value zero.
       77  w-hal-programa pic x(16) value spaces.
       77  w-hal-motivo pic x(30) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       01  w-fecha-dia pic 9(8) value zero.
       01  filler REDEFINES w-fecha-dia.
           03 w-fd-anio pic 9(4).
           03 w-fd-mes pic 9(2).
           03 w-fd-dia pic 9(2).
       01  w-fecha-aux pic 9(8) value zero.
       01  filler REDEFINES w-fecha-aux.
           03 w-fa-anio pic 9(4).
           03 w-fa-mes pic 9(2).
           03 w-fa-dia pic 9(2).
       01  tabla-calendario.
           03 cal-det OCCURS 50 TIMES.
               05 tc-programa pic x(16).
               05 tc-frecuencia pic x.
               05 tc-dia pic 9(2).
               05 tc-hora-limite pic 9(4).
       01  tabla-corridas.
           03 corr-det OCCURS 3000 TIMES.
               05 tr-fecha pic 9(8).
               05 tr-programa pic x(16).
               05 tr-evento pic x(3).
               05 tr-estado pic x(5).
               05 tr-hora pic x(6).
       01  lin-guarda.
           03 filler pic x(60) value all "-".
       01  lin-titulo.
           03 filler pic x(30) value "CONTROL DE CORRIDAS DEL ".
           03 t-desde pic 9999/99/99.
           03 filler pic x(4) value " AL ".
           03 t-hasta pic 9999/99/99.
       01  lin-cabecera.
           03 filler pic x(12) value "FECHA:".
           03 filler pic x(17) value "PROGRAMA:".
           03 filler pic x(30) value "HALLAZGO:".
       01  lin-hallazgo.
           03 d-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 d-programa pic x(16).
           03 filler pic x(1) value spaces.
           03 d-motivo pic x(30).
       01  lin-resumen.
           03 filler pic x(18) value "DIAS CONTROLADOS: ".
           03 r-dias pic zzzz9.
           03 filler pic x(13) value "  HALLAZGOS: ".
           03 r-hallazgos pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF w-fecha-desde > w-fecha-hasta
               DISPLAY "NADA PARA CONTROLAR: YA CONTROLADO HASTA "
                   w-fecha-hasta
           ELSE
               PERFORM VARYING w-int-dia FROM w-int-desde BY 1
                       UNTIL w-int-dia > w-int-hasta
                   PERFORM 200-CONTROLAR-DIA
               END-PERFORM
               PERFORM 400-CONTROLAR-INICIOS
           END-IF.
           PERFORM 900-FIN.
           STOP RUN.

      ******************************************************************
      * Sin "desde" la ventana arranca el dia de la ultima FIN OK del
      * monitor (esa corrida controlo hasta el dia anterior); si nunca
      * corrio, la ultima semana. Sin "hasta", ayer: el dia de hoy
      * todavia puede tener corridas pendientes.
      ******************************************************************
       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE
               INTO w-fecha-desde w-fecha-hasta.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           COMPUTE w-int-hoy = FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           OPEN EXTEND EXCEPCIONES.
           IF w-fecha-hasta = ZERO
               COMPUTE w-fecha-hasta =
                   FUNCTION DATE-OF-INTEGER(w-int-hoy - 1)
           END-IF.
           IF w-fecha-desde = ZERO
               PERFORM 130-BUSCAR-ULTIMO-CONTROL
           END-IF.
           MOVE w-fecha-desde TO w-fecha-aux.
           PERFORM 110-VALIDAR-FECHA.
           MOVE w-fecha-hasta TO w-fecha-aux.
           PERFORM 110-VALIDAR-FECHA.
           COMPUTE w-int-desde =
               FUNCTION INTEGER-OF-DATE(w-fecha-desde).
           COMPUTE w-int-hasta =
               FUNCTION INTEGER-OF-DATE(w-fecha-hasta).
           PERFORM 120-CARGAR-CALENDARIO.
           MOVE w-fecha-desde TO w-fecha-aux.
           MOVE 1 TO w-fa-dia.
           MOVE w-fecha-aux TO w-fecha-carga.
           PERFORM 140-CARGAR-CORRIDAS.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
           MOVE SPACES TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           MOVE w-fecha-desde TO t-desde.
           MOVE w-fecha-hasta TO t-hasta.
           DISPLAY lin-titulo.
           DISPLAY lin-guarda.
           DISPLAY lin-cabecera.

       110-VALIDAR-FECHA.
           IF w-fa-anio < 1601 OR w-fa-mes = ZERO OR w-fa-mes > 12
               OR w-fa-dia = ZERO OR w-fa-dia > 31
               DISPLAY "USO: monitorCorridas [DESDE HASTA] (AAAAMMDD)"
               CLOSE EXCEPCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       120-CARGAR-CALENDARIO.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT CALENDARIO.
           PERFORM UNTIL fin-arch
               READ CALENDARIO AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF cal-programa(1:1) NOT = "*"
                       AND cal-programa NOT = SPACES
                       PERFORM 125-AGREGAR-CALENDARIO
                   END-IF
           END-PERFORM.
           CLOSE CALENDARIO.
           IF w-cnt-cal = ZERO
               DISPLAY "CALENDARIO.DAT VACIO O AUSENTE - RECHAZADO"
               MOVE "120-CARGAR-CALENDARIO" TO w-exc-paragrafo
               MOVE SPACES TO w-exc-clave
               MOVE "CALENDARIO DE CORRIDAS VACIO" TO w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
               CLOSE EXCEPCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       125-AGREGAR-CALENDARIO.
           IF cal-frecuencia NOT = "D" AND cal-frecuencia NOT = "H"
               AND cal-frecuencia NOT = "M" AND cal-frecuencia NOT = "N"
               DISPLAY "FRECUENCIA INVALIDA EN EL CALENDARIO: "
                   cal-programa " " cal-frecuencia
               MOVE "125-AGREGAR-CALENDARIO" TO w-exc-paragrafo
               MOVE cal-programa TO w-exc-clave
               MOVE "FRECUENCIA INVALIDA EN CALENDARIO" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           ELSE
               IF w-cnt-cal < 50
                   ADD 1 TO w-cnt-cal
                   MOVE cal-programa TO tc-programa(w-cnt-cal)
                   MOVE cal-frecuencia TO tc-frecuencia(w-cnt-cal)
                   MOVE cal-dia TO tc-dia(w-cnt-cal)
                   MOVE cal-hora-limite TO tc-hora-limite(w-cnt-cal)
               ELSE
                   DISPLAY "CALENDARIO EXCEDE 50 LINEAS"
               END-IF
           END-IF.

       130-BUSCAR-ULTIMO-CONTROL.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT CORRIDAS.
           PERFORM UNTIL fin-arch
               READ CORRIDAS AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF cor-programa = "MONITORCORR"
                       AND cor-evento = "FIN" AND cor-estado = "OK"
                       AND cor-fecha > w-fecha-desde
                       MOVE cor-fecha TO w-fecha-desde
                   END-IF
           END-PERFORM.
           CLOSE CORRIDAS.
           IF w-fecha-desde = ZERO
               COMPUTE w-fecha-desde =
                   FUNCTION DATE-OF-INTEGER(w-int-hoy - 7)
           END-IF.

      ******************************************************************
      * Se carga desde el primer dia del mes de "desde", para que la
      * frecuencia N vea las corridas del mes anteriores a la ventana.
      ******************************************************************
       140-CARGAR-CORRIDAS.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT CORRIDAS.
           PERFORM UNTIL fin-arch
               READ CORRIDAS AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF cor-fecha >= w-fecha-carga
                       PERFORM 145-AGREGAR-CORRIDA
                   END-IF
           END-PERFORM.
           CLOSE CORRIDAS.
       145-AGREGAR-CORRIDA.
           IF w-cnt-corr < 3000
               ADD 1 TO w-cnt-corr
               MOVE cor-fecha TO tr-fecha(w-cnt-corr)
               MOVE cor-programa TO tr-programa(w-cnt-corr)
               MOVE cor-evento TO tr-evento(w-cnt-corr)
               MOVE cor-estado TO tr-estado(w-cnt-corr)
               MOVE cor-hora TO tr-hora(w-cnt-corr)
           ELSE
               IF NOT tabla-llena
                   MOVE 1 TO w-flag-tabla
                   DISPLAY "CORRIDAS.DAT EXCEDE 3000 LINEAS EN LA "
                       "VENTANA - ACORTAR DESDE/HASTA"
                   MOVE "145-AGREGAR-CORRIDA" TO w-exc-paragrafo
                   MOVE w-fecha-desde TO w-exc-clave
                   MOVE "VENTANA DEL MONITOR EXCEDE LA TABLA" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               END-IF
           END-IF.

      ******************************************************************
      * El 01/01/1601 (dia 1 de INTEGER-OF-DATE) fue lunes, asi que el
      * resto de (dia - 1) / 7 da el dia de la semana.
      ******************************************************************
       200-CONTROLAR-DIA.
           ADD 1 TO w-cnt-dias.
           COMPUTE w-fecha-dia = FUNCTION DATE-OF-INTEGER(w-int-dia).
           COMPUTE w-int-aux = w-int-dia - 1.
           DIVIDE w-int-aux BY 7 GIVING w-cociente
               REMAINDER w-dia-semana.
           PERFORM 210-ULTIMO-DIA-MES.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cnt-cal
               PERFORM 220-CONTROLAR-ENTRADA
           END-PERFORM.
       210-ULTIMO-DIA-MES.
           MOVE w-fd-anio TO w-fa-anio.
           MOVE w-fd-mes TO w-fa-mes.
           MOVE 1 TO w-fa-dia.
           IF w-fa-mes = 12
               ADD 1 TO w-fa-anio
               MOVE 1 TO w-fa-mes
           ELSE
               ADD 1 TO w-fa-mes
           END-IF.
           COMPUTE w-int-aux = FUNCTION INTEGER-OF-DATE(w-fecha-aux)
               - 1.
           COMPUTE w-fecha-aux = FUNCTION DATE-OF-INTEGER(w-int-aux).
           MOVE w-fa-dia TO w-ultimo-dia.

       220-CONTROLAR-ENTRADA.
           MOVE tc-dia(w-k) TO w-dia-limite.
           IF w-dia-limite = ZERO
               MOVE 1 TO w-dia-limite
           END-IF.
           IF w-dia-limite > w-ultimo-dia
               MOVE w-ultimo-dia TO w-dia-limite
           END-IF.
           EVALUATE tc-frecuencia(w-k)
               WHEN "D"
                   PERFORM 230-CONTROLAR-FECHA
               WHEN "H"
                   IF w-dia-semana < 5
                       PERFORM 230-CONTROLAR-FECHA
                   END-IF
               WHEN "M"
                   IF w-fd-dia = w-dia-limite
                       PERFORM 230-CONTROLAR-FECHA
                   END-IF
               WHEN "N"
                   IF w-fd-dia = w-dia-limite
                       PERFORM 250-CONTROLAR-MES
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * D, H y M: el dia mismo tiene que tener exactamente una FIN OK,
      * y la primera antes de la hora limite.
      ******************************************************************
       230-CONTROLAR-FECHA.
           MOVE w-fecha-dia TO w-rango-desde.
           MOVE w-fecha-dia TO w-rango-hasta.
           PERFORM 240-CONTAR-CORRIDAS.
           MOVE w-fecha-dia TO w-hal-fecha.
           MOVE tc-programa(w-k) TO w-hal-programa.
           MOVE "230-CONTROLAR-FECHA" TO w-exc-paragrafo.
           IF w-cnt-ok = ZERO
               MOVE "NO CORRIO" TO w-hal-motivo
               PERFORM 800-REPORTAR-HALLAZGO
           ELSE
               PERFORM 260-CONTROLAR-HORA-Y-REPETIDAS
           END-IF.
       240-CONTAR-CORRIDAS.
           MOVE ZERO TO w-cnt-ok.
           MOVE ZERO TO w-primera-fecha.
           MOVE ZERO TO w-hora-primera.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cnt-corr
               IF tr-programa(w-i) = tc-programa(w-k)
                   AND tr-evento(w-i) = "FIN"
                   AND tr-estado(w-i) = "OK"
                   AND tr-fecha(w-i) >= w-rango-desde
                   AND tr-fecha(w-i) <= w-rango-hasta
                   ADD 1 TO w-cnt-ok
                   IF w-cnt-ok = 1
                       MOVE tr-fecha(w-i) TO w-primera-fecha
                       MOVE tr-hora(w-i)(1:4) TO w-hora-primera
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * N: al llegar al dia limite, el mes (del 1 a ese dia) tiene que
      * tener una FIN OK. Si no la tiene pero aparece despues en el
      * mismo mes corrio tarde; si tampoco, no corrio.
      ******************************************************************
       250-CONTROLAR-MES.
           COMPUTE w-rango-desde = w-fd-anio * 10000 + w-fd-mes * 100
               + 1.
           MOVE w-fecha-dia TO w-rango-hasta.
           PERFORM 240-CONTAR-CORRIDAS.
           MOVE w-fecha-dia TO w-hal-fecha.
           MOVE tc-programa(w-k) TO w-hal-programa.
           MOVE "250-CONTROLAR-MES" TO w-exc-paragrafo.
           IF w-cnt-ok > ZERO
               PERFORM 260-CONTROLAR-HORA-Y-REPETIDAS
           ELSE
               COMPUTE w-rango-desde = w-fecha-dia + 1
               COMPUTE w-rango-hasta = w-fd-anio * 10000
                   + w-fd-mes * 100 + w-ultimo-dia
               PERFORM 240-CONTAR-CORRIDAS
               MOVE SPACES TO w-hal-motivo
               IF w-cnt-ok = ZERO
                   MOVE "NO CORRIO EN EL MES" TO w-hal-motivo
               ELSE
                   STRING "CORRIO TARDE, EL " w-primera-fecha
                       DELIMITED BY SIZE INTO w-hal-motivo
               END-IF
               PERFORM 800-REPORTAR-HALLAZGO
           END-IF.

       260-CONTROLAR-HORA-Y-REPETIDAS.
           IF tc-hora-limite(w-k) > ZERO
               AND w-primera-fecha = w-fecha-dia
               AND w-hora-primera > tc-hora-limite(w-k)
               MOVE SPACES TO w-hal-motivo
               STRING "CORRIO TARDE " w-hora-primera " LIMITE "
                   tc-hora-limite(w-k) DELIMITED BY SIZE
                   INTO w-hal-motivo
               PERFORM 800-REPORTAR-HALLAZGO
           END-IF.
           IF w-cnt-ok > 1
               MOVE SPACES TO w-hal-motivo
               STRING "CORRIO " w-cnt-ok " VECES CON FIN OK"
                   DELIMITED BY SIZE INTO w-hal-motivo
               PERFORM 800-REPORTAR-HALLAZGO
           END-IF.

      ******************************************************************
      * Toda linea INI de la ventana tiene que tener detras una FIN del
      * mismo programa y dia antes del proximo INI; sin FIN la corrida
      * se corto, con FIN distinta de OK termino con error. Figure o no
      * en el calendario. El monitor no se controla a si mismo: su INI
      * de hoy todavia no tiene FIN.
      ******************************************************************
       400-CONTROLAR-INICIOS.
           MOVE "400-CONTROLAR-INICIOS" TO w-exc-paragrafo.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cnt-corr
               IF tr-evento(w-i) = "INI"
                   AND tr-fecha(w-i) >= w-fecha-desde
                   AND tr-fecha(w-i) <= w-fecha-hasta
                   AND tr-programa(w-i) NOT = "MONITORCORR"
                   PERFORM 410-BUSCAR-FIN
               END-IF
           END-PERFORM.
       410-BUSCAR-FIN.
           COMPUTE w-j = w-i + 1.
           PERFORM UNTIL w-j > w-cnt-corr
                   OR (tr-programa(w-j) = tr-programa(w-i)
                       AND tr-fecha(w-j) = tr-fecha(w-i))
               ADD 1 TO w-j
           END-PERFORM.
           MOVE tr-fecha(w-i) TO w-hal-fecha.
           MOVE tr-programa(w-i) TO w-hal-programa.
           MOVE SPACES TO w-hal-motivo.
           IF w-j > w-cnt-corr
               STRING "INI " tr-hora(w-i) " SIN FIN"
                   DELIMITED BY SIZE INTO w-hal-motivo
               PERFORM 800-REPORTAR-HALLAZGO
           ELSE
               IF tr-evento(w-j) NOT = "FIN"
                   STRING "INI " tr-hora(w-i) " SIN FIN"
                       DELIMITED BY SIZE INTO w-hal-motivo
                   PERFORM 800-REPORTAR-HALLAZGO
               ELSE
                   IF tr-estado(w-j) NOT = "OK"
                       STRING "INI " tr-hora(w-i) " FIN " tr-estado(w-j)
                           DELIMITED BY SIZE INTO w-hal-motivo
                       PERFORM 800-REPORTAR-HALLAZGO
                   END-IF
               END-IF
           END-IF.

       800-REPORTAR-HALLAZGO.
           ADD 1 TO w-cnt-hallazgos.
           MOVE w-hal-fecha TO d-fecha.
           MOVE w-hal-programa TO d-programa.
           MOVE w-hal-motivo TO d-motivo.
           DISPLAY lin-hallazgo.
           MOVE w-hal-programa TO w-exc-clave.
           MOVE SPACES TO w-exc-mensaje.
           STRING w-hal-fecha " " w-hal-motivo DELIMITED BY SIZE
               INTO w-exc-mensaje.
           PERFORM 995-REGISTRAR-EXCEPCION.

       985-REGISTRAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
           MOVE "MONITORCORR" TO cor-programa.
           MOVE w-cor-evento TO cor-evento.
           MOVE w-cor-estado TO cor-estado.
           MOVE w-fecha-hora-cor(9:6) TO cor-hora.
           WRITE cor-reg.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "MONITORCORR" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.

      ******************************************************************
      * Los hallazgos quedan en excepciones.dat; la corrida del monitor
      * termina OK igual, para que la proxima arranque desde hoy.
      ******************************************************************
       900-FIN.
           DISPLAY lin-guarda.
           MOVE w-cnt-dias TO r-dias.
           MOVE w-cnt-hallazgos TO r-hallazgos.
           DISPLAY lin-resumen.
           MOVE "FIN" TO w-cor-evento.
           MOVE "OK" TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           CLOSE EXCEPCIONES.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
