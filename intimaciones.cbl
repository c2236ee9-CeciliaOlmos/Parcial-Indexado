      *     the year's cuotas (from the saldos.dat summary when it
      *     exists) plus the activity cargos owed (car-debe), so the
      *     locker and the pileta finally show up in the dunning.
      *   - Every letter generated is also queued in the mensajes.dat
      *     outbox as IN1/IN2/IN3 (360/996) for members with a
      *     channel and opt-in in contactos.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL INTIMLOG ASSIGN TO "..\intimlog.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CONTACTOS ASSIGN TO "..\contactos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cto-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL MENSAJES ASSIGN TO "..\mensajes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS men-llave
                   SHARING WITH ALL OTHER.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           03 il-socio pic 9(5).
           03 il-nivel pic 9.
           03 il-fecha pic 9(8).
       FD  CONTACTOS.
           COPY "CONTACTOREC.cpy".
       FD  MENSAJES.
           COPY "MENSAJEREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-j pic 9(4) value zero.
       77  w-cnt-log pic 9(4) value zero.
       77  w-cnt-cartas pic 9(6) value zero.
       77  w-flag-contacto pic 9 value zero.
           88 no-esta-contacto value 1.
       77  w-msg-socio pic 9(5) value zero.
       77  w-msg-tipo pic x(3) value spaces.
       77  w-msg-referencia pic 9(10) value zero.
       77  w-msg-texto pic x(100) value spaces.
       77  w-msg-importe pic zz.zzz.zz9.
       77  w-desborde pic 9 value zero.
           88 log-desbordado value 1.
       01  tabla-log.
           END-IF.
           OPEN OUTPUT INTIMACIONES.
           OPEN EXTEND INTIMLOG.
           OPEN INPUT CONTACTOS.
           OPEN I-O MENSAJES.
           MOVE "A" TO soc-estado.
           START SOCIOS KEY IS = soc-estado
               INVALID KEY MOVE 1 TO w-flag-socios
               w-fecha-tex DELIMITED BY SIZE INTO int-lin.
           WRITE int-lin.
           PERFORM 350-GRABAR-LOG.
           PERFORM 360-ENCOLAR-INTIMACION.
       345-SUMAR-CARGOS.
           MOVE ZERO TO w-deuda-cargos.
           MOVE 0 TO w-flag-cargos.
      *        mismo socio volviera a aparecer en la corrida.
           PERFORM 160-APILAR-LOG.

      ******************************************************************
      * La carta tambien sale por el canal de contacto del socio, con
      * el tipo de mensaje segun el nivel (IN1, IN2, IN3).
      ******************************************************************
       360-ENCOLAR-INTIMACION.
           MOVE w-socio-actual TO w-msg-socio.
           MOVE SPACES TO w-msg-tipo.
           STRING "IN" w-nivel DELIMITED BY SIZE INTO w-msg-tipo.
           MOVE w-fecha-hoy TO w-msg-referencia.
           MOVE w-debe-tex TO w-msg-importe.
           MOVE SPACES TO w-msg-texto.
           STRING w-texto-carta ": REGISTRAMOS UNA DEUDA DE $"
               w-msg-importe ". REGULARICE EN LA CAJA DEL CLUB."
               DELIMITED BY SIZE INTO w-msg-texto.
           PERFORM 996-ENCOLAR-MENSAJE.

      ******************************************************************
      * Encola el aviso al socio en mensajes.dat, por el canal que
      * eligio en contactos.dat. Sin contacto, con el canal dado de
      * baja, sin fecha de conformidad o sin destino no se encola
      * nada: el socio sigue enterandose solo por el papel.
      ******************************************************************
       996-ENCOLAR-MENSAJE.
           MOVE 0 TO w-flag-contacto.
           MOVE w-msg-socio TO cto-socio.
           READ CONTACTOS INVALID KEY MOVE 1 TO w-flag-contacto.
           IF NOT no-esta-contacto AND cto-fecha-optin > ZERO
               AND (cto-canal = "E" OR cto-canal = "W"
                    OR cto-canal = "S")
               MOVE SPACES TO men-reg
               MOVE w-msg-socio TO men-socio
               MOVE FUNCTION CURRENT-DATE(1:16) TO men-fecha-hora
               MOVE w-msg-tipo TO men-tipo
               MOVE w-msg-referencia TO men-referencia
               MOVE cto-canal TO men-canal
               IF cto-canal = "E"
                   MOVE cto-email TO men-destino
               ELSE
                   MOVE cto-celular TO men-destino
               END-IF
               MOVE w-msg-texto TO men-texto
               MOVE "INTIMACIONES" TO men-programa
               MOVE "P" TO men-estado
               MOVE ZERO TO men-fecha-export
               MOVE ZERO TO men-fecha-estado
               IF men-destino NOT = SPACES
                   WRITE men-reg
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-IF.

       900-FIN.
           MOVE w-cnt-cartas TO r-cartas.
           DISPLAY lin-resumen.
           CLOSE CARGOS.
           CLOSE INTIMACIONES.
           CLOSE INTIMLOG.
           CLOSE CONTACTOS.
           CLOSE MENSAJES.
       END PROGRAM YOUR-PROGRAM-NAME.
