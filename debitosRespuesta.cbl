      *          are logged to excepciones.dat so collections chases
      *          them.
      * Tectonics: cobc
      * Modification history:
      *   - A rejected debit is now also queued in the mensajes.dat
      *     outbox (330/996) for members with a channel and opt-in in
      *     contactos.dat, so the member hears about it before the
      *     recargo.
      *   - The run now writes INI/FIN OK lines to the corridas.dat
      *     ledger, so the parte diario can tell a bank answer that
      *     was never processed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rc-caja.
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
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESPUESTA.
           03 pag-tex-forma pic x.
       FD  RECIBCTL.
           COPY "RECIBCTLREC.cpy".
       FD  CONTACTOS.
           COPY "CONTACTOREC.cpy".
       FD  MENSAJES.
           COPY "MENSAJEREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       77  w-flag-resp pic 9 value zero.
           88 fin-arch-resp value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-cnt-rechazados pic 9(6) value zero.
       77  w-caja-debitos pic 9(2) value 90.
      *        Serie de recibos reservada para los debitos bancarios.
       77  w-flag-contacto pic 9 value zero.
           88 no-esta-contacto value 1.
       77  w-msg-socio pic 9(5) value zero.
       77  w-msg-tipo pic x(3) value spaces.
       77  w-msg-referencia pic 9(10) value zero.
       77  w-msg-texto pic x(100) value spaces.
       77  w-msg-importe pic zz.zzz.zz9.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
      *        no haya pasado por la carga "I" de pagTexIndex.
           OPEN EXTEND PAG-TEX.
           OPEN I-O RECIBCTL.
           OPEN INPUT CONTACTOS.
           OPEN I-O MENSAJES.
           OPEN EXTEND EXCEPCIONES.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
           MOVE SPACES TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.

       300-PROCESAR-RESPUESTA.
           IF resp-estado = "A"
               MOVE resp-socio TO w-exc-clave
               MOVE "DEBITO RECHAZADO POR EL BANCO" TO w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
               PERFORM 330-ENCOLAR-RECHAZO
           END-IF.
       310-GENERAR-PAGO.
           PERFORM 320-ASIGNAR-RECIBO.
           COMPUTE pag-tex-recibo =
               rc-caja * 100000000 + rc-ultimo-numero.

      ******************************************************************
      * El socio se entera del rechazo por su canal de contacto, para
      * que pague en la caja antes de que la cuota le genere recargo.
      ******************************************************************
       330-ENCOLAR-RECHAZO.
           MOVE resp-socio TO w-msg-socio.
           MOVE "DEB" TO w-msg-tipo.
           MOVE w-fecha-hoy TO w-msg-referencia.
           MOVE resp-importe TO w-msg-importe.
           MOVE SPACES TO w-msg-texto.
           STRING "EL BANCO RECHAZO EL DEBITO AUTOMATICO DE $"
               w-msg-importe ". POR FAVOR ABONE LA CUOTA EN LA CAJA"
               " DEL CLUB." DELIMITED BY SIZE INTO w-msg-texto.
           PERFORM 996-ENCOLAR-MENSAJE.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "DEBITOSRESP" TO exc-programa.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
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
               MOVE "DEBITOSRESP" TO men-programa
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
           MOVE w-cnt-aceptados TO r-aceptados.
           MOVE w-cnt-rechazados TO r-rechazados.
           CLOSE RESPUESTA.
           CLOSE PAG-TEX.
           CLOSE RECIBCTL.
           CLOSE CONTACTOS.
           CLOSE MENSAJES.
           MOVE "FIN" TO w-cor-evento.
           MOVE "OK" TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           CLOSE EXCEPCIONES.
           CLOSE CORRIDAS.
       985-REGISTRAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
           MOVE "DEBITOSRESP" TO cor-programa.
           MOVE w-cor-evento TO cor-evento.
           MOVE w-cor-estado TO cor-estado.
           MOVE w-fecha-hora-cor(9:6) TO cor-hora.
           WRITE cor-reg.
       END PROGRAM YOUR-PROGRAM-NAME.
