      *          Suspendidos and bajas are excluded, and a socio with
      *          nothing coming due gets no aviso.
      * Tectonics: cobc
      * Modification history:
      *   - Each aviso line now ends with the payment-network barcode
      *     (CODBARRAREC.cpy) for the aviso's total, so the member can
      *     pay it at a Rapipago or Pago Facil counter: first due date
      *     the 10th of the month, second the 10th of the next month
      *     with one month of recargo on the cuota part
      *     (par-pct-recargo of parametros.dat, default 5).
      *   - Each aviso is also queued in the mensajes.dat outbox
      *     (420/996) for members with a channel and opt-in in
      *     contactos.dat, so the notice no longer depends on someone
      *     sending the mail-merge.
      *   - The club's network company code for the barcode is read
      *     from parametros.dat (par-empresa-red), default 4127,
      *     instead of being fixed in CODBARRAREC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   RECORD KEY IS conv-socio.
           SELECT AVISOS ASSIGN TO "..\avisos.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
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
       FD  SOCIOMAE.
       FD  CONVENIOS.
           COPY "CONVREC.cpy".
       FD  AVISOS.
       01  avi-lin pic x(180).
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       FD  CONTACTOS.
           COPY "CONTACTOREC.cpy".
       FD  MENSAJES.
           COPY "MENSAJEREC.cpy".
       WORKING-STORAGE SECTION.
           COPY "CODBARRAREC.cpy".
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-pct-recargo pic 9(3) value 5.
       77  w-empresa-red pic 9(4) value 4127.
       77  w-cb-i pic 99 value zero.
       77  w-cb-peso pic 9 value zero.
       77  w-cb-suma pic 9(5) value zero.
       77  w-cb-mitad pic 9(5) value zero.
       77  w-anio-vto-2 pic 9(4) value zero.
       77  w-mes-vto-2 pic 9(2) value zero.
       77  w-flag-fichas pic 9 value zero.
           88 fin-arch-fichas value 1.
       77  w-flag-mes pic 9 value zero.
       77  w-total-tex pic 9(8) value zero.
       77  w-periodo-tex pic 9(6) value zero.
       77  w-cnt-avisos pic 9(6) value zero.
       77  w-flag-contacto pic 9 value zero.
           88 no-esta-contacto value 1.
       77  w-msg-socio pic 9(5) value zero.
       77  w-msg-tipo pic x(3) value spaces.
       77  w-msg-referencia pic 9(10) value zero.
       77  w-msg-texto pic x(100) value spaces.
       77  w-msg-importe pic zz.zzz.zz9.
       01  lin-resumen.
           03 filler pic x(19) value "AVISOS GENERADOS:  ".
           03 r-avisos pic zzzzz9.
               MOVE w-fecha-hoy(5:2) TO w-mes-aviso
           END-IF.
           COMPUTE w-periodo-tex = w-anio-aviso * 100 + w-mes-aviso.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT SOCIOS.
           OPEN INPUT CARGOS.
           OPEN INPUT CONVENIOS.
           OPEN OUTPUT AVISOS.
           OPEN INPUT CONTACTOS.
           OPEN I-O MENSAJES.

      ******************************************************************
      * El porcentaje de recargo del segundo vencimiento y el codigo
      * de empresa del codigo de barras salen de parametros.dat; sin
      * archivo quedan los historicos 5 y 4127.
      ******************************************************************
       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-pct-recargo > ZERO
                   MOVE par-pct-recargo TO w-pct-recargo
               END-IF
               IF par-empresa-red NUMERIC
                   AND par-empresa-red > ZERO
                   MOVE par-empresa-red TO w-empresa-red
               END-IF
           END-IF.
           CLOSE PARAMETROS.

       300-PROCESAR-FICHA.
           IF sm-estado NOT = "S" AND sm-estado NOT = "B"
           MOVE w-imp-cargos TO w-cargos-tex.
           MOVE w-imp-convenio TO w-convenio-tex.
           MOVE w-imp-total TO w-total-tex.
           PERFORM 410-ARMAR-CODIGO-BARRAS.
           MOVE SPACES TO avi-lin.
           STRING w-socio-tex ";" sm-nombre ";" sm-domicilio ";"
               w-periodo-tex ";" w-cuota-tex ";" w-cargos-tex ";"
               w-convenio-tex ";" w-total-tex ";" cb-codigo
               DELIMITED BY SIZE INTO avi-lin.
           WRITE avi-lin.
           PERFORM 420-ENCOLAR-AVISO.

      ******************************************************************
      * El mismo aviso, por el canal de contacto del socio: periodo,
      * total y primer vencimiento.
      ******************************************************************
       420-ENCOLAR-AVISO.
           MOVE sm-socio TO w-msg-socio.
           MOVE "AVI" TO w-msg-tipo.
           MOVE w-periodo-tex TO w-msg-referencia.
           MOVE w-imp-total TO w-msg-importe.
           MOVE SPACES TO w-msg-texto.
           STRING "AVISO DE VENCIMIENTO " w-mes-aviso "/" w-anio-aviso
               ": TOTAL $" w-msg-importe " - VENCE EL 10/" w-mes-aviso
               "/" w-anio-aviso ". PAGUE EN LA CAJA O EN REDES."
               DELIMITED BY SIZE INTO w-msg-texto.
           PERFORM 996-ENCOLAR-MENSAJE.

      ******************************************************************
      * Codigo de barras del aviso para las redes de cobranza: el
      * total del aviso al 10 del mes; al 10 del mes siguiente, con un
      * mes de recargo sobre la parte de cuota, como lo cobraria la
      * caja.
      ******************************************************************
       410-ARMAR-CODIGO-BARRAS.
           MOVE w-empresa-red TO cb-empresa.
           MOVE sm-socio TO cb-socio.
           MOVE w-anio-aviso TO cb-anio.
           MOVE w-mes-aviso TO cb-mes.
           MOVE w-imp-total TO cb-importe-1.
           COMPUTE cb-vto-1 =
               w-anio-aviso * 10000 + w-mes-aviso * 100 + 10.
           COMPUTE cb-importe-2 ROUNDED =
               w-imp-total + w-imp-cuota * w-pct-recargo / 100.
           IF w-mes-aviso = 12
               COMPUTE w-anio-vto-2 = w-anio-aviso + 1
               MOVE 1 TO w-mes-vto-2
           ELSE
               MOVE w-anio-aviso TO w-anio-vto-2
               COMPUTE w-mes-vto-2 = w-mes-aviso + 1
           END-IF.
           COMPUTE cb-vto-2 =
               w-anio-vto-2 * 10000 + w-mes-vto-2 * 100 + 10.
           PERFORM 415-CALCULAR-DIGITO.
       415-CALCULAR-DIGITO.
           MOVE ZERO TO w-cb-suma.
           MOVE 1 TO w-cb-peso.
           PERFORM VARYING w-cb-i FROM 1 BY 1 UNTIL w-cb-i > 47
               COMPUTE w-cb-suma =
                   w-cb-suma + cb-dig(w-cb-i) * w-cb-peso
               IF w-cb-peso = 9
                   MOVE 3 TO w-cb-peso
               ELSE
                   ADD 2 TO w-cb-peso
               END-IF
           END-PERFORM.
           DIVIDE w-cb-suma BY 2 GIVING w-cb-mitad.
           DIVIDE w-cb-mitad BY 10 GIVING w-cb-suma
               REMAINDER cb-digito.

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
               MOVE "AVISOVENCIM" TO men-programa
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
           MOVE w-cnt-avisos TO r-avisos.
           CLOSE CARGOS.
           CLOSE CONVENIOS.
           CLOSE AVISOS.
           CLOSE CONTACTOS.
           CLOSE MENSAJES.
       END PROGRAM YOUR-PROGRAM-NAME.
