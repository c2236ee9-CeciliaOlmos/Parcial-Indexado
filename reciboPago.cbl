      *     is written (340-ENCOLAR-PENDIENTE), so the queue-driven
      *     segParcialIndex run positions on it: without the entry the
      *     receipt sat unapplied whenever the queue was active.
      *   - The receipt prints the recibo's CAE and its expiry from
      *     cae.dat (electronic invoicing), or CAE PENDIENTE until the
      *     tax agency's answer is loaded; "R <recibo>" on the command
      *     line reprints an existing recibo, CAE included, without
      *     emitting a new one.
      *   - The pag-reg written now fills the fecha+cajero alternate
      *     key (pag-llave-fecha) the date-driven programs position
      *     on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES
                   FILE STATUS IS w-fs-pagos
                   SHARING WITH ALL OTHER
                   LOCK MODE IS AUTOMATIC.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS per-periodo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CAE ASSIGN TO "..\cae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cae-recibo
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   SHARING WITH ALL OTHER.
       01  pp-socio pic 9(5).
       FD  PERIODOS.
           COPY "PERIODOREC.cpy".
       FD  CAE.
           COPY "CAEREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-banco-param pic x(20) value spaces.
       77  w-chq-numero-param pic 9(8) value zero.
       77  w-chq-cobro-param pic 9(8) value zero.
       77  w-flag-cae pic 9 value zero.
           88 no-esta-cae value 1.
       77  w-recibo-reimp pic 9(10) value zero.
       77  w-flag-reimp pic 9 value zero.
           88 no-esta-recibo-reimp value 1.
       77  w-flag-periodo pic 9 value zero.
           88 no-esta-periodo value 1.
       77  w-reintentos pic 9(3) value zero.
       01  lin-cajero.
           03 filler pic x(8) value "CAJERO:".
           03 t-cajero pic x(3).
       01  lin-cae.
           03 filler pic x(5) value "CAE:".
           03 t-cae pic 9(14).
           03 filler pic x(6) value " VTO:".
           03 t-cae-vto pic 9999/99/99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           IF w-param(1:2) = "R "
               PERFORM 150-REIMPRIMIR-RECIBO
               STOP RUN
           END-IF.
           UNSTRING w-param DELIMITED BY SPACE
               INTO w-socio-param w-importe-param w-forma-param
                   w-cajero-param w-caja-param w-banco-param
           OPEN INPUT SOCIOMAE.
           OPEN I-O RECIBCTL.
           OPEN EXTEND PENDPROC.
           OPEN INPUT CAE.
           IF w-forma-param = "Q"
               OPEN I-O CHEQUES
           END-IF.
           OPEN EXTEND EXCEPCIONES.

      ******************************************************************
      * Reimpresion de un recibo ya emitido, con su CAE si AFIP ya lo
      * otorgo: no toca la serie ni graba nada.
      ******************************************************************
       150-REIMPRIMIR-RECIBO.
           UNSTRING w-param(3:) DELIMITED BY SPACE INTO w-recibo-reimp.
           OPEN INPUT PAGOS.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT CAE.
           MOVE w-recibo-reimp TO pag-recibo.
           READ PAGOS INVALID KEY MOVE 1 TO w-flag-reimp.
           IF no-esta-recibo-reimp
               DISPLAY "NO EXISTE EL RECIBO " w-recibo-reimp
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE pag-socio TO w-socio-param
               MOVE pag-importe TO w-importe-param
               MOVE pag-forma-pago TO w-forma-param
               MOVE pag-cajero TO w-cajero-param
               MOVE pag-fecha TO w-fecha-hoy
               PERFORM 400-IMPRIMIR-RECIBO
           END-IF.
           CLOSE PAGOS.
           CLOSE SOCIOMAE.
           CLOSE CAE.

      ******************************************************************
      * Ademas de la ventana gruesa de parametros.dat, el mes tiene
      * que estar abierto en periodos.dat: contra un mes que
           MOVE SPACE TO pag-procesado.
           MOVE w-cajero-param TO pag-cajero.
           MOVE ZERO TO pag-talon.
           MOVE pag-fecha TO pag-lf-fecha.
           MOVE pag-cajero TO pag-lf-cajero.
           WRITE pag-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL RECIBO"
           DISPLAY lin-forma.
           MOVE w-cajero-param TO t-cajero.
           DISPLAY lin-cajero.
           PERFORM 410-IMPRIMIR-CAE.
           DISPLAY lin-guarda.

       410-IMPRIMIR-CAE.
           MOVE 0 TO w-flag-cae.
           MOVE pag-recibo TO cae-recibo.
           READ CAE INVALID KEY MOVE 1 TO w-flag-cae.
           IF no-esta-cae
               DISPLAY "CAE PENDIENTE"
           ELSE
               MOVE cae-numero TO t-cae
               MOVE cae-vencimiento TO t-cae-vto
               DISPLAY lin-cae
           END-IF.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "RECIBOPAGO" TO exc-programa.
           CLOSE SOCIOMAE.
           CLOSE RECIBCTL.
           CLOSE PENDPROC.
           CLOSE CAE.
           IF w-forma-param = "Q"
               CLOSE CHEQUES
           END-IF.
