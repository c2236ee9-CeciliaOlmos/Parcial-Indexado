      ******************************************************************
      * Author:
      * Date:
      * Purpose: Electronic-invoicing response processing. Reads the
      *          tax agency's answer to the facturas.txt request
      *          (caerespuesta.txt: recibo, resultado A/R, CAE, CAE
      *          expiry and observation) and stores every approved
      *          comprobante's CAE and expiry in cae.dat against its
      *          recibo, where reciboPago and estadoCuenta print it.
      *          Rejected comprobantes are logged to excepciones.dat
      *          with the agency's observation so administration fixes
      *          and resends them (facturaPresentacion picks up again
      *          any recibo of the day still without a CAE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPUESTA ASSIGN TO "..\caerespuesta.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CAE ASSIGN TO "..\cae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cae-recibo.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESPUESTA.
       01  rcae-reg.
           03 rcae-recibo pic 9(10).
           03 rcae-resultado pic x.
      *        A = aprobado, R = rechazado.
           03 rcae-numero pic 9(14).
           03 rcae-vencimiento pic 9(8).
           03 rcae-observacion pic x(40).
       FD  CAE.
           COPY "CAEREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-resp pic 9 value zero.
           88 fin-arch-resp value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-cnt-aprobados pic 9(6) value zero.
       77  w-cnt-rechazados pic 9(6) value zero.
       77  w-recibo-tex pic 9(10) value zero.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       01  lin-resumen.
           03 filler pic x(24) value "COMPROBANTES APROBADOS: ".
           03 r-aprobados pic zzzzz9.
           03 filler pic x(15) value "  RECHAZADOS: ".
           03 r-rechazados pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL fin-arch-resp
               READ RESPUESTA AT END MOVE 1 TO w-flag-resp
               NOT AT END
                   PERFORM 300-PROCESAR-RESPUESTA
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT RESPUESTA.
           OPEN I-O CAE.
           OPEN EXTEND EXCEPCIONES.

       300-PROCESAR-RESPUESTA.
           MOVE rcae-recibo TO w-recibo-tex.
           IF rcae-resultado = "A"
               PERFORM 310-GRABAR-CAE
           ELSE
               ADD 1 TO w-cnt-rechazados
               MOVE "300-PROCESAR-RESPUESTA" TO w-exc-paragrafo
               MOVE w-recibo-tex TO w-exc-clave
               IF rcae-observacion = SPACES
                   MOVE "COMPROBANTE RECHAZADO POR AFIP"
                       TO w-exc-mensaje
               ELSE
                   MOVE rcae-observacion TO w-exc-mensaje
               END-IF
               PERFORM 995-REGISTRAR-EXCEPCION
           END-IF.

      *        Un recibo que ya tiene CAE no se pisa: una respuesta
      *        repetida o un segundo CAE para el mismo recibo queda
      *        como excepcion para que administracion lo revise.
       310-GRABAR-CAE.
           MOVE rcae-recibo TO cae-recibo.
           MOVE rcae-numero TO cae-numero.
           MOVE rcae-vencimiento TO cae-vencimiento.
           MOVE w-fecha-hoy TO cae-fecha-proceso.
           WRITE cae-reg
               INVALID KEY
                   MOVE "310-GRABAR-CAE" TO w-exc-paragrafo
                   MOVE w-recibo-tex TO w-exc-clave
                   MOVE "EL RECIBO YA TENIA CAE, NO SE PISA"
                       TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   ADD 1 TO w-cnt-aprobados
           END-WRITE.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "FACTURARESP" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           MOVE w-cnt-aprobados TO r-aprobados.
           MOVE w-cnt-rechazados TO r-rechazados.
           DISPLAY lin-resumen.
           CLOSE RESPUESTA.
           CLOSE CAE.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
