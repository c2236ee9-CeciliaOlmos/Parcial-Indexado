      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily electronic-invoicing request (factura
      *          electronica). The nightly run takes every pag-reg
      *          whose pag-fecha falls in the last par-dias-factura
      *          days (parametros.dat, default 30) up to today and
      *          that has no CAE yet in cae.dat, so recibos loaded
      *          after their date (network rendiciones, contingency
      *          recibos typed in later) are still invoiced. A date on
      *          the command line restricts the run to that single
      *          pag-fecha. For each one it writes one line of
      *          facturas.txt per recibo - recibo, socio, name from
      *          sociosmae.dat, importe and its split between cuota
      *          social and cargos - for the tax agency's comprobante
      *          web service. The CAE comes back through
      *          facturaRespuesta. The split is taken from the
      *          recibo's entries in auditoria.dat: what the recibo
      *          paid on monthly cuotas (current or prior-year) is
      *          cuota social, the rest of the importe is cargos. A
      *          recibo not yet applied goes entirely as cuota social.
      *          Synthetic saldo-a-favor recibos (forma "S") carry no
      *          new money and are not invoiced again. Rerunning
      *          resends only what still lacks a CAE.
      * Tectonics: cobc
      * Modification history:
      *   - The day's sales to non-members (ventas.dat, ventaNoSocio)
      *     are invoiced too: socio zero, the buyer's name and the
      *     whole importe as cargos.
      *   - The nightly run covers a trailing window of
      *     par-dias-factura days instead of today's pag-fecha only;
      *     recibos and ventas dated before the day they were loaded
      *     were never invoiced. The command-line date still selects
      *     a single day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS ASSIGN TO "..\pagos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS aud-secuencia
                   ALTERNATE RECORD KEY IS aud-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS aud-recibo WITH DUPLICATES.
           SELECT OPTIONAL VENTAS ASSIGN TO "..\ventas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ven-recibo
                   ALTERNATE RECORD KEY IS ven-llave-fecha
                       WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CAE ASSIGN TO "..\cae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cae-recibo.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FACTURAS ASSIGN TO "..\facturas.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS.
           COPY "PAGREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  AUDITORIA.
           COPY "AUDITREC.cpy".
       FD  VENTAS.
           COPY "VENTAREC.cpy".
       FD  CAE.
           COPY "CAEREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       FD  FACTURAS.
       01  fac-reg.
           03 fac-recibo pic 9(10).
           03 fac-fecha pic 9(8).
           03 fac-socio pic 9(5).
           03 fac-nombre pic x(30).
           03 fac-importe pic 9(8).
           03 fac-imp-cuota pic 9(8).
           03 fac-imp-cargos pic 9(8).
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-pagos pic 9 value zero.
           88 fin-arch-pagos value 1.
       77  w-flag-ventas pic 9 value zero.
           88 fin-arch-ventas value 1.
       77  w-flag-audit pic 9 value zero.
           88 fin-arch-audit value 1.
       77  w-flag-cae pic 9 value zero.
           88 no-esta-cae value 1.
       77  w-flag-sociomae pic 9 value zero.
           88 no-esta-sociomae value 1.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-param pic x(20) value spaces.
       77  w-fecha-fac pic 9(8) value zero.
       77  w-fecha-desde pic 9(8) value zero.
       77  w-fecha-hasta pic 9(8) value zero.
       77  w-dias-factura pic 9(3) value 30.
       77  w-imp-cuota pic s9(8) value zero.
       77  w-aplicado pic s9(8) value zero.
       77  w-cnt-presentados pic 9(6) value zero.
       77  w-cnt-con-cae pic 9(6) value zero.
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       01  lin-resumen.
           03 filler pic x(24) value "COMPROBANTES PEDIDOS:   ".
           03 r-presentados pic zzzzz9.
           03 filler pic x(16) value "  YA CON CAE:   ".
           03 r-con-cae pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL fin-arch-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               NOT AT END
                   IF pag-lf-fecha > w-fecha-hasta
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       IF pag-forma-pago NOT = "S"
                           PERFORM 300-PROCESAR-PAGO
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM 400-PROCESAR-VENTAS.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE INTO w-fecha-fac.
           IF w-fecha-fac = ZERO
               PERFORM 110-LEER-PARAMETROS-SISTEMA
               ACCEPT w-fecha-hasta FROM DATE YYYYMMDD
               COMPUTE w-fecha-desde = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(w-fecha-hasta)
                       - w-dias-factura)
           ELSE
               MOVE w-fecha-fac TO w-fecha-desde
               MOVE w-fecha-fac TO w-fecha-hasta
           END-IF.
           OPEN INPUT PAGOS.
      *        Los recibos de la ventana, por la clave de fecha.
           MOVE w-fecha-desde TO pag-lf-fecha.
           MOVE LOW-VALUES TO pag-lf-cajero.
           START PAGOS KEY IS >= pag-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT AUDITORIA.
           OPEN INPUT VENTAS.
           OPEN INPUT CAE.
           OPEN OUTPUT FACTURAS.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
           MOVE SPACES TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.

      ******************************************************************
      * La rendicion de las redes trae el recibo con la fecha en que la
      * red cobro y el recibo de contingencia con la del talonario,
      * las dos anteriores al dia en que se cargan; por eso la corrida
      * de cada noche mira los ultimos par-dias-factura dias y no solo
      * el dia. Lo que ya tiene CAE no se vuelve a pedir.
      ******************************************************************
       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-dias-factura NUMERIC
                   AND par-dias-factura > ZERO
                   MOVE par-dias-factura TO w-dias-factura
               END-IF
           END-IF.
           CLOSE PARAMETROS.

       300-PROCESAR-PAGO.
           MOVE 0 TO w-flag-cae.
           MOVE pag-recibo TO cae-recibo.
           READ CAE INVALID KEY MOVE 1 TO w-flag-cae.
           IF no-esta-cae
               PERFORM 310-ARMAR-COMPROBANTE
           ELSE
               ADD 1 TO w-cnt-con-cae
           END-IF.

       310-ARMAR-COMPROBANTE.
           MOVE 0 TO w-flag-sociomae.
           MOVE pag-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-sociomae.
           MOVE pag-recibo TO fac-recibo.
           MOVE pag-fecha TO fac-fecha.
           MOVE pag-socio TO fac-socio.
           IF no-esta-sociomae
               MOVE SPACES TO fac-nombre
           ELSE
               MOVE sm-nombre TO fac-nombre
           END-IF.
           MOVE pag-importe TO fac-importe.
           IF pag-procesado = "S"
               PERFORM 320-SEPARAR-CONCEPTOS
           ELSE
               MOVE pag-importe TO w-imp-cuota
           END-IF.
           MOVE w-imp-cuota TO fac-imp-cuota.
           COMPUTE fac-imp-cargos = pag-importe - w-imp-cuota.
           WRITE fac-reg.
           ADD 1 TO w-cnt-presentados.

      ******************************************************************
      * Lo que el recibo cancelo de cuotas mensuales (del anio o de
      * ejercicios anteriores) segun auditoria.dat es cuota social;
      * las entradas de cargo imputado y las del mes-cero (el
      * acumulado anual) no suman. Las reversiones de una anulacion
      * restan, asi un recibo revertido no factura cuota.
      ******************************************************************
       320-SEPARAR-CONCEPTOS.
           MOVE ZERO TO w-imp-cuota.
           MOVE 0 TO w-flag-audit.
           MOVE pag-recibo TO aud-recibo.
           START AUDITORIA KEY IS = aud-recibo
               INVALID KEY MOVE 1 TO w-flag-audit
           END-START.
           PERFORM UNTIL fin-arch-audit
               READ AUDITORIA NEXT AT END MOVE 1 TO w-flag-audit
               NOT AT END
                   IF aud-recibo NOT = pag-recibo
                       MOVE 1 TO w-flag-audit
                   ELSE
                       IF aud-mes > 0
                           AND aud-paragrafo(1:18)
                               NOT = "1240-IMPUTAR-CARGO"
                           COMPUTE w-aplicado =
                               aud-pagado-nuevo - aud-pagado-ant
                           ADD w-aplicado TO w-imp-cuota
                       END-IF
                   END-IF
           END-PERFORM.
           IF w-imp-cuota < ZERO
               MOVE ZERO TO w-imp-cuota
           END-IF.
           IF w-imp-cuota > pag-importe
               MOVE pag-importe TO w-imp-cuota
           END-IF.

      ******************************************************************
      * Las ventas de caja a no socios (ventas.dat) llevan recibo de la
      * misma serie de la caja y se facturan igual, sobre la misma
      * ventana de fechas que los recibos: sin socio, a nombre
      * del comprador y todo el importe como cargos, porque no es
      * cuota social. El CAE vuelve por facturaRespuesta contra el
      * mismo numero de recibo.
      ******************************************************************
       400-PROCESAR-VENTAS.
           MOVE 0 TO w-flag-ventas.
           MOVE w-fecha-desde TO ven-lf-fecha.
           MOVE LOW-VALUES TO ven-lf-cajero.
           START VENTAS KEY IS >= ven-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-ventas
           END-START.
           PERFORM UNTIL fin-arch-ventas
               READ VENTAS NEXT AT END MOVE 1 TO w-flag-ventas
               NOT AT END
                   IF ven-lf-fecha > w-fecha-hasta
                       MOVE 1 TO w-flag-ventas
                   ELSE
                       PERFORM 410-PROCESAR-VENTA
                   END-IF
           END-PERFORM.
       410-PROCESAR-VENTA.
           MOVE 0 TO w-flag-cae.
           MOVE ven-recibo TO cae-recibo.
           READ CAE INVALID KEY MOVE 1 TO w-flag-cae.
           IF no-esta-cae
               MOVE ven-recibo TO fac-recibo
               MOVE ven-fecha TO fac-fecha
               MOVE ZERO TO fac-socio
               MOVE ven-comprador TO fac-nombre
               MOVE ven-importe TO fac-importe
               MOVE ZERO TO fac-imp-cuota
               MOVE ven-importe TO fac-imp-cargos
               WRITE fac-reg
               ADD 1 TO w-cnt-presentados
           ELSE
               ADD 1 TO w-cnt-con-cae
           END-IF.

       985-REGISTRAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
           MOVE "FACTURAPRES" TO cor-programa.
           MOVE w-cor-evento TO cor-evento.
           MOVE w-cor-estado TO cor-estado.
           MOVE w-fecha-hora-cor(9:6) TO cor-hora.
           WRITE cor-reg.

       900-FIN.
           MOVE w-cnt-presentados TO r-presentados.
           MOVE w-cnt-con-cae TO r-con-cae.
           DISPLAY lin-resumen.
           MOVE "FIN" TO w-cor-evento.
           MOVE "OK" TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           CLOSE PAGOS.
           CLOSE SOCIOMAE.
           CLOSE AUDITORIA.
           CLOSE VENTAS.
           CLOSE CAE.
           CLOSE FACTURAS.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
