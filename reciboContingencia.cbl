      *          or "L" for the pairing report of paper talon to
      *          system recibo, spooled for the treasurer's file.
      * Tectonics: cobc
      * Modification history:
      *   - The pag-reg written now fills the fecha+cajero alternate
      *     key (pag-llave-fecha) with the original paper fecha, so
      *     the recibo falls on its own day in cierreCaja and the
      *     date-driven listings.
      *   - Cajas 48 and 49 are now refused too: their contingency
      *     series 98 and 99 number the notas de credito and de
      *     debito.
      *   - Cajas 41 to 47 are refused as well: they are the
      *     talonario series of the cobradores, so the valid range is
      *     now 1-39.
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
      *        viva, agujereando la numeracion que firma auditRecibos.
      *        La caja 40 tampoco: su serie seria la 90, que
      *        debitosRespuesta ya reserva para los recibos de debito
      *        automatico. Las 48 y 49 tampoco: sus series 98 y 99
      *        numeran las notas de credito y de debito. Y las 41 a
      *        47 son series de talonario de cobradores, no cajas.
           IF w-caja-param > 39
               DISPLAY "CAJA FUERA DEL RANGO 1-39 (40-50 SON SERIES "
                   "RESERVADAS) - NO SE OPERA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO pag-procesado.
           MOVE w-cajero-param TO pag-cajero.
           MOVE w-talon-param TO pag-talon.
           MOVE pag-fecha TO pag-lf-fecha.
           MOVE pag-cajero TO pag-lf-cajero.
           WRITE pag-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL RECIBO"
