      *     per-run features either, so per-category rates are left to
      *     segParcialIndex/pagoDirecto, the programs that actually run
      *     the day-to-day update.
      *   - The L rows of cuotas.dat (cuota de licencia) are skipped
      *     when loading the categoria table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
            SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           PERFORM UNTIL fin-arch-cuotas
               READ CUOTAS AT END MOVE 1 TO w-flag-cuotas
               NOT AT END
      *            Las filas L son la cuota de licencia, no una
      *            categoria de socio.
                   IF cuota-tex-categoria NOT = "L"
                       MOVE cuota-tex-importe TO vec-mes(cuota-tex-mes)
                   END-IF
           END-PERFORM.
           CLOSE CUOTAS.
       130-OBTENER-TOTAL-ANUAL.
