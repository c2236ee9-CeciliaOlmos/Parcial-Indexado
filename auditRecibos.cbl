      *          A series beyond 99999 numbers exceeds the working
      *          table and is reported as not auditable.
      * Tectonics: cobc
      * Modification history:
      *   - Numbers of a cobrador's talonario that the hoja de ruta
      *     issued and that came back not collected (rutas.dat estado
      *     N) or are still out on the street (estado P) are no
      *     longer reported as missing: the paper recibo accounts for
      *     them. A collected one still has to be in pagos.dat.
      *   - Series 98 and 99 number the notas de credito and de
      *     debito: their numbers are taken as present when the nota
      *     is in notas.dat (360-MARCAR-NOTAS), so the notes' series
      *     is audited for gaps like a recibo series.
      *   - Caja numbers used by non-member sales are taken as
      *     present when the sale is in ventas.dat (370-MARCAR-
      *     VENTAS), so those sales no longer show as gaps in the
      *     caja's series.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT OPTIONAL PAG-HIST ASSIGN TO w-nombre-hist
           ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
                   RECORD KEY IS aud-secuencia
                   ALTERNATE RECORD KEY IS aud-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS aud-recibo WITH DUPLICATES.
           SELECT OPTIONAL RUTAS ASSIGN TO "..\rutas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ruta-recibo
                   ALTERNATE RECORD KEY IS ruta-periodo WITH DUPLICATES.
           SELECT OPTIONAL NOTAS ASSIGN TO "..\notas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nota-numero
                   ALTERNATE RECORD KEY IS nota-socio WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL VENTAS ASSIGN TO "..\ventas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ven-recibo
                   ALTERNATE RECORD KEY IS ven-llave-fecha
                       WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       01  pag-hist-lin pic x(46).
       FD  AUDITORIA.
           COPY "AUDITREC.cpy".
       FD  RUTAS.
           COPY "RUTAREC.cpy".
       FD  NOTAS.
           COPY "NOTAREC.cpy".
       FD  VENTAS.
           COPY "VENTAREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(100).
       WORKING-STORAGE SECTION.
           88 fin-arch-pagos value 1.
       77  w-flag-hist pic 9 value zero.
           88 fin-arch-hist value 1.
       77  w-flag-rutas pic 9 value zero.
           88 fin-arch-rutas value 1.
       77  w-flag-audit pic 9 value zero.
           88 sin-auditoria value 1.
       77  w-flag-notas pic 9 value zero.
           88 fin-arch-notas value 1.
       77  w-flag-ventas pic 9 value zero.
           88 fin-arch-ventas value 1.
       77  w-param pic x(30) value spaces.
       01  tabla-anios.
           03 w-anio-arch pic 9(4) OCCURS 5 TIMES value zero.
           OPEN INPUT RECIBCTL.
           OPEN INPUT PAGOS.
           OPEN INPUT AUDITORIA.
           OPEN INPUT RUTAS.
           OPEN INPUT NOTAS.
           OPEN INPUT VENTAS.
           PERFORM 940-ABRIR-REPORTE.
           MOVE ZERO TO rc-caja.
           START RECIBCTL KEY IS >= rc-caja
                   PERFORM 310-PREPARAR-SERIE
                   PERFORM 320-MARCAR-VIVOS
                   PERFORM 330-MARCAR-ARCHIVOS
                   PERFORM 350-MARCAR-RUTAS
                   PERFORM 360-MARCAR-NOTAS
                   PERFORM 370-MARCAR-VENTAS
                   PERFORM 400-REPORTAR-FALTANTES
               END-IF
           END-IF.
           END-PERFORM.
           CLOSE PAG-HIST.

      ******************************************************************
      * Talonario de cobrador: el recibo no cobrado (N) volvio anulado
      * y el pendiente de rendir (P) esta en la calle; los dos estan
      * justificados por el papel. Se fechan con la rendicion o, si
      * todavia no se rindio, con el primer dia del mes de la hoja.
      ******************************************************************
       350-MARCAR-RUTAS.
           MOVE 0 TO w-flag-rutas.
           MOVE w-base-serie TO ruta-recibo.
           START RUTAS KEY IS > ruta-recibo
               INVALID KEY MOVE 1 TO w-flag-rutas
           END-START.
           PERFORM UNTIL fin-arch-rutas
               READ RUTAS NEXT AT END MOVE 1 TO w-flag-rutas
               NOT AT END
                   IF ruta-recibo > w-base-serie + w-tope-serie
                       MOVE 1 TO w-flag-rutas
                   ELSE
                       IF ruta-estado NOT = "C"
                           COMPUTE w-numero-serie =
                               ruta-recibo - w-base-serie
                           IF ruta-fecha-rendicion > ZERO
                               MOVE ruta-fecha-rendicion
                                   TO pres-fecha(w-numero-serie)
                           ELSE
                               COMPUTE pres-fecha(w-numero-serie) =
                                   ruta-anio * 10000
                                   + ruta-mes * 100 + 1
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Las series 98 y 99 numeran notas de credito y de debito, no
      * recibos: el numero esta presente si la nota esta en notas.dat.
      ******************************************************************
       360-MARCAR-NOTAS.
           MOVE 0 TO w-flag-notas.
           MOVE w-base-serie TO nota-numero.
           START NOTAS KEY IS > nota-numero
               INVALID KEY MOVE 1 TO w-flag-notas
           END-START.
           PERFORM UNTIL fin-arch-notas
               READ NOTAS NEXT AT END MOVE 1 TO w-flag-notas
               NOT AT END
                   IF nota-numero > w-base-serie + w-tope-serie
                       MOVE 1 TO w-flag-notas
                   ELSE
                       COMPUTE w-numero-serie =
                           nota-numero - w-base-serie
                       MOVE nota-fecha TO pres-fecha(w-numero-serie)
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Las ventas a no socios toman numero de la serie de la caja
      * pero viven en ventas.dat, no en pagos.dat: su numero esta
      * presente si la venta esta grabada.
      ******************************************************************
       370-MARCAR-VENTAS.
           MOVE 0 TO w-flag-ventas.
           MOVE w-base-serie TO ven-recibo.
           START VENTAS KEY IS > ven-recibo
               INVALID KEY MOVE 1 TO w-flag-ventas
           END-START.
           PERFORM UNTIL fin-arch-ventas
               READ VENTAS NEXT AT END MOVE 1 TO w-flag-ventas
               NOT AT END
                   IF ven-recibo > w-base-serie + w-tope-serie
                       MOVE 1 TO w-flag-ventas
                   ELSE
                       COMPUTE w-numero-serie =
                           ven-recibo - w-base-serie
                       MOVE ven-fecha TO pres-fecha(w-numero-serie)
                   END-IF
           END-PERFORM.

       400-REPORTAR-FALTANTES.
           PERFORM VARYING w-n FROM 1 BY 1 UNTIL w-n > w-tope-serie
               IF pres-fecha(w-n) = ZERO
           CLOSE RECIBCTL.
           CLOSE PAGOS.
           CLOSE AUDITORIA.
           CLOSE RUTAS.
           CLOSE NOTAS.
           CLOSE VENTAS.
       END PROGRAM YOUR-PROGRAM-NAME.
