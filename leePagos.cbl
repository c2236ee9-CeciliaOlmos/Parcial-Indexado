      *     standard header block of REPCAB.cpy (club, title, run
      *     date/time, page number) and now breaks pages every
      *     w-lineas-pagina detail lines, which it never did.
      *   - The "F" date-range mode now positions directly on the
      *     first requested date through the fecha alternate key
      *     (pag-llave-fecha) and stops after the last one, instead
      *     of reading and skipping the whole file; the range is
      *     listed in date order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO rep-nombre
                   INVALID KEY MOVE 1 TO sen
               END-START
           END-IF.
      *        El rango de fechas entra directo por la clave de fecha
      *        en el primer dia pedido (el listado sale en orden de
      *        fecha) y corta al pasar el ultimo.
           IF modo-fechas
               MOVE w-fecha-desde TO pag-lf-fecha
               MOVE LOW-VALUES TO pag-lf-cajero
               START PAGOS KEY IS >= pag-llave-fecha
                   INVALID KEY MOVE 1 TO sen
               END-START
           END-IF.

       150-LISTAR-ENCABEZADO.
           MOVE w-pagina TO rep-t-pagina.
           IF modo-subtotal
               READ PAGOS NEXT at end move 1 to sen
           ELSE
               IF modo-fechas
                   READ PAGOS NEXT at end move 1 to sen
                   END-READ
                   IF sen NOT = 1 AND pag-lf-fecha > w-fecha-hasta
                       MOVE 1 TO sen
                   END-IF
               ELSE
                   READ PAGOS NEXT at end move 1 to sen
                   END-READ
                   PERFORM 210-SALTAR-FUERA-DE-RANGO
               END-IF
           END-IF.

       210-SALTAR-FUERA-DE-RANGO.
