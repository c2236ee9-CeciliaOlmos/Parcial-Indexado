      *     re-reading the whole year of recibos. "I" appends (a
      *     failed run's leftovers survive), "T" restarts the queue
      *     with the file.
      *   - Each loaded pag-reg now fills the fecha+cajero alternate
      *     key (pag-llave-fecha) the date-driven programs position
      *     on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT PAG-REJ ASSIGN TO "..\pagos.rej"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           MOVE SPACE TO pag-procesado.
           MOVE SPACES TO pag-cajero.
           MOVE ZERO TO pag-talon.
           move pag-fecha to pag-lf-fecha.
           move pag-cajero to pag-lf-cajero.
           write pag-reg
               INVALID KEY
                   MOVE pag-tex-recibo TO w-rej-recibo
