      *     default silently reactivated members suspended by
      *     suspensionAuto or withdrawn by bajaSocio. Only the "T"
      *     full rebuild (and a brand-new ficha) defaults them.
      *   - Every change to the sociosmae.dat ficha is now written to
      *     fichahist.dat (before and after images, program, operator
      *     and reason), for historiaFicha to print the member's
      *     ficha timeline. Each ficha loaded or updated is recorded
      *     with operator SYS; a total reload restarts the master but
      *     not its history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio.
           SELECT OPTIONAL FICHAHIST ASSIGN TO "..\fichahist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fh-llave.
           SELECT SOCMAE-REJ ASSIGN TO "..\sociomae.rej"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  FICHAHIST.
           COPY "FICHAHISTREC.cpy".
       FD  SOCMAE-TEX.
       01  socmae-tex-reg.
           03 smt-socio pic 9(5).
           88 modo-incremental value "I".
       77  w-estado-ficha pic x value "A".
       77  w-fecha-ficha pic 9(8) value zero.
       77  w-orden-hist pic 99 value zero.
       77  w-motivo-ficha pic x(40) value spaces.
       01  w-ficha-ant pic x(98) value spaces.
       01  w-rej-detalle.
           03 w-rej-socio pic 9(5).
           03 filler pic x(1) value space.
           ELSE
               OPEN OUTPUT SOCIOMAE
           END-IF.
           OPEN I-O FICHAHIST.
           OPEN OUTPUT SOCMAE-REJ.
       200-LEER-ARCH-TEX.
           READ SOCMAE-TEX AT END MOVE 1 TO w-flag-tex.
                       MOVE "CLAVE DUPLICADA" TO w-rej-motivo
                       PERFORM 395-ESCRIBIR-RECHAZO
                   END-IF
               NOT INVALID KEY
                   MOVE SPACES TO w-ficha-ant
                   IF modo-incremental
                       MOVE "ALTA POR CARGA INCREMENTAL" TO
                           w-motivo-ficha
                   ELSE
                       MOVE "ALTA POR CARGA TOTAL DEL MAESTRO" TO
                           w-motivo-ficha
                   END-IF
                   PERFORM 380-REGISTRAR-HIST-FICHA
           END-WRITE.
      ******************************************************************
      * En modo incremental una clave duplicada no es un rechazo: es la
                   MOVE "NO PUDE RELEER LA FICHA" TO w-rej-motivo
                   PERFORM 395-ESCRIBIR-RECHAZO
               NOT INVALID KEY
                   MOVE sociomae-reg TO w-ficha-ant
                   MOVE sm-estado TO w-estado-ficha
                   MOVE sm-fecha-estado TO w-fecha-ficha
                   PERFORM 320-ARMAR-SOCIOMAE
                           MOVE "NO PUDE ACTUALIZAR LA FICHA" TO
                               w-rej-motivo
                           PERFORM 395-ESCRIBIR-RECHAZO
                       NOT INVALID KEY
                           MOVE "ACTUALIZACION POR CARGA INCREMENTAL"
                               TO w-motivo-ficha
                           PERFORM 380-REGISTRAR-HIST-FICHA
                   END-REWRITE
           END-READ.
      ******************************************************************
      * Historia de la ficha: foto anterior y nueva con programa,
      * operador y motivo en fichahist.dat. La carga total arranca el
      * maestro de cero pero no la historia: cada ficha cargada deja
      * su alta, a continuacion de lo que el socio ya tenia. Proceso
      * de lote: el operador queda como SYS.
      ******************************************************************
       380-REGISTRAR-HIST-FICHA.
           MOVE w-ficha-ant TO fh-ant.
           MOVE sociomae-reg TO fh-nuevo.
           IF fh-ant NOT = fh-nuevo
               MOVE sm-socio TO fh-socio
               MOVE FUNCTION CURRENT-DATE TO fh-fecha-hora
               ADD 1 TO w-orden-hist
               MOVE w-orden-hist TO fh-orden
               MOVE "SOCIOMAEINDEX" TO fh-programa
               MOVE "SYS" TO fh-operador
               MOVE w-motivo-ficha TO fh-motivo
               WRITE fh-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR LA HISTORIA DE LA FICHA "
                           sm-socio
               END-WRITE
           END-IF.
       395-ESCRIBIR-RECHAZO.
           MOVE SPACES TO socmae-rej-lin.
           MOVE w-rej-detalle TO socmae-rej-lin.
       400-FIN.
           CLOSE SOCMAE-TEX.
           CLOSE SOCIOMAE.
           CLOSE FICHAHIST.
           CLOSE SOCMAE-REJ.
       END PROGRAM YOUR-PROGRAM-NAME.
