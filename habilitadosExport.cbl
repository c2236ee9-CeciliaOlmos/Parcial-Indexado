      *          INI/FIN lines to corridas.dat so operations can see
      *          the door file was produced before opening.
      * Tectonics: cobc
      * Modification history:
      *   - A member with a disciplinary suspension or expulsion in
      *     force (sanciones.dat) is left out of habilitados.txt
      *     whatever the cuota standing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT OPTIONAL SANCIONES ASSIGN TO "..\sanciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS san-llave.
           SELECT HABILITADOS ASSIGN TO "..\habilitados.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           COPY "SOCREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  SANCIONES.
           COPY "SANCIONREC.cpy".
       FD  HABILITADOS.
       01  hab-lin pic x(40).
       FD  CORRIDAS.
           88 fin-arch-socios value 1.
       77  w-flag-cargo pic 9 value zero.
           88 no-esta-cargo value 1.
       77  w-flag-sanciones pic 9 value zero.
           88 fin-arch-sanciones value 1.
       77  w-sancionado pic 9 value zero.
           88 socio-sancionado value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-actual pic 9(4) value zero.
       77  w-mes-actual pic 9(2) value zero.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT SOCIOS.
           OPEN INPUT CARGOS.
           OPEN INPUT SANCIONES.
           OPEN OUTPUT HABILITADOS.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
                   PERFORM 320-CONTROLAR-PILETA
               END-IF
           END-IF.
           IF socio-habilitado
               PERFORM 330-CONTROLAR-SANCION
               IF socio-sancionado
                   MOVE 0 TO w-habilitado
               END-IF
           END-IF.
           IF socio-habilitado
               PERFORM 400-ESCRIBIR-HABILITADO
           END-IF.
                   MOVE 1 TO w-habilitado
               END-IF
           END-IF.
      ******************************************************************
      * Sancion del tribunal de disciplina en vigor a la fecha
      * (sanciones.dat): suspension o expulsion vigente que ya empezo
      * y no paso su fecha hasta. Vale por encima de la situacion de
      * cuota; el pago no la levanta.
      ******************************************************************
       330-CONTROLAR-SANCION.
           MOVE 0 TO w-sancionado.
           MOVE 0 TO w-flag-sanciones.
           MOVE sm-socio TO san-socio.
           MOVE ZERO TO san-desde.
           START SANCIONES KEY IS >= san-llave
               INVALID KEY MOVE 1 TO w-flag-sanciones
           END-START.
           PERFORM UNTIL fin-arch-sanciones
               READ SANCIONES NEXT AT END MOVE 1 TO w-flag-sanciones
               NOT AT END
                   IF san-socio NOT = sm-socio
                       OR san-desde > w-fecha-hoy
                       MOVE 1 TO w-flag-sanciones
                   ELSE
                       IF san-estado = "V" AND san-tipo = "S"
                           AND san-hasta >= w-fecha-hoy
                           MOVE 1 TO w-sancionado
                       END-IF
                   END-IF
           END-PERFORM.
       400-ESCRIBIR-HABILITADO.
           ADD 1 TO w-cnt-habilitados.
           MOVE sm-socio TO w-socio-tex.
           CLOSE SOCIOMAE.
           CLOSE SOCIOS.
           CLOSE CARGOS.
           CLOSE SANCIONES.
           CLOSE HABILITADOS.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
