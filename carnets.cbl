      *          reprints that one carnet on demand. Spools to
      *          ..\reports\carnets<aaaammdd>.rpt.
      * Tectonics: cobc
      * Modification history:
      *   - No carnet for a member with a disciplinary suspension or
      *     expulsion in force (sanciones.dat); counted with the
      *     suspendidos on the trailer, and an on-demand reprint says
      *     why.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-llave.
           SELECT OPTIONAL SANCIONES ASSIGN TO "..\sanciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS san-llave.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "SOCIOMAEREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  SANCIONES.
           COPY "SANCIONREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(64).
       WORKING-STORAGE SECTION.
       77  w-param pic x(20) value spaces.
       77  w-anio-carnet pic 9(4) value zero.
       77  w-socio-reimpresion pic 9(5) value zero.
       77  w-flag-sanciones pic 9 value zero.
           88 fin-arch-sanciones value 1.
       77  w-sancionado pic 9 value zero.
           88 socio-sancionado value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-mes-actual pic 9(2) value zero.
       77  w-cnt-impagos pic 9(2) value zero.
       01  lin-resumen.
           03 filler pic x(19) value "CARNETS IMPRESOS:  ".
           03 r-impresos pic zzzzz9.
           03 filler pic x(29) value "  SUSP./SANC./BAJAS OMITIDOS:".
           03 r-omitidos pic zzzzz9.

       PROCEDURE DIVISION.
           MOVE w-fecha-hoy(5:2) TO w-mes-actual.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT SOCIOS.
           OPEN INPUT SANCIONES.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\carnets" rep-fecha-hora(1:8) ".rpt"

      ******************************************************************
      * Suspendidos y bajas no reciben carnet, igual que no reciben
      * cuponera; quedan contados en el pie. Tampoco el socio con una
      * sancion disciplinaria en vigor, aunque este al dia.
      ******************************************************************
       400-PROCESAR-FICHA.
           MOVE 0 TO w-sancionado.
           IF sm-estado NOT = "S" AND sm-estado NOT = "B"
               PERFORM 450-CONTROLAR-SANCION
           END-IF.
           IF sm-estado = "S" OR sm-estado = "B" OR socio-sancionado
               ADD 1 TO w-cnt-omitidos
               IF w-socio-reimpresion > ZERO AND socio-sancionado
                   DISPLAY "SOCIO CON SANCION DISCIPLINARIA EN VIGOR"
               END-IF
           ELSE
               PERFORM 500-DETERMINAR-VIGENCIA
               PERFORM 600-IMPRIMIR-CARNET
           END-IF.

      ******************************************************************
      * Sancion del tribunal de disciplina en vigor a la fecha
      * (sanciones.dat): suspension o expulsion vigente que ya empezo
      * y no paso su fecha hasta. Vale por encima de la situacion de
      * cuota; el pago no la levanta.
      ******************************************************************
       450-CONTROLAR-SANCION.
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

      ******************************************************************
      * Al dia con los meses transcurridos: vigencia al 31/12 del
      * anio; con cuotas vencidas impagas: solo hasta el fin del mes
           DISPLAY "SPOOL GRABADO EN " rep-nombre.
           CLOSE SOCIOMAE.
           CLOSE SOCIOS.
           CLOSE SANCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
