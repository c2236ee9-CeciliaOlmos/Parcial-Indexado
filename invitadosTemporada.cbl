      ******************************************************************
      * Author:
      * Date:
      * Purpose: Season report of pileta guest passes. Given the
      *          temporada on the command line (the year the summer
      *          season starts; default the season of today), walks
      *          invitados.dat by host socio and prints, for every
      *          host with vigente passes in the season, the number of
      *          guest visits and the income charged for them, with
      *          club totals. Annulled passes do not count.
      *          Spools to ..\reports\invitados<aaaa>.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVITADOS ASSIGN TO "..\invitados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS inv-numero
                   ALTERNATE RECORD KEY IS inv-fecha WITH DUPLICATES
                   ALTERNATE RECORD KEY IS inv-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS inv-documento
                       WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
                   SHARING WITH ALL OTHER.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INVITADOS.
           COPY "INVITADOREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(120).
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value 0.
       77  w-pagina pic 9(3) value 1.
       77  w-param pic x(20) value spaces.
       77  w-temporada pic 9(4) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-flag-inv pic 9 value zero.
           88 fin-arch-inv value 1.
       77  w-flag-sociomae pic 9 value zero.
           88 no-esta-sociomae value 1.
       77  w-socio-ant pic 9(5) value zero.
       77  w-visitas-socio pic 9(4) value zero.
       77  w-cnt-anfitriones pic 9(4) value zero.
       77  w-cnt-visitas pic 9(6) value zero.
       01  w-importe-socio pic 9(8) value zero.
       01  w-total-importe pic 9(10) value zero.
       01  lin-cab-temporada.
           03 filler pic x(11) value "TEMPORADA: ".
           03 h-temporada pic 9999.
           03 filler pic x value "/".
           03 h-temporada-fin pic 9999.
       01  lin-cabecera.
           03 filler pic x(6) value "SOCIO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(30) value "NOMBRE:".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "VISITAS:".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "   IMPORTE".
       01  lin-detalle.
           03 d-socio pic zzzz9.
           03 filler pic x(3) value spaces.
           03 d-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 d-visitas pic zzzzzzz9.
           03 filler pic x(2) value spaces.
           03 d-importe pic zz.zzz.zz9.
       01  lin-total.
           03 filler pic x(13) value "ANFITRIONES: ".
           03 t-anfitriones pic zzz9.
           03 filler pic x(12) value "   VISITAS: ".
           03 t-visitas pic zzzzz9.
           03 filler pic x(12) value "   IMPORTE: ".
           03 t-importe pic zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-RECORRER-PASES.
           PERFORM 800-IMPRIMIR-TOTAL.
           PERFORM 900-FIN.
           STOP RUN.

      ******************************************************************
      * La temporada se nombra por el anio en que empieza: sin
      * parametro, de julio a diciembre es la del anio y de enero a
      * junio la del anio anterior.
      ******************************************************************
       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE INTO w-temporada.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           IF w-temporada = ZERO
               IF w-fecha-hoy(5:2) >= "07"
                   MOVE w-fecha-hoy(1:4) TO w-temporada
               ELSE
                   MOVE w-fecha-hoy(1:4) TO w-temporada
                   SUBTRACT 1 FROM w-temporada
               END-IF
           END-IF.
           OPEN INPUT INVITADOS.
           OPEN INPUT SOCIOMAE.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 150-LISTAR-ENCABEZADO.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\invitados" w-temporada ".rpt"
               DELIMITED BY SIZE INTO rep-nombre.
           MOVE "INVITADOS A LA PILETA" TO rep-titulo.
           MOVE rep-fecha-hora(1:8) TO rep-t-fecha.
           MOVE rep-fecha-hora(9:2) TO rep-t-hora-hh.
           MOVE rep-fecha-hora(11:2) TO rep-t-hora-mm.
           OPEN OUTPUT REPORTE.

       150-LISTAR-ENCABEZADO.
           MOVE w-pagina TO rep-t-pagina.
           WRITE rep-lin FROM rep-lin-club.
           MOVE rep-titulo TO rep-t-titulo.
           WRITE rep-lin FROM rep-lin-titulo.
           WRITE rep-lin FROM rep-lin-emision.
           MOVE w-temporada TO h-temporada.
           COMPUTE h-temporada-fin = w-temporada + 1.
           WRITE rep-lin FROM lin-cab-temporada.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cabecera.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       160-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 150-LISTAR-ENCABEZADO.

      ******************************************************************
      * Recorrido por anfitrion (clave alternada inv-socio) con corte
      * de control por socio; solo suman los pases vigentes de la
      * temporada.
      ******************************************************************
       300-RECORRER-PASES.
           MOVE ZERO TO w-socio-ant.
           MOVE ZERO TO w-visitas-socio.
           MOVE ZERO TO w-importe-socio.
           MOVE ZERO TO inv-socio.
           START INVITADOS KEY IS >= inv-socio
               INVALID KEY MOVE 1 TO w-flag-inv
           END-START.
           PERFORM UNTIL fin-arch-inv
               READ INVITADOS NEXT AT END MOVE 1 TO w-flag-inv
               NOT AT END
                   IF inv-socio NOT = w-socio-ant
                       PERFORM 310-CORTE-SOCIO
                       MOVE inv-socio TO w-socio-ant
                   END-IF
                   IF inv-estado = "A"
                       AND inv-temporada = w-temporada
                       ADD 1 TO w-visitas-socio
                       ADD inv-importe TO w-importe-socio
                   END-IF
           END-PERFORM.
           PERFORM 310-CORTE-SOCIO.

       310-CORTE-SOCIO.
           IF w-visitas-socio > ZERO
               PERFORM 700-IMPRIMIR-RENGLON
           END-IF.
           MOVE ZERO TO w-visitas-socio.
           MOVE ZERO TO w-importe-socio.

       700-IMPRIMIR-RENGLON.
           MOVE 0 TO w-flag-sociomae.
           MOVE w-socio-ant TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-sociomae.
           IF no-esta-sociomae
               MOVE SPACES TO sm-nombre
           END-IF.
           MOVE w-socio-ant TO d-socio.
           MOVE sm-nombre TO d-nombre.
           MOVE w-visitas-socio TO d-visitas.
           MOVE w-importe-socio TO d-importe.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 160-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-detalle.
           ADD 1 TO w-lineas-impresas.
           ADD 1 TO w-cnt-anfitriones.
           ADD w-visitas-socio TO w-cnt-visitas.
           ADD w-importe-socio TO w-total-importe.

       800-IMPRIMIR-TOTAL.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE w-cnt-anfitriones TO t-anfitriones.
           MOVE w-cnt-visitas TO t-visitas.
           MOVE w-total-importe TO t-importe.
           WRITE rep-lin FROM lin-total.

       900-FIN.
           DISPLAY lin-total.
           CLOSE INVITADOS.
           CLOSE SOCIOMAE.
           CLOSE REPORTE.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
       END PROGRAM YOUR-PROGRAM-NAME.
