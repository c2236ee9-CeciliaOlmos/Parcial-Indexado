      ******************************************************************
      * Author:
      * Date:
      * Purpose: Timeline of a member's ficha (sociosmae.dat) from the
      *          fichahist.dat history every program that writes or
      *          rewrites sociomae-reg leaves behind. Command line:
      *            socio [desde hasta]
      *          (desde/hasta aaaammdd, 0 = open end). Prints the
      *          current ficha and then every change in chronological
      *          order - date and time, program, operator and reason -
      *          with the fields that changed, before and after, to
      *          ..\reports\historiaficha<socio>.rpt with the standard
      *          REPCAB header. Answers "when was he suspended and
      *          why" or "since when is she vitalicio" without
      *          reconstructing it from memory.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FICHAHIST ASSIGN TO "..\fichahist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fh-llave
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
       FD  FICHAHIST.
           COPY "FICHAHISTREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(120).
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-flag-hist pic 9 value zero.
           88 fin-arch-hist value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-param pic x(30) value spaces.
       77  w-socio-busca pic 9(5) value zero.
       77  w-fecha-desde pic 9(8) value zero.
       77  w-fecha-hasta pic 9(8) value 99999999.
       77  w-fecha-entrada pic 9(8) value zero.
       77  w-cnt-entradas pic 9(6) value zero.
      *        Las fotos de la historia se comparan y se imprimen como
      *        texto: en un alta la foto anterior viene en espacios.
       01  w-hist-ant.
           03 ha-socio pic x(5).
           03 ha-nombre pic x(30).
           03 ha-domicilio pic x(30).
           03 ha-telefono pic x(15).
           03 ha-fecha-alta pic x(8).
           03 ha-categoria pic x.
           03 ha-estado pic x.
           03 ha-fecha-estado pic x(8).
       01  w-hist-nue.
           03 hn-socio pic x(5).
           03 hn-nombre pic x(30).
           03 hn-domicilio pic x(30).
           03 hn-telefono pic x(15).
           03 hn-fecha-alta pic x(8).
           03 hn-categoria pic x.
           03 hn-estado pic x.
           03 hn-fecha-estado pic x(8).
       01  lin-ficha.
           03 filler pic x(7) value "SOCIO: ".
           03 f-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 f-nombre pic x(30).
           03 filler pic x(6) value "  CAT:".
           03 f-categoria pic x.
           03 filler pic x(9) value "  ESTADO:".
           03 f-estado pic x.
           03 filler pic x(7) value "  DESDE".
           03 filler pic x(1) value space.
           03 f-fecha-estado pic 9999/99/99.
       01  lin-sin-ficha.
           03 filler pic x(7) value "SOCIO: ".
           03 s-socio pic zzzz9.
           03 filler pic x(30) value
               "  SIN FICHA EN SOCIOSMAE".
       01  lin-cabecera.
           03 filler pic x(6) value "FECHA:".
           03 filler pic x(6) value spaces.
           03 filler pic x(5) value "HORA:".
           03 filler pic x(1) value spaces.
           03 filler pic x(9) value "PROGRAMA:".
           03 filler pic x(8) value spaces.
           03 filler pic x(4) value "OPER".
           03 filler pic x(1) value spaces.
           03 filler pic x(7) value "MOTIVO:".
       01  lin-entrada.
           03 d-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 d-hh pic xx.
           03 filler pic x value ":".
           03 d-mm pic xx.
           03 filler pic x(1) value spaces.
           03 d-programa pic x(16).
           03 filler pic x(1) value spaces.
           03 d-operador pic x(3).
           03 filler pic x(2) value spaces.
           03 d-motivo pic x(40).
       01  lin-cambio.
           03 filler pic x(6) value spaces.
           03 c-campo pic x(14).
           03 c-ant pic x(30).
           03 filler pic x(4) value " -> ".
           03 c-nuevo pic x(30).
       01  lin-resumen.
           03 filler pic x(22) value "CAMBIOS LISTADOS:     ".
           03 r-entradas pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-MOSTRAR-FICHA-ACTUAL.
           PERFORM 300-RECORRER-HISTORIA.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE
               INTO w-socio-busca w-fecha-desde w-fecha-hasta.
           IF w-socio-busca = ZERO
               DISPLAY "USO: SOCIO [DESDE HASTA]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-fecha-hasta = ZERO
               MOVE 99999999 TO w-fecha-hasta
           END-IF.
           OPEN INPUT FICHAHIST.
           OPEN INPUT SOCIOMAE.
           PERFORM 940-ABRIR-REPORTE.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\historiaficha" w-socio-busca ".rpt"
               DELIMITED BY SIZE INTO rep-nombre.
           MOVE "HISTORIA DE LA FICHA" TO rep-titulo.
           MOVE rep-fecha-hora(1:8) TO rep-t-fecha.
           MOVE rep-fecha-hora(9:2) TO rep-t-hora-hh.
           MOVE rep-fecha-hora(11:2) TO rep-t-hora-mm.
           OPEN OUTPUT REPORTE.
           MOVE 1 TO rep-t-pagina.
           WRITE rep-lin FROM rep-lin-club.
           MOVE rep-titulo TO rep-t-titulo.
           WRITE rep-lin FROM rep-lin-titulo.
           WRITE rep-lin FROM rep-lin-emision.
           WRITE rep-lin FROM rep-lin-guarda.

      ******************************************************************
      * Encabeza la ficha como esta hoy; si ya no existe (eliminada en
      * socioMaeMantenimiento) la historia igual se lista.
      ******************************************************************
       200-MOSTRAR-FICHA-ACTUAL.
           MOVE w-socio-busca TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               MOVE w-socio-busca TO s-socio
               WRITE rep-lin FROM lin-sin-ficha
           ELSE
               MOVE sm-socio TO f-socio
               MOVE sm-nombre TO f-nombre
               MOVE sm-categoria TO f-categoria
               MOVE sm-estado TO f-estado
               MOVE sm-fecha-estado TO f-fecha-estado
               WRITE rep-lin FROM lin-ficha
           END-IF.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cabecera.
           WRITE rep-lin FROM rep-lin-guarda.

      ******************************************************************
      * La clave de fichahist.dat arranca con el socio y sigue con la
      * fecha-hora: un START sobre el socio deja la historia en orden
      * cronologico.
      ******************************************************************
       300-RECORRER-HISTORIA.
           MOVE LOW-VALUES TO fh-llave.
           MOVE w-socio-busca TO fh-socio.
           START FICHAHIST KEY IS >= fh-llave
               INVALID KEY MOVE 1 TO w-flag-hist
           END-START.
           PERFORM UNTIL fin-arch-hist
               READ FICHAHIST NEXT AT END MOVE 1 TO w-flag-hist
               NOT AT END
                   IF fh-socio NOT = w-socio-busca
                       MOVE 1 TO w-flag-hist
                   ELSE
                       MOVE fh-fecha-hora(1:8) TO w-fecha-entrada
                       IF w-fecha-entrada >= w-fecha-desde
                           AND w-fecha-entrada <= w-fecha-hasta
                           PERFORM 310-IMPRIMIR-ENTRADA
                       END-IF
                   END-IF
           END-PERFORM.

       310-IMPRIMIR-ENTRADA.
           ADD 1 TO w-cnt-entradas.
           MOVE w-fecha-entrada TO d-fecha.
           MOVE fh-fecha-hora(9:2) TO d-hh.
           MOVE fh-fecha-hora(11:2) TO d-mm.
           MOVE fh-programa TO d-programa.
           MOVE fh-operador TO d-operador.
           MOVE fh-motivo TO d-motivo.
           WRITE rep-lin FROM lin-entrada.
           MOVE fh-ant TO w-hist-ant.
           MOVE fh-nuevo TO w-hist-nue.
           PERFORM 320-COMPARAR-CAMPOS.

      ******************************************************************
      * Solo se imprimen los campos que cambiaron. Un alta los muestra
      * todos desde espacios; una ficha eliminada, todos hacia
      * espacios.
      ******************************************************************
       320-COMPARAR-CAMPOS.
           IF ha-nombre NOT = hn-nombre
               MOVE "NOMBRE" TO c-campo
               MOVE ha-nombre TO c-ant
               MOVE hn-nombre TO c-nuevo
               WRITE rep-lin FROM lin-cambio
           END-IF.
           IF ha-domicilio NOT = hn-domicilio
               MOVE "DOMICILIO" TO c-campo
               MOVE ha-domicilio TO c-ant
               MOVE hn-domicilio TO c-nuevo
               WRITE rep-lin FROM lin-cambio
           END-IF.
           IF ha-telefono NOT = hn-telefono
               MOVE "TELEFONO" TO c-campo
               MOVE ha-telefono TO c-ant
               MOVE hn-telefono TO c-nuevo
               WRITE rep-lin FROM lin-cambio
           END-IF.
           IF ha-fecha-alta NOT = hn-fecha-alta
               MOVE "FECHA ALTA" TO c-campo
               MOVE ha-fecha-alta TO c-ant
               MOVE hn-fecha-alta TO c-nuevo
               WRITE rep-lin FROM lin-cambio
           END-IF.
           IF ha-categoria NOT = hn-categoria
               MOVE "CATEGORIA" TO c-campo
               MOVE ha-categoria TO c-ant
               MOVE hn-categoria TO c-nuevo
               WRITE rep-lin FROM lin-cambio
           END-IF.
           IF ha-estado NOT = hn-estado
               MOVE "ESTADO" TO c-campo
               MOVE ha-estado TO c-ant
               MOVE hn-estado TO c-nuevo
               WRITE rep-lin FROM lin-cambio
           END-IF.
           IF ha-fecha-estado NOT = hn-fecha-estado
               MOVE "FECHA ESTADO" TO c-campo
               MOVE ha-fecha-estado TO c-ant
               MOVE hn-fecha-estado TO c-nuevo
               WRITE rep-lin FROM lin-cambio
           END-IF.

       900-FIN.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE w-cnt-entradas TO r-entradas.
           WRITE rep-lin FROM lin-resumen.
           DISPLAY lin-resumen.
           CLOSE REPORTE.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
           CLOSE FICHAHIST.
           CLOSE SOCIOMAE.
       END PROGRAM YOUR-PROGRAM-NAME.
