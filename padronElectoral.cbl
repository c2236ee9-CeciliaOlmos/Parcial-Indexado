      ******************************************************************
      * Author:
      * Date:
      * Purpose: Electoral roll (padron electoral) for the annual
      *          asamblea. Given the asamblea date and the debt cut-off
      *          date on the command line, applies the statute to every
      *          ficha in sociosmae.dat: antiguedad from sm-fecha-alta
      *          to the asamblea of at least par-antiguedad-voto years
      *          (parametros.dat, default 1), categoria A or V,
      *          sm-estado not S or B, and no debt at the cut-off -
      *          cuotas of socios.dat up to the cut-off month,
      *          prior-year debt of deudaant.dat and unpaid cargos of
      *          cargos.dat up to that month. The roll is saved in
      *          padron.dat and printed to ..\reports\padron<aaaammdd>
      *          .rpt: eligible voters in alphabetical order with a
      *          signature line, then the members who would vote but
      *          for the debt (with the amount, to be told to pay
      *          before the cut-off), then the count by categoria for
      *          the quorum. Runs before the cut-off are provisional
      *          and rebuilt by the next run; the first run after the
      *          cut-off freezes the roll and later runs only reprint
      *          it, so the list used on the day can be reproduced.
      *          Replaces the padron built by hand from leeSocios and
      *          the morosos listing.
      * Tectonics: cobc
      * Modification history:
      *   - A member with a disciplinary suspension or expulsion in
      *     force on the asamblea date (sanciones.dat) is left out of
      *     both lists.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PADRON ASSIGN TO "..\padron.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pad-llave.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
                   SHARING WITH ALL OTHER.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL DEUDAANT ASSIGN TO "..\deudaant.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS da-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL SANCIONES ASSIGN TO "..\sanciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS san-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PADRON.
           COPY "PADRONREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  SANCIONES.
           COPY "SANCIONREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(120).
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value 0.
       77  w-pagina pic 9(3) value 1.
       77  w-param pic x(20) value spaces.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-asamblea pic 9(8) value zero.
       01  w-corte pic 9(8) value zero.
       01  w-corte-r redefines w-corte.
           03 w-corte-anio pic 9(4).
           03 w-corte-mes pic 9(2).
           03 w-corte-dia pic 9(2).
       77  w-antiguedad pic 9(2) value 1.
      *        Anios de antiguedad para votar si parametros.dat no trae
      *        el dato.
       77  w-fecha-limite-alta pic 9(8) value zero.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-flag-fichas pic 9 value zero.
           88 fin-arch-fichas value 1.
       77  w-flag-padron pic 9 value zero.
           88 fin-arch-padron value 1.
       77  w-flag-existe pic 9 value zero.
           88 padron-existe value 1.
       77  w-flag-congelado pic 9 value zero.
           88 padron-congelado value 1.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-flag-deuda-ant pic 9 value zero.
           88 fin-arch-deuda-ant value 1.
       77  w-flag-cargos pic 9 value zero.
           88 fin-arch-cargos value 1.
       77  w-flag-sanciones pic 9 value zero.
           88 fin-arch-sanciones value 1.
       77  w-sancionado pic 9 value zero.
           88 socio-sancionado value 1.
       77  w-definitivo pic x value "N".
       77  w-condicion-act pic x value spaces.
       77  w-orden pic 9(5) value zero.
       77  w-cnt-activos pic 9(5) value zero.
       77  w-cnt-vitalicios pic 9(5) value zero.
       77  w-cnt-votantes pic 9(5) value zero.
       77  w-cnt-morosos pic 9(5) value zero.
       77  w-quorum pic 9(5) value zero.
       01  w-deuda-socio pic 9(8) value zero.
       01  w-total-morosos pic 9(10) value zero.
       01  lin-cab-padron.
           03 filler pic x(10) value "ASAMBLEA: ".
           03 h-asamblea pic 9999/99/99.
           03 filler pic x(18) value "  FECHA DE CORTE: ".
           03 h-corte pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 h-estado pic x(30).
       01  lin-tit-seccion pic x(80) value spaces.
       01  lin-cab-votantes.
           03 filler pic x(7) value "ORDEN:".
           03 filler pic x(7) value "SOCIO:".
           03 filler pic x(31) value "NOMBRE:".
           03 filler pic x(6) value "CAT.:".
           03 filler pic x(30) value "FIRMA:".
       01  lin-cab-morosos.
           03 filler pic x(7) value spaces.
           03 filler pic x(7) value "SOCIO:".
           03 filler pic x(31) value "NOMBRE:".
           03 filler pic x(6) value "CAT.:".
           03 filler pic x(30) value "DEUDA AL CORTE:".
       01  lin-votante.
           03 d-orden pic zzzz9.
           03 filler pic x(2) value spaces.
           03 d-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 d-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 d-categoria pic x.
           03 filler pic x(4) value spaces.
           03 filler pic x(30) value all "_".
       01  lin-moroso.
           03 filler pic x(7) value spaces.
           03 m-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 m-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 m-categoria pic x.
           03 filler pic x(4) value spaces.
           03 m-deuda pic zz.zzz.zz9.
       01  lin-total-categoria.
           03 filler pic x(18) value "VOTANTES ACTIVOS: ".
           03 t-activos pic zzzz9.
           03 filler pic x(16) value "   VITALICIOS: ".
           03 t-vitalicios pic zzzz9.
           03 filler pic x(11) value "   TOTAL: ".
           03 t-votantes pic zzzz9.
       01  lin-total-quorum.
           03 filler pic x(30) value
               "QUORUM (MITAD MAS UNO):       ".
           03 t-quorum pic zzzz9.
       01  lin-total-morosos.
           03 filler pic x(30) value
               "HABILITABLES CON DEUDA:       ".
           03 t-morosos pic zzzz9.
           03 filler pic x(18) value "   DEUDA TOTAL:   ".
           03 t-total-morosos pic zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CONTROLAR-PADRON.
           IF padron-congelado
               DISPLAY "PADRON YA CONGELADO PARA LA ASAMBLEA - "
                   "SE REIMPRIME"
           ELSE
               IF padron-existe
                   PERFORM 250-BORRAR-PROVISORIO
               END-IF
               PERFORM 300-ARMAR-PADRON
           END-IF.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 500-IMPRIMIR-PADRON.
           PERFORM 800-IMPRIMIR-TOTALES.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE
               INTO w-asamblea w-corte.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           IF w-asamblea = ZERO OR w-corte = ZERO
               OR w-corte > w-asamblea
               DISPLAY "USO: ASAMBLEA(AAAAMMDD) CORTE(AAAAMMDD), "
                   "CORTE NO POSTERIOR A LA ASAMBLEA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           COMPUTE w-fecha-limite-alta =
               w-asamblea - w-antiguedad * 10000.
           IF w-fecha-hoy > w-corte
               MOVE "S" TO w-definitivo
           END-IF.
           OPEN I-O PADRON.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT SOCIOS.
           OPEN INPUT DEUDAANT.
           OPEN INPUT CARGOS.
           OPEN INPUT SANCIONES.

       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-antiguedad-voto NUMERIC
                   MOVE par-antiguedad-voto TO w-antiguedad
               END-IF
               IF par-lineas-pagina NUMERIC
                   AND par-lineas-pagina > ZERO
                   MOVE par-lineas-pagina TO w-lineas-pagina
               END-IF
           END-IF.
           CLOSE PARAMETROS.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\padron" w-asamblea ".rpt"
               DELIMITED BY SIZE INTO rep-nombre.
           MOVE "PADRON ELECTORAL" TO rep-titulo.
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
           MOVE w-asamblea TO h-asamblea.
           MOVE w-corte TO h-corte.
           IF w-definitivo = "S"
               MOVE "DEFINITIVO" TO h-estado
           ELSE
               MOVE "PROVISORIO - ANTES DEL CORTE" TO h-estado
           END-IF.
           WRITE rep-lin FROM lin-cab-padron.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-tit-seccion.
           IF w-condicion-act = "D"
               WRITE rep-lin FROM lin-cab-morosos
           ELSE
               WRITE rep-lin FROM lin-cab-votantes
           END-IF.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       160-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 150-LISTAR-ENCABEZADO.

      ******************************************************************
      * Un padron armado despues de la fecha de corte no se vuelve a
      * armar: se reimprime con la fecha de corte con que se congelo.
      ******************************************************************
       200-CONTROLAR-PADRON.
           MOVE 0 TO w-flag-existe.
           MOVE 0 TO w-flag-congelado.
           MOVE 0 TO w-flag-padron.
           MOVE LOW-VALUES TO pad-llave.
           MOVE w-asamblea TO pad-asamblea.
           START PADRON KEY IS >= pad-llave
               INVALID KEY MOVE 1 TO w-flag-padron
           END-START.
           IF NOT fin-arch-padron
               READ PADRON NEXT AT END MOVE 1 TO w-flag-padron
               END-READ
           END-IF.
           IF NOT fin-arch-padron AND pad-asamblea = w-asamblea
               MOVE 1 TO w-flag-existe
               IF pad-definitivo = "S"
                   MOVE 1 TO w-flag-congelado
                   MOVE "S" TO w-definitivo
                   IF pad-fecha-corte NOT = w-corte
                       DISPLAY "EL PADRON SE CONGELO CON CORTE "
                           pad-fecha-corte " - SE USA ESE CORTE"
                       MOVE pad-fecha-corte TO w-corte
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Un padron provisorio se rearma entero con el estado de deuda
      * de hoy.
      ******************************************************************
       250-BORRAR-PROVISORIO.
           MOVE 0 TO w-flag-padron.
           MOVE LOW-VALUES TO pad-llave.
           MOVE w-asamblea TO pad-asamblea.
           START PADRON KEY IS >= pad-llave
               INVALID KEY MOVE 1 TO w-flag-padron
           END-START.
           PERFORM UNTIL fin-arch-padron
               READ PADRON NEXT AT END MOVE 1 TO w-flag-padron
               NOT AT END
                   IF pad-asamblea NOT = w-asamblea
                       MOVE 1 TO w-flag-padron
                   ELSE
                       DELETE PADRON RECORD
                   END-IF
           END-PERFORM.

       300-ARMAR-PADRON.
           MOVE 0 TO w-flag-fichas.
           PERFORM UNTIL fin-arch-fichas
               READ SOCIOMAE NEXT AT END MOVE 1 TO w-flag-fichas
               NOT AT END
                   PERFORM 310-PROCESAR-FICHA
           END-PERFORM.

      ******************************************************************
      * Regla del estatuto salvo la deuda; la deuda decide si el socio
      * va al padron o a la lista de los que tienen que pagar antes
      * del corte. Una sancion disciplinaria en vigor el dia de la
      * asamblea lo deja afuera de las dos listas.
      ******************************************************************
       310-PROCESAR-FICHA.
           IF (sm-categoria = "A" OR sm-categoria = "V")
               AND sm-estado NOT = "S" AND sm-estado NOT = "B"
               AND sm-fecha-alta > ZERO
               AND sm-fecha-alta <= w-fecha-limite-alta
               PERFORM 315-CONTROLAR-SANCION
               IF NOT socio-sancionado
                   MOVE ZERO TO w-deuda-socio
                   PERFORM 320-SUMAR-CUOTAS
                   PERFORM 330-SUMAR-DEUDA-ANTERIOR
                   PERFORM 340-SUMAR-CARGOS
                   PERFORM 350-GRABAR-PADRON
               END-IF
           END-IF.

      ******************************************************************
      * Sancion del tribunal de disciplina en vigor a la fecha
      * (sanciones.dat): suspension o expulsion vigente que ya empezo
      * y no paso su fecha hasta. Vale por encima de la situacion de
      * cuota; el pago no la levanta.
      ******************************************************************
       315-CONTROLAR-SANCION.
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
                       OR san-desde > w-asamblea
                       MOVE 1 TO w-flag-sanciones
                   ELSE
                       IF san-estado = "V" AND san-tipo = "S"
                           AND san-hasta >= w-asamblea
                           MOVE 1 TO w-sancionado
                       END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Cuotas vencidas hasta el mes del corte (el mes-cero es el
      * acumulado anual y no suma).
      ******************************************************************
       320-SUMAR-CUOTAS.
           MOVE 0 TO w-flag-socios.
           MOVE sm-socio TO soc-socio.
           MOVE ZERO TO soc-anio.
           MOVE ZERO TO soc-mes.
           START SOCIOS KEY IS >= soc-llave
               INVALID KEY MOVE 1 TO w-flag-socios
           END-START.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-socio NOT = sm-socio
                       OR soc-anio > w-corte-anio
                       MOVE 1 TO w-flag-socios
                   ELSE
                       IF soc-mes > 0
                           AND (soc-anio < w-corte-anio
                               OR soc-mes <= w-corte-mes)
                           ADD soc-debe TO w-deuda-socio
                       END-IF
                   END-IF
           END-PERFORM.

       330-SUMAR-DEUDA-ANTERIOR.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE sm-socio TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = sm-socio
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       ADD da-debe TO w-deuda-socio
                   END-IF
           END-PERFORM.

       340-SUMAR-CARGOS.
           MOVE 0 TO w-flag-cargos.
           MOVE sm-socio TO car-socio.
           MOVE ZERO TO car-anio.
           MOVE ZERO TO car-mes.
           MOVE SPACES TO car-concepto.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-flag-cargos
           END-START.
           PERFORM UNTIL fin-arch-cargos
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-cargos
               NOT AT END
                   IF car-socio NOT = sm-socio
                       OR car-anio > w-corte-anio
                       MOVE 1 TO w-flag-cargos
                   ELSE
                       IF car-estado = "A"
                           AND (car-anio < w-corte-anio
                               OR car-mes <= w-corte-mes)
                           ADD car-debe TO w-deuda-socio
                       END-IF
                   END-IF
           END-PERFORM.

       350-GRABAR-PADRON.
           MOVE w-asamblea TO pad-asamblea.
           IF w-deuda-socio = ZERO
               MOVE "H" TO pad-condicion
           ELSE
               MOVE "D" TO pad-condicion
           END-IF.
           MOVE sm-nombre TO pad-nombre.
           MOVE sm-socio TO pad-socio.
           MOVE sm-categoria TO pad-categoria.
           MOVE sm-fecha-alta TO pad-fecha-alta.
           MOVE w-deuda-socio TO pad-deuda.
           MOVE w-corte TO pad-fecha-corte.
           MOVE w-fecha-hoy TO pad-fecha-armado.
           MOVE w-definitivo TO pad-definitivo.
           WRITE pad-reg
               INVALID KEY
                   DISPLAY "SOCIO " sm-socio " DUPLICADO EN EL PADRON"
           END-WRITE.

      ******************************************************************
      * Lectura del padron grabado: primero los habilitados (con
      * numero de orden y linea de firma) y despues los que solo
      * estan afuera por deuda, cada grupo en orden alfabetico.
      ******************************************************************
       500-IMPRIMIR-PADRON.
           MOVE "H" TO w-condicion-act.
           MOVE "SOCIOS HABILITADOS PARA VOTAR" TO lin-tit-seccion.
           PERFORM 150-LISTAR-ENCABEZADO.
           MOVE 0 TO w-flag-padron.
           MOVE LOW-VALUES TO pad-llave.
           MOVE w-asamblea TO pad-asamblea.
           START PADRON KEY IS >= pad-llave
               INVALID KEY MOVE 1 TO w-flag-padron
           END-START.
           PERFORM UNTIL fin-arch-padron
               READ PADRON NEXT AT END MOVE 1 TO w-flag-padron
               NOT AT END
                   IF pad-asamblea NOT = w-asamblea
                       MOVE 1 TO w-flag-padron
                   ELSE
                       IF pad-condicion = "D"
                           PERFORM 520-IMPRIMIR-MOROSO
                       ELSE
                           PERFORM 510-IMPRIMIR-VOTANTE
                       END-IF
                   END-IF
           END-PERFORM.

       510-IMPRIMIR-VOTANTE.
           ADD 1 TO w-orden.
           MOVE w-orden TO d-orden.
           MOVE pad-socio TO d-socio.
           MOVE pad-nombre TO d-nombre.
           MOVE pad-categoria TO d-categoria.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 160-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-votante.
           ADD 1 TO w-lineas-impresas.
           ADD 1 TO w-cnt-votantes.
           IF pad-categoria = "V"
               ADD 1 TO w-cnt-vitalicios
           ELSE
               ADD 1 TO w-cnt-activos
           END-IF.

       520-IMPRIMIR-MOROSO.
           IF w-condicion-act NOT = "D"
               MOVE "D" TO w-condicion-act
               MOVE "HABILITABLES CON DEUDA AL CORTE - AVISAR"
                   TO lin-tit-seccion
               PERFORM 160-SALTO-DE-PAGINA
           END-IF.
           MOVE pad-socio TO m-socio.
           MOVE pad-nombre TO m-nombre.
           MOVE pad-categoria TO m-categoria.
           MOVE pad-deuda TO m-deuda.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 160-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-moroso.
           ADD 1 TO w-lineas-impresas.
           ADD 1 TO w-cnt-morosos.
           ADD pad-deuda TO w-total-morosos.

      ******************************************************************
      * Conteo por categoria para el quorum: la asamblea sesiona con la
      * mitad mas uno de los socios del padron.
      ******************************************************************
       800-IMPRIMIR-TOTALES.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE w-cnt-activos TO t-activos.
           MOVE w-cnt-vitalicios TO t-vitalicios.
           MOVE w-cnt-votantes TO t-votantes.
           WRITE rep-lin FROM lin-total-categoria.
           COMPUTE w-quorum = w-cnt-votantes / 2 + 1.
           MOVE w-quorum TO t-quorum.
           WRITE rep-lin FROM lin-total-quorum.
           MOVE w-cnt-morosos TO t-morosos.
           MOVE w-total-morosos TO t-total-morosos.
           WRITE rep-lin FROM lin-total-morosos.

       900-FIN.
           DISPLAY lin-total-categoria.
           DISPLAY lin-total-morosos.
           CLOSE PADRON.
           CLOSE SOCIOMAE.
           CLOSE SOCIOS.
           CLOSE DEUDAANT.
           CLOSE CARGOS.
           CLOSE SANCIONES.
           CLOSE REPORTE.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
       END PROGRAM YOUR-PROGRAM-NAME.
