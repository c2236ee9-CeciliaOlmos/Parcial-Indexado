      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly route sheet (hoja de ruta) of a door-to-door
      *          cobrador. Given cobrador, year and month on the
      *          command line (year/month default to today), walks the
      *          cobrador's zona in socioszona.dat and, for every
      *          socio not dado de baja who owes something - current
      *          year cuotas up to the month (socios.dat), prior-year
      *          debt (deudaant.dat) and the year's cargos up to the
      *          month (cargos.dat) - takes the next number of the
      *          cobrador's own recibctl.dat series, records the visit
      *          in rutas.dat and prints it with name, domicilio and
      *          amount to collect, so each paper recibo of the
      *          talonario is numbered before it leaves the club.
      *          Spools to ..\reports\ruta<cc><aaaamm>.rpt. Running it
      *          again for a period already issued does not renumber:
      *          it reprints the sheet from rutas.dat with the state of
      *          each visit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRADORES ASSIGN TO "..\cobradores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cob-codigo.
           SELECT OPTIONAL SOCIOSZONA ASSIGN TO "..\socioszona.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sz-socio
                   ALTERNATE RECORD KEY IS sz-zona WITH DUPLICATES.
           SELECT OPTIONAL RUTAS ASSIGN TO "..\rutas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ruta-recibo
                   ALTERNATE RECORD KEY IS ruta-periodo WITH DUPLICATES.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-llave
                   ALTERNATE RECORD KEY IS soc-estado WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
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
           SELECT OPTIONAL RECIBCTL ASSIGN TO "..\recibctl.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rc-caja
                   SHARING WITH ALL OTHER.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COBRADORES.
           COPY "COBRADORREC.cpy".
       FD  SOCIOSZONA.
           COPY "ZONASOCREC.cpy".
       FD  RUTAS.
           COPY "RUTAREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  RECIBCTL.
           COPY "RECIBCTLREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(120).
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value 0.
       77  w-pagina pic 9(3) value 1.
       77  w-param pic x(20) value spaces.
       77  w-cobrador pic 9(2) value zero.
       77  w-anio pic 9(4) value zero.
       77  w-mes pic 9(2) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-flag-cob pic 9 value zero.
           88 no-esta-cobrador value 1.
       77  w-flag-zona pic 9 value zero.
           88 fin-arch-zona value 1.
       77  w-flag-rutas pic 9 value zero.
           88 fin-arch-rutas value 1.
       77  w-flag-hoja pic 9 value zero.
           88 hoja-emitida value 1.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-flag-deuda-ant pic 9 value zero.
           88 fin-arch-deuda-ant value 1.
       77  w-flag-cargos pic 9 value zero.
           88 fin-arch-cargos value 1.
       77  w-flag-sociomae pic 9 value zero.
           88 no-esta-sociomae value 1.
       77  w-cnt-visitas pic 9(4) value zero.
       01  w-deuda-socio pic 9(8) value zero.
       01  w-total-hoja pic 9(10) value zero.
       01  w-recibo pic 9(10) value zero.
       01  lin-cab-cobrador.
           03 filler pic x(10) value "COBRADOR: ".
           03 h-cobrador pic 99.
           03 filler pic x(1) value spaces.
           03 h-nombre pic x(30).
           03 filler pic x(8) value "  ZONA: ".
           03 h-zona pic 99.
           03 filler pic x(11) value "  PERIODO: ".
           03 h-anio pic 9999.
           03 filler pic x value "/".
           03 h-mes pic 99.
       01  lin-cabecera.
           03 filler pic x(10) value "RECIBO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "SOCIO:".
           03 filler pic x(1) value spaces.
           03 filler pic x(30) value "NOMBRE:".
           03 filler pic x(2) value spaces.
           03 filler pic x(30) value "DOMICILIO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "  A COBRAR".
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "COBRADO:".
           03 filler pic x(6) value "EST.:".
       01  lin-detalle.
           03 d-recibo pic 9(10).
           03 filler pic x(2) value spaces.
           03 d-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 d-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 d-domicilio pic x(30).
           03 filler pic x(2) value spaces.
           03 d-importe pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 d-cobrado pic x(12).
           03 d-estado pic x.
       01  lin-total.
           03 filler pic x(20) value "SOCIOS A VISITAR:   ".
           03 t-visitas pic zzz9.
           03 filler pic x(20) value "   TOTAL A COBRAR:  ".
           03 t-total pic zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CONTROLAR-HOJA-EMITIDA.
           IF hoja-emitida
               DISPLAY "HOJA YA EMITIDA PARA EL PERIODO - SE REIMPRIME"
               PERFORM 500-REIMPRIMIR-HOJA
           ELSE
               PERFORM 300-ARMAR-HOJA
           END-IF.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE
               INTO w-cobrador w-anio w-mes.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           IF w-anio = ZERO
               MOVE w-fecha-hoy(1:4) TO w-anio
               MOVE w-fecha-hoy(5:2) TO w-mes
           END-IF.
           IF w-mes = ZERO OR w-mes > 12
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COBRADORES.
           MOVE 0 TO w-flag-cob.
           MOVE w-cobrador TO cob-codigo.
           READ COBRADORES INVALID KEY MOVE 1 TO w-flag-cob.
           IF no-esta-cobrador OR cob-estado NOT = "A"
               DISPLAY "COBRADOR INEXISTENTE O DADO DE BAJA"
               CLOSE COBRADORES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SOCIOSZONA.
           OPEN I-O RUTAS.
           OPEN INPUT SOCIOS.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT DEUDAANT.
           OPEN INPUT CARGOS.
           OPEN I-O RECIBCTL.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 150-LISTAR-ENCABEZADO.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\ruta" w-cobrador w-anio w-mes ".rpt"
               DELIMITED BY SIZE INTO rep-nombre.
           MOVE "HOJA DE RUTA DEL COBRADOR" TO rep-titulo.
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
           MOVE cob-codigo TO h-cobrador.
           MOVE cob-nombre TO h-nombre.
           MOVE cob-zona TO h-zona.
           MOVE w-anio TO h-anio.
           MOVE w-mes TO h-mes.
           WRITE rep-lin FROM lin-cab-cobrador.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cabecera.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       160-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 150-LISTAR-ENCABEZADO.

      ******************************************************************
      * Una hoja ya emitida para el cobrador y el periodo no se vuelve
      * a numerar: los recibos de papel ya salieron del talonario.
      ******************************************************************
       200-CONTROLAR-HOJA-EMITIDA.
           MOVE 0 TO w-flag-hoja.
           MOVE w-cobrador TO ruta-cobrador.
           MOVE w-anio TO ruta-anio.
           MOVE w-mes TO ruta-mes.
           START RUTAS KEY IS = ruta-periodo
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO w-flag-hoja
           END-START.

       300-ARMAR-HOJA.
           MOVE 0 TO w-flag-zona.
           MOVE cob-zona TO sz-zona.
           START SOCIOSZONA KEY IS = sz-zona
               INVALID KEY MOVE 1 TO w-flag-zona
           END-START.
           PERFORM UNTIL fin-arch-zona
               READ SOCIOSZONA NEXT AT END MOVE 1 TO w-flag-zona
               NOT AT END
                   IF sz-zona NOT = cob-zona
                       MOVE 1 TO w-flag-zona
                   ELSE
                       PERFORM 310-PROCESAR-SOCIO
                   END-IF
           END-PERFORM.
           PERFORM 800-IMPRIMIR-TOTAL.

       310-PROCESAR-SOCIO.
           MOVE 0 TO w-flag-sociomae.
           MOVE sz-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-sociomae.
           IF NOT no-esta-sociomae AND sm-estado NOT = "B"
               MOVE ZERO TO w-deuda-socio
               PERFORM 320-SUMAR-CUOTAS
               PERFORM 330-SUMAR-DEUDA-ANTERIOR
               PERFORM 340-SUMAR-CARGOS
               IF w-deuda-socio > ZERO
                   PERFORM 350-ASIGNAR-RECIBO
                   PERFORM 360-GRABAR-RUTA
                   MOVE "____________" TO d-cobrado
                   MOVE SPACE TO d-estado
                   PERFORM 700-IMPRIMIR-RENGLON
               END-IF
           END-IF.

      ******************************************************************
      * Cuotas del anio vencidas hasta el mes de la hoja (el mes-cero
      * es el acumulado anual y no suma).
      ******************************************************************
       320-SUMAR-CUOTAS.
           MOVE 0 TO w-flag-socios.
           MOVE sz-socio TO soc-socio.
           MOVE w-anio TO soc-anio.
           MOVE 1 TO soc-mes.
           START SOCIOS KEY IS >= soc-llave
               INVALID KEY MOVE 1 TO w-flag-socios
           END-START.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-socio NOT = sz-socio
                       OR soc-anio NOT = w-anio
                       OR soc-mes > w-mes
                       MOVE 1 TO w-flag-socios
                   ELSE
                       ADD soc-debe TO w-deuda-socio
                   END-IF
           END-PERFORM.

       330-SUMAR-DEUDA-ANTERIOR.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE sz-socio TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = sz-socio
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       ADD da-debe TO w-deuda-socio
                   END-IF
           END-PERFORM.

       340-SUMAR-CARGOS.
           MOVE 0 TO w-flag-cargos.
           MOVE sz-socio TO car-socio.
           MOVE w-anio TO car-anio.
           MOVE ZERO TO car-mes.
           MOVE SPACES TO car-concepto.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-flag-cargos
           END-START.
           PERFORM UNTIL fin-arch-cargos
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-cargos
               NOT AT END
                   IF car-socio NOT = sz-socio
                       OR car-anio NOT = w-anio
                       OR car-mes > w-mes
                       MOVE 1 TO w-flag-cargos
                   ELSE
                       IF car-estado = "A"
                           ADD car-debe TO w-deuda-socio
                       END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      * El numero sale de la serie del talonario del cobrador, igual
      * que la caja: se lee, incrementa y regraba al emitir.
      ******************************************************************
       350-ASIGNAR-RECIBO.
           MOVE cob-serie TO rc-caja.
           READ RECIBCTL
               INVALID KEY
                   MOVE cob-serie TO rc-caja
                   MOVE ZERO TO rc-ultimo-numero
                   WRITE rc-reg
           END-READ.
           ADD 1 TO rc-ultimo-numero.
           REWRITE rc-reg.
           COMPUTE w-recibo =
               rc-caja * 100000000 + rc-ultimo-numero.

       360-GRABAR-RUTA.
           MOVE w-recibo TO ruta-recibo.
           MOVE w-cobrador TO ruta-cobrador.
           MOVE w-anio TO ruta-anio.
           MOVE w-mes TO ruta-mes.
           MOVE sz-socio TO ruta-socio.
           MOVE w-deuda-socio TO ruta-importe.
           MOVE ZERO TO ruta-cobrado.
           MOVE "P" TO ruta-estado.
           MOVE ZERO TO ruta-fecha-rendicion.
           WRITE ruta-reg.

      ******************************************************************
      * Reimpresion de una hoja ya emitida, con lo rendido hasta hoy.
      ******************************************************************
       500-REIMPRIMIR-HOJA.
           MOVE 0 TO w-flag-rutas.
           MOVE w-cobrador TO ruta-cobrador.
           MOVE w-anio TO ruta-anio.
           MOVE w-mes TO ruta-mes.
           START RUTAS KEY IS = ruta-periodo
               INVALID KEY MOVE 1 TO w-flag-rutas
           END-START.
           PERFORM UNTIL fin-arch-rutas
               READ RUTAS NEXT AT END MOVE 1 TO w-flag-rutas
               NOT AT END
                   IF ruta-cobrador NOT = w-cobrador
                       OR ruta-anio NOT = w-anio
                       OR ruta-mes NOT = w-mes
                       MOVE 1 TO w-flag-rutas
                   ELSE
                       PERFORM 510-REIMPRIMIR-RENGLON
                   END-IF
           END-PERFORM.
           PERFORM 800-IMPRIMIR-TOTAL.

       510-REIMPRIMIR-RENGLON.
           MOVE 0 TO w-flag-sociomae.
           MOVE ruta-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-sociomae.
           IF no-esta-sociomae
               MOVE SPACES TO sm-nombre sm-domicilio
           END-IF.
           MOVE ruta-recibo TO w-recibo.
           MOVE ruta-importe TO w-deuda-socio.
           IF ruta-estado = "P"
               MOVE "____________" TO d-cobrado
           ELSE
               MOVE ruta-cobrado TO d-importe
               MOVE d-importe TO d-cobrado
           END-IF.
           MOVE ruta-estado TO d-estado.
           PERFORM 700-IMPRIMIR-RENGLON.

       700-IMPRIMIR-RENGLON.
           MOVE w-recibo TO d-recibo.
           MOVE sm-socio TO d-socio.
           MOVE sm-nombre TO d-nombre.
           MOVE sm-domicilio TO d-domicilio.
           MOVE w-deuda-socio TO d-importe.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 160-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-detalle.
           ADD 1 TO w-lineas-impresas.
           ADD 1 TO w-cnt-visitas.
           ADD w-deuda-socio TO w-total-hoja.

       800-IMPRIMIR-TOTAL.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE w-cnt-visitas TO t-visitas.
           MOVE w-total-hoja TO t-total.
           WRITE rep-lin FROM lin-total.

       900-FIN.
           DISPLAY lin-total.
           CLOSE COBRADORES.
           CLOSE SOCIOSZONA.
           CLOSE RUTAS.
           CLOSE SOCIOS.
           CLOSE SOCIOMAE.
           CLOSE DEUDAANT.
           CLOSE CARGOS.
           CLOSE RECIBCTL.
           CLOSE REPORTE.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
       END PROGRAM YOUR-PROGRAM-NAME.
