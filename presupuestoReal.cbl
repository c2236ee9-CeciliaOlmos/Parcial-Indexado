      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly budget versus actual report for the
      *          commission meeting, which until now got it from the
      *          treasurer's spreadsheet. For the year/month given on
      *          the command line, builds the actual movement of every
      *          plancuentas.dat account for each month from January
      *          to the month given, the same way asientosContables
      *          builds the asiento: the recibos of pagos.dat per
      *          pag-forma-pago on the FORMA-x accounts, the cargos.dat
      *          collections and the non-member sales (ventas.dat) per
      *          concepto on the CON-xxx accounts, the remainder on
      *          CUOTA (or AJUSTE when negative), and the card arancel
      *          of aranceles.dat on ARANCEL against FORMA-C. Sets it
      *          beside the approved budget (presupuestos.dat, from
      *          presupuestoMantenimiento) and prints budget, actual
      *          and variance per account for the month and the year
      *          to date, marking with "*" every account whose
      *          variance exceeds par-pct-desvio percent of the budget
      *          (10 when parametros.dat does not give it) and with
      *          "S/P" every account that moved without a budget.
      *          The report goes to ..\reports\presup<aaaamm>.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOS ASSIGN TO "..\pagos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT OPTIONAL VENTAS ASSIGN TO "..\ventas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ven-recibo
                   ALTERNATE RECORD KEY IS ven-llave-fecha
                       WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL ARANCELES ASSIGN TO "..\aranceles.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PLANCUENTAS ASSIGN TO "..\plancuentas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PRESUPUESTOS ASSIGN TO "..\presupuestos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pre-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS.
           COPY "PAGREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  VENTAS.
           COPY "VENTAREC.cpy".
       FD  ARANCELES.
           COPY "ARANCELREC.cpy".
       FD  PLANCUENTAS.
           COPY "PLANCTAREC.cpy".
       FD  PRESUPUESTOS.
           COPY "PRESUPREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(132).
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-param pic x(20) value spaces.
       77  w-anio-periodo pic 9(4) value zero.
       77  w-mes-periodo pic 9(2) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-fecha-desde pic 9(8) value zero.
       77  w-fecha-hasta pic 9(8) value zero.
       77  w-flag-pagos pic 9 value zero.
           88 fin-arch-pagos value 1.
       77  w-flag-cargos pic 9 value zero.
           88 fin-arch-cargos value 1.
       77  w-flag-ventas pic 9 value zero.
           88 fin-arch-ventas value 1.
       77  w-flag-aranceles pic 9 value zero.
           88 fin-arch-aranceles value 1.
       77  w-flag-plan pic 9 value zero.
           88 fin-arch-plan value 1.
       77  w-flag-pre pic 9 value zero.
           88 fin-arch-pre value 1.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-pct-desvio pic 9(2) value 10.
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value zero.
       77  w-pagina pic 9(3) value 1.
       77  w-m pic 99 value zero.
       77  w-f pic 9 value zero.
       77  w-j pic 99 value zero.
       77  w-k pic 99 value zero.
       77  w-c pic 99 value zero.
       77  w-cnt-plan pic 99 value zero.
       77  w-cnt-conceptos pic 99 value zero.
       77  w-cnt-cuentas pic 99 value zero.
       77  w-cnt-desvios pic 99 value zero.
       01  tabla-formas.
           03 filler pic x value "E".
           03 filler pic x value "T".
           03 filler pic x value "D".
           03 filler pic x value "C".
           03 filler pic x value "Q".
           03 filler pic x value "R".
           03 filler pic x value "K".
       01  filler REDEFINES tabla-formas.
           03 vec-forma pic x OCCURS 7 TIMES.
      *        Totales de cada mes del anio hasta el mes del reporte,
      *        los mismos que asientosContables junta para un mes.
       01  tabla-meses.
           03 tm-mes OCCURS 12 TIMES.
               05 tot-forma pic 9(10) OCCURS 7 TIMES.
               05 tm-total-formas pic 9(10).
               05 tm-total-cargos pic 9(10).
               05 tm-aranceles pic 9(10).
       01  tabla-conceptos.
           03 conc-det OCCURS 30 TIMES.
               05 tc-concepto pic x(3).
               05 tc-importe pic 9(10) OCCURS 12 TIMES.
       01  tabla-plan.
           03 plan-det OCCURS 50 TIMES.
               05 pl-clave pic x(8).
               05 pl-cuenta pic x(8).
               05 pl-descripcion pic x(30).
      *        Una fila por cuenta del mayor: el neto real de cada mes
      *        (debe menos haber, como saldria del asiento) y lo
      *        presupuestado.
       01  tabla-cuentas.
           03 cta-det OCCURS 50 TIMES.
               05 cu-cuenta pic x(8).
               05 cu-descripcion pic x(30).
               05 cu-mes OCCURS 12 TIMES.
                   07 cu-neto pic s9(11).
                   07 cu-presup pic 9(10).
       77  w-clave-buscada pic x(8) value spaces.
       77  w-cuenta-hallada pic x(8) value spaces.
       77  w-descr-hallada pic x(30) value spaces.
       77  w-importe-linea pic 9(10) value zero.
       77  w-lado-linea pic x value "D".
       01  w-total-cuota pic s9(11) value zero.
       01  w-neto-ytd pic s9(11) value zero.
       01  w-real pic 9(11) value zero.
       01  w-presup pic 9(11) value zero.
       01  w-desvio pic s9(11) value zero.
       01  w-pct pic s9(5) value zero.
       77  w-flag-marca pic x(3) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  lin-cab-1.
           03 filler pic x(29) value spaces.
           03 filler pic x(14) value "----------- ME".
           03 filler pic x(4) value "S - ".
           03 c1-mes pic 99.
           03 filler pic x(28) value " -------------------------- ".
           03 filler pic x(30) value
               "---------------- ACUMULADO 01 ".
           03 filler pic x(3) value "A ".
           03 c1-mes-ytd pic 99.
           03 filler pic x(17) value " ----------------".
       01  lin-cab-2.
           03 filler pic x(29) value "CUENTA   DESCRIPCION".
           03 filler pic x(48) value
               "  PRESUPUESTO          REAL        DESVIO    %  ".
           03 filler pic x(48) value
               "  PRESUPUESTO          REAL        DESVIO    %  ".
       01  lin-detalle.
           03 d-cuenta pic x(8).
           03 filler pic x value space.
           03 d-descripcion pic x(18).
           03 filler pic x(2) value spaces.
           03 d-presup-mes pic z.zzz.zzz.zz9.
           03 filler pic x value space.
           03 d-real-mes pic z.zzz.zzz.zz9.
           03 filler pic x value space.
           03 d-desvio-mes pic -.---.---.--9.
           03 filler pic x value space.
           03 d-pct-mes pic ---9.
           03 filler pic x(2) value spaces.
           03 d-presup-ytd pic z.zzz.zzz.zz9.
           03 filler pic x value space.
           03 d-real-ytd pic z.zzz.zzz.zz9.
           03 filler pic x value space.
           03 d-desvio-ytd pic -.---.---.--9.
           03 filler pic x value space.
           03 d-pct-ytd pic ---9.
           03 filler pic x value space.
           03 d-marca pic x(3).
       01  lin-resumen.
           03 filler pic x(18) value "CUENTAS LISTADAS: ".
           03 r-cuentas pic z9.
           03 filler pic x(24) value "   CON DESVIO DE MAS DE ".
           03 r-pct pic z9.
           03 filler pic x(5) value "% : ".
           03 r-desvios pic z9.
       01  lin-nota.
           03 filler pic x(27) value "* DESVIO MAYOR AL UMBRAL   ".
           03 filler pic x(30) value "S/P CUENTA CON MOVIMIENTO SIN ".
           03 filler pic x(11) value "PRESUPUESTO".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-ACUMULAR-PAGOS.
           PERFORM 300-ACUMULAR-CARGOS.
           PERFORM 350-ACUMULAR-ARANCELES.
           PERFORM 370-ACUMULAR-VENTAS.
           PERFORM 400-IMPUTAR-REAL.
           PERFORM 500-CARGAR-PRESUPUESTO.
           PERFORM 600-IMPRIMIR-CUENTAS.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE
               INTO w-anio-periodo w-mes-periodo.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           IF w-anio-periodo = ZERO
               MOVE w-fecha-hoy(1:4) TO w-anio-periodo
               MOVE w-fecha-hoy(5:2) TO w-mes-periodo
           END-IF.
           IF w-mes-periodo = ZERO OR w-mes-periodo > 12
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE tabla-meses.
           INITIALIZE tabla-conceptos.
           INITIALIZE tabla-cuentas.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PAGOS.
           OPEN INPUT CARGOS.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 150-CARGAR-PLAN.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 950-LISTAR-ENCABEZADO.

      ******************************************************************
      * Umbral de desvio y largo de pagina desde parametros.dat; sin
      * archivo, o en cero, rigen 10 por ciento y 50 lineas.
      ******************************************************************
       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-pct-desvio NUMERIC AND par-pct-desvio > ZERO
                   MOVE par-pct-desvio TO w-pct-desvio
               END-IF
               IF par-lineas-pagina NUMERIC
                   AND par-lineas-pagina > ZERO
                   MOVE par-lineas-pagina TO w-lineas-pagina
               END-IF
           END-IF.
           CLOSE PARAMETROS.

       150-CARGAR-PLAN.
           OPEN INPUT PLANCUENTAS.
           PERFORM UNTIL fin-arch-plan
               READ PLANCUENTAS AT END MOVE 1 TO w-flag-plan
               NOT AT END
                   IF w-cnt-plan < 50
                       ADD 1 TO w-cnt-plan
                       MOVE pc-clave TO pl-clave(w-cnt-plan)
                       MOVE pc-cuenta TO pl-cuenta(w-cnt-plan)
                       MOVE pc-descripcion TO
                           pl-descripcion(w-cnt-plan)
                   ELSE
                       DISPLAY "PLAN DE CUENTAS EXCEDE 50 LINEAS"
                   END-IF
           END-PERFORM.
           CLOSE PLANCUENTAS.
           IF w-cnt-plan = ZERO
               DISPLAY "PLANCUENTAS.DAT VACIO O AUSENTE - RECHAZADO"
               MOVE "150-CARGAR-PLAN" TO w-exc-paragrafo
               MOVE SPACES TO w-exc-clave
               MOVE "PLAN DE CUENTAS VACIO" TO w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
               CLOSE PAGOS CARGOS EXCEPCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Del 1 de enero al ultimo dia del mes del reporte, por la clave
      * de fecha; cada recibo va al mes de su fecha.
      ******************************************************************
       200-ACUMULAR-PAGOS.
           COMPUTE w-fecha-desde = w-anio-periodo * 10000 + 101.
           COMPUTE w-fecha-hasta =
               w-anio-periodo * 10000 + w-mes-periodo * 100 + 31.
           MOVE w-fecha-desde TO pag-lf-fecha.
           MOVE LOW-VALUES TO pag-lf-cajero.
           START PAGOS KEY IS >= pag-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-arch-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               NOT AT END
                   IF pag-lf-fecha > w-fecha-hasta
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       IF pag-forma-pago NOT = "S"
                           MOVE pag-lf-fecha(5:2) TO w-m
                           PERFORM 210-ACUMULAR-FORMA
                       END-IF
                   END-IF
           END-PERFORM.
       210-ACUMULAR-FORMA.
           PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
               IF pag-forma-pago = vec-forma(w-f)
                   ADD pag-importe TO tot-forma(w-m, w-f)
                   ADD pag-importe TO tm-total-formas(w-m)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Lo cobrado de cada cargo va al mes del car-reg que cancelo,
      * como en el asiento.
      ******************************************************************
       300-ACUMULAR-CARGOS.
           MOVE ZERO TO car-socio.
           MOVE ZERO TO car-anio car-mes.
           MOVE SPACES TO car-concepto.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-flag-cargos
           END-START.
           PERFORM UNTIL fin-arch-cargos
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-cargos
               NOT AT END
                   IF car-anio = w-anio-periodo
                       AND car-mes >= 1
                       AND car-mes <= w-mes-periodo
                       AND car-pagado > ZERO
                       MOVE car-mes TO w-m
                       PERFORM 310-ACUMULAR-CONCEPTO
                   END-IF
           END-PERFORM.
       310-ACUMULAR-CONCEPTO.
           PERFORM VARYING w-j FROM 1 BY 1
                   UNTIL w-j > w-cnt-conceptos
                   OR tc-concepto(w-j) = car-concepto
               CONTINUE
           END-PERFORM.
           IF w-j > w-cnt-conceptos
               IF w-cnt-conceptos < 30
                   ADD 1 TO w-cnt-conceptos
                   MOVE car-concepto TO tc-concepto(w-cnt-conceptos)
                   MOVE w-cnt-conceptos TO w-j
               ELSE
                   DISPLAY "MAS DE 30 CONCEPTOS, SE IGNORA "
                       car-concepto
               END-IF
           END-IF.
           IF w-j <= w-cnt-conceptos
               ADD car-pagado TO tc-importe(w-j, w-m)
               ADD car-pagado TO tm-total-cargos(w-m)
           END-IF.

       350-ACUMULAR-ARANCELES.
           OPEN INPUT ARANCELES.
           PERFORM UNTIL fin-arch-aranceles
               READ ARANCELES AT END MOVE 1 TO w-flag-aranceles
               NOT AT END
                   IF ara-fecha >= w-fecha-desde
                       AND ara-fecha <= w-fecha-hasta
                       MOVE ara-fecha(5:2) TO w-m
                       ADD ara-importe TO tm-aranceles(w-m)
                   END-IF
           END-PERFORM.
           CLOSE ARANCELES.

      ******************************************************************
      * Las ventas a no socios suman a las dos puntas, como en el
      * asiento: la forma de pago y el concepto vendido.
      ******************************************************************
       370-ACUMULAR-VENTAS.
           OPEN INPUT VENTAS.
           MOVE w-fecha-desde TO ven-lf-fecha.
           MOVE LOW-VALUES TO ven-lf-cajero.
           START VENTAS KEY IS >= ven-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-ventas
           END-START.
           PERFORM UNTIL fin-arch-ventas
               READ VENTAS NEXT AT END MOVE 1 TO w-flag-ventas
               NOT AT END
                   IF ven-lf-fecha > w-fecha-hasta
                       MOVE 1 TO w-flag-ventas
                   ELSE
                       MOVE ven-lf-fecha(5:2) TO w-m
                       PERFORM 380-ACUMULAR-VENTA
                   END-IF
           END-PERFORM.
           CLOSE VENTAS.
       380-ACUMULAR-VENTA.
           PERFORM VARYING w-j FROM 1 BY 1
                   UNTIL w-j > w-cnt-conceptos
                   OR tc-concepto(w-j) = ven-concepto
               CONTINUE
           END-PERFORM.
           IF w-j > w-cnt-conceptos
               IF w-cnt-conceptos < 30
                   ADD 1 TO w-cnt-conceptos
                   MOVE ven-concepto TO tc-concepto(w-cnt-conceptos)
                   MOVE w-cnt-conceptos TO w-j
               END-IF
           END-IF.
           IF w-j > w-cnt-conceptos
               DISPLAY "MAS DE 30 CONCEPTOS, SE IGNORA LA VENTA "
                   ven-recibo
               MOVE "380-ACUMULAR-VENTA" TO w-exc-paragrafo
               MOVE ven-recibo TO w-exc-clave
               MOVE "VENTA SIN LUGAR EN TABLA DE CONCEPTOS" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           ELSE
               ADD ven-importe TO tc-importe(w-j, w-m)
               ADD ven-importe TO tm-total-cargos(w-m)
               PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
                   IF ven-forma-pago = vec-forma(w-f)
                       ADD ven-importe TO tot-forma(w-m, w-f)
                       ADD ven-importe TO tm-total-formas(w-m)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Mes por mes se arman las mismas lineas del asiento (formas al
      * debe, conceptos y cuota social al haber, ajuste si el residuo
      * da negativo, arancel contra la cuenta de tarjeta) y cada una
      * se imputa a la cuenta del plan que le corresponde.
      ******************************************************************
       400-IMPUTAR-REAL.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-mes-periodo
               PERFORM 410-IMPUTAR-MES
           END-PERFORM.
       410-IMPUTAR-MES.
           PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
               IF tot-forma(w-m, w-f) > ZERO
                   MOVE SPACES TO w-clave-buscada
                   STRING "FORMA-" vec-forma(w-f)
                       DELIMITED BY SIZE INTO w-clave-buscada
                   MOVE tot-forma(w-m, w-f) TO w-importe-linea
                   MOVE "D" TO w-lado-linea
                   PERFORM 450-IMPUTAR-LINEA
               END-IF
           END-PERFORM.
           PERFORM VARYING w-j FROM 1 BY 1
                   UNTIL w-j > w-cnt-conceptos
               IF tc-importe(w-j, w-m) > ZERO
                   MOVE SPACES TO w-clave-buscada
                   STRING "CON-" tc-concepto(w-j)
                       DELIMITED BY SIZE INTO w-clave-buscada
                   MOVE tc-importe(w-j, w-m) TO w-importe-linea
                   MOVE "H" TO w-lado-linea
                   PERFORM 450-IMPUTAR-LINEA
               END-IF
           END-PERFORM.
           COMPUTE w-total-cuota =
               tm-total-formas(w-m) - tm-total-cargos(w-m).
           IF w-total-cuota > ZERO
               MOVE "CUOTA" TO w-clave-buscada
               MOVE w-total-cuota TO w-importe-linea
               MOVE "H" TO w-lado-linea
               PERFORM 450-IMPUTAR-LINEA
           END-IF.
           IF w-total-cuota < ZERO
               COMPUTE w-importe-linea = 0 - w-total-cuota
               MOVE "AJUSTE" TO w-clave-buscada
               MOVE "D" TO w-lado-linea
               PERFORM 450-IMPUTAR-LINEA
           END-IF.
           IF tm-aranceles(w-m) > ZERO
               MOVE "ARANCEL" TO w-clave-buscada
               MOVE tm-aranceles(w-m) TO w-importe-linea
               MOVE "D" TO w-lado-linea
               PERFORM 450-IMPUTAR-LINEA
               MOVE "FORMA-C" TO w-clave-buscada
               MOVE tm-aranceles(w-m) TO w-importe-linea
               MOVE "H" TO w-lado-linea
               PERFORM 450-IMPUTAR-LINEA
           END-IF.

       450-IMPUTAR-LINEA.
           PERFORM 510-BUSCAR-CUENTA.
           PERFORM 460-UBICAR-CUENTA.
           IF w-c > 0
               IF w-lado-linea = "D"
                   ADD w-importe-linea TO cu-neto(w-c, w-m)
               ELSE
                   SUBTRACT w-importe-linea FROM cu-neto(w-c, w-m)
               END-IF
           END-IF.

      ******************************************************************
      * Fila de la cuenta w-cuenta-hallada en tabla-cuentas, agregada
      * si es la primera vez; w-c en cero si la tabla esta llena.
      ******************************************************************
       460-UBICAR-CUENTA.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cnt-cuentas
                   OR cu-cuenta(w-c) = w-cuenta-hallada
               CONTINUE
           END-PERFORM.
           IF w-c > w-cnt-cuentas
               IF w-cnt-cuentas < 50
                   ADD 1 TO w-cnt-cuentas
                   MOVE w-cnt-cuentas TO w-c
                   MOVE w-cuenta-hallada TO cu-cuenta(w-c)
                   MOVE w-descr-hallada TO cu-descripcion(w-c)
               ELSE
                   DISPLAY "MAS DE 50 CUENTAS, SE IGNORA "
                       w-cuenta-hallada
                   MOVE "460-UBICAR-CUENTA" TO w-exc-paragrafo
                   MOVE w-cuenta-hallada TO w-exc-clave
                   MOVE "CUENTA SIN LUGAR EN EL REPORTE" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
                   MOVE 0 TO w-c
               END-IF
           END-IF.

      ******************************************************************
      * El presupuesto del anio, de enero al mes del reporte. Una
      * cuenta presupuestada sin movimiento entra igual al reporte.
      ******************************************************************
       500-CARGAR-PRESUPUESTO.
           OPEN INPUT PRESUPUESTOS.
           MOVE w-anio-periodo TO pre-anio.
           MOVE LOW-VALUES TO pre-cuenta.
           MOVE ZERO TO pre-mes.
           START PRESUPUESTOS KEY IS >= pre-llave
               INVALID KEY MOVE 1 TO w-flag-pre
           END-START.
           PERFORM UNTIL fin-arch-pre
               READ PRESUPUESTOS NEXT AT END MOVE 1 TO w-flag-pre
               NOT AT END
                   IF pre-anio NOT = w-anio-periodo
                       MOVE 1 TO w-flag-pre
                   ELSE
                       IF pre-mes >= 1 AND pre-mes <= w-mes-periodo
                           PERFORM 520-IMPUTAR-PRESUPUESTO
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE PRESUPUESTOS.
       520-IMPUTAR-PRESUPUESTO.
           MOVE pre-cuenta TO w-cuenta-hallada.
           MOVE SPACES TO w-descr-hallada.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cnt-plan
                   OR pl-cuenta(w-k) = pre-cuenta
               CONTINUE
           END-PERFORM.
           IF w-k > w-cnt-plan
               MOVE "FUERA DEL PLAN" TO w-descr-hallada
           ELSE
               MOVE pl-descripcion(w-k) TO w-descr-hallada
           END-IF.
           PERFORM 460-UBICAR-CUENTA.
           IF w-c > 0
               ADD pre-importe TO cu-presup(w-c, pre-mes)
           END-IF.

       510-BUSCAR-CUENTA.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cnt-plan
                   OR pl-clave(w-k) = w-clave-buscada
               CONTINUE
           END-PERFORM.
           IF w-k > w-cnt-plan
               DISPLAY "CLAVE SIN CUENTA EN EL PLAN: " w-clave-buscada
               MOVE "99999999" TO w-cuenta-hallada
               MOVE w-clave-buscada TO w-descr-hallada
               MOVE "510-BUSCAR-CUENTA" TO w-exc-paragrafo
               MOVE w-clave-buscada TO w-exc-clave
               MOVE "CLAVE SIN CUENTA EN EL PLAN" TO w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           ELSE
               MOVE pl-cuenta(w-k) TO w-cuenta-hallada
               MOVE pl-descripcion(w-k) TO w-descr-hallada
           END-IF.

      ******************************************************************
      * Lo real se muestra en positivo: el neto del asiento da
      * negativo en las cuentas del haber (ingresos), que se
      * presupuestan en positivo como todas. El desvio es real menos
      * presupuesto y el porcentaje es sobre el presupuesto.
      ******************************************************************
       600-IMPRIMIR-CUENTAS.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > w-cnt-cuentas
               PERFORM 610-IMPRIMIR-CUENTA
           END-PERFORM.
       610-IMPRIMIR-CUENTA.
           MOVE SPACES TO w-flag-marca.
           MOVE cu-cuenta(w-c) TO d-cuenta.
           MOVE cu-descripcion(w-c) TO d-descripcion.
           MOVE cu-neto(w-c, w-mes-periodo) TO w-neto-ytd.
           MOVE cu-presup(w-c, w-mes-periodo) TO w-presup.
           PERFORM 620-CALCULAR-DESVIO.
           MOVE w-presup TO d-presup-mes.
           MOVE w-real TO d-real-mes.
           MOVE w-desvio TO d-desvio-mes.
           MOVE w-pct TO d-pct-mes.
           MOVE ZERO TO w-neto-ytd w-presup.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-mes-periodo
               ADD cu-neto(w-c, w-m) TO w-neto-ytd
               ADD cu-presup(w-c, w-m) TO w-presup
           END-PERFORM.
           PERFORM 620-CALCULAR-DESVIO.
           MOVE w-presup TO d-presup-ytd.
           MOVE w-real TO d-real-ytd.
           MOVE w-desvio TO d-desvio-ytd.
           MOVE w-pct TO d-pct-ytd.
           MOVE w-flag-marca TO d-marca.
           IF w-flag-marca NOT = SPACES
               ADD 1 TO w-cnt-desvios
           END-IF.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 960-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-detalle.
           ADD 1 TO w-lineas-impresas.
       620-CALCULAR-DESVIO.
           IF w-neto-ytd < ZERO
               COMPUTE w-real = 0 - w-neto-ytd
           ELSE
               MOVE w-neto-ytd TO w-real
           END-IF.
           COMPUTE w-desvio = w-real - w-presup.
           MOVE ZERO TO w-pct.
           IF w-presup > ZERO
               COMPUTE w-pct ROUNDED = w-desvio * 100 / w-presup
                   ON SIZE ERROR MOVE 999 TO w-pct
               END-COMPUTE
      *        El reporte muestra hasta 999%; mas alla la marca basta.
               IF w-pct > 999
                   MOVE 999 TO w-pct
               END-IF
               IF w-pct > w-pct-desvio OR w-pct < 0 - w-pct-desvio
                   MOVE "*" TO w-flag-marca
               END-IF
           ELSE
               IF w-real > ZERO
                   MOVE "S/P" TO w-flag-marca
               END-IF
           END-IF.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\presup" w-anio-periodo w-mes-periodo
               ".rpt" DELIMITED BY SIZE INTO rep-nombre.
           MOVE "PRESUPUESTO VS. REAL" TO rep-titulo.
           MOVE rep-fecha-hora(1:8) TO rep-t-fecha.
           MOVE rep-fecha-hora(9:2) TO rep-t-hora-hh.
           MOVE rep-fecha-hora(11:2) TO rep-t-hora-mm.
           MOVE w-mes-periodo TO c1-mes c1-mes-ytd.
           OPEN OUTPUT REPORTE.

       950-LISTAR-ENCABEZADO.
           MOVE w-pagina TO rep-t-pagina.
           WRITE rep-lin FROM rep-lin-club.
           MOVE rep-titulo TO rep-t-titulo.
           WRITE rep-lin FROM rep-lin-titulo.
           WRITE rep-lin FROM rep-lin-emision.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cab-1.
           WRITE rep-lin FROM lin-cab-2.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       960-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 950-LISTAR-ENCABEZADO.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "PRESUPUESTOREAL" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-nota.
           MOVE w-cnt-cuentas TO r-cuentas.
           MOVE w-pct-desvio TO r-pct.
           MOVE w-cnt-desvios TO r-desvios.
           WRITE rep-lin FROM lin-resumen.
           CLOSE REPORTE.
           DISPLAY lin-resumen.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
           CLOSE PAGOS.
           CLOSE CARGOS.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
