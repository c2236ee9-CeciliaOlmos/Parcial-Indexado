      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the annual budget the commission
      *          approves (presupuestos.dat), one amount per
      *          plancuentas.dat account and month. CARGAR loads the
      *          twelve months of one account for a year, either the
      *          same amount every month or month by month; MODIFICAR
      *          changes a single month; LISTAR prints the year's
      *          budget by account with its annual total. The account
      *          must exist in the plan de cuentas. Only a supervisor
      *          may load or change the budget; presupuestoReal
      *          compares it with the actuals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRESUPUESTOS ASSIGN TO "..\presupuestos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pre-llave
                   SHARING WITH ALL OTHER.
           SELECT PLANCUENTAS ASSIGN TO "..\plancuentas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRESUPUESTOS.
           COPY "PRESUPREC.cpy".
       FD  PLANCUENTAS.
           COPY "PLANCTAREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9 value zero.
           88 opc-cargar value 1.
           88 opc-modificar value 2.
           88 opc-listar value 3.
           88 opc-salir value 4.
       77  w-flag-pre pic 9 value zero.
           88 fin-arch-pre value 1.
       77  w-flag-plan pic 9 value zero.
           88 fin-arch-plan value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio pic 9(4) value zero.
       77  w-cuenta pic x(8) value spaces.
       77  w-mes pic 9(2) value zero.
       77  w-importe pic 9(10) value zero.
       77  w-importe-fijo pic 9(10) value zero.
       77  w-k pic 99 value zero.
       77  w-cnt-plan pic 99 value zero.
       01  tabla-plan.
           03 plan-det OCCURS 50 TIMES.
               05 pl-cuenta pic x(8).
               05 pl-descripcion pic x(30).
       77  w-operador pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-cuenta-ant pic x(8) value spaces.
       01  w-total-cuenta pic 9(12) value zero.
       01  w-total-anio pic 9(12) value zero.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       01  lin-det-pre.
           03 d-cuenta pic x(8).
           03 filler pic x(2) value spaces.
           03 d-mes pic 99.
           03 filler pic x(2) value spaces.
           03 d-importe pic z.zzz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 d-operador pic x(3).
           03 filler pic x(2) value spaces.
           03 d-fecha pic 9999/99/99.
       01  lin-cab-pre.
           03 filler pic x(10) value "CUENTA:".
           03 filler pic x(4) value "MES:".
           03 filler pic x(15) value "      IMPORTE:".
           03 filler pic x(5) value "OPE:".
           03 filler pic x(10) value "CARGADO:".
       01  lin-tot-cuenta.
           03 filler pic x(14) value "TOTAL CUENTA  ".
           03 t-cuenta pic z.zzz.zzz.zzz.zz9.
       01  lin-resumen.
           03 filler pic x(14) value "TOTAL ANIO    ".
           03 r-total pic z.zzz.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL opc-salir
               PERFORM 200-MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN opc-cargar PERFORM 300-CARGAR-CUENTA
                   WHEN opc-modificar PERFORM 400-MODIFICAR-MES
                   WHEN opc-listar PERFORM 500-LISTAR-PRESUPUESTO
                   WHEN opc-salir CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-VALIDAR-OPERADOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O PRESUPUESTOS.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 150-CARGAR-PLAN.

      ******************************************************************
      * El presupuesto lo aprueba la comision: con operadores.dat
      * cargado solo lo carga o modifica un supervisor activo con
      * clave valida. Sin archivo (o vacio) rige el comportamiento
      * historico de las iniciales.
      ******************************************************************
       105-VALIDAR-OPERADOR.
           DISPLAY "OPERADOR:".
           ACCEPT w-operador.
           OPEN INPUT OPERADORES.
           PERFORM 106-HAY-OPERADORES.
           IF control-operadores
               DISPLAY "CLAVE:"
               ACCEPT w-clave-login
               MOVE 0 TO w-flag-login
               MOVE w-operador TO op-codigo
               READ OPERADORES INVALID KEY MOVE 1 TO w-flag-login
               END-READ
               IF no-esta-login OR op-estado NOT = "A"
                   OR op-clave NOT = w-clave-login
                   OR op-rol NOT = "S"
                   DISPLAY "OPERADOR/CLAVE/ROL INVALIDO - NO SE OPERA"
                   CLOSE OPERADORES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE OPERADORES.
       106-HAY-OPERADORES.
           MOVE 0 TO w-oper-activos.
           MOVE 0 TO w-flag-login.
           MOVE LOW-VALUES TO op-codigo.
           START OPERADORES KEY IS >= op-codigo
               INVALID KEY MOVE 1 TO w-flag-login
           END-START.
           IF NOT no-esta-login
               READ OPERADORES NEXT
                   AT END CONTINUE
                   NOT AT END MOVE 1 TO w-oper-activos
               END-READ
           END-IF.
           MOVE 0 TO w-flag-login.

      ******************************************************************
      * Las cuentas validas son las del plan de cuentas; varias claves
      * internas pueden ir a la misma cuenta y se guarda una sola vez.
      ******************************************************************
       150-CARGAR-PLAN.
           OPEN INPUT PLANCUENTAS.
           PERFORM UNTIL fin-arch-plan
               READ PLANCUENTAS AT END MOVE 1 TO w-flag-plan
               NOT AT END
                   MOVE pc-cuenta TO w-cuenta
                   PERFORM 160-BUSCAR-CUENTA
                   IF w-k > w-cnt-plan
                       IF w-cnt-plan < 50
                           ADD 1 TO w-cnt-plan
                           MOVE pc-cuenta TO pl-cuenta(w-cnt-plan)
                           MOVE pc-descripcion TO
                               pl-descripcion(w-cnt-plan)
                       ELSE
                           DISPLAY "PLAN DE CUENTAS EXCEDE 50 CUENTAS"
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE PLANCUENTAS.
           IF w-cnt-plan = ZERO
               DISPLAY "PLANCUENTAS.DAT VACIO O AUSENTE - RECHAZADO"
               MOVE "150-CARGAR-PLAN" TO w-exc-paragrafo
               MOVE SPACES TO w-exc-clave
               MOVE "PLAN DE CUENTAS VACIO" TO w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
               CLOSE PRESUPUESTOS EXCEPCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       160-BUSCAR-CUENTA.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cnt-plan
                   OR pl-cuenta(w-k) = w-cuenta
               CONTINUE
           END-PERFORM.

       200-MOSTRAR-MENU.
           DISPLAY "1-CARGAR ANIO DE UNA CUENTA  2-MODIFICAR UN MES  "
               "3-LISTAR ANIO  4-SALIR".
           ACCEPT w-opcion.

       250-PEDIR-ANIO-CUENTA.
           DISPLAY "ANIO (AAAA):".
           ACCEPT w-anio.
           DISPLAY "CUENTA:".
           ACCEPT w-cuenta.
           PERFORM 160-BUSCAR-CUENTA.
           IF w-k > w-cnt-plan
               DISPLAY "LA CUENTA NO ESTA EN EL PLAN DE CUENTAS"
           ELSE
               DISPLAY pl-descripcion(w-k)
           END-IF.

      ******************************************************************
      * Carga de los doce meses de una cuenta. Con un importe mensual
      * se repite en todos los meses; en cero se pide mes a mes. Lo
      * ya cargado para ese anio y cuenta se pisa.
      ******************************************************************
       300-CARGAR-CUENTA.
           PERFORM 250-PEDIR-ANIO-CUENTA.
           IF w-anio < 2000 OR w-k > w-cnt-plan
               DISPLAY "NO SE CARGA"
           ELSE
               DISPLAY "IMPORTE MENSUAL (0 = CARGAR MES A MES):"
               ACCEPT w-importe-fijo
               PERFORM VARYING w-mes FROM 1 BY 1 UNTIL w-mes > 12
                   IF w-importe-fijo > ZERO
                       MOVE w-importe-fijo TO w-importe
                   ELSE
                       DISPLAY "MES " w-mes " IMPORTE:"
                       ACCEPT w-importe
                   END-IF
                   PERFORM 310-GRABAR-MES
               END-PERFORM
               DISPLAY "PRESUPUESTO DE LA CUENTA GRABADO"
           END-IF.
       310-GRABAR-MES.
           MOVE w-anio TO pre-anio.
           MOVE w-cuenta TO pre-cuenta.
           MOVE w-mes TO pre-mes.
           MOVE w-importe TO pre-importe.
           MOVE w-fecha-hoy TO pre-fecha.
           MOVE w-operador TO pre-operador.
           WRITE pre-reg
               INVALID KEY
                   REWRITE pre-reg
                       INVALID KEY
                           DISPLAY "NO PUDE GRABAR EL MES " w-mes
                           MOVE "310-GRABAR-MES" TO w-exc-paragrafo
                           MOVE pre-llave TO w-exc-clave
                           MOVE "NO PUDE GRABAR EL PRESUPUESTO" TO
                               w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                   END-REWRITE
           END-WRITE.

       400-MODIFICAR-MES.
           PERFORM 250-PEDIR-ANIO-CUENTA.
           IF w-anio < 2000 OR w-k > w-cnt-plan
               DISPLAY "NO SE MODIFICA"
           ELSE
               DISPLAY "MES:"
               ACCEPT w-mes
               IF w-mes = ZERO OR w-mes > 12
                   DISPLAY "MES INVALIDO"
               ELSE
                   MOVE w-anio TO pre-anio
                   MOVE w-cuenta TO pre-cuenta
                   MOVE w-mes TO pre-mes
                   READ PRESUPUESTOS
                       INVALID KEY
                           DISPLAY "SIN PRESUPUESTO CARGADO PARA EL MES"
                       NOT INVALID KEY
                           MOVE pre-importe TO d-importe
                           DISPLAY "IMPORTE ACTUAL: " d-importe
                   END-READ
                   DISPLAY "IMPORTE NUEVO:"
                   ACCEPT w-importe
                   PERFORM 310-GRABAR-MES
                   DISPLAY "MES GRABADO"
               END-IF
           END-IF.

       500-LISTAR-PRESUPUESTO.
           DISPLAY "ANIO (AAAA):".
           ACCEPT w-anio.
           MOVE 0 TO w-flag-pre.
           MOVE ZERO TO w-total-cuenta w-total-anio.
           MOVE SPACES TO w-cuenta-ant.
           MOVE w-anio TO pre-anio.
           MOVE LOW-VALUES TO pre-cuenta.
           MOVE ZERO TO pre-mes.
           START PRESUPUESTOS KEY IS >= pre-llave
               INVALID KEY MOVE 1 TO w-flag-pre
           END-START.
           DISPLAY lin-cab-pre.
           PERFORM UNTIL fin-arch-pre
               READ PRESUPUESTOS NEXT AT END MOVE 1 TO w-flag-pre
               NOT AT END
                   IF pre-anio NOT = w-anio
                       MOVE 1 TO w-flag-pre
                   ELSE
                       IF pre-cuenta NOT = w-cuenta-ant
                           PERFORM 510-CORTE-CUENTA
                       END-IF
                       MOVE pre-cuenta TO d-cuenta
                       MOVE pre-mes TO d-mes
                       MOVE pre-importe TO d-importe
                       MOVE pre-operador TO d-operador
                       MOVE pre-fecha TO d-fecha
                       DISPLAY lin-det-pre
                       ADD pre-importe TO w-total-cuenta
                       ADD pre-importe TO w-total-anio
                   END-IF
           END-PERFORM.
           MOVE SPACES TO pre-cuenta.
           PERFORM 510-CORTE-CUENTA.
           MOVE w-total-anio TO r-total.
           DISPLAY lin-resumen.
       510-CORTE-CUENTA.
           IF w-cuenta-ant NOT = SPACES
               MOVE w-total-cuenta TO t-cuenta
               DISPLAY lin-tot-cuenta
           END-IF.
           MOVE ZERO TO w-total-cuenta.
           MOVE pre-cuenta TO w-cuenta-ant.
           IF pre-cuenta NOT = SPACES
               MOVE pre-cuenta TO w-cuenta
               PERFORM 160-BUSCAR-CUENTA
               IF w-k > w-cnt-plan
                   DISPLAY pre-cuenta " (FUERA DEL PLAN ACTUAL)"
               ELSE
                   DISPLAY pre-cuenta " " pl-descripcion(w-k)
               END-IF
           END-IF.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "PRESUPUESTOMANT" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE PRESUPUESTOS.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
