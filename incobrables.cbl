      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bad-debt write-off (pase a incobrables) with
      *          commission approval. PROPONER (cobranzas: cajero or
      *          supervisor) takes a socio, derives the debt already
      *          due - socios.dat months and cargos.dat charges up to
      *          the current month, plus deudaant.dat - and records
      *          the proposal with motivo in incobrables.dat. APROBAR
      *          (a supervisor other than the proposer, under the
      *          comision's acta number) recomputes the debt; if it
      *          moved since the proposal (a payment landed) the
      *          proposal is rejected and must be re-entered, else
      *          every month, cargo and deuda anterior is set to
      *          estado "I" with debe zero, each with its
      *          auditoria.dat entry, the mes-cero is marked "I" and
      *          the saldos.dat summary refreshed. RECHAZAR just marks
      *          the proposal. LISTADO prints the write-offs approved
      *          in a period (aaaamm) to
      *          ..\reports\incobrables<aaaamm>.rpt. Written-off debt
      *          no longer shows in morosos, intimaciones, proyeccion
      *          or resumenGerencial; the approved record is what
      *          altaSocio and consultaSocio show on a readmission and
      *          what asientosContables posts to INCOBRAB.
      * Tectonics: cobc
      * Modification history:
      *   - The acta number given on APROBAR must exist in the libro
      *     de actas (actas.dat); the write-off is recorded in
      *     resoluciones.dat under that acta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INCOBRABLES ASSIGN TO "..\incobrables.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS inc-llave
                   SHARING WITH ALL OTHER.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-llave
                   ALTERNATE RECORD KEY IS soc-estado WITH DUPLICATES.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT OPTIONAL DEUDAANT ASSIGN TO "..\deudaant.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS da-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sal-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS conv-socio.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
                   SHARING WITH ALL OTHER.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS aud-secuencia
                   ALTERNATE RECORD KEY IS aud-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS aud-recibo WITH DUPLICATES.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL ACTAS ASSIGN TO "..\actas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS acta-numero
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL RESOLUCIONES ASSIGN TO "..\resoluciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS res-llave
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INCOBRABLES.
           COPY "INCOBREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  SALDOS.
           COPY "SALDOREC.cpy".
       FD  CONVENIOS.
           COPY "CONVREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  AUDITORIA.
           COPY "AUDITREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  ACTAS.
           COPY "ACTAREC.cpy".
       FD  RESOLUCIONES.
           COPY "RESOLREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(120).
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-opcion pic 9 value zero.
           88 opc-proponer value 1.
           88 opc-pendientes value 2.
           88 opc-aprobar value 3.
           88 opc-rechazar value 4.
           88 opc-listado value 5.
           88 opc-salir value 6.
       77  w-flag-inc pic 9 value zero.
           88 fin-arch-inc value 1.
       77  w-flag-pedido pic 9 value zero.
           88 no-esta-propuesta value 1.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-flag-cargos pic 9 value zero.
           88 fin-arch-cargos value 1.
       77  w-flag-deuda-ant pic 9 value zero.
           88 fin-arch-deuda-ant value 1.
       77  w-flag-saldos pic 9 value zero.
           88 no-esta-saldos value 1.
       77  w-flag-convenio pic 9 value zero.
           88 no-esta-convenio value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-audit pic 9 value zero.
           88 fin-arch-audit value 1.
       77  w-flag-datos pic 9 value zero.
           88 datos-invalidos value 1.
       77  w-modo pic 9 value zero.
           88 modo-aplicar value 1.
       77  w-operador pic x(3) value spaces.
       77  w-rol pic x value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-socio pic 9(5) value zero.
       77  w-fecha-propuesta pic 9(8) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-periodo-hoy pic 9(6) value zero.
       77  w-anio-hoy pic 9(4) value zero.
       77  w-periodo-item pic 9(6) value zero.
       77  w-periodo-lista pic 9(6) value zero.
       77  w-nro-acta pic 9(6) value zero.
       77  w-flag-acta pic 9 value zero.
           88 acta-inexistente value 1.
       77  w-confirma pic x value spaces.
       77  w-ult-secuencia pic 9(8) value zero.
       77  w-deuda-cuotas pic 9(8) value zero.
       77  w-deuda-cargos pic 9(8) value zero.
       77  w-deuda-anterior pic 9(8) value zero.
       77  w-deuda-total pic 9(8) value zero.
       77  w-sal-debe pic 9(8) value zero.
       77  w-sal-meses pic 9(2) value zero.
       77  w-cnt-listados pic 9(5) value zero.
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value 0.
       77  w-pagina pic 9(3) value 1.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  w-total-cuotas pic 9(10) value zero.
       01  w-total-cargos pic 9(10) value zero.
       01  w-total-deuda-ant pic 9(10) value zero.
       01  w-total-general pic 9(10) value zero.
       01  lin-deuda.
           03 filler pic x(8) value "CUOTAS: ".
           03 d-deuda-cuotas pic zz.zzz.zz9.
           03 filler pic x(10) value "  CARGOS: ".
           03 d-deuda-cargos pic zz.zzz.zz9.
           03 filler pic x(16) value "  EJERC. ANT.:  ".
           03 d-deuda-ant pic zz.zzz.zz9.
           03 filler pic x(9) value "  TOTAL: ".
           03 d-deuda-total pic zz.zzz.zz9.
       01  lin-cab-lista.
           03 filler pic x(6) value "SOCIO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(24) value "NOMBRE:".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "PROPUESTA:".
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "MOT.".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "    CUOTAS".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "    CARGOS".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value " EJER.ANT.".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "     TOTAL".
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "OPE.".
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "ACTA:".
       01  lin-det-lista.
           03 d-socio pic zzzz9.
           03 filler pic x(3) value spaces.
           03 d-nombre pic x(24).
           03 filler pic x(2) value spaces.
           03 d-fecha pic 9(8).
           03 filler pic x(5) value spaces.
           03 d-motivo pic x.
           03 filler pic x(4) value spaces.
           03 d-cuotas pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 d-cargos pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 d-deuda-ant-lista pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 d-total pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 d-operador pic x(3).
           03 filler pic x(3) value spaces.
           03 d-acta pic zzzzz9.
       01  lin-det-detalle.
           03 filler pic x(8) value spaces.
           03 filler pic x(9) value "DETALLE: ".
           03 d-detalle pic x(30).
       01  lin-cab-periodo.
           03 filler pic x(9) value "PERIODO: ".
           03 h-periodo pic 9999/99.
       01  lin-total-lista.
           03 filler pic x(11) value "SOCIOS:    ".
           03 t-listados pic zzzz9.
           03 filler pic x(10) value "  CUOTAS: ".
           03 t-cuotas pic zzz.zzz.zz9.
           03 filler pic x(10) value "  CARGOS: ".
           03 t-cargos pic zzz.zzz.zz9.
           03 filler pic x(16) value "  EJERC. ANT.:  ".
           03 t-deuda-ant pic zzz.zzz.zz9.
           03 filler pic x(9) value "  TOTAL: ".
           03 t-total pic zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL opc-salir
               PERFORM 200-MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN opc-proponer PERFORM 300-PROPONER
                   WHEN opc-pendientes PERFORM 350-LISTAR-PENDIENTES
                   WHEN opc-aprobar PERFORM 400-APROBAR
                   WHEN opc-rechazar PERFORM 500-RECHAZAR
                   WHEN opc-listado PERFORM 800-LISTADO-PERIODO
                   WHEN opc-salir CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-VALIDAR-OPERADOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy(1:6) TO w-periodo-hoy.
           MOVE w-fecha-hoy(1:4) TO w-anio-hoy.
           OPEN I-O INCOBRABLES.
           OPEN I-O SOCIOS.
           OPEN I-O CARGOS.
           OPEN I-O DEUDAANT.
           OPEN I-O SALDOS.
           OPEN INPUT CONVENIOS.
           OPEN INPUT SOCIOMAE.
           OPEN I-O AUDITORIA.
           OPEN INPUT ACTAS.
           OPEN I-O RESOLUCIONES.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 145-DETERMINAR-SECUENCIA.

      ******************************************************************
      * Proponer es tarea de cobranzas (cajero o supervisor); aprobar
      * o rechazar, solo de un supervisor. Con operadores.dat cargado
      * el codigo tiene que estar activo y con clave valida; sin
      * archivo (o vacio) rige el comportamiento historico de las
      * iniciales y se opera como supervisor.
      ******************************************************************
       105-VALIDAR-OPERADOR.
           DISPLAY "OPERADOR:".
           ACCEPT w-operador.
           MOVE "S" TO w-rol.
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
                   OR (op-rol NOT = "S" AND op-rol NOT = "C")
                   DISPLAY "OPERADOR/CLAVE/ROL INVALIDO - NO SE OPERA"
                   CLOSE OPERADORES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE op-rol TO w-rol
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

       145-DETERMINAR-SECUENCIA.
           MOVE ALL "9" TO aud-secuencia.
           START AUDITORIA KEY IS <= aud-secuencia
               INVALID KEY MOVE 1 TO w-flag-audit
           END-START.
           IF NOT fin-arch-audit
               READ AUDITORIA NEXT AT END MOVE 1 TO w-flag-audit
           END-IF.
           IF fin-arch-audit
               MOVE ZERO TO w-ult-secuencia
           ELSE
               MOVE aud-secuencia TO w-ult-secuencia
           END-IF.
           MOVE 0 TO w-flag-audit.

       200-MOSTRAR-MENU.
           DISPLAY "1-PROPONER  2-PENDIENTES  3-APROBAR  4-RECHAZAR  "
               "5-LISTADO  6-SALIR".
           ACCEPT w-opcion.

      ******************************************************************
      * La propuesta congela la deuda vencida del socio a la fecha:
      * meses y cargos hasta el mes en curso (los que vienen no son
      * deuda todavia) y toda la deuda de ejercicios cerrados. Un
      * socio con convenio vigente no se propone: el convenio primero
      * tiene que darse por caido.
      ******************************************************************
       300-PROPONER.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           MOVE 0 TO w-flag-ficha.
           MOVE w-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               DISPLAY "EL SOCIO NO TIENE FICHA"
           ELSE
               PERFORM 305-CONTROLAR-PROPUESTA
               IF NOT datos-invalidos
                   MOVE 0 TO w-modo
                   PERFORM 600-CALCULAR-DEUDA
                   IF w-deuda-total = ZERO
                       DISPLAY "EL SOCIO NO TIENE DEUDA VENCIDA"
                   ELSE
                       PERFORM 310-CAPTURAR-PROPUESTA
                   END-IF
               END-IF
           END-IF.
       305-CONTROLAR-PROPUESTA.
           MOVE 0 TO w-flag-datos.
           MOVE 0 TO w-flag-convenio.
           MOVE w-socio TO conv-socio.
           READ CONVENIOS INVALID KEY MOVE 1 TO w-flag-convenio.
           IF NOT no-esta-convenio AND conv-estado = "V"
               DISPLAY "EL SOCIO TIENE CONVENIO VIGENTE - NO SE PROPONE"
               MOVE 1 TO w-flag-datos
           END-IF.
           MOVE 0 TO w-flag-inc.
           MOVE w-socio TO inc-socio.
           MOVE ZERO TO inc-fecha-propuesta.
           START INCOBRABLES KEY IS >= inc-llave
               INVALID KEY MOVE 1 TO w-flag-inc
           END-START.
           PERFORM UNTIL fin-arch-inc
               READ INCOBRABLES NEXT AT END MOVE 1 TO w-flag-inc
               NOT AT END
                   IF inc-socio NOT = w-socio
                       MOVE 1 TO w-flag-inc
                   ELSE
                       IF inc-estado = "P"
                           DISPLAY "YA HAY UNA PROPUESTA PENDIENTE "
                               "DEL SOCIO"
                           MOVE 1 TO w-flag-datos
                       END-IF
                   END-IF
           END-PERFORM.
       310-CAPTURAR-PROPUESTA.
           PERFORM 390-MOSTRAR-DEUDA.
           MOVE w-socio TO inc-socio.
           MOVE w-fecha-hoy TO inc-fecha-propuesta.
           DISPLAY "MOTIVO (F-FALLECIDO/B-BAJA SIN PAGO/"
               "C-CONVENIO CAIDO/O-OTRO):".
           ACCEPT inc-motivo.
           DISPLAY "DETALLE:".
           ACCEPT inc-detalle.
           IF inc-motivo NOT = "F" AND inc-motivo NOT = "B"
               AND inc-motivo NOT = "C" AND inc-motivo NOT = "O"
               DISPLAY "MOTIVO INVALIDO, NO SE GRABA"
           ELSE
               DISPLAY "CONFIRMA LA PROPUESTA (S/N):"
               ACCEPT w-confirma
               IF w-confirma = "S"
                   MOVE w-operador TO inc-propuesto-por
                   MOVE w-deuda-cuotas TO inc-cuotas
                   MOVE w-deuda-cargos TO inc-cargos
                   MOVE w-deuda-anterior TO inc-deuda-ant
                   MOVE w-deuda-total TO inc-total
                   MOVE "P" TO inc-estado
                   MOVE ZERO TO inc-acta
                   MOVE SPACES TO inc-supervisor
                   MOVE ZERO TO inc-fecha-resolucion
                   WRITE inc-reg
                       INVALID KEY
                           DISPLAY "YA HAY UNA PROPUESTA DEL SOCIO "
                               "CON FECHA DE HOY"
                       NOT INVALID KEY
                           DISPLAY "PROPUESTA GRABADA"
                   END-WRITE
               END-IF
           END-IF.

       350-LISTAR-PENDIENTES.
           MOVE ZERO TO w-cnt-listados.
           DISPLAY lin-cab-lista.
           MOVE 0 TO w-flag-inc.
           MOVE LOW-VALUES TO inc-llave.
           START INCOBRABLES KEY IS >= inc-llave
               INVALID KEY MOVE 1 TO w-flag-inc
           END-START.
           PERFORM UNTIL fin-arch-inc
               READ INCOBRABLES NEXT AT END MOVE 1 TO w-flag-inc
               NOT AT END
                   IF inc-estado = "P"
                       PERFORM 700-ARMAR-RENGLON
                       DISPLAY lin-det-lista
                       DISPLAY lin-det-detalle
                   END-IF
           END-PERFORM.
           DISPLAY "PROPUESTAS PENDIENTES: " w-cnt-listados.

       390-MOSTRAR-DEUDA.
           MOVE w-deuda-cuotas TO d-deuda-cuotas.
           MOVE w-deuda-cargos TO d-deuda-cargos.
           MOVE w-deuda-anterior TO d-deuda-ant.
           MOVE w-deuda-total TO d-deuda-total.
           DISPLAY lin-deuda.

      ******************************************************************
      * Aprobacion con el acta de la comision. Quien propuso no
      * aprueba. Si la deuda se movio desde la propuesta (entro un
      * pago, se genero un cargo) aplicar la propuesta daria de baja
      * otra cosa que la aprobada: se rechaza y se vuelve a proponer.
      ******************************************************************
       400-APROBAR.
           IF w-rol NOT = "S"
               DISPLAY "SOLO UN SUPERVISOR APRUEBA EL PASE"
           ELSE
               PERFORM 450-PEDIR-PROPUESTA
               IF NOT no-esta-propuesta
                   IF inc-propuesto-por = w-operador
                       DISPLAY "QUIEN PROPUSO NO PUEDE APROBAR"
                   ELSE
                       PERFORM 410-APLICAR-PASE
                   END-IF
               END-IF
           END-IF.
       410-APLICAR-PASE.
           DISPLAY "NRO DE ACTA DE LA COMISION:".
           ACCEPT w-nro-acta.
           PERFORM 470-VALIDAR-ACTA.
           IF acta-inexistente
               DISPLAY "SIN ACTA NO SE APRUEBA"
           ELSE
               MOVE 0 TO w-modo
               PERFORM 600-CALCULAR-DEUDA
               IF w-deuda-cuotas NOT = inc-cuotas
                   OR w-deuda-cargos NOT = inc-cargos
                   OR w-deuda-anterior NOT = inc-deuda-ant
                   DISPLAY "LA DEUDA CAMBIO DESDE LA PROPUESTA - "
                       "RECHAZADA, VOLVER A PROPONER"
                   PERFORM 390-MOSTRAR-DEUDA
                   PERFORM 520-MARCAR-RECHAZADA
               ELSE
                   MOVE 1 TO w-modo
                   PERFORM 600-CALCULAR-DEUDA
                   PERFORM 740-ACTUALIZAR-SALDOS
                   MOVE "A" TO inc-estado
                   MOVE w-nro-acta TO inc-acta
                   MOVE w-operador TO inc-supervisor
                   MOVE w-fecha-hoy TO inc-fecha-resolucion
                   REWRITE inc-reg
                       INVALID KEY PERFORM 490-ERROR-GRABACION
                   END-REWRITE
                   MOVE "I" TO res-tipo
                   MOVE inc-llave TO res-referencia
                   MOVE inc-socio TO res-socio
                   MOVE SPACES TO res-detalle
                   STRING "PASE A INCOBRABLES POR " inc-total
                       DELIMITED BY SIZE INTO res-detalle
                   PERFORM 475-REGISTRAR-RESOLUCION
                   DISPLAY "DEUDA PASADA A INCOBRABLES"
               END-IF
           END-IF.

       450-PEDIR-PROPUESTA.
           MOVE 0 TO w-flag-pedido.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           DISPLAY "FECHA DE LA PROPUESTA (AAAAMMDD):".
           ACCEPT w-fecha-propuesta.
           MOVE w-socio TO inc-socio.
           MOVE w-fecha-propuesta TO inc-fecha-propuesta.
           READ INCOBRABLES INVALID KEY MOVE 1 TO w-flag-pedido.
           IF no-esta-propuesta
               DISPLAY "NO EXISTE ESA PROPUESTA"
           ELSE
               IF inc-estado NOT = "P"
                   DISPLAY "LA PROPUESTA YA FUE TRATADA"
                   MOVE 1 TO w-flag-pedido
               END-IF
           END-IF.

      ******************************************************************
      * El acta que se invoca tiene que estar en el libro de actas
      * (actas.dat); lo resuelto bajo ella queda en resoluciones.dat
      * para el listado por acta que se archiva con la minuta.
      ******************************************************************
       470-VALIDAR-ACTA.
           MOVE 0 TO w-flag-acta.
           MOVE w-nro-acta TO acta-numero.
           IF w-nro-acta = ZERO
               MOVE 1 TO w-flag-acta
           ELSE
               READ ACTAS INVALID KEY MOVE 1 TO w-flag-acta
               END-READ
           END-IF.
           IF acta-inexistente
               DISPLAY "EL ACTA " w-nro-acta
                   " NO ESTA EN EL LIBRO DE ACTAS"
           END-IF.
       475-REGISTRAR-RESOLUCION.
           MOVE w-nro-acta TO res-acta.
           MOVE "INCOBRABLES" TO res-programa.
           MOVE w-operador TO res-operador.
           MOVE w-fecha-hoy TO res-fecha.
           WRITE res-reg
               INVALID KEY REWRITE res-reg
           END-WRITE.
       490-ERROR-GRABACION.
           DISPLAY "NO PUDE REGRABAR LA PROPUESTA".
           MOVE "410-APLICAR-PASE" TO w-exc-paragrafo.
           MOVE inc-llave TO w-exc-clave.
           MOVE "NO PUDE REGRABAR LA PROPUESTA" TO w-exc-mensaje.
           PERFORM 995-REGISTRAR-EXCEPCION.

       500-RECHAZAR.
           IF w-rol NOT = "S"
               DISPLAY "SOLO UN SUPERVISOR RECHAZA EL PASE"
           ELSE
               PERFORM 450-PEDIR-PROPUESTA
               IF NOT no-esta-propuesta
                   PERFORM 520-MARCAR-RECHAZADA
               END-IF
           END-IF.
       520-MARCAR-RECHAZADA.
           MOVE "R" TO inc-estado.
           MOVE w-operador TO inc-supervisor.
           MOVE w-fecha-hoy TO inc-fecha-resolucion.
           REWRITE inc-reg
               INVALID KEY PERFORM 490-ERROR-GRABACION
           END-REWRITE.
           DISPLAY "PROPUESTA RECHAZADA".

      ******************************************************************
      * Una sola rutina para calcular y para aplicar, asi lo que se
      * da de baja es exactamente lo que se sumo: en modo calculo solo
      * acumula; en modo aplicar ademas pasa cada item a "I" con debe
      * en cero y deja su registro de auditoria (recibo cero: una
      * anulacion de recibo nunca lo revierte).
      ******************************************************************
       600-CALCULAR-DEUDA.
           MOVE ZERO TO w-deuda-cuotas.
           MOVE ZERO TO w-deuda-cargos.
           MOVE ZERO TO w-deuda-anterior.
           MOVE 0 TO w-flag-socios.
           MOVE w-socio TO soc-socio.
           MOVE ZERO TO soc-anio.
           MOVE ZERO TO soc-mes.
           START SOCIOS KEY IS >= soc-llave
               INVALID KEY MOVE 1 TO w-flag-socios
           END-START.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-socio NOT = w-socio
                       MOVE 1 TO w-flag-socios
                   ELSE
                       PERFORM 610-TRATAR-MES
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-cargos.
           MOVE w-socio TO car-socio.
           MOVE ZERO TO car-anio.
           MOVE ZERO TO car-mes.
           MOVE LOW-VALUES TO car-concepto.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-flag-cargos
           END-START.
           PERFORM UNTIL fin-arch-cargos
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-cargos
               NOT AT END
                   IF car-socio NOT = w-socio
                       MOVE 1 TO w-flag-cargos
                   ELSE
                       PERFORM 620-TRATAR-CARGO
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE w-socio TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = w-socio
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       PERFORM 630-TRATAR-DEUDA-ANT
                   END-IF
           END-PERFORM.
           COMPUTE w-deuda-total =
               w-deuda-cuotas + w-deuda-cargos + w-deuda-anterior.
       610-TRATAR-MES.
           IF soc-mes = ZERO
               IF modo-aplicar AND soc-anio <= w-anio-hoy
                   AND soc-estado NOT = "I"
                   PERFORM 715-MARCAR-MES-CERO
               END-IF
           ELSE
               COMPUTE w-periodo-item = soc-anio * 100 + soc-mes
               IF soc-debe > ZERO AND w-periodo-item <= w-periodo-hoy
                   ADD soc-debe TO w-deuda-cuotas
                   IF modo-aplicar
                       PERFORM 710-BAJA-MES
                   END-IF
               END-IF
           END-IF.
       620-TRATAR-CARGO.
           COMPUTE w-periodo-item = car-anio * 100 + car-mes.
           IF car-debe > ZERO AND w-periodo-item <= w-periodo-hoy
               ADD car-debe TO w-deuda-cargos
               IF modo-aplicar
                   PERFORM 720-BAJA-CARGO
               END-IF
           END-IF.
       630-TRATAR-DEUDA-ANT.
           IF da-debe > ZERO
               ADD da-debe TO w-deuda-anterior
               IF modo-aplicar
                   PERFORM 730-BAJA-DEUDA-ANT
               END-IF
           END-IF.

       700-ARMAR-RENGLON.
           MOVE 0 TO w-flag-ficha.
           MOVE inc-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               MOVE SPACES TO sm-nombre
           END-IF.
           MOVE inc-socio TO d-socio.
           MOVE sm-nombre TO d-nombre.
           MOVE inc-fecha-propuesta TO d-fecha.
           MOVE inc-motivo TO d-motivo.
           MOVE inc-cuotas TO d-cuotas.
           MOVE inc-cargos TO d-cargos.
           MOVE inc-deuda-ant TO d-deuda-ant-lista.
           MOVE inc-total TO d-total.
           IF inc-estado = "A"
               MOVE inc-supervisor TO d-operador
           ELSE
               MOVE inc-propuesto-por TO d-operador
           END-IF.
           MOVE inc-acta TO d-acta.
           MOVE inc-detalle TO d-detalle.
           ADD 1 TO w-cnt-listados.

       710-BAJA-MES.
           MOVE soc-estado TO aud-estado-ant.
           MOVE soc-pagado TO aud-pagado-ant.
           MOVE soc-debe TO aud-debe-ant.
           MOVE "I" TO soc-estado.
           MOVE ZERO TO soc-debe.
           REWRITE soc-reg
               INVALID KEY
                   MOVE "710-BAJA-MES" TO w-exc-paragrafo
                   MOVE soc-llave TO w-exc-clave
                   MOVE "NO PUDE REGRABAR EL MES" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
           END-REWRITE.
           MOVE "INCOBRABLE-CUOTA" TO aud-paragrafo.
           MOVE soc-anio TO aud-anio.
           MOVE soc-mes TO aud-mes.
           MOVE soc-estado TO aud-estado-nuevo.
           MOVE soc-pagado TO aud-pagado-nuevo.
           MOVE soc-debe TO aud-debe-nuevo.
           PERFORM 790-GRABAR-AUDITORIA.
       715-MARCAR-MES-CERO.
           MOVE soc-estado TO aud-estado-ant.
           MOVE soc-pagado TO aud-pagado-ant.
           MOVE soc-debe TO aud-debe-ant.
           MOVE "I" TO soc-estado.
           REWRITE soc-reg
               INVALID KEY
                   MOVE "715-MARCAR-MES-CERO" TO w-exc-paragrafo
                   MOVE soc-llave TO w-exc-clave
                   MOVE "NO PUDE REGRABAR EL MES CERO" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
           END-REWRITE.
           MOVE "INCOBRABLE-SOCIO" TO aud-paragrafo.
           MOVE soc-anio TO aud-anio.
           MOVE ZERO TO aud-mes.
           MOVE soc-estado TO aud-estado-nuevo.
           MOVE soc-pagado TO aud-pagado-nuevo.
           MOVE soc-debe TO aud-debe-nuevo.
           PERFORM 790-GRABAR-AUDITORIA.
       720-BAJA-CARGO.
           MOVE car-estado TO aud-estado-ant.
           MOVE car-pagado TO aud-pagado-ant.
           MOVE car-debe TO aud-debe-ant.
           MOVE "I" TO car-estado.
           MOVE ZERO TO car-debe.
           REWRITE car-reg
               INVALID KEY
                   MOVE "720-BAJA-CARGO" TO w-exc-paragrafo
                   MOVE car-llave TO w-exc-clave
                   MOVE "NO PUDE REGRABAR EL CARGO" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
           END-REWRITE.
           MOVE SPACES TO aud-paragrafo.
           STRING "INCOBRABLE-CARGO " car-concepto
               DELIMITED BY SIZE INTO aud-paragrafo.
           MOVE car-anio TO aud-anio.
           MOVE car-mes TO aud-mes.
           MOVE car-estado TO aud-estado-nuevo.
           MOVE car-pagado TO aud-pagado-nuevo.
           MOVE car-debe TO aud-debe-nuevo.
           PERFORM 790-GRABAR-AUDITORIA.
       730-BAJA-DEUDA-ANT.
           MOVE da-estado TO aud-estado-ant.
           MOVE da-pagado TO aud-pagado-ant.
           MOVE da-debe TO aud-debe-ant.
           MOVE "I" TO da-estado.
           MOVE ZERO TO da-debe.
           REWRITE da-reg
               INVALID KEY
                   MOVE "730-BAJA-DEUDA-ANT" TO w-exc-paragrafo
                   MOVE da-llave TO w-exc-clave
                   MOVE "NO PUDE REGRABAR LA DEUDA ANTERIOR" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
           END-REWRITE.
           MOVE "INCOBRABLE-DEUDA-ANT" TO aud-paragrafo.
           MOVE da-anio TO aud-anio.
           MOVE da-mes TO aud-mes.
           MOVE da-estado TO aud-estado-nuevo.
           MOVE da-pagado TO aud-pagado-nuevo.
           MOVE da-debe TO aud-debe-nuevo.
           PERFORM 790-GRABAR-AUDITORIA.

      ******************************************************************
      * La foto de saldos.dat se rehace con lo que quedo abierto del
      * anio del resumen (los meses por venir siguen siendo deuda).
      * Un socio sin resumen lo recibe con su proximo pago.
      ******************************************************************
       740-ACTUALIZAR-SALDOS.
           MOVE 0 TO w-flag-saldos.
           MOVE w-socio TO sal-socio.
           READ SALDOS INVALID KEY MOVE 1 TO w-flag-saldos.
           IF NOT no-esta-saldos
               MOVE ZERO TO w-sal-debe
               MOVE ZERO TO w-sal-meses
               MOVE 0 TO w-flag-socios
               MOVE w-socio TO soc-socio
               MOVE sal-anio TO soc-anio
               MOVE 1 TO soc-mes
               START SOCIOS KEY IS >= soc-llave
                   INVALID KEY MOVE 1 TO w-flag-socios
               END-START
               PERFORM UNTIL fin-arch-socios
                   READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
                   NOT AT END
                       IF soc-socio NOT = w-socio
                           OR soc-anio NOT = sal-anio
                           MOVE 1 TO w-flag-socios
                       ELSE
                           IF soc-debe > ZERO
                               ADD soc-debe TO w-sal-debe
                               ADD 1 TO w-sal-meses
                           END-IF
                       END-IF
               END-PERFORM
               MOVE w-sal-debe TO sal-debe-total
               MOVE w-sal-meses TO sal-meses-abiertos
               REWRITE sal-reg
                   INVALID KEY
                       MOVE "740-ACTUALIZAR-SALDOS" TO w-exc-paragrafo
                       MOVE sal-socio TO w-exc-clave
                       MOVE "NO PUDE REGRABAR EL RESUMEN" TO
                           w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
               END-REWRITE
           END-IF.

       790-GRABAR-AUDITORIA.
           ADD 1 TO w-ult-secuencia.
           MOVE w-ult-secuencia TO aud-secuencia.
           MOVE FUNCTION CURRENT-DATE TO aud-fecha-hora.
           MOVE w-socio TO aud-socio.
           MOVE ZERO TO aud-recibo.
           WRITE aud-reg.

      ******************************************************************
      * Pases aprobados en el periodo (por la fecha de resolucion), el
      * mismo criterio con que asientosContables los imputa.
      ******************************************************************
       800-LISTADO-PERIODO.
           DISPLAY "PERIODO (AAAAMM, 0 = EL ACTUAL):".
           ACCEPT w-periodo-lista.
           IF w-periodo-lista = ZERO
               MOVE w-periodo-hoy TO w-periodo-lista
           END-IF.
           MOVE ZERO TO w-cnt-listados.
           MOVE ZERO TO w-total-cuotas.
           MOVE ZERO TO w-total-cargos.
           MOVE ZERO TO w-total-deuda-ant.
           MOVE ZERO TO w-total-general.
           MOVE 1 TO w-pagina.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 150-LISTAR-ENCABEZADO.
           MOVE 0 TO w-flag-inc.
           MOVE LOW-VALUES TO inc-llave.
           START INCOBRABLES KEY IS >= inc-llave
               INVALID KEY MOVE 1 TO w-flag-inc
           END-START.
           PERFORM UNTIL fin-arch-inc
               READ INCOBRABLES NEXT AT END MOVE 1 TO w-flag-inc
               NOT AT END
                   COMPUTE w-periodo-item =
                       inc-fecha-resolucion / 100
                   IF inc-estado = "A"
                       AND w-periodo-item = w-periodo-lista
                       PERFORM 810-IMPRIMIR-PASE
                   END-IF
           END-PERFORM.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE w-cnt-listados TO t-listados.
           MOVE w-total-cuotas TO t-cuotas.
           MOVE w-total-cargos TO t-cargos.
           MOVE w-total-deuda-ant TO t-deuda-ant.
           MOVE w-total-general TO t-total.
           WRITE rep-lin FROM lin-total-lista.
           DISPLAY lin-total-lista.
           CLOSE REPORTE.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
       810-IMPRIMIR-PASE.
           PERFORM 700-ARMAR-RENGLON.
           ADD inc-cuotas TO w-total-cuotas.
           ADD inc-cargos TO w-total-cargos.
           ADD inc-deuda-ant TO w-total-deuda-ant.
           ADD inc-total TO w-total-general.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 160-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-det-lista.
           WRITE rep-lin FROM lin-det-detalle.
           ADD 2 TO w-lineas-impresas.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\incobrables" w-periodo-lista ".rpt"
               DELIMITED BY SIZE INTO rep-nombre.
           MOVE "PASES A INCOBRABLES" TO rep-titulo.
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
           MOVE w-periodo-lista TO h-periodo.
           WRITE rep-lin FROM lin-cab-periodo.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cab-lista.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       160-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 150-LISTAR-ENCABEZADO.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "INCOBRABLES" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE INCOBRABLES.
           CLOSE SOCIOS.
           CLOSE CARGOS.
           CLOSE DEUDAANT.
           CLOSE SALDOS.
           CLOSE CONVENIOS.
           CLOSE SOCIOMAE.
           CLOSE AUDITORIA.
           CLOSE ACTAS.
           CLOSE RESOLUCIONES.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
