      ******************************************************************
      * Author:
      * Date:
      * Purpose: Numbered notas de credito and notas de debito for
      *          balance adjustments. A wrong charge refunded or an
      *          extra fee billed used to change the balance with no
      *          document behind it; now, with a supervisor's code,
      *          the adjustment is issued as a nota numbered from its
      *          own recibctl.dat series (98 credito, 99 debito),
      *          applied to the cuota (socios.dat) or cargo
      *          (cargos.dat) it adjusts with its auditoria.dat entry
      *          (aud-recibo = numero de nota), written to notas.dat
      *          with concepto, motivo and supervisor, and printed for
      *          the member. A credit larger than what the month still
      *          owes leaves the excess as saldo a favor on the
      *          mes-cero. Entering a nota number instead reprints it.
      *          No nota is issued in a month cierreMensual closed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-llave
                   ALTERNATE RECORD KEY IS soc-estado WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave
                   SHARING WITH ALL OTHER.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL NOTAS ASSIGN TO "..\notas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nota-numero
                   ALTERNATE RECORD KEY IS nota-socio WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL RECIBCTL ASSIGN TO "..\recibctl.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rc-caja
                   FILE STATUS IS w-fs-recibctl
                   SHARING WITH ALL OTHER
                   LOCK MODE IS AUTOMATIC.
           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sal-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL PERIODOS ASSIGN TO "..\periodos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS per-periodo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS aud-secuencia
                   ALTERNATE RECORD KEY IS aud-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS aud-recibo WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  NOTAS.
           COPY "NOTAREC.cpy".
       FD  RECIBCTL.
           COPY "RECIBCTLREC.cpy".
       FD  SALDOS.
           COPY "SALDOREC.cpy".
       FD  PERIODOS.
           COPY "PERIODOREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  AUDITORIA.
           COPY "AUDITREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-supervisor pic x(3) value spaces.
       77  w-operador pic x(3) value spaces.
       77  w-nota-reimp pic 9(10) value zero.
       77  w-tipo pic x value space.
           88 nota-credito value "C".
           88 nota-debito value "D".
       77  w-aplica pic x value space.
           88 aplica-cuota value "S".
           88 aplica-cargo value "G".
       77  w-socio-nota pic 9(5) value zero.
       77  w-anio-nota pic 9(4) value zero.
       77  w-mes-nota pic 9(2) value zero.
       77  w-concepto-nota pic x(3) value spaces.
       77  w-importe-nota pic 9(6) value zero.
       77  w-motivo-nota pic x(40) value spaces.
       77  w-a-favor pic 9(6) value zero.
       77  w-aplicado pic 9(6) value zero.
       77  w-serie-nota pic 9(2) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-actual pic 9(4) value zero.
       77  w-confirma pic x value "N".
       77  w-fs-recibctl pic xx value spaces.
       77  w-reintentos pic 9(3) value zero.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-periodo pic 9 value zero.
           88 no-esta-periodo value 1.
       77  w-flag-nota pic 9 value zero.
           88 no-esta-nota value 1.
       77  w-flag-ajustado pic 9 value zero.
           88 no-esta-ajustado value 1.
       77  w-flag-mescero pic 9 value zero.
           88 no-esta-mescero value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-flag-saldos pic 9 value zero.
           88 no-esta-saldos value 1.
       77  w-flag-audit pic 9 value zero.
           88 fin-arch-audit value 1.
       77  w-ult-secuencia pic 9(8) value zero.
       77  w-sal-debe pic 9(8) value zero.
       77  w-sal-meses pic 9(2) value zero.
       77  w-sal-favor pic 9(6) value zero.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  lin-guarda.
           03 filler pic x(50) value all "-".
       01  lin-titulo.
           03 t-tipo pic x(16).
           03 filler pic x(4) value " NRO".
           03 t-numero pic z(9)9.
       01  lin-socio.
           03 filler pic x(7) value "SOCIO:".
           03 t-socio pic zzzzz.
           03 filler pic x(2) value spaces.
           03 t-nombre pic x(30).
       01  lin-fecha.
           03 filler pic x(7) value "FECHA:".
           03 t-fecha pic 9999/99/99.
       01  lin-aplica.
           03 filler pic x(9) value "AJUSTA: ".
           03 t-aplica pic x(13).
           03 t-mes pic 99.
           03 filler pic x value "/".
           03 t-anio pic 9999.
       01  lin-importe.
           03 filler pic x(9) value "IMPORTE:".
           03 t-importe pic zz.zzz.zz9.
       01  lin-a-favor.
           03 filler pic x(26) value "ACREDITADO A SALDO A FAVOR".
           03 filler pic x value ":".
           03 t-a-favor pic zz.zzz.zz9.
       01  lin-motivo.
           03 filler pic x(8) value "MOTIVO:".
           03 t-motivo pic x(40).
       01  lin-firmas.
           03 filler pic x(10) value "AUTORIZO: ".
           03 t-supervisor pic x(3).
           03 filler pic x(12) value "  OPERADOR: ".
           03 t-operador pic x(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF w-nota-reimp > ZERO
               PERFORM 150-REIMPRIMIR-NOTA
           ELSE
               PERFORM 200-CAPTURAR-NOTA
               PERFORM 250-VALIDAR-NOTA
               DISPLAY "CONFIRMA LA EMISION DE LA NOTA (S/N):"
               ACCEPT w-confirma
               IF w-confirma = "S"
                   PERFORM 300-EMITIR-NOTA
                   PERFORM 400-IMPRIMIR-NOTA
               ELSE
                   DISPLAY "NOTA ABANDONADA"
               END-IF
           END-IF.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "SUPERVISOR:".
           ACCEPT w-supervisor.
           PERFORM 105-VALIDAR-SUPERVISOR.
           DISPLAY "OPERADOR:".
           ACCEPT w-operador.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy(1:4) TO w-anio-actual.
           DISPLAY "NOTA A REIMPRIMIR (0 = NOTA NUEVA):".
           ACCEPT w-nota-reimp.
           IF w-nota-reimp = ZERO
               PERFORM 112-CONTROLAR-PERIODO-CERRADO
           END-IF.
           OPEN I-O SOCIOS.
           OPEN I-O CARGOS.
           OPEN INPUT SOCIOMAE.
           OPEN I-O NOTAS.
           OPEN I-O RECIBCTL.
           OPEN I-O SALDOS.
           OPEN I-O AUDITORIA.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 145-DETERMINAR-SECUENCIA.

      ******************************************************************
      * La nota cambia un saldo sin que entre plata: con operadores.dat
      * cargado la autoriza un supervisor real (rol "S", activo, clave
      * valida). Sin archivo (o vacio) rige el comportamiento
      * historico.
      ******************************************************************
       105-VALIDAR-SUPERVISOR.
           OPEN INPUT OPERADORES.
           PERFORM 106-HAY-OPERADORES.
           IF control-operadores
               DISPLAY "CLAVE:"
               ACCEPT w-clave-login
               MOVE 0 TO w-flag-login
               MOVE w-supervisor TO op-codigo
               READ OPERADORES INVALID KEY MOVE 1 TO w-flag-login
               END-READ
               IF no-esta-login OR op-estado NOT = "A"
                   OR op-clave NOT = w-clave-login
                   OR op-rol NOT = "S"
                   DISPLAY "SUPERVISOR/CLAVE/ROL INVALIDO - "
                       "NO SE OPERA"
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

       112-CONTROLAR-PERIODO-CERRADO.
           MOVE 0 TO w-flag-periodo.
           OPEN INPUT PERIODOS.
           MOVE w-fecha-hoy(1:6) TO per-periodo.
           READ PERIODOS INVALID KEY MOVE 1 TO w-flag-periodo.
           CLOSE PERIODOS.
           IF NOT no-esta-periodo AND per-estado = "C"
               DISPLAY "EL PERIODO " per-periodo " ESTA CERRADO - "
                   "NO SE OPERA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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

       150-REIMPRIMIR-NOTA.
           MOVE 0 TO w-flag-nota.
           MOVE w-nota-reimp TO nota-numero.
           READ NOTAS INVALID KEY MOVE 1 TO w-flag-nota.
           IF no-esta-nota
               DISPLAY "NO EXISTE LA NOTA " w-nota-reimp
           ELSE
               PERFORM 400-IMPRIMIR-NOTA
           END-IF.

       200-CAPTURAR-NOTA.
           DISPLAY "SOCIO:".
           ACCEPT w-socio-nota.
           DISPLAY "TIPO (C = NOTA DE CREDITO, D = NOTA DE DEBITO):".
           ACCEPT w-tipo.
           DISPLAY "AJUSTA (S = CUOTA SOCIAL, G = CARGO):".
           ACCEPT w-aplica.
           DISPLAY "ANIO:".
           ACCEPT w-anio-nota.
           DISPLAY "MES:".
           ACCEPT w-mes-nota.
           IF aplica-cargo
               DISPLAY "CONCEPTO:"
               ACCEPT w-concepto-nota
           END-IF.
           DISPLAY "IMPORTE:".
           ACCEPT w-importe-nota.
           DISPLAY "MOTIVO:".
           ACCEPT w-motivo-nota.

      ******************************************************************
      * La nota ajusta un registro que existe: el mes (o el cargo del
      * mes) tiene que estar en el archivo y no pasado a incobrables.
      * Una nota de credito no puede superar lo facturado; lo que
      * exceda la deuda que le queda al mes va al saldo a favor del
      * mes-cero, que entonces tiene que existir.
      ******************************************************************
       250-VALIDAR-NOTA.
           IF NOT nota-credito AND NOT nota-debito
               DISPLAY "TIPO INVALIDO"
               PERFORM 290-RECHAZAR-NOTA
           END-IF.
           IF NOT aplica-cuota AND NOT aplica-cargo
               DISPLAY "AJUSTE INVALIDO"
               PERFORM 290-RECHAZAR-NOTA
           END-IF.
           IF w-mes-nota = ZERO OR w-mes-nota > 12
               DISPLAY "MES INVALIDO"
               PERFORM 290-RECHAZAR-NOTA
           END-IF.
           IF w-importe-nota = ZERO OR w-motivo-nota = SPACES
               DISPLAY "FALTA IMPORTE O MOTIVO"
               PERFORM 290-RECHAZAR-NOTA
           END-IF.
           MOVE ZERO TO w-a-favor.
           IF aplica-cuota
               PERFORM 260-VALIDAR-CUOTA
           ELSE
               PERFORM 270-VALIDAR-CARGO
           END-IF.
           IF w-a-favor > ZERO
               MOVE 0 TO w-flag-mescero
               MOVE w-socio-nota TO soc-socio
               MOVE w-anio-nota TO soc-anio
               MOVE ZERO TO soc-mes
               READ SOCIOS INVALID KEY MOVE 1 TO w-flag-mescero
               END-READ
               IF no-esta-mescero
                   DISPLAY "EL CREDITO SUPERA LA DEUDA DEL MES Y NO "
                       "HAY MES CERO PARA EL SALDO A FAVOR"
                   PERFORM 290-RECHAZAR-NOTA
               END-IF
               DISPLAY "PASAN A SALDO A FAVOR: " w-a-favor
           END-IF.
       260-VALIDAR-CUOTA.
           MOVE 0 TO w-flag-ajustado.
           MOVE w-socio-nota TO soc-socio.
           MOVE w-anio-nota TO soc-anio.
           MOVE w-mes-nota TO soc-mes.
           READ SOCIOS INVALID KEY MOVE 1 TO w-flag-ajustado.
           IF no-esta-ajustado
               DISPLAY "NO EXISTE LA CUOTA DE ESE MES"
               PERFORM 290-RECHAZAR-NOTA
           END-IF.
           IF soc-estado = "I"
               DISPLAY "CUOTA PASADA A INCOBRABLES - NO SE AJUSTA"
               PERFORM 290-RECHAZAR-NOTA
           END-IF.
           DISPLAY "CUOTA: " soc-cuota "  PAGADO: " soc-pagado
               "  DEBE: " soc-debe.
           IF nota-credito
               IF w-importe-nota > soc-cuota
                   DISPLAY "EL CREDITO SUPERA LA CUOTA FACTURADA"
                   PERFORM 290-RECHAZAR-NOTA
               END-IF
               IF w-importe-nota > soc-debe
                   COMPUTE w-a-favor = w-importe-nota - soc-debe
               END-IF
           END-IF.
       270-VALIDAR-CARGO.
           MOVE 0 TO w-flag-ajustado.
           MOVE w-socio-nota TO car-socio.
           MOVE w-anio-nota TO car-anio.
           MOVE w-mes-nota TO car-mes.
           MOVE w-concepto-nota TO car-concepto.
           READ CARGOS INVALID KEY MOVE 1 TO w-flag-ajustado.
           IF no-esta-ajustado
               DISPLAY "NO EXISTE EL CARGO DE ESE MES"
               PERFORM 290-RECHAZAR-NOTA
           END-IF.
           IF car-estado = "I"
               DISPLAY "CARGO PASADO A INCOBRABLES - NO SE AJUSTA"
               PERFORM 290-RECHAZAR-NOTA
           END-IF.
           DISPLAY "CARGO: " car-importe "  PAGADO: " car-pagado
               "  DEBE: " car-debe.
           IF nota-credito
               IF w-importe-nota > car-importe
                   DISPLAY "EL CREDITO SUPERA EL CARGO FACTURADO"
                   PERFORM 290-RECHAZAR-NOTA
               END-IF
               IF w-importe-nota > car-debe
                   COMPUTE w-a-favor = w-importe-nota - car-debe
               END-IF
           END-IF.
       290-RECHAZAR-NOTA.
           DISPLAY "NOTA RECHAZADA".
           PERFORM 900-FIN.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       300-EMITIR-NOTA.
           PERFORM 310-NUMERAR-NOTA.
           IF aplica-cuota
               PERFORM 320-AJUSTAR-CUOTA
           ELSE
               PERFORM 330-AJUSTAR-CARGO
           END-IF.
           IF w-a-favor > ZERO
               PERFORM 340-ACREDITAR-A-FAVOR
           END-IF.
           PERFORM 350-GRABAR-NOTA.
           IF w-anio-nota = w-anio-actual
               PERFORM 360-ACTUALIZAR-SALDOS
           END-IF.

      ******************************************************************
      * Numeracion propia de cada tipo de nota en recibctl.dat (serie
      * 98 credito, 99 debito), leida, incrementada y regrabada al
      * emitir como la de los recibos.
      ******************************************************************
       310-NUMERAR-NOTA.
           IF nota-credito
               MOVE 98 TO w-serie-nota
           ELSE
               MOVE 99 TO w-serie-nota
           END-IF.
           MOVE w-serie-nota TO rc-caja.
           READ RECIBCTL
               INVALID KEY
                   MOVE w-serie-nota TO rc-caja
                   MOVE ZERO TO rc-ultimo-numero
                   WRITE rc-reg
           END-READ.
           IF w-fs-recibctl = "51"
               PERFORM 980-ESPERAR-RECIBCTL
           END-IF.
           ADD 1 TO rc-ultimo-numero.
           REWRITE rc-reg.
           COMPUTE nota-numero =
               rc-caja * 100000000 + rc-ultimo-numero.

      ******************************************************************
      * Credito: baja la cuota facturada y la deuda (hasta lo que el
      * mes todavia debe). Debito: sube las dos y el mes vuelve a
      * adeudado. La auditoria lleva el numero de nota como recibo.
      ******************************************************************
       320-AJUSTAR-CUOTA.
           MOVE w-socio-nota TO soc-socio.
           MOVE w-anio-nota TO soc-anio.
           MOVE w-mes-nota TO soc-mes.
           READ SOCIOS.
           MOVE soc-estado TO aud-estado-ant.
           MOVE soc-pagado TO aud-pagado-ant.
           MOVE soc-debe TO aud-debe-ant.
           MOVE soc-debe TO nota-debe-ant.
           IF nota-credito
               COMPUTE w-aplicado = w-importe-nota - w-a-favor
               SUBTRACT w-importe-nota FROM soc-cuota
               SUBTRACT w-aplicado FROM soc-debe
               IF soc-debe = ZERO
                   MOVE "C" TO soc-estado
               END-IF
               MOVE "NOTA-CREDITO" TO aud-paragrafo
           ELSE
               ADD w-importe-nota TO soc-cuota
               ADD w-importe-nota TO soc-debe
               MOVE "A" TO soc-estado
               MOVE "NOTA-DEBITO" TO aud-paragrafo
           END-IF.
           REWRITE soc-reg
               INVALID KEY
                   MOVE "320-AJUSTAR-CUOTA" TO w-exc-paragrafo
                   MOVE soc-llave TO w-exc-clave
                   MOVE "NO PUDE REGRABAR LA CUOTA" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
           END-REWRITE.
           MOVE soc-debe TO nota-debe-nuevo.
           MOVE soc-anio TO aud-anio.
           MOVE soc-mes TO aud-mes.
           MOVE soc-estado TO aud-estado-nuevo.
           MOVE soc-pagado TO aud-pagado-nuevo.
           MOVE soc-debe TO aud-debe-nuevo.
           PERFORM 790-GRABAR-AUDITORIA.
       330-AJUSTAR-CARGO.
           MOVE w-socio-nota TO car-socio.
           MOVE w-anio-nota TO car-anio.
           MOVE w-mes-nota TO car-mes.
           MOVE w-concepto-nota TO car-concepto.
           READ CARGOS.
           MOVE car-estado TO aud-estado-ant.
           MOVE car-pagado TO aud-pagado-ant.
           MOVE car-debe TO aud-debe-ant.
           MOVE car-debe TO nota-debe-ant.
           MOVE SPACES TO aud-paragrafo.
           IF nota-credito
               COMPUTE w-aplicado = w-importe-nota - w-a-favor
               SUBTRACT w-importe-nota FROM car-importe
               SUBTRACT w-aplicado FROM car-debe
               IF car-debe = ZERO
                   MOVE "C" TO car-estado
               END-IF
               STRING "NOTA-CREDITO " car-concepto
                   DELIMITED BY SIZE INTO aud-paragrafo
           ELSE
               ADD w-importe-nota TO car-importe
               ADD w-importe-nota TO car-debe
               MOVE "A" TO car-estado
               STRING "NOTA-DEBITO " car-concepto
                   DELIMITED BY SIZE INTO aud-paragrafo
           END-IF.
           REWRITE car-reg
               INVALID KEY
                   MOVE "330-AJUSTAR-CARGO" TO w-exc-paragrafo
                   MOVE car-llave TO w-exc-clave
                   MOVE "NO PUDE REGRABAR EL CARGO" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
           END-REWRITE.
           MOVE car-debe TO nota-debe-nuevo.
           MOVE car-anio TO aud-anio.
           MOVE car-mes TO aud-mes.
           MOVE car-estado TO aud-estado-nuevo.
           MOVE car-pagado TO aud-pagado-nuevo.
           MOVE car-debe TO aud-debe-nuevo.
           PERFORM 790-GRABAR-AUDITORIA.

      ******************************************************************
      * Lo que el credito excede de la deuda del mes ya estaba pagado:
      * vuelve al socio como saldo a favor del mes-cero, que la
      * aplicacion de pagos consume y devolucionSaldo puede devolver.
      ******************************************************************
       340-ACREDITAR-A-FAVOR.
           MOVE w-socio-nota TO soc-socio.
           MOVE w-anio-nota TO soc-anio.
           MOVE ZERO TO soc-mes.
           READ SOCIOS.
           MOVE soc-estado TO aud-estado-ant.
           MOVE soc-saldo-favor TO aud-pagado-ant.
           MOVE soc-debe TO aud-debe-ant.
           ADD w-a-favor TO soc-saldo-favor.
           REWRITE soc-reg
               INVALID KEY
                   MOVE "340-ACREDITAR-A-FAVOR" TO w-exc-paragrafo
                   MOVE soc-llave TO w-exc-clave
                   MOVE "NO PUDE REGRABAR EL MES CERO" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
           END-REWRITE.
           MOVE "NOTA-CREDITO A FAVOR" TO aud-paragrafo.
           MOVE soc-anio TO aud-anio.
           MOVE soc-mes TO aud-mes.
           MOVE soc-estado TO aud-estado-nuevo.
           MOVE soc-saldo-favor TO aud-pagado-nuevo.
           MOVE soc-debe TO aud-debe-nuevo.
           PERFORM 790-GRABAR-AUDITORIA.

       350-GRABAR-NOTA.
           MOVE w-tipo TO nota-tipo.
           MOVE w-socio-nota TO nota-socio.
           MOVE w-fecha-hoy TO nota-fecha.
           MOVE w-aplica TO nota-aplica.
           MOVE w-anio-nota TO nota-anio.
           MOVE w-mes-nota TO nota-mes.
           IF aplica-cargo
               MOVE w-concepto-nota TO nota-concepto
           ELSE
               MOVE SPACES TO nota-concepto
           END-IF.
           MOVE w-importe-nota TO nota-importe.
           MOVE w-a-favor TO nota-a-favor.
           MOVE w-motivo-nota TO nota-motivo.
           MOVE w-operador TO nota-operador.
           MOVE w-supervisor TO nota-supervisor.
           WRITE nota-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA NOTA " nota-numero
                   MOVE "350-GRABAR-NOTA" TO w-exc-paragrafo
                   MOVE nota-numero TO w-exc-clave
                   MOVE "NO PUDE GRABAR LA NOTA" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
           END-WRITE.

      ******************************************************************
      * Resumen de posicion (saldos.dat) del anio en curso: si el socio
      * ya tiene registro se rehace la foto de deuda, meses abiertos y
      * saldo a favor; el ultimo pago no cambia, una nota no es un
      * pago.
      ******************************************************************
       360-ACTUALIZAR-SALDOS.
           MOVE 0 TO w-flag-saldos.
           MOVE w-socio-nota TO sal-socio.
           READ SALDOS INVALID KEY MOVE 1 TO w-flag-saldos.
           IF NOT no-esta-saldos
               MOVE ZERO TO w-sal-debe
               MOVE ZERO TO w-sal-meses
               MOVE ZERO TO w-sal-favor
               MOVE 0 TO w-flag-socios
               MOVE w-socio-nota TO soc-socio
               MOVE w-anio-actual TO soc-anio
               MOVE ZERO TO soc-mes
               START SOCIOS KEY IS >= soc-llave
                   INVALID KEY MOVE 1 TO w-flag-socios
               END-START
               PERFORM UNTIL fin-arch-socios
                   READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
                   NOT AT END
                       IF soc-socio NOT = w-socio-nota
                           OR soc-anio NOT = w-anio-actual
                           MOVE 1 TO w-flag-socios
                       ELSE
                           IF soc-mes = ZERO
                               MOVE soc-saldo-favor TO w-sal-favor
                           ELSE
                               IF soc-debe > 0
                                   ADD soc-debe TO w-sal-debe
                                   ADD 1 TO w-sal-meses
                               END-IF
                           END-IF
                       END-IF
               END-PERFORM
               MOVE w-anio-actual TO sal-anio
               MOVE w-sal-debe TO sal-debe-total
               MOVE w-sal-meses TO sal-meses-abiertos
               MOVE w-sal-favor TO sal-saldo-favor
               REWRITE sal-reg
           END-IF.

       400-IMPRIMIR-NOTA.
           MOVE 0 TO w-flag-ficha.
           MOVE nota-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           DISPLAY lin-guarda.
           IF nota-tipo = "C"
               MOVE "NOTA DE CREDITO" TO t-tipo
           ELSE
               MOVE "NOTA DE DEBITO" TO t-tipo
           END-IF.
           MOVE nota-numero TO t-numero.
           DISPLAY lin-titulo.
           MOVE nota-socio TO t-socio.
           IF no-esta-ficha
               MOVE SPACES TO t-nombre
           ELSE
               MOVE sm-nombre TO t-nombre
           END-IF.
           DISPLAY lin-socio.
           MOVE nota-fecha TO t-fecha.
           DISPLAY lin-fecha.
           MOVE SPACES TO t-aplica.
           IF nota-aplica = "G"
               STRING "CARGO " nota-concepto " "
                   DELIMITED BY SIZE INTO t-aplica
           ELSE
               MOVE "CUOTA SOCIAL " TO t-aplica
           END-IF.
           MOVE nota-mes TO t-mes.
           MOVE nota-anio TO t-anio.
           DISPLAY lin-aplica.
           MOVE nota-importe TO t-importe.
           DISPLAY lin-importe.
           IF nota-a-favor > ZERO
               MOVE nota-a-favor TO t-a-favor
               DISPLAY lin-a-favor
           END-IF.
           MOVE nota-motivo TO t-motivo.
           DISPLAY lin-motivo.
           MOVE nota-supervisor TO t-supervisor.
           MOVE nota-operador TO t-operador.
           DISPLAY lin-firmas.
           DISPLAY lin-guarda.

       790-GRABAR-AUDITORIA.
           ADD 1 TO w-ult-secuencia.
           MOVE w-ult-secuencia TO aud-secuencia.
           MOVE FUNCTION CURRENT-DATE TO aud-fecha-hora.
           MOVE w-socio-nota TO aud-socio.
           MOVE nota-numero TO aud-recibo.
           WRITE aud-reg.

      ******************************************************************
      * El registro de la serie esta tomado por otra emision: se
      * reintenta la lectura hasta que lo suelte en vez de abortar.
      ******************************************************************
       980-ESPERAR-RECIBCTL.
           MOVE ZERO TO w-reintentos.
           PERFORM UNTIL w-fs-recibctl NOT = "51"
                   OR w-reintentos > 100
               ADD 1 TO w-reintentos
               DISPLAY "SERIE DE NOTAS TOMADA, REINTENTO " w-reintentos
               MOVE w-serie-nota TO rc-caja
               READ RECIBCTL
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
           IF w-fs-recibctl = "51"
               DISPLAY "NO PUDE TOMAR LA SERIE DE NOTAS"
               MOVE "980-ESPERAR-RECIBCTL" TO w-exc-paragrafo
               MOVE w-serie-nota TO w-exc-clave
               MOVE "SERIE DE NOTAS BLOQUEADA" TO w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
               PERFORM 900-FIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "NOTASCREDDEB" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE SOCIOS.
           CLOSE CARGOS.
           CLOSE SOCIOMAE.
           CLOSE NOTAS.
           CLOSE RECIBCTL.
           CLOSE SALDOS.
           CLOSE AUDITORIA.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
