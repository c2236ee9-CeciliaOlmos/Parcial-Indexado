      ******************************************************************
      * Author:
      * Date:
      * Purpose: Caja sale to a non-member (dia de pileta, entradas a
      *          eventos, alquiler de cancha a particulares), which
      *          until now went into a separate cash box and a
      *          notebook because pag-reg needs a socio. Takes the
      *          concepto, quantity, buyer's name and forma de pago
      *          (E/T/D/C) interactively; the unit price is the
      *          concepto's tarifa in conceptos.dat. The recibo number
      *          comes from the caja's own series in recibctl.dat,
      *          like pagoDirecto, so the caja's numbering stays
      *          continuous. The sale is written to ventas.dat and the
      *          comprobante printed; socios.dat, pagos.dat and
      *          auditoria.dat are not touched. cierreCaja counts the
      *          sales in the drawer as their own section and
      *          asientosContables posts them to the concepto's
      *          account. Same operator and open-period controls as
      *          pagoDirecto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENTAS ASSIGN TO "..\ventas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ven-recibo
                   ALTERNATE RECORD KEY IS ven-llave-fecha
                       WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL RECIBCTL ASSIGN TO "..\recibctl.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rc-caja
                   FILE STATUS IS w-fs-recibctl
                   SHARING WITH ALL OTHER
                   LOCK MODE IS AUTOMATIC.
           SELECT CONCEPTOS ASSIGN TO "..\conceptos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL PERIODOS ASSIGN TO "..\periodos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS per-periodo
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
                   ORGANIZATION LINE SEQUENTIAL
                   SHARING WITH ALL OTHER.
       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS.
           COPY "VENTAREC.cpy".
       FD  RECIBCTL.
           COPY "RECIBCTLREC.cpy".
       FD  CONCEPTOS.
           COPY "CONCEPREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  PERIODOS.
           COPY "PERIODOREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-concepto-param pic x(3) value spaces.
       77  w-cantidad-param pic 9(3) value zero.
       77  w-comprador-param pic x(30) value spaces.
       77  w-forma-param pic x value "E".
           88 forma-admitida values "E" "T" "D" "C".
       77  w-cajero-param pic x(3) value spaces.
       77  w-caja-param pic 9(2) value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-precio pic 9(6) value zero.
       77  w-descripcion pic x(20) value spaces.
       01  w-importe pic 9(8) value zero.
       77  w-flag-conceptos pic 9 value zero.
           88 fin-arch-conceptos value 1.
       77  w-flag-concepto pic 9 value zero.
           88 concepto-hallado value 1.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-periodo-desde pic 9(8) value zero.
       77  w-periodo-hasta pic 9(8) value 99999999.
       77  w-flag-periodo pic 9 value zero.
           88 no-esta-periodo value 1.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-clave-login pic x(8) value spaces.
       77  w-fs-recibctl pic xx value spaces.
       77  w-reintentos pic 9(3) value zero.
       77  w-flag-venta pic 9 value zero.
           88 venta-fallida value 1.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  lin-guarda.
           03 filler pic x(40) value all "-".
       01  lin-titulo.
           03 filler pic x(7) value "RECIBO:".
           03 t-recibo pic z(9)9.
       01  lin-comprador.
           03 filler pic x(10) value "COMPRADOR:".
           03 t-comprador pic x(30).
       01  lin-fecha.
           03 filler pic x(7) value "FECHA:".
           03 t-fecha pic 9999/99/99.
       01  lin-concepto.
           03 t-cantidad pic zz9.
           03 filler pic x(3) value " X ".
           03 t-descripcion pic x(20).
           03 filler pic x(3) value " $ ".
           03 t-precio pic zzz.zz9.
       01  lin-importe.
           03 filler pic x(9) value "IMPORTE:".
           03 t-importe pic zz.zzz.zz9.
       01  lin-forma.
           03 filler pic x(7) value "FORMA:".
           03 t-forma pic x.
       01  lin-cajero.
           03 filler pic x(8) value "CAJERO:".
           03 t-cajero pic x(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-DETERMINAR-RECIBO.
           PERFORM 300-GRABAR-VENTA.
           IF venta-fallida
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 400-IMPRIMIR-COMPROBANTE
           END-IF.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           DISPLAY "CONCEPTO (EJ DIA/CEN/CAN):".
           ACCEPT w-concepto-param.
           PERFORM 120-BUSCAR-CONCEPTO.
           IF NOT concepto-hallado
               DISPLAY "CONCEPTO " w-concepto-param
                   " SIN TARIFA EN CONCEPTOS.DAT - NO SE OPERA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY w-descripcion " $ " w-precio.
           DISPLAY "CANTIDAD:".
           ACCEPT w-cantidad-param.
           IF w-cantidad-param = ZERO
               MOVE 1 TO w-cantidad-param
           END-IF.
           DISPLAY "NOMBRE DEL COMPRADOR:".
           ACCEPT w-comprador-param.
           IF w-comprador-param = SPACES
               DISPLAY "FALTA EL NOMBRE DEL COMPRADOR - NO SE OPERA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "FORMA DE PAGO (E/T/D/C):".
           ACCEPT w-forma-param.
           IF w-forma-param = SPACE
               MOVE "E" TO w-forma-param
           END-IF.
      *        Sin socio no hay recibo que revertir si un cheque
      *        rebota: la venta se cobra con valores del acto.
           IF NOT forma-admitida
               DISPLAY "FORMA DE PAGO NO ADMITIDA EN VENTAS - "
                   "NO SE OPERA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "CAJERO:".
           ACCEPT w-cajero-param.
           DISPLAY "CAJA:".
           ACCEPT w-caja-param.
           IF w-caja-param = ZERO
               MOVE 1 TO w-caja-param
           END-IF.
      *        Las series 40 en adelante de recibctl.dat no son cajas:
      *        talonarios de cobradores (41-49), redes de cobranza
      *        (50), contingencia (51-89), debitos (90) y notas
      *        (98-99).
           IF w-caja-param > 39
               DISPLAY "CAJA FUERA DEL RANGO 1-39 - NO SE OPERA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 107-VALIDAR-OPERADOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           IF w-fecha-hoy < w-periodo-desde
               OR w-fecha-hoy > w-periodo-hasta
               DISPLAY "FECHA FUERA DEL PERIODO ABIERTO - NO SE OPERA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-CONTROLAR-PERIODO-CERRADO.
           COMPUTE w-importe = w-precio * w-cantidad-param.
           OPEN I-O VENTAS.
           OPEN I-O RECIBCTL.
           OPEN EXTEND EXCEPCIONES.

      ******************************************************************
      * Control de operadores: con operadores.dat cargado, el cajero
      * tipeado tiene que existir activo, la clave coincidir y el rol
      * ser cajero o supervisor. Sin archivo (o vacio) rige el
      * comportamiento historico de iniciales a libre tipeo.
      ******************************************************************
       107-VALIDAR-OPERADOR.
           OPEN INPUT OPERADORES.
           PERFORM 108-HAY-OPERADORES.
           IF control-operadores
               MOVE 0 TO w-flag-login
               MOVE w-cajero-param TO op-codigo
               READ OPERADORES INVALID KEY MOVE 1 TO w-flag-login
               END-READ
               IF NOT no-esta-login
                   DISPLAY "CLAVE:"
                   ACCEPT w-clave-login
               END-IF
               IF no-esta-login OR op-estado NOT = "A"
                   OR op-clave NOT = w-clave-login
                   OR (op-rol NOT = "C" AND op-rol NOT = "S")
                   DISPLAY "OPERADOR/CLAVE/ROL INVALIDO - NO SE OPERA"
                   CLOSE OPERADORES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE OPERADORES.
       108-HAY-OPERADORES.
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
      * Periodo abierto desde parametros.dat; sin archivo el periodo
      * queda sin limite.
      ******************************************************************
       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-periodo-desde > ZERO
                   MOVE par-periodo-desde TO w-periodo-desde
               END-IF
               IF par-periodo-hasta > ZERO
                   MOVE par-periodo-hasta TO w-periodo-hasta
               END-IF
           END-IF.
           CLOSE PARAMETROS.

      ******************************************************************
      * Contra un mes que cierreMensual ya cerro en periodos.dat no se
      * vende: la caja de ese mes ya esta arqueada y asentada.
      ******************************************************************
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

      ******************************************************************
      * El precio unitario es la tarifa del concepto en conceptos.dat.
      ******************************************************************
       120-BUSCAR-CONCEPTO.
           OPEN INPUT CONCEPTOS.
           PERFORM UNTIL fin-arch-conceptos OR concepto-hallado
               READ CONCEPTOS AT END MOVE 1 TO w-flag-conceptos
               NOT AT END
                   IF concep-tex-codigo = w-concepto-param
                       AND concep-tex-importe > ZERO
                       MOVE 1 TO w-flag-concepto
                       MOVE concep-tex-importe TO w-precio
                       MOVE concep-tex-descripcion TO w-descripcion
                   END-IF
           END-PERFORM.
           CLOSE CONCEPTOS.

       200-DETERMINAR-RECIBO.
           MOVE w-caja-param TO rc-caja.
           READ RECIBCTL
               INVALID KEY
                   MOVE w-caja-param TO rc-caja
                   MOVE ZERO TO rc-ultimo-numero
                   WRITE rc-reg
           END-READ.
           IF w-fs-recibctl = "51"
               PERFORM 980-ESPERAR-RECIBCTL
           END-IF.
           ADD 1 TO rc-ultimo-numero.
           REWRITE rc-reg.
           COMPUTE ven-recibo =
               rc-caja * 100000000 + rc-ultimo-numero.

      ******************************************************************
      * El registro de la serie esta tomado por la otra caja: se
      * reintenta la lectura hasta que lo suelte en vez de abortar.
      ******************************************************************
       980-ESPERAR-RECIBCTL.
           MOVE ZERO TO w-reintentos.
           PERFORM UNTIL w-fs-recibctl NOT = "51"
                   OR w-reintentos > 100
               ADD 1 TO w-reintentos
               DISPLAY "SERIE DE CAJA TOMADA, REINTENTO " w-reintentos
               MOVE w-caja-param TO rc-caja
               READ RECIBCTL
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
           IF w-fs-recibctl = "51"
               DISPLAY "NO PUDE TOMAR LA SERIE DE LA CAJA"
               MOVE "980-ESPERAR-RECIBCTL" TO w-exc-paragrafo
               MOVE w-caja-param TO w-exc-clave
               MOVE "SERIE DE CAJA BLOQUEADA" TO w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
               CLOSE VENTAS RECIBCTL EXCEPCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       300-GRABAR-VENTA.
           MOVE w-fecha-hoy TO ven-fecha.
           MOVE w-concepto-param TO ven-concepto.
           MOVE w-descripcion TO ven-descripcion.
           MOVE w-comprador-param TO ven-comprador.
           MOVE w-cantidad-param TO ven-cantidad.
           MOVE w-precio TO ven-precio.
           MOVE w-importe TO ven-importe.
           MOVE w-forma-param TO ven-forma-pago.
           MOVE w-cajero-param TO ven-cajero.
           MOVE ven-fecha TO ven-lf-fecha.
           MOVE ven-cajero TO ven-lf-cajero.
           WRITE ven-reg
               INVALID KEY
                   MOVE 1 TO w-flag-venta
                   DISPLAY "NO PUDE GRABAR LA VENTA"
                   MOVE "300-GRABAR-VENTA" TO w-exc-paragrafo
                   MOVE ven-recibo TO w-exc-clave
                   MOVE "NO PUDE GRABAR LA VENTA" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
           END-WRITE.

       400-IMPRIMIR-COMPROBANTE.
           DISPLAY lin-guarda.
           MOVE ven-recibo TO t-recibo.
           DISPLAY lin-titulo.
           MOVE ven-comprador TO t-comprador.
           DISPLAY lin-comprador.
           MOVE ven-fecha TO t-fecha.
           DISPLAY lin-fecha.
           MOVE ven-cantidad TO t-cantidad.
           MOVE ven-descripcion TO t-descripcion.
           MOVE ven-precio TO t-precio.
           DISPLAY lin-concepto.
           MOVE ven-importe TO t-importe.
           DISPLAY lin-importe.
           MOVE ven-forma-pago TO t-forma.
           DISPLAY lin-forma.
           MOVE ven-cajero TO t-cajero.
           DISPLAY lin-cajero.
           DISPLAY lin-guarda.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "VENTANOSOCIO" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE VENTAS.
           CLOSE RECIBCTL.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
