      ******************************************************************
      * Author:
      * Date:
      * Purpose: Settlement (rendicion) of a door-to-door cobrador's
      *          route sheet. Given cobrador, year and month on the
      *          command line (year/month default to today), the
      *          cashier who receives the money logs in and, for every
      *          visit of the sheet still pending in rutas.dat, types
      *          what the cobrador collected (zero = not collected,
      *          the paper recibo comes back and is voided). Every
      *          collected recibo becomes a pagos.txt line with its
      *          pre-numbered recibo and forma de pago "K", ready for
      *          the normal pagTexIndex "I" load and payment
      *          application - like debitosRespuesta, pagos.txt is
      *          opened EXTEND so an unloaded extract survives. The
      *          cobrador's commission (cob-pct-comision of what was
      *          collected) is worked out, and the rendicion - cobrado,
      *          comision and the cash handed over - is appended to
      *          rendcob.dat, where cierreCaja shows it as its own line
      *          of the receiving cashier's drawer. Ends with the list
      *          of what is still outstanding on the sheet.
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
           SELECT RUTAS ASSIGN TO "..\rutas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ruta-recibo
                   ALTERNATE RECORD KEY IS ruta-periodo WITH DUPLICATES.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL PAG-TEX ASSIGN TO "..\pagos.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RENDCOB ASSIGN TO "..\rendcob.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COBRADORES.
           COPY "COBRADORREC.cpy".
       FD  RUTAS.
           COPY "RUTAREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  PAG-TEX.
       01  pag-tex-reg.
           03 pag-tex-recibo pic 9(10).
           03 pag-tex-socio pic 9(5).
           03 pag-tex-anio pic 9(4).
           03 pag-tex-fecha pic 9(8).
           03 pag-tex-importe pic 9(8).
           03 pag-tex-forma pic x.
       FD  RENDCOB.
           COPY "RENDCOBREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-param pic x(20) value spaces.
       77  w-cobrador pic 9(2) value zero.
       77  w-anio pic 9(4) value zero.
       77  w-mes pic 9(2) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-flag-cob pic 9 value zero.
           88 no-esta-cobrador value 1.
       77  w-flag-rutas pic 9 value zero.
           88 fin-arch-rutas value 1.
       77  w-flag-sociomae pic 9 value zero.
           88 no-esta-sociomae value 1.
       77  w-operador pic x(3) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-clave-login pic x(8) value spaces.
       77  w-cnt-rendidos pic 9(4) value zero.
       77  w-cnt-cobrados pic 9(4) value zero.
       77  w-cnt-pendientes pic 9(4) value zero.
       01  w-cobrado pic 9(8) value zero.
       01  w-tot-cobrado pic 9(8) value zero.
       01  w-comision pic 9(8) value zero.
       01  w-entregado pic 9(8) value zero.
       01  w-saldo-pend pic 9(8) value zero.
       01  w-tot-pendiente pic 9(10) value zero.
       01  lin-visita.
           03 filler pic x(8) value "RECIBO: ".
           03 v-recibo pic 9(10).
           03 filler pic x(9) value "  SOCIO: ".
           03 v-socio pic zzzz9.
           03 filler pic x(1) value spaces.
           03 v-nombre pic x(30).
           03 filler pic x(12) value "  A COBRAR: ".
           03 v-importe pic zz.zzz.zz9.
       01  lin-guarda.
           03 filler pic x(60) value all "-".
       01  lin-rendicion.
           03 filler pic x(10) value "COBRADOR: ".
           03 r-cobrador pic 99.
           03 filler pic x(1) value spaces.
           03 r-nombre pic x(30).
           03 filler pic x(11) value "  PERIODO: ".
           03 r-anio pic 9999.
           03 filler pic x value "/".
           03 r-mes pic 99.
       01  lin-importes.
           03 filler pic x(10) value "COBRADO: ".
           03 r-cobrado pic zz.zzz.zz9.
           03 filler pic x(13) value "  COMISION: ".
           03 r-comision pic zz.zzz.zz9.
           03 filler pic x(14) value "  ENTREGADO: ".
           03 r-entregado pic zz.zzz.zz9.
       01  lin-cab-pendientes.
           03 filler pic x(30) value "QUEDA PENDIENTE DE LA HOJA:".
       01  lin-pendiente.
           03 p-recibo pic 9(10).
           03 filler pic x(2) value spaces.
           03 p-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 p-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 p-saldo pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 p-estado pic x(13).
       01  lin-tot-pendiente.
           03 filler pic x(20) value "SOCIOS PENDIENTES:  ".
           03 t-pendientes pic zzz9.
           03 filler pic x(20) value "   TOTAL PENDIENTE: ".
           03 t-pendiente pic zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-RENDIR-HOJA.
           PERFORM 400-LIQUIDAR-COMISION.
           PERFORM 500-LISTAR-PENDIENTES.
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
           PERFORM 105-VALIDAR-OPERADOR.
           OPEN INPUT COBRADORES.
           MOVE 0 TO w-flag-cob.
           MOVE w-cobrador TO cob-codigo.
           READ COBRADORES INVALID KEY MOVE 1 TO w-flag-cob.
           IF no-esta-cobrador
               DISPLAY "COBRADOR INEXISTENTE"
               CLOSE COBRADORES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RUTAS.
           OPEN INPUT SOCIOMAE.
           OPEN EXTEND PAG-TEX.
           OPEN EXTEND RENDCOB.
           MOVE cob-codigo TO r-cobrador.
           MOVE cob-nombre TO r-nombre.
           MOVE w-anio TO r-anio.
           MOVE w-mes TO r-mes.
           DISPLAY lin-rendicion.
           DISPLAY lin-guarda.

      ******************************************************************
      * Quien recibe la plata del cobrador se identifica contra
      * operadores.dat (cajero o supervisor): el efectivo entregado va
      * a su cajon en cierreCaja. Sin archivo (o vacio) la rendicion
      * queda sin cajero y cuenta en el cierre del dia entero.
      ******************************************************************
       105-VALIDAR-OPERADOR.
           OPEN INPUT OPERADORES.
           PERFORM 106-HAY-OPERADORES.
           IF control-operadores
               DISPLAY "OPERADOR:"
               ACCEPT w-operador
               DISPLAY "CLAVE:"
               ACCEPT w-clave-login
               MOVE 0 TO w-flag-login
               MOVE w-operador TO op-codigo
               READ OPERADORES INVALID KEY MOVE 1 TO w-flag-login
               END-READ
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

       300-RENDIR-HOJA.
           MOVE 0 TO w-flag-rutas.
           MOVE w-cobrador TO ruta-cobrador.
           MOVE w-anio TO ruta-anio.
           MOVE w-mes TO ruta-mes.
           START RUTAS KEY IS = ruta-periodo
               INVALID KEY
                   MOVE 1 TO w-flag-rutas
                   DISPLAY "NO HAY HOJA DE RUTA EMITIDA PARA EL PERIODO"
           END-START.
           PERFORM UNTIL fin-arch-rutas
               READ RUTAS NEXT AT END MOVE 1 TO w-flag-rutas
               NOT AT END
                   IF ruta-cobrador NOT = w-cobrador
                       OR ruta-anio NOT = w-anio
                       OR ruta-mes NOT = w-mes
                       MOVE 1 TO w-flag-rutas
                   ELSE
                       IF ruta-estado = "P"
                           PERFORM 310-RENDIR-VISITA
                       END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Lo cobrado entra como un recibo mas por pagos.txt con el
      * numero del talonario; la aplicacion normal decide a que
      * cuotas y cargos va. Cero es recibo no cobrado: el papel vuelve
      * y el numero queda anulado en la hoja.
      ******************************************************************
       310-RENDIR-VISITA.
           PERFORM 320-BUSCAR-SOCIO.
           MOVE ruta-recibo TO v-recibo.
           MOVE ruta-socio TO v-socio.
           MOVE sm-nombre TO v-nombre.
           MOVE ruta-importe TO v-importe.
           DISPLAY lin-visita.
           DISPLAY "IMPORTE COBRADO (0 = NO COBRADO):".
           ACCEPT w-cobrado.
           ADD 1 TO w-cnt-rendidos.
           MOVE w-fecha-hoy TO ruta-fecha-rendicion.
           MOVE w-cobrado TO ruta-cobrado.
           IF w-cobrado > ZERO
               MOVE ruta-recibo TO pag-tex-recibo
               MOVE ruta-socio TO pag-tex-socio
               MOVE ruta-anio TO pag-tex-anio
               MOVE w-fecha-hoy TO pag-tex-fecha
               MOVE w-cobrado TO pag-tex-importe
               MOVE "K" TO pag-tex-forma
               WRITE pag-tex-reg
               MOVE "C" TO ruta-estado
               ADD 1 TO w-cnt-cobrados
               ADD w-cobrado TO w-tot-cobrado
           ELSE
               MOVE "N" TO ruta-estado
           END-IF.
           REWRITE ruta-reg.

       320-BUSCAR-SOCIO.
           MOVE 0 TO w-flag-sociomae.
           MOVE ruta-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-sociomae.
           IF no-esta-sociomae
               MOVE SPACES TO sm-nombre
           END-IF.

      ******************************************************************
      * La comision es el porcentaje del cobrador sobre lo cobrado en
      * esta rendicion; el resto es el efectivo que entra al cajon.
      ******************************************************************
       400-LIQUIDAR-COMISION.
           COMPUTE w-comision ROUNDED =
               w-tot-cobrado * cob-pct-comision / 100.
           COMPUTE w-entregado = w-tot-cobrado - w-comision.
           IF w-cnt-rendidos > ZERO
               MOVE w-fecha-hoy TO rco-fecha
               MOVE w-operador TO rco-cajero
               MOVE w-cobrador TO rco-cobrador
               MOVE w-anio TO rco-anio
               MOVE w-mes TO rco-mes
               MOVE w-cnt-cobrados TO rco-cnt-cobrados
               MOVE w-tot-cobrado TO rco-cobrado
               MOVE w-comision TO rco-comision
               MOVE w-entregado TO rco-entregado
               WRITE rco-reg
           END-IF.
           DISPLAY lin-guarda.
           MOVE w-tot-cobrado TO r-cobrado.
           MOVE w-comision TO r-comision.
           MOVE w-entregado TO r-entregado.
           DISPLAY lin-importes.
           DISPLAY lin-guarda.

      ******************************************************************
      * Lo que sigue abierto de la hoja: visitas sin rendir, recibos
      * no cobrados y cobros parciales por la diferencia.
      ******************************************************************
       500-LISTAR-PENDIENTES.
           DISPLAY lin-cab-pendientes.
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
                       PERFORM 510-CONTROLAR-PENDIENTE
                   END-IF
           END-PERFORM.
           MOVE w-cnt-pendientes TO t-pendientes.
           MOVE w-tot-pendiente TO t-pendiente.
           DISPLAY lin-tot-pendiente.

       510-CONTROLAR-PENDIENTE.
           MOVE ZERO TO w-saldo-pend.
           EVALUATE ruta-estado
               WHEN "P"
                   MOVE ruta-importe TO w-saldo-pend
                   MOVE "SIN RENDIR" TO p-estado
               WHEN "N"
                   MOVE ruta-importe TO w-saldo-pend
                   MOVE "NO COBRADO" TO p-estado
               WHEN OTHER
                   IF ruta-cobrado < ruta-importe
                       COMPUTE w-saldo-pend =
                           ruta-importe - ruta-cobrado
                       MOVE "COBRO PARCIAL" TO p-estado
                   END-IF
           END-EVALUATE.
           IF w-saldo-pend > ZERO
               PERFORM 320-BUSCAR-SOCIO
               MOVE ruta-recibo TO p-recibo
               MOVE ruta-socio TO p-socio
               MOVE sm-nombre TO p-nombre
               MOVE w-saldo-pend TO p-saldo
               DISPLAY lin-pendiente
               ADD 1 TO w-cnt-pendientes
               ADD w-saldo-pend TO w-tot-pendiente
           END-IF.

       900-FIN.
           CLOSE COBRADORES.
           CLOSE RUTAS.
           CLOSE SOCIOMAE.
           CLOSE PAG-TEX.
           CLOSE RENDCOB.
       END PROGRAM YOUR-PROGRAM-NAME.
