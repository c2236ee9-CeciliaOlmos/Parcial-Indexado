      ******************************************************************
      * Author:
      * Date:
      * Purpose: Payment-network collection (Rapipago / Pago Facil)
      *          processing. Reads the network's daily rendicion file
      *          (rendicion.txt: red R/P, fecha de cobro, fecha de
      *          acreditacion, the 48-digit barcode read at the
      *          counter, importe cobrado and the network's commission
      *          for the item) and turns every valid barcode into a
      *          pagos.txt line with forma de pago "R" and a recibo
      *          from the caja 50 series of recibctl.dat (the series
      *          reserved for the networks), ready for the normal
      *          pagTexIndex "I" load - like debitosRespuesta,
      *          pagos.txt is opened EXTEND so an unloaded extract
      *          survives. Each collected item is also appended to
      *          redcobro.dat with its recibo and commission, for
      *          asientosContables (commission expense) and
      *          conciliaBanco (the network's single net transfer).
      *          A barcode that is not ours, fails its check digit or
      *          names an unknown socio is logged to excepciones.dat
      *          and generates no recibo; it still goes to
      *          redcobro.dat with recibo zero, since the network
      *          collected it and includes it in its transfer.
      * Modification history:
      *   - The club's network company code is read from
      *     parametros.dat (par-empresa-red) instead of being fixed
      *     in CODBARRAREC.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENDICION ASSIGN TO "..\rendicion.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PAG-TEX ASSIGN TO "..\pagos.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RECIBCTL ASSIGN TO "..\recibctl.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS rc-caja.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio.
           SELECT OPTIONAL REDCOBRO ASSIGN TO "..\redcobro.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RENDICION.
       01  ren-reg.
           03 ren-red pic x.
      *        R = Rapipago, P = Pago Facil.
           03 ren-fecha-cobro pic 9(8).
           03 ren-fecha-acredita pic 9(8).
           03 ren-codigo pic x(48).
           03 ren-importe pic 9(8).
           03 ren-comision pic 9(6).
       FD  PAG-TEX.
       01  pag-tex-reg.
           03 pag-tex-recibo pic 9(10).
           03 pag-tex-socio pic 9(5).
           03 pag-tex-anio pic 9(4).
           03 pag-tex-fecha pic 9(8).
           03 pag-tex-importe pic 9(8).
           03 pag-tex-forma pic x.
       FD  RECIBCTL.
           COPY "RECIBCTLREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  REDCOBRO.
           COPY "REDCOBROREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       WORKING-STORAGE SECTION.
           COPY "CODBARRAREC.cpy".
       77  w-flag-ren pic 9 value zero.
           88 fin-arch-ren value 1.
       77  w-flag-sociomae pic 9 value zero.
           88 no-esta-sociomae value 1.
       77  w-cnt-aceptados pic 9(6) value zero.
       77  w-cnt-rechazados pic 9(6) value zero.
       01  w-tot-cobrado pic 9(10) value zero.
       01  w-tot-comision pic 9(10) value zero.
       01  w-tot-neto pic 9(10) value zero.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-empresa-red pic 9(4) value 4127.
       77  w-caja-redes pic 9(2) value 50.
      *        Serie de recibos reservada para las redes de cobranza.
       77  w-cb-i pic 99 value zero.
       77  w-cb-peso pic 9 value zero.
       77  w-cb-suma pic 9(5) value zero.
       77  w-cb-mitad pic 9(5) value zero.
       77  w-cb-digito pic 9 value zero.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       01  lin-resumen.
           03 filler pic x(19) value "COBROS ACEPTADOS: ".
           03 r-aceptados pic zzzzz9.
           03 filler pic x(15) value "  RECHAZADOS: ".
           03 r-rechazados pic zzzzz9.
       01  lin-totales.
           03 filler pic x(9) value "COBRADO: ".
           03 r-cobrado pic z.zzz.zzz.zz9.
           03 filler pic x(13) value "  COMISION: ".
           03 r-comision pic z.zzz.zzz.zz9.
           03 filler pic x(9) value "  NETO: ".
           03 r-neto pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL fin-arch-ren
               READ RENDICION AT END MOVE 1 TO w-flag-ren
               NOT AT END
                   PERFORM 300-PROCESAR-COBRO
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT RENDICION.
      *        EXTEND: no pisa un extracto de mostrador que todavia
      *        no haya pasado por la carga "I" de pagTexIndex.
           OPEN EXTEND PAG-TEX.
           OPEN I-O RECIBCTL.
           OPEN INPUT SOCIOMAE.
           OPEN EXTEND REDCOBRO.
           OPEN EXTEND EXCEPCIONES.

      ******************************************************************
      * El codigo de empresa que se controla en cada codigo de barras
      * es el mismo con que lo arman cuponera y avisoVencimiento
      * (parametros.dat); sin archivo queda el historico 4127.
      ******************************************************************
       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-empresa-red NUMERIC
                   AND par-empresa-red > ZERO
                   MOVE par-empresa-red TO w-empresa-red
               END-IF
           END-IF.
           CLOSE PARAMETROS.

       300-PROCESAR-COBRO.
           MOVE "300-PROCESAR-COBRO" TO w-exc-paragrafo.
           MOVE ren-codigo TO w-exc-clave.
           IF ren-codigo NOT NUMERIC
               MOVE "CODIGO DE BARRAS NO NUMERICO" TO w-exc-mensaje
               PERFORM 390-RECHAZAR-COBRO
           ELSE
               MOVE ren-codigo TO cb-codigo
               PERFORM 310-VALIDAR-CODIGO
           END-IF.

       310-VALIDAR-CODIGO.
           PERFORM 345-CALCULAR-DIGITO.
           IF cb-empresa NOT = w-empresa-red
               MOVE "CODIGO DE OTRA EMPRESA" TO w-exc-mensaje
               PERFORM 390-RECHAZAR-COBRO
           ELSE
               IF w-cb-digito NOT = cb-digito
                   MOVE "DIGITO VERIFICADOR INVALIDO" TO w-exc-mensaje
                   PERFORM 390-RECHAZAR-COBRO
               ELSE
                   MOVE 0 TO w-flag-sociomae
                   MOVE cb-socio TO sm-socio
                   READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-sociomae
                   END-READ
                   IF no-esta-sociomae
                       MOVE "SOCIO INEXISTENTE EN EL CODIGO"
                           TO w-exc-mensaje
                       PERFORM 390-RECHAZAR-COBRO
                   ELSE
                       PERFORM 320-GENERAR-PAGO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Lo que la red cobro en el mostrador entra como pago del socio
      * por el importe efectivamente cobrado (primer o segundo
      * vencimiento); la aplicacion normal lo imputa como a cualquier
      * otro recibo.
      ******************************************************************
       320-GENERAR-PAGO.
           PERFORM 330-ASIGNAR-RECIBO.
           MOVE cb-socio TO pag-tex-socio.
           MOVE ren-fecha-cobro(1:4) TO pag-tex-anio.
           MOVE ren-fecha-cobro TO pag-tex-fecha.
           MOVE ren-importe TO pag-tex-importe.
           MOVE "R" TO pag-tex-forma.
           WRITE pag-tex-reg.
           MOVE pag-tex-recibo TO rdc-recibo.
           MOVE cb-socio TO rdc-socio.
           PERFORM 340-REGISTRAR-COBRO-RED.
           ADD 1 TO w-cnt-aceptados.
       340-REGISTRAR-COBRO-RED.
           MOVE ren-red TO rdc-red.
           MOVE ren-fecha-cobro TO rdc-fecha-cobro.
           MOVE ren-fecha-acredita TO rdc-fecha-acredita.
           MOVE ren-importe TO rdc-importe.
           MOVE ren-comision TO rdc-comision.
           WRITE rdc-reg.
           ADD ren-importe TO w-tot-cobrado.
           ADD ren-comision TO w-tot-comision.
       330-ASIGNAR-RECIBO.
           MOVE w-caja-redes TO rc-caja.
           READ RECIBCTL
               INVALID KEY
                   MOVE w-caja-redes TO rc-caja
                   MOVE ZERO TO rc-ultimo-numero
                   WRITE rc-reg
           END-READ.
           ADD 1 TO rc-ultimo-numero.
           REWRITE rc-reg.
           COMPUTE pag-tex-recibo =
               rc-caja * 100000000 + rc-ultimo-numero.

      ******************************************************************
      * Verificador del codigo: suma de los 47 digitos por los pesos
      * 1, 3, 5, 7, 9, 3, 5, 7, 9, ... ; la mitad entera, modulo 10.
      ******************************************************************
       345-CALCULAR-DIGITO.
           MOVE ZERO TO w-cb-suma.
           MOVE 1 TO w-cb-peso.
           PERFORM VARYING w-cb-i FROM 1 BY 1 UNTIL w-cb-i > 47
               COMPUTE w-cb-suma =
                   w-cb-suma + cb-dig(w-cb-i) * w-cb-peso
               IF w-cb-peso = 9
                   MOVE 3 TO w-cb-peso
               ELSE
                   ADD 2 TO w-cb-peso
               END-IF
           END-PERFORM.
           DIVIDE w-cb-suma BY 2 GIVING w-cb-mitad.
           DIVIDE w-cb-mitad BY 10 GIVING w-cb-suma
               REMAINDER w-cb-digito.

      *        La plata igual la cobro la red: el item queda en
      *        excepciones para que administracion identifique al
      *        socio y lo cargue a mano, y en redcobro.dat sin recibo
      *        porque viene dentro de la transferencia de la red.
       390-RECHAZAR-COBRO.
           ADD 1 TO w-cnt-rechazados.
           PERFORM 995-REGISTRAR-EXCEPCION.
           MOVE ZERO TO rdc-recibo.
           MOVE ZERO TO rdc-socio.
           PERFORM 340-REGISTRAR-COBRO-RED.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "RENDICIONREDES" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           MOVE w-cnt-aceptados TO r-aceptados.
           MOVE w-cnt-rechazados TO r-rechazados.
           DISPLAY lin-resumen.
           COMPUTE w-tot-neto = w-tot-cobrado - w-tot-comision.
           MOVE w-tot-cobrado TO r-cobrado.
           MOVE w-tot-comision TO r-comision.
           MOVE w-tot-neto TO r-neto.
           DISPLAY lin-totales.
           CLOSE RENDICION.
           CLOSE PAG-TEX.
           CLOSE RECIBCTL.
           CLOSE SOCIOMAE.
           CLOSE REDCOBRO.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
