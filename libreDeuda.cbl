      ******************************************************************
      * Author:
      * Date:
      * Purpose: Certificado de libre deuda. EMITIR (cajero or
      *          supervisor) checks the socio's standing: months of
      *          socios.dat and charges of cargos.dat already due with
      *          debe open, deudaant.dat from closed years, a convenio
      *          still vigente, cheques en cartera not yet cleared
      *          and debt passed to incobrables. If nothing is pending
      *          it takes the next number of libredeuda.dat, records
      *          the certificate with its validity (par-dias-libre-
      *          deuda, 30 days by default) and prints it to
      *          ..\reports\libredeuda<nnnnnn>.rpt; otherwise it
      *          prints what is pending to
      *          ..\reports\deudapend<socio><aaaammdd>.rpt and issues
      *          nothing. VERIFICAR tells, by number, whether a
      *          certificate is vigente, vencido or anulado; LISTAR
      *          shows every certificate of a socio. segParcialIndex
      *          (anulacion de recibo) and chequesCartera (cheque
      *          rechazado) void the certificates the reopened debt
      *          had been cleared for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIBREDEUDA ASSIGN TO "..\libredeuda.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ld-numero
                   ALTERNATE RECORD KEY IS ld-socio WITH DUPLICATES
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
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS conv-socio.
           SELECT OPTIONAL CHEQUES ASSIGN TO "..\cheques.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS chq-recibo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL INCOBRABLES ASSIGN TO "..\incobrables.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS inc-llave
                   SHARING WITH ALL OTHER.
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
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBREDEUDA.
           COPY "LIBDEUREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  CONVENIOS.
           COPY "CONVREC.cpy".
       FD  CHEQUES.
           COPY "CHEQUEREC.cpy".
       FD  INCOBRABLES.
           COPY "INCOBREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(120).
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-opcion pic 9 value zero.
           88 opc-emitir value 1.
           88 opc-verificar value 2.
           88 opc-listar value 3.
           88 opc-salir value 4.
       77  w-flag-ld pic 9 value zero.
           88 fin-arch-ld value 1.
       77  w-flag-pedido pic 9 value zero.
           88 no-esta-certificado value 1.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-flag-cargos pic 9 value zero.
           88 fin-arch-cargos value 1.
       77  w-flag-deuda-ant pic 9 value zero.
           88 fin-arch-deuda-ant value 1.
       77  w-flag-convenio pic 9 value zero.
           88 no-esta-convenio value 1.
       77  w-flag-cheques pic 9 value zero.
           88 fin-arch-cheques value 1.
       77  w-flag-inc pic 9 value zero.
           88 fin-arch-inc value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-flag-datos pic 9 value zero.
           88 datos-invalidos value 1.
       77  w-modo pic 9 value zero.
           88 modo-imprimir value 1.
       77  w-operador pic x(3) value spaces.
       77  w-rol pic x value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-socio pic 9(5) value zero.
       77  w-numero pic 9(6) value zero.
       77  w-ult-numero pic 9(6) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-periodo-hoy pic 9(6) value zero.
       77  w-periodo-item pic 9(6) value zero.
       77  w-dias-validez pic 9(3) value 30.
       77  w-confirma pic x value spaces.
       77  w-motivo pic x value spaces.
       77  w-destino pic x(30) value spaces.
       77  w-deuda-cuotas pic 9(8) value zero.
       77  w-deuda-cargos pic 9(8) value zero.
       77  w-deuda-anterior pic 9(8) value zero.
       77  w-deuda-convenio pic 9(8) value zero.
       77  w-deuda-cheques pic 9(8) value zero.
       77  w-deuda-incobrable pic 9(8) value zero.
       77  w-deuda-total pic 9(9) value zero.
       77  w-cnt-pendientes pic 9(4) value zero.
       77  w-cnt-listados pic 9(4) value zero.
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value 0.
       77  w-pagina pic 9(3) value 1.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  lin-deuda.
           03 filler pic x(8) value "CUOTAS: ".
           03 d-deuda-cuotas pic zz.zzz.zz9.
           03 filler pic x(10) value "  CARGOS: ".
           03 d-deuda-cargos pic zz.zzz.zz9.
           03 filler pic x(16) value "  EJERC. ANT.:  ".
           03 d-deuda-ant pic zz.zzz.zz9.
       01  lin-deuda-2.
           03 filler pic x(10) value "CONVENIO: ".
           03 d-deuda-convenio pic zz.zzz.zz9.
           03 filler pic x(11) value "  CHEQUES: ".
           03 d-deuda-cheques pic zz.zzz.zz9.
           03 filler pic x(15) value "  INCOBRABLES: ".
           03 d-deuda-incobrable pic zz.zzz.zz9.
       01  lin-cert-numero.
           03 filler pic x(33) value
               "CERTIFICADO DE LIBRE DEUDA NRO.: ".
           03 c-numero pic 9(6).
       01  lin-cert-socio.
           03 filler pic x(32) value
               "SE CERTIFICA QUE EL SOCIO NRO.: ".
           03 c-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 c-nombre pic x(30).
       01  lin-cert-texto.
           03 filler pic x(47) value
               "NO REGISTRA DEUDA CON LA INSTITUCION A LA FECHA".
           03 filler pic x(2) value spaces.
           03 c-fecha-emision pic 9999/99/99.
       01  lin-cert-motivo.
           03 filler pic x(8) value "MOTIVO: ".
           03 c-motivo pic x(14).
           03 filler pic x(23) value "  PARA PRESENTAR ANTE: ".
           03 c-destino pic x(30).
       01  lin-cert-vence.
           03 filler pic x(15) value "VALIDO HASTA: ".
           03 c-vence pic 9999/99/99.
       01  lin-cert-nota-1.
           03 filler pic x(60) value
               "SU VALIDEZ SE VERIFICA EN SECRETARIA CON EL NUMERO.".
       01  lin-cert-nota-2.
           03 filler pic x(60) value
               "QUEDA SIN EFECTO SI SE ANULA UN RECIBO O SE RECHAZA UN".
       01  lin-cert-nota-3.
           03 filler pic x(60) value
               "CHEQUE ANTERIOR A SU EMISION.".
       01  lin-cert-firma.
           03 filler pic x(10) value spaces.
           03 filler pic x(30) value "TESORERO:   _________________".
           03 filler pic x(10) value spaces.
           03 filler pic x(30) value "SECRETARIO: _________________".
       01  lin-cert-operador.
           03 filler pic x(10) value "OPERADOR: ".
           03 c-operador pic x(3).
       01  lin-cab-pend.
           03 filler pic x(7) value "SOCIO: ".
           03 p-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 p-nombre pic x(30).
           03 filler pic x(26) value
               "  NO SE EMITE LIBRE DEUDA".
       01  lin-cab-items.
           03 filler pic x(18) value "CONCEPTO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "PERIODO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(30) value "DETALLE:".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "   IMPORTE".
       01  lin-det-item.
           03 p-concepto pic x(18).
           03 filler pic x(2) value spaces.
           03 p-periodo pic 9999/99 blank when zero.
           03 filler pic x(3) value spaces.
           03 p-detalle pic x(30).
           03 filler pic x(2) value spaces.
           03 p-importe pic zz.zzz.zz9.
       01  lin-tot-pend.
           03 filler pic x(15) value "ITEMS:".
           03 t-pendientes pic zzz9.
           03 filler pic x(43) value spaces.
           03 t-total pic zzz.zzz.zz9.
       01  lin-cab-lista.
           03 filler pic x(6) value "NUMERO".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "EMITIDO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "VENCE:".
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "MOT.".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "ESTADO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "ANULADO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "RECIBO:".
       01  lin-det-lista.
           03 l-numero pic 9(6).
           03 filler pic x(2) value spaces.
           03 l-fecha-emision pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-vence pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 l-motivo pic x.
           03 filler pic x(5) value spaces.
           03 l-estado pic x(10).
           03 filler pic x(2) value spaces.
           03 l-fecha-anulacion pic 9(8) blank when zero.
           03 filler pic x(2) value spaces.
           03 l-recibo pic z(9)9 blank when zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL opc-salir
               PERFORM 200-MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN opc-emitir PERFORM 300-EMITIR
                   WHEN opc-verificar PERFORM 500-VERIFICAR
                   WHEN opc-listar PERFORM 550-LISTAR-SOCIO
                   WHEN opc-salir CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-VALIDAR-OPERADOR.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy(1:6) TO w-periodo-hoy.
           OPEN I-O LIBREDEUDA.
           OPEN INPUT SOCIOS.
           OPEN INPUT CARGOS.
           OPEN INPUT DEUDAANT.
           OPEN INPUT CONVENIOS.
           OPEN INPUT CHEQUES.
           OPEN INPUT INCOBRABLES.
           OPEN INPUT SOCIOMAE.
           OPEN EXTEND EXCEPCIONES.

      ******************************************************************
      * Emitir es tarea de la caja (cajero o supervisor); verificar y
      * listar los puede hacer tambien un operador de consulta. Sin
      * operadores.dat (o vacio) rige el comportamiento historico de
      * las iniciales y se opera como supervisor.
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
                   OR (op-rol NOT = "S" AND op-rol NOT = "C"
                       AND op-rol NOT = "K")
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

       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-lineas-pagina NUMERIC
                   AND par-lineas-pagina > ZERO
                   MOVE par-lineas-pagina TO w-lineas-pagina
               END-IF
               IF par-dias-libre-deuda NUMERIC
                   AND par-dias-libre-deuda > ZERO
                   MOVE par-dias-libre-deuda TO w-dias-validez
               END-IF
           END-IF.
           CLOSE PARAMETROS.

       145-DETERMINAR-NUMERO.
           MOVE 0 TO w-flag-ld.
           MOVE ALL "9" TO ld-numero.
           START LIBREDEUDA KEY IS <= ld-numero
               INVALID KEY MOVE 1 TO w-flag-ld
           END-START.
           IF NOT fin-arch-ld
               READ LIBREDEUDA NEXT AT END MOVE 1 TO w-flag-ld
           END-IF.
           IF fin-arch-ld
               MOVE ZERO TO w-ult-numero
           ELSE
               MOVE ld-numero TO w-ult-numero
           END-IF.
           MOVE 0 TO w-flag-ld.

       200-MOSTRAR-MENU.
           DISPLAY "1-EMITIR  2-VERIFICAR  3-LISTAR POR SOCIO  4-SALIR".
           ACCEPT w-opcion.

      ******************************************************************
      * La situacion se mira dos veces con la misma rutina: primero
      * solo sumando; si algo queda pendiente se vuelve a recorrer
      * imprimiendo cada item, asi lo que el socio lleva en la mano es
      * exactamente lo que impidio el certificado.
      ******************************************************************
       300-EMITIR.
           IF w-rol NOT = "S" AND w-rol NOT = "C"
               DISPLAY "SOLO LA CAJA EMITE EL LIBRE DEUDA"
           ELSE
               DISPLAY "SOCIO:"
               ACCEPT w-socio
               MOVE 0 TO w-flag-ficha
               MOVE w-socio TO sm-socio
               READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha
               END-READ
               IF no-esta-ficha
                   DISPLAY "EL SOCIO NO TIENE FICHA"
               ELSE
                   MOVE 0 TO w-modo
                   PERFORM 600-CALCULAR-DEUDA
                   PERFORM 390-MOSTRAR-DEUDA
                   IF w-deuda-total = ZERO
                       PERFORM 310-CAPTURAR-CERTIFICADO
                   ELSE
                       DISPLAY "EL SOCIO TIENE DEUDA PENDIENTE - NO SE "
                           "EMITE"
                       PERFORM 400-IMPRIMIR-PENDIENTES
                   END-IF
               END-IF
           END-IF.
       310-CAPTURAR-CERTIFICADO.
           DISPLAY "MOTIVO (E-ELECCIONES/T-TRANSFERENCIA/B-BAJA/"
               "F-FEDERACION/O-OTRO):".
           ACCEPT w-motivo.
           DISPLAY "PARA PRESENTAR ANTE:".
           ACCEPT w-destino.
           IF w-motivo NOT = "E" AND w-motivo NOT = "T"
               AND w-motivo NOT = "B" AND w-motivo NOT = "F"
               AND w-motivo NOT = "O"
               DISPLAY "MOTIVO INVALIDO, NO SE EMITE"
           ELSE
               DISPLAY "CONFIRMA LA EMISION (S/N):"
               ACCEPT w-confirma
               IF w-confirma = "S"
                   PERFORM 320-GRABAR-CERTIFICADO
               END-IF
           END-IF.
      *        145 lee libredeuda.dat y pisa ld-reg: el motivo y el
      *        destino se pasan recien al armar el registro.
       320-GRABAR-CERTIFICADO.
           PERFORM 145-DETERMINAR-NUMERO.
           ADD 1 TO w-ult-numero.
           MOVE w-ult-numero TO ld-numero.
           MOVE w-socio TO ld-socio.
           MOVE w-fecha-hoy TO ld-fecha-emision.
           COMPUTE ld-vence = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(w-fecha-hoy) + w-dias-validez).
           MOVE w-operador TO ld-operador.
           MOVE "V" TO ld-estado.
           MOVE ZERO TO ld-fecha-anulacion.
           MOVE ZERO TO ld-recibo-anulacion.
           MOVE SPACES TO ld-programa-anulacion.
           MOVE w-motivo TO ld-motivo.
           MOVE w-destino TO ld-destino.
           WRITE ld-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL CERTIFICADO"
                   MOVE "320-GRABAR-CERTIFICADO" TO w-exc-paragrafo
                   MOVE ld-numero TO w-exc-clave
                   MOVE "NO PUDE GRABAR EL CERTIFICADO" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   PERFORM 350-IMPRIMIR-CERTIFICADO
                   DISPLAY "CERTIFICADO " ld-numero " VALIDO HASTA "
                       ld-vence
           END-WRITE.

       350-IMPRIMIR-CERTIFICADO.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\libredeuda" ld-numero ".rpt"
               DELIMITED BY SIZE INTO rep-nombre.
           MOVE "CERTIFICADO DE LIBRE DEUDA" TO rep-titulo.
           MOVE 1 TO w-pagina.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 950-LISTAR-ENCABEZADO.
           MOVE ld-numero TO c-numero.
           MOVE ld-socio TO c-socio.
           MOVE sm-nombre TO c-nombre.
           MOVE ld-fecha-emision TO c-fecha-emision.
           EVALUATE ld-motivo
               WHEN "E" MOVE "ELECCIONES" TO c-motivo
               WHEN "T" MOVE "TRANSFERENCIA" TO c-motivo
               WHEN "B" MOVE "BAJA" TO c-motivo
               WHEN "F" MOVE "FEDERACION" TO c-motivo
               WHEN OTHER MOVE "OTRO" TO c-motivo
           END-EVALUATE.
           MOVE ld-destino TO c-destino.
           MOVE ld-vence TO c-vence.
           MOVE ld-operador TO c-operador.
           WRITE rep-lin FROM lin-cert-numero.
           MOVE SPACES TO rep-lin.
           WRITE rep-lin.
           WRITE rep-lin FROM lin-cert-socio.
           WRITE rep-lin FROM lin-cert-texto.
           MOVE SPACES TO rep-lin.
           WRITE rep-lin.
           WRITE rep-lin FROM lin-cert-motivo.
           WRITE rep-lin FROM lin-cert-vence.
           MOVE SPACES TO rep-lin.
           WRITE rep-lin.
           WRITE rep-lin FROM lin-cert-nota-1.
           WRITE rep-lin FROM lin-cert-nota-2.
           WRITE rep-lin FROM lin-cert-nota-3.
           MOVE SPACES TO rep-lin.
           WRITE rep-lin.
           WRITE rep-lin.
           WRITE rep-lin.
           WRITE rep-lin FROM lin-cert-firma.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cert-operador.
           CLOSE REPORTE.
           DISPLAY "CERTIFICADO GRABADO EN " rep-nombre.

       390-MOSTRAR-DEUDA.
           MOVE w-deuda-cuotas TO d-deuda-cuotas.
           MOVE w-deuda-cargos TO d-deuda-cargos.
           MOVE w-deuda-anterior TO d-deuda-ant.
           MOVE w-deuda-convenio TO d-deuda-convenio.
           MOVE w-deuda-cheques TO d-deuda-cheques.
           MOVE w-deuda-incobrable TO d-deuda-incobrable.
           DISPLAY lin-deuda.
           DISPLAY lin-deuda-2.

      ******************************************************************
      * Lo pendiente sale impreso para entregar al socio: que tiene
      * que pagar (o que cheque tiene que acreditarse) antes de volver
      * a pedir el certificado.
      ******************************************************************
       400-IMPRIMIR-PENDIENTES.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\deudapend" w-socio w-fecha-hoy ".rpt"
               DELIMITED BY SIZE INTO rep-nombre.
           MOVE "DEUDA PENDIENTE - LIBRE DEUDA" TO rep-titulo.
           MOVE 1 TO w-pagina.
           MOVE ZERO TO w-cnt-pendientes.
           MOVE 1 TO w-modo.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 950-LISTAR-ENCABEZADO.
           PERFORM 600-CALCULAR-DEUDA.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE w-cnt-pendientes TO t-pendientes.
           MOVE w-deuda-total TO t-total.
           WRITE rep-lin FROM lin-tot-pend.
           CLOSE REPORTE.
           MOVE 0 TO w-modo.
           DISPLAY "DETALLE GRABADO EN " rep-nombre.

      ******************************************************************
      * Verificacion de un certificado que alguien presenta: vigente,
      * vencido (paso ld-vence) o anulado porque se reabrio la deuda.
      ******************************************************************
       500-VERIFICAR.
           DISPLAY "NRO DE CERTIFICADO:".
           ACCEPT w-numero.
           MOVE 0 TO w-flag-pedido.
           MOVE w-numero TO ld-numero.
           READ LIBREDEUDA INVALID KEY MOVE 1 TO w-flag-pedido
           END-READ.
           IF no-esta-certificado
               DISPLAY "NO EXISTE EL CERTIFICADO " w-numero
           ELSE
               MOVE 0 TO w-flag-ficha
               MOVE ld-socio TO sm-socio
               READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha
               END-READ
               IF no-esta-ficha
                   MOVE SPACES TO sm-nombre
               END-IF
               DISPLAY "SOCIO: " ld-socio " " sm-nombre
               DISPLAY "EMITIDO: " ld-fecha-emision " VENCE: " ld-vence
                   " POR: " ld-operador
               PERFORM 700-ARMAR-RENGLON
               DISPLAY "ESTADO: " l-estado
               IF ld-estado = "X"
                   DISPLAY "ANULADO EL " ld-fecha-anulacion
                       " POR RECIBO " ld-recibo-anulacion " ("
                       ld-programa-anulacion ")"
               END-IF
           END-IF.

       550-LISTAR-SOCIO.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           MOVE ZERO TO w-cnt-listados.
           DISPLAY lin-cab-lista.
           MOVE 0 TO w-flag-ld.
           MOVE w-socio TO ld-socio.
           START LIBREDEUDA KEY IS = ld-socio
               INVALID KEY MOVE 1 TO w-flag-ld
           END-START.
           PERFORM UNTIL fin-arch-ld
               READ LIBREDEUDA NEXT AT END MOVE 1 TO w-flag-ld
               NOT AT END
                   IF ld-socio NOT = w-socio
                       MOVE 1 TO w-flag-ld
                   ELSE
                       PERFORM 700-ARMAR-RENGLON
                       DISPLAY lin-det-lista
                       ADD 1 TO w-cnt-listados
                   END-IF
           END-PERFORM.
           DISPLAY "CERTIFICADOS: " w-cnt-listados.

      ******************************************************************
      * Deuda vencida con el mismo criterio que incobrables: meses y
      * cargos hasta el mes en curso con debe abierto y toda la deuda
      * de ejercicios cerrados. Se suman ademas lo que falta pagar de
      * un convenio vigente, los cheques todavia en cartera (el recibo
      * que cancelaron es provisorio hasta que se acrediten) y la
      * deuda pasada a incobrables, que no se cobro. En modo imprimir
      * cada item va al detalle de pendientes.
      ******************************************************************
       600-CALCULAR-DEUDA.
           MOVE ZERO TO w-deuda-cuotas.
           MOVE ZERO TO w-deuda-cargos.
           MOVE ZERO TO w-deuda-anterior.
           MOVE ZERO TO w-deuda-convenio.
           MOVE ZERO TO w-deuda-cheques.
           MOVE ZERO TO w-deuda-incobrable.
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
           PERFORM 640-TRATAR-CONVENIO.
           PERFORM 650-TRATAR-CHEQUES.
           PERFORM 660-TRATAR-INCOBRABLES.
           COMPUTE w-deuda-total =
               w-deuda-cuotas + w-deuda-cargos + w-deuda-anterior
               + w-deuda-convenio + w-deuda-cheques
               + w-deuda-incobrable.
       610-TRATAR-MES.
           IF soc-mes NOT = ZERO
               COMPUTE w-periodo-item = soc-anio * 100 + soc-mes
               IF soc-debe > ZERO AND w-periodo-item <= w-periodo-hoy
                   ADD soc-debe TO w-deuda-cuotas
                   IF modo-imprimir
                       MOVE "CUOTA" TO p-concepto
                       MOVE w-periodo-item TO p-periodo
                       MOVE SPACES TO p-detalle
                       MOVE soc-debe TO p-importe
                       PERFORM 690-IMPRIMIR-ITEM
                   END-IF
               END-IF
           END-IF.
       620-TRATAR-CARGO.
           COMPUTE w-periodo-item = car-anio * 100 + car-mes.
           IF car-debe > ZERO AND w-periodo-item <= w-periodo-hoy
               ADD car-debe TO w-deuda-cargos
               IF modo-imprimir
                   MOVE "CARGO" TO p-concepto
                   MOVE w-periodo-item TO p-periodo
                   MOVE car-concepto TO p-detalle
                   MOVE car-debe TO p-importe
                   PERFORM 690-IMPRIMIR-ITEM
               END-IF
           END-IF.
       630-TRATAR-DEUDA-ANT.
           IF da-debe > ZERO
               ADD da-debe TO w-deuda-anterior
               IF modo-imprimir
                   IF da-mes = ZERO
                       MOVE "CARGOS EJERC. ANT." TO p-concepto
                   ELSE
                       MOVE "EJERCICIO ANTERIOR" TO p-concepto
                   END-IF
                   COMPUTE p-periodo = da-anio * 100 + da-mes
                   MOVE SPACES TO p-detalle
                   MOVE da-debe TO p-importe
                   PERFORM 690-IMPRIMIR-ITEM
               END-IF
           END-IF.
       640-TRATAR-CONVENIO.
           MOVE 0 TO w-flag-convenio.
           MOVE w-socio TO conv-socio.
           READ CONVENIOS INVALID KEY MOVE 1 TO w-flag-convenio
           END-READ.
           IF NOT no-esta-convenio AND conv-estado = "V"
               IF conv-deuda-total > conv-importe-pagado
                   COMPUTE w-deuda-convenio =
                       conv-deuda-total - conv-importe-pagado
               ELSE
                   MOVE 1 TO w-deuda-convenio
               END-IF
               IF modo-imprimir
                   MOVE "CONVENIO VIGENTE" TO p-concepto
                   MOVE ZERO TO p-periodo
                   MOVE SPACES TO p-detalle
                   STRING "CUOTAS PAGADAS " conv-cuotas-pagadas
                       " DE " conv-cant-cuotas
                       DELIMITED BY SIZE INTO p-detalle
                   MOVE w-deuda-convenio TO p-importe
                   PERFORM 690-IMPRIMIR-ITEM
               END-IF
           END-IF.
       650-TRATAR-CHEQUES.
           MOVE 0 TO w-flag-cheques.
           MOVE LOW-VALUES TO chq-recibo.
           START CHEQUES KEY IS >= chq-recibo
               INVALID KEY MOVE 1 TO w-flag-cheques
           END-START.
           PERFORM UNTIL fin-arch-cheques
               READ CHEQUES NEXT AT END MOVE 1 TO w-flag-cheques
               NOT AT END
                   IF chq-socio = w-socio AND chq-estado = "C"
                       ADD chq-importe TO w-deuda-cheques
                       IF modo-imprimir
                           MOVE "CHEQUE EN CARTERA" TO p-concepto
                           MOVE ZERO TO p-periodo
                           MOVE SPACES TO p-detalle
                           STRING chq-banco " " chq-numero
                               DELIMITED BY SIZE INTO p-detalle
                           MOVE chq-importe TO p-importe
                           PERFORM 690-IMPRIMIR-ITEM
                       END-IF
                   END-IF
           END-PERFORM.
       660-TRATAR-INCOBRABLES.
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
                       IF inc-estado = "A"
                           ADD inc-total TO w-deuda-incobrable
                           IF modo-imprimir
                               MOVE "INCOBRABLES" TO p-concepto
                               MOVE ZERO TO p-periodo
                               MOVE SPACES TO p-detalle
                               STRING "ACTA " inc-acta
                                   DELIMITED BY SIZE INTO p-detalle
                               MOVE inc-total TO p-importe
                               PERFORM 690-IMPRIMIR-ITEM
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.
       690-IMPRIMIR-ITEM.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 960-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-det-item.
           ADD 1 TO w-lineas-impresas.
           ADD 1 TO w-cnt-pendientes.

       700-ARMAR-RENGLON.
           MOVE ld-numero TO l-numero.
           MOVE ld-fecha-emision TO l-fecha-emision.
           MOVE ld-vence TO l-vence.
           MOVE ld-motivo TO l-motivo.
           MOVE ld-fecha-anulacion TO l-fecha-anulacion.
           MOVE ld-recibo-anulacion TO l-recibo.
           EVALUATE TRUE
               WHEN ld-estado = "X" MOVE "ANULADO" TO l-estado
               WHEN ld-vence < w-fecha-hoy MOVE "VENCIDO" TO l-estado
               WHEN OTHER MOVE "VIGENTE" TO l-estado
           END-EVALUATE.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE rep-fecha-hora(1:8) TO rep-t-fecha.
           MOVE rep-fecha-hora(9:2) TO rep-t-hora-hh.
           MOVE rep-fecha-hora(11:2) TO rep-t-hora-mm.
           OPEN OUTPUT REPORTE.

       950-LISTAR-ENCABEZADO.
           MOVE w-pagina TO rep-t-pagina.
           WRITE rep-lin FROM rep-lin-club.
           MOVE rep-titulo TO rep-t-titulo.
           WRITE rep-lin FROM rep-lin-titulo.
           WRITE rep-lin FROM rep-lin-emision.
           WRITE rep-lin FROM rep-lin-guarda.
           IF modo-imprimir
               MOVE w-socio TO p-socio
               MOVE sm-nombre TO p-nombre
               WRITE rep-lin FROM lin-cab-pend
               WRITE rep-lin FROM rep-lin-guarda
               WRITE rep-lin FROM lin-cab-items
               WRITE rep-lin FROM rep-lin-guarda
           END-IF.
           MOVE 0 TO w-lineas-impresas.

       960-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 950-LISTAR-ENCABEZADO.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "LIBREDEUDA" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE LIBREDEUDA.
           CLOSE SOCIOS.
           CLOSE CARGOS.
           CLOSE DEUDAANT.
           CLOSE CONVENIOS.
           CLOSE CHEQUES.
           CLOSE INCOBRABLES.
           CLOSE SOCIOMAE.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
