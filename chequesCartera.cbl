      *     cartera: with no audit entries to reverse, marking it "R"
      *     consumed the rechazo while the pending payment still got
      *     applied that night, crediting bounced money.
      *   - Audit rows of prior-year debt the recibo cancelled
      *     (paragrafo "690-DEUDA-ANTERIOR", written by the appliers
      *     against deudaant.dat) now go to 537-REVERTIR-DEUDA-ANT,
      *     which reopens the da-reg by delta, instead of looking for
      *     a soc-reg of a year the close already purged.
      *   - A bounced cheque is now also queued in the mensajes.dat
      *     outbox (610/996) for members with a channel and opt-in in
      *     contactos.dat.
      *   - A bounced cheque whose receipt used a recargo moratoria
      *     marks the moratusos.dat use X (539-ANULAR-MORATORIA); the
      *     condonation itself is undone with the 910 entry.
      *   - A bounced cheque voids (estado X, with date and recibo)
      *     every libre deuda certificate of libredeuda.dat issued to
      *     the socio on or after the recibo's date (588-ANULAR-
      *     LIBRE-DEUDA), with an excepciones.dat line for
      *     secretaria.
      *   - A bounced cheque returns a prior-year moratoria to da-
      *     recargo; the deuda reversal table holds ten closed years
      *     and reports an exception instead of dropping entries.
      *   - A bounce against a recibo of a number later unified: a
      *     month, cargo or prior-year debt not found under the
      *     audited socio is retried under the one that stayed
      *     (unificaciones.dat, 534) before raising the exception.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES
                   FILE STATUS IS w-fs-pagos
                   SHARING WITH ALL OTHER
                   LOCK MODE IS AUTOMATIC.
                   FILE STATUS IS w-fs-saldos
                   SHARING WITH ALL OTHER
                   LOCK MODE IS AUTOMATIC.
           SELECT OPTIONAL DEUDAANT ASSIGN TO "..\deudaant.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS da-llave
                   FILE STATUS IS w-fs-deudaant
                   SHARING WITH ALL OTHER
                   LOCK MODE IS AUTOMATIC.
           SELECT OPTIONAL MORATUSOS ASSIGN TO "..\moratusos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mu-recibo
                   ALTERNATE RECORD KEY IS mu-moratoria WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CONTACTOS ASSIGN TO "..\contactos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cto-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL MENSAJES ASSIGN TO "..\mensajes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS men-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL LIBREDEUDA ASSIGN TO "..\libredeuda.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ld-numero
                   ALTERNATE RECORD KEY IS ld-socio WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL UNIFICACIONES ASSIGN TO
                   "..\unificaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS uni-socio-baja
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "CARGOREC.cpy".
       FD  SALDOS.
           COPY "SALDOREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  MORATUSOS.
           COPY "MORUSOREC.cpy".
       FD  CONTACTOS.
           COPY "CONTACTOREC.cpy".
       FD  MENSAJES.
           COPY "MENSAJEREC.cpy".
       FD  LIBREDEUDA.
           COPY "LIBDEUREC.cpy".
       FD  UNIFICACIONES.
           COPY "UNIFREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
           88 rechazo-procedente value 1.
       77  w-flag-audit pic 9 value zero.
           88 fin-arch-audit value 1.
       77  w-flag-libre-deuda pic 9 value zero.
           88 fin-arch-libre-deuda value 1.
       77  w-flag-cargo pic 9 value zero.
           88 no-esta-cargo value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       01  w-delta-debe pic s9(7).
       01  w-nuevo-pagado pic s9(7).
       01  w-nuevo-debe pic s9(7).
       77  w-flag-contacto pic 9 value zero.
           88 no-esta-contacto value 1.
       77  w-msg-socio pic 9(5) value zero.
       77  w-msg-tipo pic x(3) value spaces.
       77  w-msg-referencia pic 9(10) value zero.
       77  w-msg-texto pic x(100) value spaces.
       77  w-msg-importe pic zz.zzz.zz9.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-fs-audit pic xx value spaces.
       77  w-fs-cargos pic xx value spaces.
       77  w-fs-saldos pic xx value spaces.
       77  w-fs-deudaant pic xx value spaces.
       77  w-cnt-rev-deuda pic 9(3) value zero.
      *    Hasta diez anios cerrados de doce meses mas el mes 00 de
      *    cargos traspasados.
       01  tabla-rev-deuda.
           03 rvd-det OCCURS 130 TIMES.
               05 rvd-socio pic 9(5).
               05 rvd-anio pic 9(4).
               05 rvd-mes pic 9(2).
               05 rvd-estado-ant pic x.
               05 rvd-pagado-ant pic 9(6).
               05 rvd-debe-ant pic 9(6).
               05 rvd-estado-nuevo pic x.
               05 rvd-pagado-nuevo pic 9(6).
               05 rvd-debe-nuevo pic 9(6).
       77  w-reintentos pic 9(3) value zero.
       77  w-flag-unificado pic 9 value zero.
           88 no-esta-unificado value 1.
       77  w-rev-socio pic 9(5) value zero.
       01  w-aud-salvado pic x(100).
       77  w-cnt-rev-cargos pic 99 value zero.
       01  w-car-delta-pagado pic s9(7).
           OPEN I-O AUDITORIA.
           OPEN I-O CARGOS.
           OPEN I-O SALDOS.
           OPEN I-O DEUDAANT.
           OPEN INPUT CONTACTOS.
           OPEN I-O MENSAJES.
           OPEN I-O MORATUSOS.
           OPEN I-O LIBREDEUDA.
           OPEN INPUT UNIFICACIONES.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 145-DETERMINAR-SECUENCIA.

                   DISPLAY "EL CHEQUE SIGUE EN CARTERA"
               ELSE
                   PERFORM 580-REFRESCAR-SALDOS
                   PERFORM 588-ANULAR-LIBRE-DEUDA
                   MOVE "R" TO chq-estado
                   MOVE w-fecha-hoy TO chq-fecha-estado
                   REWRITE chq-reg
                   IF w-gasto > ZERO
                       PERFORM 600-CARGAR-GASTO
                   END-IF
                   PERFORM 610-ENCOLAR-RECHAZO
                   DISPLAY "CHEQUE RECHAZADO, RECIBO REVERTIDO"
               END-IF
           END-IF.
           MOVE 0 TO w-flag-audit.
           MOVE ZERO TO w-cnt-reversiones.
           MOVE ZERO TO w-cnt-rev-cargos.
           MOVE ZERO TO w-cnt-rev-deuda.
           MOVE w-recibo-pedido TO aud-recibo.
           START AUDITORIA KEY IS = aud-recibo
               INVALID KEY
                   IF aud-recibo NOT = w-recibo-pedido
                       MOVE 1 TO w-flag-audit
                   ELSE
                       EVALUATE TRUE
                           WHEN aud-paragrafo(1:18) =
                                   "1240-IMPUTAR-CARGO"
                               PERFORM 535-REVERTIR-CARGO
                           WHEN aud-paragrafo(1:18) =
                                   "690-DEUDA-ANTERIOR"
                               PERFORM 537-REVERTIR-DEUDA-ANT
                           WHEN aud-paragrafo(1:13) = "906-MORATORIA"
                               PERFORM 539-ANULAR-MORATORIA
                           WHEN aud-paragrafo(1:13) = "690-MORATORIA"
                               PERFORM 541-REVERTIR-MORAT-DEUDA
                           WHEN OTHER
                               PERFORM 530-REVERTIR-REGISTRO
                       END-EVALUATE
                   END-IF
           END-PERFORM.
      *        Las reversiones llevan el mismo aud-recibo que se esta
      *        coma sus propias escrituras.
           PERFORM 560-GRABAR-REVERSIONES.
       530-REVERTIR-REGISTRO.
           MOVE aud-socio TO w-rev-socio.
           PERFORM 531-LEER-SOCIO-REV.
           IF w-fs-socios = "23"
               PERFORM 534-BUSCAR-UNIFICACION
               IF NOT no-esta-unificado
                   PERFORM 531-LEER-SOCIO-REV
               END-IF
           END-IF.
           IF w-fs-socios NOT = "00"
               DISPLAY "NO ENCONTRE EL SOCIO AL REVERTIR"
               REWRITE soc-reg
               PERFORM 550-APILAR-REVERSION
           END-IF.
       531-LEER-SOCIO-REV.
           MOVE w-rev-socio TO soc-socio.
           MOVE aud-anio TO soc-anio.
           MOVE aud-mes TO soc-mes.
           READ SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF w-fs-socios = "51"
               PERFORM 590-ESPERAR-SOCIO
           END-IF.
      ******************************************************************
      * Un recibo cobrado a un numero que despues se unifico: la cuenta
      * ya no esta bajo el numero de la auditoria sino bajo el que
      * quedo (unificaciones.dat). Si el registro no aparece con el
      * numero original se reintenta una vez con el que queda.
      ******************************************************************
       534-BUSCAR-UNIFICACION.
           MOVE 0 TO w-flag-unificado.
           MOVE w-rev-socio TO uni-socio-baja.
           READ UNIFICACIONES
               INVALID KEY MOVE 1 TO w-flag-unificado
           END-READ.
           IF NOT no-esta-unificado
               DISPLAY "SOCIO " w-rev-socio " UNIFICADO EN "
                   uni-socio-queda
               MOVE uni-socio-queda TO w-rev-socio
           END-IF.

      ******************************************************************
      * Reversion de un cargo imputado: el concepto viaja en las
      * recibo (delta, nunca la foto), devolviendo la deuda al cargo.
      ******************************************************************
       535-REVERTIR-CARGO.
           MOVE aud-socio TO w-rev-socio.
           PERFORM 532-LEER-CARGO-REV.
           IF w-fs-cargos = "23"
               PERFORM 534-BUSCAR-UNIFICACION
               IF NOT no-esta-unificado
                   PERFORM 532-LEER-CARGO-REV
               END-IF
           END-IF.
           IF w-fs-cargos NOT = "00"
               DISPLAY "NO ENCONTRE EL CARGO AL REVERTIR"
               REWRITE car-reg
               PERFORM 536-APILAR-REVERSION-CARGO
           END-IF.
       532-LEER-CARGO-REV.
           MOVE w-rev-socio TO car-socio.
           MOVE aud-anio TO car-anio.
           MOVE aud-mes TO car-mes.
           MOVE aud-paragrafo(20:3) TO car-concepto.
           READ CARGOS
               INVALID KEY CONTINUE
           END-READ.
           IF w-fs-cargos = "51"
               PERFORM 595-ESPERAR-CARGO
           END-IF.
       536-APILAR-REVERSION-CARGO.
           IF w-cnt-rev-cargos < 12
               ADD 1 TO w-cnt-rev-cargos
           END-IF.

      ******************************************************************
      * Reversion de deuda de ejercicios anteriores: la entrada 690
      * describe un da-reg de deudaant.dat (el anio ya no esta en
      * socios.dat). Se le resta el aporte propio del recibo y la
      * deuda vieja vuelve a quedar abierta.
      ******************************************************************
       537-REVERTIR-DEUDA-ANT.
           MOVE aud-socio TO w-rev-socio.
           PERFORM 533-LEER-DEUDA-REV.
           IF w-fs-deudaant = "23"
               PERFORM 534-BUSCAR-UNIFICACION
               IF NOT no-esta-unificado
                   PERFORM 533-LEER-DEUDA-REV
               END-IF
           END-IF.
           IF w-fs-deudaant NOT = "00"
               DISPLAY "NO ENCONTRE LA DEUDA ANTERIOR AL REVERTIR"
               MOVE "537-REVERTIR-DEUDA-ANT" TO w-exc-paragrafo
               MOVE da-socio TO w-exc-clave
               MOVE "NO ENCONTRE DEUDA ANTERIOR AL REVERTIR" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           ELSE
               MOVE da-estado TO w-estado-ant
               MOVE da-pagado TO w-pagado-ant
               MOVE da-debe TO w-debe-ant
               COMPUTE w-delta-pagado =
                   aud-pagado-nuevo - aud-pagado-ant
               COMPUTE w-delta-debe = aud-debe-nuevo - aud-debe-ant
               COMPUTE w-nuevo-pagado = da-pagado - w-delta-pagado
               IF w-nuevo-pagado < 0
                   MOVE ZERO TO da-pagado
               ELSE
                   MOVE w-nuevo-pagado TO da-pagado
               END-IF
               COMPUTE w-nuevo-debe = da-debe - w-delta-debe
               IF w-nuevo-debe < 0
                   MOVE ZERO TO da-debe
               ELSE
                   MOVE w-nuevo-debe TO da-debe
               END-IF
               IF da-debe = ZERO
                   MOVE "C" TO da-estado
               ELSE
                   MOVE "A" TO da-estado
               END-IF
               REWRITE da-reg
               PERFORM 538-APILAR-REVERSION-DEUDA
           END-IF.
       533-LEER-DEUDA-REV.
           MOVE w-rev-socio TO da-socio.
           MOVE aud-anio TO da-anio.
           MOVE aud-mes TO da-mes.
           READ DEUDAANT
               INVALID KEY CONTINUE
           END-READ.
           IF w-fs-deudaant = "51"
               PERFORM 597-ESPERAR-DEUDA-ANT
           END-IF.
      ******************************************************************
      * La condonacion de una moratoria no se revierte como cambio de
      * soc-reg: la entrada 910 del mismo recibo ya devuelve la cuota
      * a la deuda que tenia antes del pago. El uso de moratusos.dat
      * se marca anulado y deja de contar en el reporte de cierre.
      ******************************************************************
       539-ANULAR-MORATORIA.
           MOVE aud-recibo TO mu-recibo.
           READ MORATUSOS
               INVALID KEY
                   DISPLAY "NO ENCONTRE EL USO DE MORATORIA AL ANULAR"
                   MOVE "539-ANULAR-MORATORIA" TO w-exc-paragrafo
                   MOVE aud-recibo TO w-exc-clave
                   MOVE "NO ENCONTRE USO DE MORATORIA AL ANULAR" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   MOVE "X" TO mu-estado
                   REWRITE mu-reg
                   DISPLAY "MORATORIA " mu-moratoria " DEL SOCIO "
                       mu-socio " ANULADA"
           END-READ.
      ******************************************************************
      * Moratoria sobre deuda de anios cerrados: la entrada 690 del
      * mismo recibo ya devuelve el mes a la deuda previa a la rebaja;
      * aca se le devuelve al mes el recargo condonado y el uso de
      * moratusos.dat queda anulado.
      ******************************************************************
       541-REVERTIR-MORAT-DEUDA.
           MOVE aud-socio TO w-rev-socio.
           PERFORM 533-LEER-DEUDA-REV.
           IF w-fs-deudaant = "23"
               PERFORM 534-BUSCAR-UNIFICACION
               IF NOT no-esta-unificado
                   PERFORM 533-LEER-DEUDA-REV
               END-IF
           END-IF.
           IF w-fs-deudaant NOT = "00"
               DISPLAY "NO ENCONTRE LA DEUDA ANTERIOR AL REVERTIR"
               MOVE "541-REVERTIR-MORAT-DEUDA" TO w-exc-paragrafo
               MOVE da-socio TO w-exc-clave
               MOVE "NO ENCONTRE DEUDA ANTERIOR AL REVERTIR" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           ELSE
               COMPUTE da-recargo = da-recargo + aud-debe-ant
                   - aud-debe-nuevo
               REWRITE da-reg
           END-IF.
           PERFORM 539-ANULAR-MORATORIA.
       538-APILAR-REVERSION-DEUDA.
           IF w-cnt-rev-deuda < 130
               ADD 1 TO w-cnt-rev-deuda
               MOVE da-socio TO rvd-socio(w-cnt-rev-deuda)
               MOVE da-anio TO rvd-anio(w-cnt-rev-deuda)
               MOVE da-mes TO rvd-mes(w-cnt-rev-deuda)
               MOVE w-estado-ant TO rvd-estado-ant(w-cnt-rev-deuda)
               MOVE w-pagado-ant TO rvd-pagado-ant(w-cnt-rev-deuda)
               MOVE w-debe-ant TO rvd-debe-ant(w-cnt-rev-deuda)
               MOVE da-estado TO rvd-estado-nuevo(w-cnt-rev-deuda)
               MOVE da-pagado TO rvd-pagado-nuevo(w-cnt-rev-deuda)
               MOVE da-debe TO rvd-debe-nuevo(w-cnt-rev-deuda)
           ELSE
               DISPLAY "SIN LUGAR PARA REVERTIR LA DEUDA " da-anio "/"
                   da-mes
               MOVE "538-APILAR-REV-DEUDA" TO w-exc-paragrafo
               MOVE da-llave TO w-exc-clave
               MOVE "REVERSION DE DEUDA ANT. SIN AUDITAR" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           END-IF.

      ******************************************************************
      * El rechazo reabre la deuda que el recibo del cheque habia
      * cancelado: todo libre deuda del socio emitido el dia del
      * recibo o despues queda anulado, con aviso a secretaria.
      ******************************************************************
       588-ANULAR-LIBRE-DEUDA.
           MOVE 0 TO w-flag-libre-deuda.
           MOVE pag-socio TO ld-socio.
           START LIBREDEUDA KEY IS = ld-socio
               INVALID KEY MOVE 1 TO w-flag-libre-deuda
           END-START.
           PERFORM UNTIL fin-arch-libre-deuda
               READ LIBREDEUDA NEXT
                   AT END MOVE 1 TO w-flag-libre-deuda
               NOT AT END
                   IF ld-socio NOT = pag-socio
                       MOVE 1 TO w-flag-libre-deuda
                   ELSE
                       IF ld-estado = "V"
                           AND ld-fecha-emision >= pag-fecha
                           MOVE "X" TO ld-estado
                           MOVE w-fecha-hoy TO ld-fecha-anulacion
                           MOVE pag-recibo TO ld-recibo-anulacion
                           MOVE "CHEQUESCARTERA" TO
                               ld-programa-anulacion
                           REWRITE ld-reg
                           DISPLAY "LIBRE DEUDA " ld-numero " ANULADO"
                           MOVE "588-ANULAR-LIBRE-DEUDA" TO
                               w-exc-paragrafo
                           MOVE ld-numero TO w-exc-clave
                           MOVE "CERTIFICADO LIBRE DEUDA ANULADO" TO
                               w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                       END-IF
                   END-IF
           END-PERFORM.
      ******************************************************************
      * Un registro tomado por una caja (estado 51) se relee por su
      * clave hasta que lo suelte, la misma espera de los programas
      * de mostrador.
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
       597-ESPERAR-DEUDA-ANT.
           MOVE ZERO TO w-reintentos.
           PERFORM UNTIL w-fs-deudaant NOT = "51"
                   OR w-reintentos > 100
               ADD 1 TO w-reintentos
               DISPLAY "DEUDA ANTERIOR TOMADA, REINTENTO "
                   w-reintentos
               READ DEUDAANT
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.
       540-APLICAR-DELTA-REVERSION.
      *        Resta el aporte propio de este recibo a los valores
      *        ACTUALES del registro en vez de pisarlos con la foto
                   UNTIL w-i > w-cnt-rev-cargos
               PERFORM 575-ESCRIBIR-REVERSION-CARGO
           END-PERFORM.
           PERFORM VARYING w-i FROM 1 BY 1
                   UNTIL w-i > w-cnt-rev-deuda
               PERFORM 576-ESCRIBIR-REVERSION-DEUDA
           END-PERFORM.
       570-ESCRIBIR-REVERSION.
           ADD 1 TO w-ult-secuencia.
           MOVE w-ult-secuencia TO aud-secuencia.
           IF w-fs-audit = "22"
               PERFORM 577-REINTENTAR-AUDITORIA
           END-IF.
       576-ESCRIBIR-REVERSION-DEUDA.
           ADD 1 TO w-ult-secuencia.
           MOVE w-ult-secuencia TO aud-secuencia.
           MOVE FUNCTION CURRENT-DATE TO aud-fecha-hora.
           MOVE "537-REVERTIR-DEUDA-ANT" TO aud-paragrafo.
           MOVE rvd-socio(w-i) TO aud-socio.
           MOVE rvd-anio(w-i) TO aud-anio.
           MOVE rvd-mes(w-i) TO aud-mes.
           MOVE w-recibo-pedido TO aud-recibo.
           MOVE rvd-estado-ant(w-i) TO aud-estado-ant.
           MOVE rvd-pagado-ant(w-i) TO aud-pagado-ant.
           MOVE rvd-debe-ant(w-i) TO aud-debe-ant.
           MOVE rvd-estado-nuevo(w-i) TO aud-estado-nuevo.
           MOVE rvd-pagado-nuevo(w-i) TO aud-pagado-nuevo.
           MOVE rvd-debe-nuevo(w-i) TO aud-debe-nuevo.
           WRITE aud-reg.
           IF w-fs-audit = "22"
               PERFORM 577-REINTENTAR-AUDITORIA
           END-IF.

      ******************************************************************
      * Una caja gano la misma secuencia (clave duplicada, estado 22):
               REWRITE car-reg
           END-IF.


      ******************************************************************
      * El socio se entera del cheque rebotado por su canal de
      * contacto: el pago quedo revertido y vuelve a deber.
      ******************************************************************
       610-ENCOLAR-RECHAZO.
           MOVE chq-socio TO w-msg-socio.
           MOVE "CHQ" TO w-msg-tipo.
           MOVE chq-recibo TO w-msg-referencia.
           MOVE chq-importe TO w-msg-importe.
           MOVE SPACES TO w-msg-texto.
           STRING "SU CHEQUE " chq-numero " DE $" w-msg-importe
               " FUE RECHAZADO. EL RECIBO " chq-recibo
               " QUEDO ANULADO." DELIMITED BY SIZE INTO w-msg-texto.
           PERFORM 996-ENCOLAR-MENSAJE.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "CHEQUESCARTERA" TO exc-programa.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
      ******************************************************************
      * Encola el aviso al socio en mensajes.dat, por el canal que
      * eligio en contactos.dat. Sin contacto, con el canal dado de
      * baja, sin fecha de conformidad o sin destino no se encola
      * nada: el socio sigue enterandose solo por el papel.
      ******************************************************************
       996-ENCOLAR-MENSAJE.
           MOVE 0 TO w-flag-contacto.
           MOVE w-msg-socio TO cto-socio.
           READ CONTACTOS INVALID KEY MOVE 1 TO w-flag-contacto.
           IF NOT no-esta-contacto AND cto-fecha-optin > ZERO
               AND (cto-canal = "E" OR cto-canal = "W"
                    OR cto-canal = "S")
               MOVE SPACES TO men-reg
               MOVE w-msg-socio TO men-socio
               MOVE FUNCTION CURRENT-DATE(1:16) TO men-fecha-hora
               MOVE w-msg-tipo TO men-tipo
               MOVE w-msg-referencia TO men-referencia
               MOVE cto-canal TO men-canal
               IF cto-canal = "E"
                   MOVE cto-email TO men-destino
               ELSE
                   MOVE cto-celular TO men-destino
               END-IF
               MOVE w-msg-texto TO men-texto
               MOVE "CHEQUESCARTERA" TO men-programa
               MOVE "P" TO men-estado
               MOVE ZERO TO men-fecha-export
               MOVE ZERO TO men-fecha-estado
               IF men-destino NOT = SPACES
                   WRITE men-reg
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-IF.
       900-FIN.
           CLOSE CHEQUES.
           CLOSE PAGOS.
           CLOSE AUDITORIA.
           CLOSE CARGOS.
           CLOSE SALDOS.
           CLOSE DEUDAANT.
           CLOSE CONTACTOS.
           CLOSE MENSAJES.
           CLOSE MORATUSOS.
           CLOSE LIBREDEUDA.
           CLOSE UNIFICACIONES.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
