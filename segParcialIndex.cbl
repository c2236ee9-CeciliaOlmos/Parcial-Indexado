      *     mes-cero, so the front-desk inquiry and the collection
      *     reports can read one record instead of re-deriving the
      *     position. Skipped in simulacion mode.
      *   - 690-APLICAR-DEUDA-ANTERIOR now cancels the socio's debt
      *     from closed years (deudaant.dat, written by the year-end
      *     close) before the payment reaches the current year, oldest
      *     month first; each month touched is audited with its own
      *     anio/mes under "690-DEUDA-ANTERIOR", and simulacion reports
      *     it instead of writing. The anulacion routes those entries
      *     to 2027-REVERTIR-DEUDA-ANT, which gives the debt back to
      *     the da-reg by delta the same way 2025 does for cargos.
      *   - Every change to the sociosmae.dat ficha is now written to
      *     fichahist.dat (before and after images, program, operator
      *     and reason), for historiaFicha to print the member's
      *     ficha timeline. The automatic readmission records
      *     operator SYS and the recibo that settled the debt.
      *   - The anulacion recognises the discount entry of a pago
      *     anual anticipado ("1400-BONIF-ANTICIPO", written by
      *     pagoDirecto): instead of reversing it as a mes-cero
      *     change, 2029-ANULAR-ANTICIPO marks the anticipos.dat
      *     record anulado, while the cancelled months and the mes-
      *     cero come back through their own entries.
      *   - Every recibo applied by the real run now queues a payment
      *     confirmation in the mensajes.dat outbox (505/996) for
      *     members with a channel and opt-in in contactos.dat;
      *     simulation and anulacion queue nothing.
      *   - 906-APLICAR-MORATORIA condones the vigente moratorias.dat
      *     campaign's share of the recargo when the payment clears
      *     the overdue debt inside its window, with its own
      *     906-MORATORIA audit entry and a moratusos.dat use record;
      *     annulling the receipt marks the use X (2031-ANULAR-
      *     MORATORIA).
      *   - Months under a member's licencia (licencias.dat) take the
      *     licencia rate, the L rows of cuotas.dat, before any
      *     exencion.
      *   - The anulacion voids (estado X, with date and recibo)
      *     every libre deuda certificate of libredeuda.dat issued to
      *     the socio on or after the annulled recibo's date
      *     (2033-ANULAR-LIBRE-DEUDA), with an excepciones.dat line
      *     for secretaria.
      *   - Prior-year debt: a moratoria in force also condones the
      *     recargo a closed month carried (da-recargo), audited as
      *     690-MORATORIA; a month taken by a caja stops the sweep
      *     inside the loop and a failed REWRITE returns the amount
      *     to the payment with an exception.
      *   - Voiding a recibo returns a prior-year moratoria to da-
      *     recargo; the deuda reversal table holds ten closed years
      *     and reports an exception instead of dropping entries.
      *   - A moratoria on prior-year debt now applies only when the
      *     payment clears all overdue debt: every deudaant.dat month
      *     and the current year's overdue cuotas and cargos, net of
      *     the condonable recargo (691).
      *   - Voiding a recibo of a number later unified: a month,
      *     cargo, prior-year debt or anticipo not found under the
      *     audited socio is retried under the one that stayed
      *     (unificaciones.dat, 2034) before raising the exception.
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
                   LOCK MODE IS AUTOMATIC.
           SELECT OPTIONAL CHECKPOINT ASSIGN TO "..\checkpoint.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MORATORIAS ASSIGN TO "..\moratorias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mor-numero
                   SHARING WITH ALL OTHER.
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
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
                   FILE STATUS IS w-fs-sociomae
                   SHARING WITH ALL OTHER
                   LOCK MODE IS AUTOMATIC.
           SELECT OPTIONAL FICHAHIST ASSIGN TO "..\fichahist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fh-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL EXENCIONES ASSIGN TO "..\exenciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS exen-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
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
           SELECT OPTIONAL ANTICIPOS ASSIGN TO "..\anticipos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ant-llave
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
       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS.
           COPY "AUDITREC.cpy".
       FD  CHECKPOINT.
       01  cp-socio pic 9(5).
       FD  MORATORIAS.
           COPY "MORATREC.cpy".
       FD  MORATUSOS.
           COPY "MORUSOREC.cpy".
       FD  CONTACTOS.
           COPY "CONTACTOREC.cpy".
       FD  MENSAJES.
           COPY "MENSAJEREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       FD  CORRIDAS.
           COPY "PARAMREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  FICHAHIST.
           COPY "FICHAHISTREC.cpy".
       FD  EXENCIONES.
           COPY "EXENREC.cpy".
       FD  LICENCIAS.
           COPY "LICENCIAREC.cpy".
       FD  SALDOS.
           COPY "SALDOREC.cpy".
       FD  ANTICIPOS.
           COPY "ANTICIPOREC.cpy".
       FD  LIBREDEUDA.
           COPY "LIBDEUREC.cpy".
       FD  UNIFICACIONES.
           COPY "UNIFREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-cuotas pic 9.
           88 fin-arch-cuotas value 1.
       77  w-ult-recibo pic 9(10).
       77  w-ult-fecha pic 9(8).
       77  w-flag-contacto pic 9 value zero.
           88 no-esta-contacto value 1.
       77  w-msg-socio pic 9(5) value zero.
       77  w-msg-tipo pic x(3) value spaces.
       77  w-msg-referencia pic 9(10) value zero.
       77  w-msg-texto pic x(100) value spaces.
       77  w-msg-importe pic zz.zzz.zz9.
       77  w-orden-hist pic 99 value zero.
       77  w-motivo-ficha pic x(40) value spaces.
       01  w-ficha-ant pic x(98) value spaces.
       77  w-pct-recargo pic 9(3) value 5.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
           88 no-esta-ficha value 1.
       77  w-cnt-impagos pic 9(2) value zero.
       77  w-mes-revision pic 9(2) value zero.
       77  w-flag-moratorias pic 9 value zero.
           88 fin-arch-moratorias value 1.
       77  w-cnt-moratorias pic 99 value zero.
       01  tabla-moratorias.
           03 mt-det OCCURS 10 TIMES.
               05 mt-numero pic 9(4).
               05 mt-desde pic 9(8).
               05 mt-hasta pic 9(8).
               05 mt-pct pic 9(3).
               05 mt-anio-desde pic 9(4).
               05 mt-anio-hasta pic 9(4).
       77  w-mor-idx pic 99 value zero.
       77  w-mor-elegida pic 99 value zero.
       77  w-mor-condonado pic 9(6) value zero.
       77  w-mor-exigible pic 9(8) value zero.
       77  w-mor-mes-tope pic s9(4) value zero.
       77  w-mor-mes pic 9(2) value zero.
       77  w-mor-tarifa-sv pic 9(6) value zero.
       77  w-mor-estado-sv pic x.
       77  w-mor-pagado-sv pic 9(6).
       77  w-mor-debe-sv pic 9(6).
       77  w-mor-flag-cargos pic 9 value zero.
           88 fin-mor-cargos value 1.
       77  w-mor-recargo-ant pic 9(6) value zero.
       77  w-mor-uso-recargo pic 9(6) value zero.
       77  w-mor-uso-condonado pic 9(6) value zero.
       77  w-mor-exig-total pic 9(9) value zero.
       77  w-mor-cond-total pic 9(8) value zero.
       77  w-mor-mes-ult pic 9(2) value zero.
       77  w-mor-estado-anio pic x.
       77  w-mor-flag-ant pic 9 value zero.
           88 mor-ant-habilitada value 1.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  w-delta-pagado pic s9(7).
       77  w-tarifa-mes pic 9(6) value zero.
       77  w-tarifa-prox pic 9(6) value zero.
       77  w-periodo-tarifa pic 9(6) value zero.
       77  w-flag-lic pic 9 value zero.
           88 fin-arch-lic value 1.
       77  w-flag-licencia pic 9 value zero.
           88 en-licencia value 1.
       77  w-cnt-lic pic 9 value zero.
       77  w-lic-idx pic 9 value zero.
       01  tabla-licencias.
           03 lic-det OCCURS 5 TIMES.
               05 tl-desde pic 9(6).
               05 tl-hasta pic 9(6).
       01  tabla-cuota-licencia.
           03 vec-mes-licencia pic 9(6) OCCURS 12 TIMES.
       01  w-importe-anual-socio pic 9(8) value zero.
       77  w-fs-pagos pic xx value spaces.
       77  w-fs-socios pic xx value spaces.
       77  w-fs-cargos pic xx value spaces.
       77  w-fs-sociomae pic xx value spaces.
       77  w-fs-saldos pic xx value spaces.
       77  w-fs-deudaant pic xx value spaces.
       77  w-flag-deuda-ant pic 9 value zero.
           88 fin-arch-deuda-ant value 1.
       77  w-flag-deuda-rev pic 9 value zero.
           88 no-esta-deuda-rev value 1.
       77  w-flag-anticipo pic 9 value zero.
           88 no-esta-anticipo value 1.
       77  w-flag-socio-rev pic 9 value zero.
           88 no-esta-socio-rev value 1.
       77  w-flag-unificado pic 9 value zero.
           88 no-esta-unificado value 1.
       77  w-rev-socio pic 9(5) value zero.
       77  w-flag-libre-deuda pic 9 value zero.
           88 fin-arch-libre-deuda value 1.
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
       01  w-aud-salvado pic x(100).
       77  w-flag-cola pic 9 value zero.
       100-INICIO-ACTUALIZAR.
           PERFORM 105-LEER-PARAMETRO.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           PERFORM 118-CARGAR-MORATORIAS.
           PERFORM 120-ABRIR-ARCHIVO.
      *        Ni la anulacion ni la simulacion son pasos de la cadena
      *        diaria: no se controlan ni se anotan en el libro de
           END-IF.
       117-ABANDONAR-CORRIDA.
           CLOSE PAGOS SOCIOS AUDITORIA CARGOS SOCIOMAE SALDOS
               EXENCIONES DEUDAANT FICHAHIST LICENCIAS EXCEPCIONES.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       105-LEER-PARAMETRO.
           OPEN I-O AUDITORIA.
           OPEN I-O CARGOS.
           OPEN I-O SOCIOMAE.
           OPEN I-O FICHAHIST.
           OPEN I-O SALDOS.
           OPEN INPUT EXENCIONES.
           OPEN INPUT LICENCIAS.
           OPEN I-O DEUDAANT.
           OPEN INPUT CONTACTOS.
           OPEN I-O MENSAJES.
           OPEN I-O MORATUSOS.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 145-DETERMINAR-SECUENCIA.
      ******************************************************************
      * Moratorias de recargos vigentes (moratorias.dat), cargadas al
      * arrancar. Sin archivo no hay campania y el recargo se cobra
      * entero, como siempre.
      ******************************************************************
       118-CARGAR-MORATORIAS.
           OPEN INPUT MORATORIAS.
           PERFORM UNTIL fin-arch-moratorias
               READ MORATORIAS NEXT
                   AT END MOVE 1 TO w-flag-moratorias
               NOT AT END
                   IF mor-estado = "V" AND w-cnt-moratorias < 10
                       ADD 1 TO w-cnt-moratorias
                       MOVE mor-numero TO mt-numero(w-cnt-moratorias)
                       MOVE mor-desde TO mt-desde(w-cnt-moratorias)
                       MOVE mor-hasta TO mt-hasta(w-cnt-moratorias)
                       MOVE mor-pct TO mt-pct(w-cnt-moratorias)
                       MOVE mor-anio-desde TO
                           mt-anio-desde(w-cnt-moratorias)
                       MOVE mor-anio-hasta TO
                           mt-anio-hasta(w-cnt-moratorias)
                   END-IF
           END-PERFORM.
           CLOSE MORATORIAS.

       125-CARGAR-TABLA-CUOTAS.
           OPEN INPUT CUOTAS.
           PERFORM UNTIL fin-arch-cuotas
               READ CUOTAS AT END MOVE 1 TO w-flag-cuotas
               NOT AT END
                   IF cuota-tex-categoria = "L"
                       MOVE cuota-tex-importe TO
                           vec-mes-licencia(cuota-tex-mes)
                   ELSE
                       PERFORM 126-INDICE-CARGA
                       MOVE cuota-tex-importe TO
                           vec-mes(w-idx-cat-carga, cuota-tex-mes)
                   END-IF
           END-PERFORM.
           CLOSE CUOTAS.
       126-INDICE-CARGA.
                   CLOSE SIMULACION
               END-IF
               CLOSE PAGOS SOCIOS AUDITORIA CARGOS SOCIOMAE SALDOS
                   EXENCIONES DEUDAANT FICHAHIST LICENCIAS EXCEPCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               IF NOT modo-simulacion
                   MOVE "S" TO pag-procesado
                   REWRITE pag-reg
                   PERFORM 505-ENCOLAR-CONFIRMACION
               END-IF
           END-IF.

      ******************************************************************
      * Confirmacion al socio del recibo recien aplicado, por su canal
      * de contacto. La simulacion no avisa a nadie.
      ******************************************************************
       505-ENCOLAR-CONFIRMACION.
           MOVE pag-socio TO w-msg-socio.
           MOVE "PAG" TO w-msg-tipo.
           MOVE pag-recibo TO w-msg-referencia.
           MOVE pag-importe TO w-msg-importe.
           MOVE SPACES TO w-msg-texto.
           STRING "RECIBIMOS SU PAGO DE $" w-msg-importe
               " - RECIBO " pag-recibo " DEL " pag-fecha(7:2)
               "/" pag-fecha(5:2) "/" pag-fecha(1:4)
               ". GRACIAS." DELIMITED BY SIZE INTO w-msg-texto.
           PERFORM 996-ENCOLAR-MENSAJE.

      ******************************************************************
      * La simulacion no graba nada, asi que el segundo recibo de un
      * mismo socio en el lote se proyecta contra el registro SIN los
           WRITE cp-socio.
           CLOSE CHECKPOINT.
       700-BUSCO-SOCIO.
           IF w-imp-pag > 0
               PERFORM 690-APLICAR-DEUDA-ANTERIOR
           END-IF.
      *        Si la deuda vieja se llevo todo el pago, el anio en
      *        curso no se toca (ni recargo ni mes-cero).
           IF w-imp-pag > 0
               PERFORM 800-ARMO-CLAVE
               PERFORM 810-POSICIONO-SOCIO
           END-IF.
           PERFORM 970-REVISAR-SUSPENSION.
           IF NOT modo-simulacion
               PERFORM 965-ACTUALIZAR-SALDOS
           END-IF.

      ******************************************************************
      * Deuda de ejercicios anteriores (deudaant.dat): el pago cancela
      * primero lo que el socio arrastra de anios ya cerrados (solo
      * anios anteriores al del pago), el mes mas viejo antes, y recien
      * el resto entra al anio en curso. Cada mes tocado se audita con
      * su propio anio/mes para que la anulacion lo devuelva; en
      * simulacion va al reporte y no se graba.
      ******************************************************************
       690-APLICAR-DEUDA-ANTERIOR.
           PERFORM 691-EXIGIBLE-MORATORIA-ANT.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE w-pag-ant TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant OR w-imp-pag NOT > 0
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = w-pag-ant
                       OR da-anio NOT < w-anio-proceso
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       PERFORM 695-CONSUMIR-DEUDA-ANTERIOR
                   END-IF
               END-READ
      *        Un mes tomado por una caja corta el barrido ahi mismo:
      *        el registro no se leyo y seguir de largo lo saltearia.
      *        Lo que resta del pago sigue al anio en curso.
               IF w-fs-deudaant = "51"
                   MOVE 1 TO w-flag-deuda-ant
                   DISPLAY "DEUDA ANTERIOR TOMADA POR UNA CAJA: "
                       w-pag-ant
                   MOVE "690-APLICAR-DEUDA-ANT" TO w-paragrafo-actual
                   MOVE w-pag-ant TO w-exc-clave
                   MOVE "DEUDA ANTERIOR BLOQUEADA" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-deuda-ant.
      ******************************************************************
      * La moratoria sobre deuda vieja exige que el pago cancele toda
      * la deuda vencida del socio: cada mes de deudaant.dat con su
      * recargo rebajado, mas lo vencido del anio en curso (la cuota
      * abierta, los meses ya vencidos sin registro y los cargos de
      * esos meses, igual que 907). Si no alcanza no se condona nada.
      * Un mes tomado por una caja no se puede sumar: sin moratoria.
      ******************************************************************
       691-EXIGIBLE-MORATORIA-ANT.
           MOVE 0 TO w-mor-flag-ant.
           MOVE ZERO TO w-mor-exig-total.
           MOVE ZERO TO w-mor-cond-total.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE w-pag-ant TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = w-pag-ant
                       OR da-anio NOT < w-anio-proceso
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       PERFORM 693-CONDONABLE-DEUDA-ANT
                       COMPUTE w-mor-exig-total = w-mor-exig-total
                           + da-debe - w-mor-condonado
                       ADD w-mor-condonado TO w-mor-cond-total
                   END-IF
               END-READ
               IF w-fs-deudaant = "51"
                   MOVE 1 TO w-flag-deuda-ant
                   MOVE ZERO TO w-mor-cond-total
               END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-deuda-ant.
           IF w-mor-cond-total > ZERO
               PERFORM 699-EXIGIBLE-ANIO-CURSO
               IF w-imp-pag >= w-mor-exig-total
                   MOVE 1 TO w-mor-flag-ant
               END-IF
           END-IF.
      *        Lo vencido del anio en curso se arma sobre el ultimo
      *        registro del socio, como lo tomara 900; el registro no
      *        se regraba aca. Si el anio ya esta cancelado (mes cero
      *        en C) no suma nada.
       699-EXIGIBLE-ANIO-CURSO.
           MOVE SPACE TO w-mor-estado-anio.
           MOVE ZERO TO w-mor-mes-ult.
           MOVE 0 TO w-flag-socios.
           MOVE w-pag-ant TO soc-socio.
           MOVE w-anio-proceso TO soc-anio.
           MOVE ZERO TO soc-mes.
           START SOCIOS KEY IS >= soc-llave
               INVALID KEY MOVE 1 TO w-flag-socios
           END-START.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-socio NOT = w-pag-ant
                       OR soc-anio NOT = w-anio-proceso
                       MOVE 1 TO w-flag-socios
                   ELSE
                       IF soc-mes = ZERO
                           MOVE soc-estado TO w-mor-estado-anio
                       END-IF
                       MOVE soc-mes TO w-mor-mes-ult
                   END-IF
               END-READ
           END-PERFORM.
           MOVE 0 TO w-flag-socios.
           IF w-mor-estado-anio NOT = SPACE
               AND w-mor-estado-anio NOT = "C"
               MOVE w-pag-ant TO soc-socio
               MOVE w-anio-proceso TO soc-anio
               MOVE w-mor-mes-ult TO soc-mes
               START SOCIOS KEY IS = soc-llave
                   INVALID KEY MOVE 1 TO w-flag-socios
               END-START
               IF NOT fin-arch-socios
                   PERFORM 860-LEER-ARCH-SOCIO
                   MOVE soc-categoria TO w-categoria-socio
                   PERFORM 132-DETERMINAR-INDICE-CATEGORIA
                   PERFORM 133-CARGAR-EXENCION
                   PERFORM 136-IMPORTE-ANUAL-SOCIO
                   IF soc-mes > 0 AND soc-debe > 0
                       PERFORM 905-CALCULAR-RECARGO
                       PERFORM 904-ELEGIR-MORATORIA
                   ELSE
                       MOVE ZERO TO soc-debe
                       MOVE ZERO TO w-mor-condonado
                       COMPUTE w-periodo-pago =
                           FUNCTION NUMVAL(w-ult-fecha(1:4)) * 12
                           + FUNCTION NUMVAL(w-ult-fecha(5:2))
                   END-IF
                   PERFORM 907-SUMAR-VENCIDO
                   ADD w-mor-exigible TO w-mor-exig-total
               END-IF
               MOVE 0 TO w-flag-socios
           END-IF.
       695-CONSUMIR-DEUDA-ANTERIOR.
           IF da-debe > 0
               MOVE da-estado TO w-estado-ant
               MOVE da-pagado TO w-pagado-ant
               MOVE da-debe TO w-debe-ant
               PERFORM 692-MORATORIA-DEUDA-ANT
               IF w-imp-pag >= da-debe
                   ADD da-debe TO da-pagado
                   SUBTRACT da-debe FROM w-imp-pag
                   MOVE ZERO TO da-debe
                   MOVE "C" TO da-estado
               ELSE
                   ADD w-imp-pag TO da-pagado
                   SUBTRACT w-imp-pag FROM da-debe
                   MOVE ZERO TO w-imp-pag
               END-IF
               IF modo-simulacion
                   PERFORM 698-REPORTAR-DEUDA-ANT-SIM
               ELSE
                   REWRITE da-reg
                   IF w-fs-deudaant NOT = "00"
                       PERFORM 696-FALLA-DEUDA-ANTERIOR
                   ELSE
                       IF w-mor-condonado > ZERO
                           PERFORM 694-AUDITAR-MORATORIA-DEUDA
                       END-IF
                       PERFORM 697-AUDITAR-DEUDA-ANTERIOR
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Moratoria sobre deuda de anios cerrados: el mismo criterio que
      * 906 con la cuota abierta, pero sobre el recargo que el mes
      * trajo del cierre (da-recargo) y el anio de la deuda. Solo se
      * condona si 691 determino que el pago cancela toda la deuda
      * vencida del socio con los recargos rebajados; si no, el mes
      * se cobra entero.
      ******************************************************************
       692-MORATORIA-DEUDA-ANT.
           PERFORM 693-CONDONABLE-DEUDA-ANT.
           IF w-mor-condonado > ZERO
               IF mor-ant-habilitada
                   MOVE da-recargo TO w-mor-recargo-ant
                   SUBTRACT w-mor-condonado FROM da-debe
                   SUBTRACT w-mor-condonado FROM da-recargo
                   DISPLAY "MORATORIA " mt-numero(w-mor-elegida)
                       ": SOCIO " da-socio " " da-anio "/" da-mes
                       " RECARGO CONDONADO " w-mor-condonado
               ELSE
                   MOVE ZERO TO w-mor-condonado
               END-IF
           END-IF.
      *        Campania de mayor porcentaje vigente a la fecha del pago
      *        para el anio del mes, y el recargo que condonaria.
       693-CONDONABLE-DEUDA-ANT.
           MOVE ZERO TO w-mor-elegida.
           MOVE ZERO TO w-mor-condonado.
           IF da-recargo > ZERO AND w-cnt-moratorias > ZERO
               PERFORM VARYING w-mor-idx FROM 1 BY 1
                       UNTIL w-mor-idx > w-cnt-moratorias
                   IF w-ult-fecha >= mt-desde(w-mor-idx)
                       AND w-ult-fecha <= mt-hasta(w-mor-idx)
                       AND da-anio >= mt-anio-desde(w-mor-idx)
                       AND da-anio <= mt-anio-hasta(w-mor-idx)
                       IF w-mor-elegida = ZERO
                           MOVE w-mor-idx TO w-mor-elegida
                       ELSE
                           IF mt-pct(w-mor-idx) >
                                   mt-pct(w-mor-elegida)
                               MOVE w-mor-idx TO w-mor-elegida
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF w-mor-elegida > ZERO
               COMPUTE w-mor-condonado ROUNDED =
                   da-recargo * mt-pct(w-mor-elegida) / 100
               IF w-mor-condonado > da-debe
                   MOVE da-debe TO w-mor-condonado
               END-IF
           END-IF.
      ******************************************************************
      * La condonacion queda en auditoria como "690-MORATORIA" (antes
      * y despues de la rebaja, sin el pago) y en moratusos.dat. La
      * entrada 690-DEUDA-ANTERIOR que sigue lleva como anterior la
      * deuda previa a la rebaja, asi la anulacion devuelve el mes
      * entero; 690-MORATORIA le devuelve ademas el da-recargo.
      ******************************************************************
       694-AUDITAR-MORATORIA-DEUDA.
           ADD 1 TO w-ult-secuencia.
           MOVE w-ult-secuencia TO aud-secuencia.
           MOVE FUNCTION CURRENT-DATE TO aud-fecha-hora.
           MOVE "690-MORATORIA" TO aud-paragrafo.
           MOVE da-socio TO aud-socio.
           MOVE da-anio TO aud-anio.
           MOVE da-mes TO aud-mes.
           MOVE w-ult-recibo TO aud-recibo.
           MOVE w-estado-ant TO aud-estado-ant.
           MOVE w-pagado-ant TO aud-pagado-ant.
           MOVE w-debe-ant TO aud-debe-ant.
           MOVE w-estado-ant TO aud-estado-nuevo.
           MOVE w-pagado-ant TO aud-pagado-nuevo.
           COMPUTE aud-debe-nuevo = w-debe-ant - w-mor-condonado.
           WRITE aud-reg.
           IF w-fs-audit = "22"
               PERFORM 897-REINTENTAR-AUDITORIA
           END-IF.
           MOVE da-socio TO mu-socio.
           MOVE da-anio TO mu-anio.
           MOVE da-mes TO mu-mes.
           MOVE w-mor-recargo-ant TO mu-recargo.
           MOVE w-mor-condonado TO mu-condonado.
           PERFORM 903-GRABAR-USO-MORATORIA.
      ******************************************************************
      * El mes no se pudo regrabar: lo que se le habia tomado vuelve
      * al pago, el barrido se corta y queda la excepcion. El resto
      * del pago sigue al anio en curso.
      ******************************************************************
       696-FALLA-DEUDA-ANTERIOR.
           COMPUTE w-imp-pag = w-imp-pag + da-pagado - w-pagado-ant.
           MOVE 1 TO w-flag-deuda-ant.
           DISPLAY "NO PUDE REGRABAR LA DEUDA " da-anio "/" da-mes
               " - STATUS " w-fs-deudaant.
           MOVE "695-CONSUMIR-DEUDA-ANT" TO w-paragrafo-actual.
           MOVE da-llave TO w-exc-clave.
           MOVE "NO PUDE REGRABAR LA DEUDA ANTERIOR" TO w-exc-mensaje.
           PERFORM 995-REGISTRAR-EXCEPCION.
       697-AUDITAR-DEUDA-ANTERIOR.
           ADD 1 TO w-ult-secuencia.
           MOVE w-ult-secuencia TO aud-secuencia.
           MOVE FUNCTION CURRENT-DATE TO aud-fecha-hora.
           MOVE "690-DEUDA-ANTERIOR" TO aud-paragrafo.
           MOVE da-socio TO aud-socio.
           MOVE da-anio TO aud-anio.
           MOVE da-mes TO aud-mes.
           MOVE w-ult-recibo TO aud-recibo.
           MOVE w-estado-ant TO aud-estado-ant.
           MOVE w-pagado-ant TO aud-pagado-ant.
           MOVE w-debe-ant TO aud-debe-ant.
           MOVE da-estado TO aud-estado-nuevo.
           MOVE da-pagado TO aud-pagado-nuevo.
           MOVE da-debe TO aud-debe-nuevo.
           WRITE aud-reg.
           IF w-fs-audit = "22"
               PERFORM 897-REINTENTAR-AUDITORIA
           END-IF.
       698-REPORTAR-DEUDA-ANT-SIM.
           MOVE da-socio TO s-socio.
           MOVE da-anio TO s-anio.
           MOVE da-mes TO s-mes.
           MOVE w-estado-ant TO s-estado-ant.
           MOVE da-estado TO s-estado-nuevo.
           MOVE w-pagado-ant TO s-pagado-ant.
           MOVE da-pagado TO s-pagado-nuevo.
           MOVE w-debe-ant TO s-debe-ant.
           MOVE da-debe TO s-debe-nuevo.
           MOVE "690-DEUDA-ANTERIOR" TO s-paragrafo.
           WRITE sim-lin FROM lin-sim-det.

      ******************************************************************
      * Resumen de posicion del socio (saldos.dat): en la misma unidad
      * de trabajo en que se toco el mes-cero se recalcula la foto -
               IF NOT no-esta-ficha AND sm-estado = "S"
                   PERFORM 975-CONTAR-IMPAGOS
                   IF w-cnt-impagos = ZERO
                       MOVE sociomae-reg TO w-ficha-ant
                       MOVE "R" TO sm-estado
                       MOVE w-ult-fecha TO sm-fecha-estado
                       REWRITE sociomae-reg
                       MOVE SPACES TO w-motivo-ficha
                       STRING "READMISION POR PAGO RECIBO "
                           w-ult-recibo DELIMITED BY SIZE
                           INTO w-motivo-ficha
                       PERFORM 977-REGISTRAR-HIST-FICHA
                       DISPLAY "SOCIO " w-pag-ant " READMITIDO"
                   END-IF
               END-IF
      *        se apaga aca para no dejar cortado el recorrido de
      *        850-ACTUALIZO-SOCIO del proximo pago del lote.
           MOVE 0 TO w-flag-socios.
      ******************************************************************
      * Historia de la ficha: foto anterior y nueva con programa,
      * operador y motivo en fichahist.dat. Proceso de lote: el
      * operador queda como SYS.
      ******************************************************************
       977-REGISTRAR-HIST-FICHA.
           MOVE w-ficha-ant TO fh-ant.
           MOVE sociomae-reg TO fh-nuevo.
           IF fh-ant NOT = fh-nuevo
               MOVE sm-socio TO fh-socio
               MOVE FUNCTION CURRENT-DATE TO fh-fecha-hora
               ADD 1 TO w-orden-hist
               MOVE w-orden-hist TO fh-orden
               MOVE "SEGPARCIALINDEX" TO fh-programa
               MOVE "SYS" TO fh-operador
               MOVE w-motivo-ficha TO fh-motivo
               WRITE fh-reg
                   INVALID KEY
                       MOVE "977-REGISTRAR-HIST-FICHA" TO
                           w-paragrafo-actual
                       MOVE sm-socio TO w-exc-clave
                       MOVE "NO PUDE GRABAR LA HISTORIA DE LA FICHA"
                           TO w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
               END-WRITE
           END-IF.
       800-ARMO-CLAVE.
           MOVE w-pag-ant to soc-socio.
           MOVE w-anio-proceso to soc-anio.
                   CLOSE CORRIDAS
               END-IF
               CLOSE PAGOS SOCIOS AUDITORIA CARGOS SOCIOMAE SALDOS
                   EXENCIONES DEUDAANT FICHAHIST LICENCIAS EXCEPCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               MOVE exen-desde TO w-exen-desde
               MOVE exen-hasta TO w-exen-hasta
           END-IF.
           PERFORM 141-CARGAR-LICENCIAS.
      *        Un mes en licencia toma la cuota de licencia; una
      *        exencion vigente descuenta sobre esa tarifa.
       134-TARIFA-MES.
           MOVE vec-mes(w-idx-cat, w-mes-tarifa) TO w-tarifa-mes.
           COMPUTE w-periodo-tarifa =
               w-anio-proceso * 100 + w-mes-tarifa.
           PERFORM 142-PERIODO-EN-LICENCIA.
           IF en-licencia AND vec-mes-licencia(w-mes-tarifa) > ZERO
               MOVE vec-mes-licencia(w-mes-tarifa) TO w-tarifa-mes
           END-IF.
           IF w-pct-exencion > ZERO
               IF w-periodo-tarifa >= w-exen-desde
                   AND w-periodo-tarifa <= w-exen-hasta
                   COMPUTE w-tarifa-mes ROUNDED =
                       w-tarifa-mes * (100 - w-pct-exencion) / 100
               END-IF
           END-IF.
      ******************************************************************
      * Licencias del socio (licencias.dat): los meses entre lic-desde
      * y lic-hasta de una licencia no anulada pagan la cuota de
      * licencia (filas L de cuotas.dat) en vez de la de categoria.
      ******************************************************************
       141-CARGAR-LICENCIAS.
           MOVE ZERO TO w-cnt-lic.
           MOVE 0 TO w-flag-lic.
           MOVE soc-socio TO lic-socio.
           MOVE ZERO TO lic-desde.
           START LICENCIAS KEY IS >= lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-arch-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               NOT AT END
                   IF lic-socio NOT = soc-socio
                       MOVE 1 TO w-flag-lic
                   ELSE
                       IF lic-estado NOT = "A" AND w-cnt-lic < 5
                           ADD 1 TO w-cnt-lic
                           MOVE lic-desde TO tl-desde(w-cnt-lic)
                           MOVE lic-hasta TO tl-hasta(w-cnt-lic)
                       END-IF
                   END-IF
           END-PERFORM.
       142-PERIODO-EN-LICENCIA.
           MOVE 0 TO w-flag-licencia.
           PERFORM VARYING w-lic-idx FROM 1 BY 1
                   UNTIL w-lic-idx > w-cnt-lic OR en-licencia
               IF w-periodo-tarifa >= tl-desde(w-lic-idx)
                   AND w-periodo-tarifa <= tl-hasta(w-lic-idx)
                   MOVE 1 TO w-flag-licencia
               END-IF
           END-PERFORM.
       136-IMPORTE-ANUAL-SOCIO.
           MOVE ZERO TO w-importe-anual-socio.
           PERFORM VARYING w-mes-tarifa FROM 1 BY 1
           ELSE
               MOVE ZERO TO w-recargo
           END-IF.
      ******************************************************************
      * Moratoria de recargos: si la fecha del pago cae en una campania
      * vigente para el anio de la cuota abierta y el pago alcanza para
      * cancelar toda la deuda vencida con el recargo rebajado, se
      * condona el porcentaje de la campania antes de aplicar (con dos
      * campanias superpuestas rige la de mayor porcentaje). La
      * condonacion queda en auditoria.dat con su propia entrada,
      * "906-MORATORIA", y en moratusos.dat para el reporte de cierre.
      ******************************************************************
       906-APLICAR-MORATORIA.
           PERFORM 904-ELEGIR-MORATORIA.
           IF w-mor-elegida > ZERO
               PERFORM 907-SUMAR-VENCIDO
               IF w-mor-condonado > ZERO
                   AND w-imp-pag >= w-mor-exigible
                   PERFORM 908-CONDONAR-RECARGO
               END-IF
           END-IF.
      *        Campania de mayor porcentaje vigente a la fecha del pago
      *        para el anio de la cuota abierta, y el recargo que
      *        condonaria (nunca mas que lo que el mes debe).
       904-ELEGIR-MORATORIA.
           MOVE ZERO TO w-mor-elegida.
           MOVE ZERO TO w-mor-condonado.
           IF w-recargo > ZERO AND w-cnt-moratorias > ZERO
               PERFORM VARYING w-mor-idx FROM 1 BY 1
                       UNTIL w-mor-idx > w-cnt-moratorias
                   IF w-ult-fecha >= mt-desde(w-mor-idx)
                       AND w-ult-fecha <= mt-hasta(w-mor-idx)
                       AND soc-anio >= mt-anio-desde(w-mor-idx)
                       AND soc-anio <= mt-anio-hasta(w-mor-idx)
                       IF w-mor-elegida = ZERO
                           MOVE w-mor-idx TO w-mor-elegida
                       ELSE
                           IF mt-pct(w-mor-idx) >
                                   mt-pct(w-mor-elegida)
                               MOVE w-mor-idx TO w-mor-elegida
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF w-mor-elegida > ZERO
               COMPUTE w-mor-condonado ROUNDED =
                   w-recargo * mt-pct(w-mor-elegida) / 100
               IF w-mor-condonado > soc-debe
                   MOVE soc-debe TO w-mor-condonado
               END-IF
           END-IF.

      ******************************************************************
      * Deuda vencida que el pago tiene que cubrir para entrar en la
      * moratoria: lo que queda de la cuota abierta con el recargo
      * rebajado, las cuotas de los meses siguientes ya vencidos a la
      * fecha del pago (todavia sin registro) y los cargos abiertos de
      * esos meses. La deuda de ejercicios cerrados ya la cancelo 690
      * antes de llegar aca; 691 usa este mismo total para decidir la
      * moratoria sobre esa deuda.
      ******************************************************************
       907-SUMAR-VENCIDO.
           COMPUTE w-mor-exigible = soc-debe - w-mor-condonado.
           COMPUTE w-mor-mes-tope = w-periodo-pago - soc-anio * 12.
           IF w-mor-mes-tope > 12
               MOVE 12 TO w-mor-mes-tope
           END-IF.
           MOVE w-tarifa-mes TO w-mor-tarifa-sv.
           PERFORM VARYING w-mor-mes FROM 1 BY 1
                   UNTIL w-mor-mes > w-mor-mes-tope
               IF w-mor-mes > soc-mes
                   MOVE w-mor-mes TO w-mes-tarifa
                   PERFORM 134-TARIFA-MES
                   ADD w-tarifa-mes TO w-mor-exigible
               END-IF
           END-PERFORM.
           MOVE w-mor-tarifa-sv TO w-tarifa-mes.
           MOVE soc-mes TO w-mes-tarifa.
           MOVE 0 TO w-mor-flag-cargos.
           MOVE soc-socio TO car-socio.
           MOVE soc-anio TO car-anio.
           MOVE soc-mes TO car-mes.
           MOVE SPACES TO car-concepto.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-mor-flag-cargos
           END-START.
           PERFORM UNTIL fin-mor-cargos
               READ CARGOS NEXT AT END MOVE 1 TO w-mor-flag-cargos
               NOT AT END
                   IF car-socio NOT = soc-socio
                       OR car-anio NOT = soc-anio
                       OR car-mes > w-mor-mes-tope
                       MOVE 1 TO w-mor-flag-cargos
                   ELSE
                       ADD car-debe TO w-mor-exigible
                   END-IF
               END-READ
      *        Un cargo tomado por la otra caja no se puede verificar:
      *        la moratoria no se aplica y el recargo va entero.
               IF w-fs-cargos = "51"
                   MOVE 1 TO w-mor-flag-cargos
                   MOVE 99999999 TO w-mor-exigible
               END-IF
           END-PERFORM.

       908-CONDONAR-RECARGO.
           MOVE w-estado-ant TO w-mor-estado-sv.
           MOVE w-pagado-ant TO w-mor-pagado-sv.
           MOVE w-debe-ant TO w-mor-debe-sv.
           PERFORM 890-GUARDAR-ANTERIOR.
           SUBTRACT w-mor-condonado FROM soc-debe.
           SUBTRACT w-mor-condonado FROM w-recargo.
           MOVE "906-MORATORIA" TO w-paragrafo-actual.
           PERFORM 895-AUDITAR-CAMBIO.
           MOVE w-mor-estado-sv TO w-estado-ant.
           MOVE w-mor-pagado-sv TO w-pagado-ant.
           MOVE w-mor-debe-sv TO w-debe-ant.
           DISPLAY "MORATORIA " mt-numero(w-mor-elegida)
               ": SOCIO " soc-socio " RECARGO CONDONADO "
               w-mor-condonado.
           IF NOT modo-simulacion
               PERFORM 909-REGISTRAR-USO-MORATORIA
           END-IF.
       909-REGISTRAR-USO-MORATORIA.
           MOVE soc-socio TO mu-socio.
           MOVE soc-anio TO mu-anio.
           MOVE soc-mes TO mu-mes.
           COMPUTE mu-recargo = w-recargo + w-mor-condonado.
           MOVE w-mor-condonado TO mu-condonado.
           PERFORM 903-GRABAR-USO-MORATORIA.
      ******************************************************************
      * Un uso por recibo: si el mismo recibo ya condono recargo en
      * otro mes (deuda de anios cerrados y cuota abierta) los
      * importes se suman al uso ya grabado, que conserva el primer
      * mes y la primera campania.
      ******************************************************************
       903-GRABAR-USO-MORATORIA.
           MOVE w-ult-recibo TO mu-recibo.
           MOVE mt-numero(w-mor-elegida) TO mu-moratoria.
           MOVE w-ult-fecha TO mu-fecha.
           MOVE "SEGPARCIALINDEX" TO mu-programa.
           MOVE "SYS" TO mu-cajero.
           MOVE "V" TO mu-estado.
           MOVE mu-recargo TO w-mor-uso-recargo.
           MOVE mu-condonado TO w-mor-uso-condonado.
           WRITE mu-reg
               INVALID KEY
                   READ MORATUSOS
                       INVALID KEY
                           MOVE "909-REGISTRAR-USO-MORAT" TO
                               w-paragrafo-actual
                           MOVE mu-recibo TO w-exc-clave
                           MOVE "NO PUDE GRABAR EL USO DE LA MORATORIA"
                               TO w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                       NOT INVALID KEY
                           ADD w-mor-uso-recargo TO mu-recargo
                           ADD w-mor-uso-condonado TO mu-condonado
                           REWRITE mu-reg
                   END-READ
           END-WRITE.
       910-DIF-MES-ANTERIOR.
           PERFORM 860-LEER-ARCH-SOCIO.
           IF soc-mes > 0
                   IF soc-debe > 0
                       PERFORM 890-GUARDAR-ANTERIOR
                       PERFORM 905-CALCULAR-RECARGO
                       PERFORM 906-APLICAR-MORATORIA
                       move w-imp-pag to w-imp-pagado
                       COMPUTE w-imp-pag= w-imp-pag - soc-debe
                       COMPUTE soc-cuota=
                   MOVE "RECIBO A ANULAR NO EXISTE" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   OPEN I-O ANTICIPOS
                   OPEN INPUT UNIFICACIONES
                   PERFORM 2010-BUSCAR-Y-REVERTIR
                   CLOSE UNIFICACIONES
                   CLOSE ANTICIPOS
                   PERFORM 2050-REFRESCAR-SALDOS
                   OPEN I-O LIBREDEUDA
                   PERFORM 2033-ANULAR-LIBRE-DEUDA
                   CLOSE LIBREDEUDA
           END-READ.
      ******************************************************************
      * La anulacion cambio la deuda del socio: si ya tiene resumen en
           MOVE 0 TO w-flag-audit.
           MOVE ZERO TO w-cnt-reversiones.
           MOVE ZERO TO w-cnt-rev-cargos.
           MOVE ZERO TO w-cnt-rev-deuda.
           MOVE w-recibo-anular TO aud-recibo.
           START AUDITORIA KEY IS = aud-recibo
               INVALID KEY
                   IF aud-recibo NOT = w-recibo-anular
                       MOVE 1 TO w-flag-audit
                   ELSE
                       EVALUATE TRUE
                           WHEN aud-paragrafo(1:18) =
                                   "1240-IMPUTAR-CARGO"
                               PERFORM 2025-REVERTIR-CARGO
                           WHEN aud-paragrafo(1:18) =
                                   "690-DEUDA-ANTERIOR"
                               PERFORM 2027-REVERTIR-DEUDA-ANT
                           WHEN aud-paragrafo(1:18) =
                                   "1400-BONIF-ANTICIP"
                               PERFORM 2029-ANULAR-ANTICIPO
                           WHEN aud-paragrafo(1:13) = "906-MORATORIA"
                               PERFORM 2031-ANULAR-MORATORIA
                           WHEN aud-paragrafo(1:13) = "690-MORATORIA"
                               PERFORM 2032-REVERTIR-MORAT-DEUDA
                           WHEN OTHER
                               PERFORM 2020-REVERTIR-REGISTRO
                       END-EVALUATE
                   END-IF
           END-PERFORM.
      *        Las reversiones llevan el mismo aud-recibo que se esta
      *        escrituras.
           PERFORM 2030-GRABAR-REVERSIONES.
       2020-REVERTIR-REGISTRO.
           MOVE aud-socio TO w-rev-socio.
           PERFORM 2021-LEER-SOCIO-REV.
           IF no-esta-socio-rev
               PERFORM 2034-BUSCAR-UNIFICACION
               IF NOT no-esta-unificado
                   PERFORM 2021-LEER-SOCIO-REV
               END-IF
           END-IF.
           IF no-esta-socio-rev
               DISPLAY "NO ENCONTRE EL SOCIO AL ANULAR"
               MOVE "2020-REVERTIR-REGISTRO" TO w-paragrafo-actual
               MOVE soc-socio TO w-exc-clave
               MOVE "NO ENCONTRE EL SOCIO AL ANULAR" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           ELSE
               PERFORM 890-GUARDAR-ANTERIOR
               PERFORM 897-APLICAR-DELTA-REVERSION
               REWRITE soc-reg
               PERFORM 896-APILAR-REVERSION
           END-IF.
       2021-LEER-SOCIO-REV.
           MOVE 0 TO w-flag-socio-rev.
           MOVE w-rev-socio TO soc-socio.
           MOVE aud-anio TO soc-anio.
           MOVE aud-mes TO soc-mes.
           READ SOCIOS
               INVALID KEY MOVE 1 TO w-flag-socio-rev
           END-READ.
      ******************************************************************
      * Un recibo cobrado a un numero que despues se unifico: la cuenta
      * ya no esta bajo el numero de la auditoria sino bajo el que
      * quedo (unificaciones.dat). Si el registro no aparece con el
      * numero original se reintenta una vez con el que queda.
      ******************************************************************
       2034-BUSCAR-UNIFICACION.
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
      * ultimas posiciones del paragrafo de la entrada, con el se
      * reubica el car-reg exacto y se le resta el aporte propio del
      * recibo (delta, nunca la foto), devolviendo la deuda al cargo.
      ******************************************************************
       2025-REVERTIR-CARGO.
           MOVE aud-socio TO w-rev-socio.
           PERFORM 2022-LEER-CARGO-REV.
           IF no-esta-cargo-rev
               PERFORM 2034-BUSCAR-UNIFICACION
               IF NOT no-esta-unificado
                   PERFORM 2022-LEER-CARGO-REV
               END-IF
           END-IF.
           IF no-esta-cargo-rev
               DISPLAY "NO ENCONTRE EL CARGO AL ANULAR"
               MOVE "2025-REVERTIR-CARGO" TO w-paragrafo-actual
               REWRITE car-reg
               PERFORM 2026-APILAR-REVERSION-CARGO
           END-IF.
       2022-LEER-CARGO-REV.
           MOVE 0 TO w-flag-cargo-rev.
           MOVE w-rev-socio TO car-socio.
           MOVE aud-anio TO car-anio.
           MOVE aud-mes TO car-mes.
           MOVE aud-paragrafo(20:3) TO car-concepto.
           READ CARGOS
               INVALID KEY MOVE 1 TO w-flag-cargo-rev
           END-READ.
       2026-APILAR-REVERSION-CARGO.
           IF w-cnt-rev-cargos < 12
               ADD 1 TO w-cnt-rev-cargos
               MOVE car-debe TO rvc-debe-nuevo(w-cnt-rev-cargos)
           END-IF.

      ******************************************************************
      * Reversion de deuda de ejercicios anteriores: la entrada 690
      * describe un da-reg de deudaant.dat, no un soc-reg (el anio ya
      * no esta en socios.dat). Se le resta el aporte propio del
      * recibo y la deuda vuelve a quedar abierta.
      ******************************************************************
       2027-REVERTIR-DEUDA-ANT.
           MOVE aud-socio TO w-rev-socio.
           PERFORM 2023-LEER-DEUDA-REV.
           IF no-esta-deuda-rev
               PERFORM 2034-BUSCAR-UNIFICACION
               IF NOT no-esta-unificado
                   PERFORM 2023-LEER-DEUDA-REV
               END-IF
           END-IF.
           IF no-esta-deuda-rev
               DISPLAY "NO ENCONTRE LA DEUDA ANTERIOR AL ANULAR"
               MOVE "2027-REVERTIR-DEUDA-ANT" TO w-paragrafo-actual
               MOVE da-socio TO w-exc-clave
               MOVE "NO ENCONTRE DEUDA ANTERIOR AL ANULAR" TO
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
               PERFORM 2028-APILAR-REVERSION-DEUDA
           END-IF.
       2023-LEER-DEUDA-REV.
           MOVE 0 TO w-flag-deuda-rev.
           MOVE w-rev-socio TO da-socio.
           MOVE aud-anio TO da-anio.
           MOVE aud-mes TO da-mes.
           READ DEUDAANT
               INVALID KEY MOVE 1 TO w-flag-deuda-rev
           END-READ.
      ******************************************************************
      * La bonificacion de un pago anual anticipado no es un cambio de
      * soc-reg (el mes-cero ya vuelve por su propia entrada 960): el
      * recibo anulado da de baja el anticipo de anticipos.dat y el
      * descuento deja de contar.
      ******************************************************************
       2029-ANULAR-ANTICIPO.
           MOVE aud-socio TO w-rev-socio.
           PERFORM 2024-LEER-ANTICIPO-REV.
           IF no-esta-anticipo
               PERFORM 2034-BUSCAR-UNIFICACION
               IF NOT no-esta-unificado
                   PERFORM 2024-LEER-ANTICIPO-REV
               END-IF
           END-IF.
           IF no-esta-anticipo OR ant-recibo NOT = aud-recibo
               DISPLAY "NO ENCONTRE EL ANTICIPO AL ANULAR"
               MOVE "2029-ANULAR-ANTICIPO" TO w-paragrafo-actual
               MOVE aud-socio TO w-exc-clave
               MOVE "NO ENCONTRE EL ANTICIPO AL ANULAR" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           ELSE
               MOVE "X" TO ant-estado
               REWRITE ant-reg
               DISPLAY "PAGO ANUAL ANTICIPADO " ant-socio "/"
                   ant-anio " ANULADO"
           END-IF.
       2024-LEER-ANTICIPO-REV.
           MOVE 0 TO w-flag-anticipo.
           MOVE w-rev-socio TO ant-socio.
           MOVE aud-anio TO ant-anio.
           READ ANTICIPOS
               INVALID KEY MOVE 1 TO w-flag-anticipo
           END-READ.
      ******************************************************************
      * La condonacion de una moratoria no se revierte como cambio de
      * soc-reg: la entrada 910 del mismo recibo ya devuelve la cuota
      * a la deuda que tenia antes del pago. El uso de moratusos.dat
      * se marca anulado y deja de contar en el reporte de cierre.
      ******************************************************************
       2031-ANULAR-MORATORIA.
           MOVE aud-recibo TO mu-recibo.
           READ MORATUSOS
               INVALID KEY
                   DISPLAY "NO ENCONTRE EL USO DE MORATORIA AL ANULAR"
                   MOVE "2031-ANULAR-MORATORIA" TO w-paragrafo-actual
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
      * Un certificado de libre deuda emitido el dia del recibo o
      * despues certifico una deuda que la anulacion vuelve a abrir:
      * queda anulado con la fecha y el recibo, y la excepcion avisa a
      * secretaria por si el socio ya lo presento.
      ******************************************************************
       2033-ANULAR-LIBRE-DEUDA.
           ACCEPT w-cor-fecha-hoy FROM DATE YYYYMMDD.
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
                           MOVE w-cor-fecha-hoy TO ld-fecha-anulacion
                           MOVE pag-recibo TO ld-recibo-anulacion
                           MOVE "SEGPARCIALIND" TO ld-programa-anulacion
                           REWRITE ld-reg
                           DISPLAY "LIBRE DEUDA " ld-numero " ANULADO"
                           MOVE "2033-ANULAR-LIBRE-DEUDA" TO
                               w-paragrafo-actual
                           MOVE ld-numero TO w-exc-clave
                           MOVE "CERTIFICADO LIBRE DEUDA ANULADO" TO
                               w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                       END-IF
                   END-IF
           END-PERFORM.
      ******************************************************************
      * Moratoria sobre deuda de anios cerrados: la entrada 690 del
      * mismo recibo ya devuelve el mes a la deuda previa a la rebaja;
      * aca se le devuelve al mes el recargo condonado y el uso de
      * moratusos.dat queda anulado.
      ******************************************************************
       2032-REVERTIR-MORAT-DEUDA.
           MOVE aud-socio TO w-rev-socio.
           PERFORM 2023-LEER-DEUDA-REV.
           IF no-esta-deuda-rev
               PERFORM 2034-BUSCAR-UNIFICACION
               IF NOT no-esta-unificado
                   PERFORM 2023-LEER-DEUDA-REV
               END-IF
           END-IF.
           IF no-esta-deuda-rev OR w-fs-deudaant NOT = "00"
               DISPLAY "NO ENCONTRE LA DEUDA ANTERIOR AL REVERTIR"
               MOVE "2032-REVERTIR-MORAT-DEUDA" TO w-paragrafo-actual
               MOVE da-socio TO w-exc-clave
               MOVE "NO ENCONTRE DEUDA ANTERIOR AL REVERTIR" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           ELSE
               COMPUTE da-recargo = da-recargo + aud-debe-ant
                   - aud-debe-nuevo
               REWRITE da-reg
           END-IF.
           PERFORM 2031-ANULAR-MORATORIA.
       2028-APILAR-REVERSION-DEUDA.
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
               MOVE "2028-APILAR-REV-DEUDA" TO w-paragrafo-actual
               MOVE da-llave TO w-exc-clave
               MOVE "REVERSION DE DEUDA ANT. SIN AUDITAR" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           END-IF.

       897-APLICAR-DELTA-REVERSION.
      *        Resta el aporte propio de este recibo a los valores
      *        ACTUALES del registro en vez de pisarlos con la foto
                   UNTIL w-i > w-cnt-rev-cargos
               PERFORM 2045-ESCRIBIR-REVERSION-CARGO
           END-PERFORM.
           PERFORM VARYING w-i FROM 1 BY 1
                   UNTIL w-i > w-cnt-rev-deuda
               PERFORM 2047-ESCRIBIR-REVERSION-DEUDA
           END-PERFORM.
       2040-ESCRIBIR-REVERSION.
           ADD 1 TO w-ult-secuencia.
           MOVE w-ult-secuencia TO aud-secuencia.
           MOVE rvc-pagado-nuevo(w-i) TO aud-pagado-nuevo.
           MOVE rvc-debe-nuevo(w-i) TO aud-debe-nuevo.
           WRITE aud-reg.
       2047-ESCRIBIR-REVERSION-DEUDA.
           ADD 1 TO w-ult-secuencia.
           MOVE w-ult-secuencia TO aud-secuencia.
           MOVE FUNCTION CURRENT-DATE TO aud-fecha-hora.
           MOVE "2027-REVERTIR-DEUDA-ANT" TO aud-paragrafo.
           MOVE rvd-socio(w-i) TO aud-socio.
           MOVE rvd-anio(w-i) TO aud-anio.
           MOVE rvd-mes(w-i) TO aud-mes.
           MOVE w-recibo-anular TO aud-recibo.
           MOVE rvd-estado-ant(w-i) TO aud-estado-ant.
           MOVE rvd-pagado-ant(w-i) TO aud-pagado-ant.
           MOVE rvd-debe-ant(w-i) TO aud-debe-ant.
           MOVE rvd-estado-nuevo(w-i) TO aud-estado-nuevo.
           MOVE rvd-pagado-nuevo(w-i) TO aud-pagado-nuevo.
           MOVE rvd-debe-nuevo(w-i) TO aud-debe-nuevo.
           WRITE aud-reg.

       1000-FIN-ACTUALIZAR.
           IF NOT modo-anulacion
               CLOSE SIMULACION
           END-IF.
           CLOSE PAGOS SOCIOS AUDITORIA CARGOS SOCIOMAE SALDOS
               EXENCIONES DEUDAANT FICHAHIST CONTACTOS MENSAJES
               MORATUSOS LICENCIAS EXCEPCIONES.

       985-REGISTRAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
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
               MOVE "SEGPARCIALIND" TO men-programa
               MOVE "P" TO men-estado
               MOVE ZERO TO men-fecha-export
               MOVE ZERO TO men-fecha-estado
               IF men-destino NOT = SPACES
                   WRITE men-reg
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-IF.
       END PROGRAM YOUR-PROGRAM-NAME.
