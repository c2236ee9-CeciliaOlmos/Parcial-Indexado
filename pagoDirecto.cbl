      *     the months inside the vigencia and 136-IMPORTE-ANUAL-SOCIO
      *     builds the socio's own annual total for the mes-cero cap,
      *     the same way the segParcialIndex batch applies it.
      *   - The automatic application (individual, group and convenio
      *     installment) now cancels the socio's debt from closed years
      *     first (deudaant.dat, 690-APLICAR-DEUDA-ANTERIOR), oldest
      *     month first, and only the remainder reaches the current
      *     year. Each month touched is audited with its own anio/mes
      *     under "690-DEUDA-ANTERIOR" so an anulacion or a bounced
      *     cheque can put it back. The group split also sizes each
      *     member's share with that older debt. A directed payment
      *     (imputada a mes/cargo) still goes only where it was sent.
      *   - Every pag-reg written (single and grupo familiar
      *     payments) now fills the fecha+cajero alternate key (pag-
      *     llave-fecha) the date-driven programs position on.
      *   - Every change to the sociosmae.dat ficha is now written to
      *     fichahist.dat (before and after images, program, operator
      *     and reason), for historiaFicha to print the member's
      *     ficha timeline. The automatic readmission records the
      *     cashier and the recibo that settled the debt.
      *   - The caja now offers the pago anual anticipado: with the
      *     discount and deadline of parametros.dat (par-anual-pct,
      *     par-anual-hasta), a socio with no open debt (deudaant,
      *     elapsed cuotas or cargos) and no exencion vigente gets
      *     the rest of the year quoted at the discounted total and,
      *     on confirmation, cancelled with a single recibo
      *     (1400/1450). The discount is audited under "1400-BONIF-
      *     ANTICIPO" and kept in anticipos.dat so it is never read
      *     as a short payment. Not available by cheque.
      *   - Every applied recibo (single, imputado, anual and each
      *     group member) now queues a payment confirmation in the
      *     mensajes.dat outbox (996-ENCOLAR-MENSAJE) for members
      *     with a channel and opt-in in contactos.dat.
      *   - 906-APLICAR-MORATORIA condones the vigente moratorias.dat
      *     campaign's share of the recargo when the payment clears
      *     the overdue debt inside its window, with its own
      *     906-MORATORIA audit entry and a moratusos.dat use record.
      *   - Months under a member's licencia (licencias.dat) take the
      *     licencia rate, the L rows of cuotas.dat, before any
      *     exencion.
      *   - The caja must be 1-39; the higher recibctl.dat series
      *     belong to cobradores, redes, contingencia, debitos and
      *     notas.
      *   - Prior-year debt: a moratoria in force also condones the
      *     recargo a closed month carried (da-recargo), audited as
      *     690-MORATORIA; a month taken by a caja stops the sweep
      *     inside the loop and a failed REWRITE returns the amount
      *     to the payment with an exception.
      *   - A moratoria on prior-year debt now applies only when the
      *     payment clears all overdue debt: every deudaant.dat month
      *     and the current year's overdue cuotas and cargos, net of
      *     the condonable recargo (691). The prior-year sweep stops
      *     at the year in process, and a group member's confirmation
      *     carries the amount paid.
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
                   FILE STATUS IS w-fs-cheques
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
                   ORGANIZATION LINE SEQUENTIAL
                   SHARING WITH ALL OTHER.
           COPY "PERIODOREC.cpy".
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
       FD  CONVENIOS.
           COPY "CONVREC.cpy".
       FD  CHEQUES.
           COPY "CHEQUEREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  ANTICIPOS.
           COPY "ANTICIPOREC.cpy".
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
       WORKING-STORAGE SECTION.
       77  w-flag-socios pic 9.
           88 fin-arch-socios value 1.
       77  w-ult-recibo pic 9(10).
       77  w-orden-hist pic 99 value zero.
       77  w-motivo-ficha pic x(40) value spaces.
       01  w-ficha-ant pic x(98) value spaces.
       77  w-ult-fecha pic 9(8).
       77  w-fecha-hoy pic 9(8).
       77  w-pct-recargo pic 9(3) value 5.
       01  w-pagado-ant pic 9(6).
       01  w-debe-ant pic 9(6).
       01  w-paragrafo-actual pic x(24).
       77  w-flag-contacto pic 9 value zero.
           88 no-esta-contacto value 1.
       77  w-msg-socio pic 9(5) value zero.
       77  w-msg-tipo pic x(3) value spaces.
       77  w-msg-referencia pic 9(10) value zero.
       77  w-msg-texto pic x(100) value spaces.
       77  w-msg-importe pic zz.zzz.zz9.
       01  w-pag-ant pic 9(5).
       01  w-anio-proceso pic 9(4).
       01  w-soc-ant pic 9(5).
       77  w-fs-sociomae pic xx value spaces.
       77  w-fs-audit pic xx value spaces.
       77  w-fs-cheques pic xx value spaces.
       77  w-fs-deudaant pic xx value spaces.
       77  w-flag-deuda-ant pic 9 value zero.
           88 fin-arch-deuda-ant value 1.
       77  w-flag-periodo pic 9 value zero.
           88 no-esta-periodo value 1.
       77  w-flag-login pic 9 value zero.
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
       77  w-flag-saldos pic 9 value zero.
           88 no-esta-saldos value 1.
       01  w-restante pic s9(8) value zero.
       01  w-deuda-miembro pic 9(8) value zero.
       77  w-anio-grupo pic 9(4) value zero.
       77  w-anual-param pic x value "N".
           88 pago-anual value "S".
       77  w-confirma-param pic x value "N".
       77  w-anual-hasta pic 9(4) value zero.
       77  w-anual-pct pic 9(2) value zero.
       77  w-anual-mes-desde pic 9(2) value zero.
       01  w-anual-lista pic 9(8) value zero.
       01  w-anual-descuento pic 9(8) value zero.
       01  w-anual-neto pic 9(8) value zero.
       77  w-anual-motivo pic x(40) value spaces.
       77  w-flag-anticipo pic 9 value zero.
           88 no-esta-anticipo value 1.
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

               IF imputacion-mes OR imputacion-cargo
                   PERFORM 1200-PAGO-IMPUTADO
               ELSE
                   IF pago-anual
                       PERFORM 1450-PAGO-ANUAL
                   ELSE
                       PERFORM 200-DETERMINAR-RECIBO
                       PERFORM 300-GRABAR-PAGO
                       PERFORM 600-FIN-PAGO
                       IF pago-convenio
                           PERFORM 1350-AVANZAR-CONVENIO
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   ACCEPT w-concepto-imputado
               END-IF
               IF NOT imputacion-mes AND NOT imputacion-cargo
                   DISPLAY "ES PAGO ANUAL ANTICIPADO (S/N):"
                   ACCEPT w-anual-param
               END-IF
      *        El anticipo cancela el resto del anio en el acto y su
      *        descuento se pierde si el cheque rebota: se paga con
      *        valores acreditados, como la cuota de convenio.
               IF pago-anual AND w-forma-param = "Q"
                   DISPLAY "CHEQUE NO ADMITIDO EN PAGO ANUAL "
                       "ANTICIPADO - NO SE OPERA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT imputacion-mes AND NOT imputacion-cargo
                   AND NOT pago-anual
                   DISPLAY "ES CUOTA DE CONVENIO (S/N):"
                   ACCEPT w-convenio-param
      *        La cuota de convenio avanza el plan en el acto; un
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
               STOP RUN
           END-IF.
           PERFORM 112-CONTROLAR-PERIODO-CERRADO.
           PERFORM 118-CARGAR-MORATORIAS.
           OPEN I-O PAGOS.
           OPEN I-O SOCIOS.
           OPEN I-O AUDITORIA.
           OPEN I-O RECIBCTL.
           OPEN I-O CARGOS.
           OPEN I-O SOCIOMAE.
           OPEN I-O FICHAHIST.
           OPEN I-O SALDOS.
           OPEN INPUT EXENCIONES.
           OPEN INPUT LICENCIAS.
           OPEN I-O DEUDAANT.
           IF w-forma-param = "Q"
               OPEN I-O CHEQUES
           END-IF.
           IF modo-grupo
               OPEN INPUT GRUPOS
           END-IF.
           IF pago-anual
               OPEN I-O ANTICIPOS
           END-IF.
           OPEN INPUT CONTACTOS.
           OPEN I-O MENSAJES.
           OPEN I-O MORATUSOS.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 125-CARGAR-TABLA-CUOTAS.
           PERFORM 127-VALIDAR-TABLA-CUOTAS.
           PERFORM 130-OBTENER-TOTAL-ANUAL.
           PERFORM 140-DETERMINAR-SECUENCIA.
           IF pago-anual
               PERFORM 1400-PREPARAR-ANUAL
           END-IF.

      ******************************************************************
      * Control de operadores: con operadores.dat cargado, el cajero
               IF par-periodo-hasta > ZERO
                   MOVE par-periodo-hasta TO w-periodo-hasta
               END-IF
               IF par-anual-hasta NUMERIC
                   MOVE par-anual-hasta TO w-anual-hasta
               END-IF
               IF par-anual-pct NUMERIC
                   MOVE par-anual-pct TO w-anual-pct
               END-IF
           END-IF.
           CLOSE PARAMETROS.

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
                       MOVE cuota-tex-importe
                           TO vec-mes(w-idx-cat-carga, cuota-tex-mes)
                   END-IF
           END-PERFORM.
           CLOSE CUOTAS.
       126-INDICE-CARGA.
               MOVE "TABLA DE CUOTAS INCOMPLETA" TO w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
               CLOSE PAGOS SOCIOS AUDITORIA RECIBCTL CARGOS
                   SOCIOMAE FICHAHIST EXCEPCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               MOVE "SERIE DE CAJA BLOQUEADA" TO w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
               CLOSE PAGOS SOCIOS AUDITORIA RECIBCTL CARGOS
                   SOCIOMAE FICHAHIST EXCEPCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
                   CLOSE GRUPOS
               END-IF
               CLOSE PAGOS SOCIOS AUDITORIA RECIBCTL CARGOS
                   SOCIOMAE FICHAHIST EXCEPCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *        Aplicado al socio en el mismo run (600-FIN-PAGO mas
      *        abajo), asi el batch de segParcialIndex no lo vuelve a
      *        tomar si se reanuda desde un checkpoint anterior.
           MOVE pag-fecha TO pag-lf-fecha.
           MOVE pag-cajero TO pag-lf-cajero.
           WRITE pag-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL RECIBO"
           IF w-forma-param = "Q"
               PERFORM 350-GRABAR-CHEQUE
           END-IF.
           PERFORM 305-ENCOLAR-CONFIRMACION.

      ******************************************************************
      * Confirmacion del pago al socio por su canal de contacto: el
      * recibo y el importe cobrado.
      ******************************************************************
       305-ENCOLAR-CONFIRMACION.
           MOVE w-pag-ant TO w-msg-socio.
           MOVE "PAG" TO w-msg-tipo.
           MOVE w-ult-recibo TO w-msg-referencia.
           MOVE w-imp-pag TO w-msg-importe.
           MOVE SPACES TO w-msg-texto.
           STRING "RECIBIMOS SU PAGO DE $" w-msg-importe
               " - RECIBO " w-ult-recibo " DEL " w-ult-fecha(7:2)
               "/" w-ult-fecha(5:2) "/" w-ult-fecha(1:4)
               ". GRACIAS." DELIMITED BY SIZE INTO w-msg-texto.
           PERFORM 996-ENCOLAR-MENSAJE.

      ******************************************************************
      * El cheque entra a la cartera colgado del recibo provisorio;
       600-FIN-PAGO.
           PERFORM 700-BUSCO-SOCIO.
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
           PERFORM 965-ACTUALIZAR-SALDOS.

      ******************************************************************
      * Deuda de ejercicios anteriores (deudaant.dat): el pago cancela
      * primero lo que el socio arrastra de anios ya cerrados, el mes
      * mas viejo antes, y recien el resto entra al anio en curso.
      * Cada mes tocado se audita con su propio anio/mes, asi la
      * anulacion del recibo y el rechazo del cheque lo devuelven.
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
      *        Un mes de deuda vieja tomado por la otra caja no se
      *        espera: el barrido se corta ahi mismo (seguir de largo
      *        lo saltearia), el resto del pago sigue al anio en curso
      *        y se deja constancia.
               IF w-fs-deudaant = "51"
                   MOVE 1 TO w-flag-deuda-ant
                   DISPLAY "DEUDA ANTERIOR TOMADA POR OTRA CAJA"
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
               REWRITE da-reg
               IF w-fs-deudaant NOT = "00"
                   PERFORM 696-FALLA-DEUDA-ANTERIOR
               ELSE
                   IF w-mor-condonado > ZERO
                       PERFORM 694-AUDITAR-MORATORIA-DEUDA
                   END-IF
                   PERFORM 697-AUDITAR-DEUDA-ANTERIOR
                   DISPLAY "DEUDA " da-anio "/" da-mes
                       " APLICADA, DEBE " da-debe
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
                   STRING "READMISION POR PAGO RECIBO " w-ult-recibo
                       DELIMITED BY SIZE INTO w-motivo-ficha
                   PERFORM 977-REGISTRAR-HIST-FICHA
                   DISPLAY "SOCIO " w-pag-ant " READMITIDO"
               END-IF
           END-IF.
                       END-IF
                   END-IF
           END-PERFORM.
      ******************************************************************
      * Historia de la ficha: foto anterior y nueva con programa,
      * operador (el cajero que tomo el pago) y motivo en
      * fichahist.dat.
      ******************************************************************
       977-REGISTRAR-HIST-FICHA.
           MOVE w-ficha-ant TO fh-ant.
           MOVE sociomae-reg TO fh-nuevo.
           IF fh-ant NOT = fh-nuevo
               MOVE sm-socio TO fh-socio
               MOVE FUNCTION CURRENT-DATE TO fh-fecha-hora
               ADD 1 TO w-orden-hist
               MOVE w-orden-hist TO fh-orden
               MOVE "PAGODIRECTO" TO fh-programa
               MOVE w-cajero-param TO fh-operador
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
           PERFORM 909-REGISTRAR-USO-MORATORIA.
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
           MOVE "PAGODIRECTO" TO mu-programa.
           MOVE w-cajero-param TO mu-cajero.
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
               MOVE "PAGODIRECTO" TO men-programa
               MOVE "P" TO men-estado
               MOVE ZERO TO men-fecha-export
               MOVE ZERO TO men-fecha-estado
               IF men-destino NOT = SPACES
                   WRITE men-reg
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-IF.
      ******************************************************************
      * Pago unico del grupo familiar: se arma la lista de miembros
      * desde grupos.dat (titular primero, el resto por numero de
                   END-IF
           END-PERFORM.
           PERFORM 1150-SUMAR-CARGOS-MIEMBRO.
           PERFORM 1155-SUMAR-DEUDA-ANT-MIEMBRO.
      *        La deuda de ejercicios cerrados tambien entra al reparto:
      *        es lo primero que 700 le va a cobrar al miembro.
       1155-SUMAR-DEUDA-ANT-MIEMBRO.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE gm-socio(w-m) TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = gm-socio(w-m)
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       ADD da-debe TO w-deuda-miembro
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-deuda-ant.
       1150-SUMAR-CARGOS-MIEMBRO.
           MOVE 0 TO w-flag-cargos.
           MOVE gm-socio(w-m) TO car-socio.
           MOVE "S" TO pag-procesado.
           MOVE w-cajero-param TO pag-cajero.
           MOVE ZERO TO pag-talon.
           MOVE pag-fecha TO pag-lf-fecha.
           MOVE pag-cajero TO pag-lf-cajero.
           WRITE pag-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL RECIBO"
           MOVE pag-recibo TO w-ult-recibo.
           MOVE pag-fecha TO w-ult-fecha.
           MOVE 0 TO w-flag-socios.
           PERFORM 305-ENCOLAR-CONFIRMACION.
           PERFORM 700-BUSCO-SOCIO.

      ******************************************************************
               DISPLAY "EL SOCIO NO TIENE CONVENIO VIGENTE - "
                   "NO SE OPERA"
               CLOSE PAGOS SOCIOS AUDITORIA RECIBCTL CARGOS
                   SOCIOMAE FICHAHIST CONVENIOS EXCEPCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "CONVENIO: CUOTA " conv-cuotas-pagadas " DE "
               conv-cant-cuotas.

      ******************************************************************
      * Pago anual anticipado: con el descuento de parametros.dat y
      * antes de su fecha tope, el socio sin deuda (ni de ejercicios
      * cerrados, ni cuotas o cargos vencidos) y sin exencion cancela
      * con un solo recibo todo lo que le queda del anio, desde el
      * mes en curso hasta diciembre. Se cotiza y se confirma ANTES
      * de tomar numero de recibo; el importe tipeado se pisa con el
      * neto cotizado, avisando, como en la cuota de convenio.
      ******************************************************************
       1400-PREPARAR-ANUAL.
           MOVE w-fecha-hoy(1:4) TO w-anio-proceso.
           MOVE w-fecha-hoy(5:2) TO w-anual-mes-desde.
           MOVE w-socio-param TO w-soc-ant.
           MOVE ZERO TO w-anual-lista.
           MOVE SPACES TO w-anual-motivo.
           PERFORM 1405-CONTROLAR-PLAZO.
           IF w-anual-motivo = SPACES
               PERFORM 1410-CONTROLAR-DEUDA
           END-IF.
           IF w-anual-motivo = SPACES
               PERFORM 1415-CONTROLAR-EXENCION
           END-IF.
           IF w-anual-motivo = SPACES
               PERFORM 1420-COTIZAR-ANUAL
           END-IF.
           IF w-anual-motivo NOT = SPACES
               DISPLAY w-anual-motivo " - NO SE OPERA"
               PERFORM 1495-DESISTIR-ANUAL
           END-IF.
           DISPLAY "MESES " w-anual-mes-desde " A 12 DEL "
               w-anio-proceso.
           DISPLAY "IMPORTE DE LISTA:   " w-anual-lista.
           DISPLAY "DESCUENTO " w-anual-pct "%:     " w-anual-descuento.
           DISPLAY "TOTAL A COBRAR:     " w-anual-neto.
           DISPLAY "CONFIRMA EL PAGO ANUAL (S/N):".
           ACCEPT w-confirma-param.
           IF w-confirma-param NOT = "S"
               DISPLAY "PAGO ANUAL NO CONFIRMADO - NO SE OPERA"
               PERFORM 1495-DESISTIR-ANUAL
           END-IF.
           IF w-importe-param NOT = w-anual-neto
               DISPLAY "IMPORTE AJUSTADO AL PAGO ANUAL: " w-anual-neto
               MOVE w-anual-neto TO w-importe-param
           END-IF.

      *        La oferta rige con porcentaje y fecha tope cargados, y
      *        una sola vez por socio y ejercicio.
       1405-CONTROLAR-PLAZO.
           IF w-anual-pct = ZERO OR w-anual-hasta = ZERO
               MOVE "PAGO ANUAL ANTICIPADO NO HABILITADO"
                   TO w-anual-motivo
           ELSE
               IF w-fecha-hoy(5:4) > w-anual-hasta
                   MOVE "VENCIO EL PLAZO DEL PAGO ANUAL ANTICIPADO"
                       TO w-anual-motivo
               END-IF
           END-IF.
           MOVE 0 TO w-flag-anticipo.
           MOVE w-socio-param TO ant-socio.
           MOVE w-anio-proceso TO ant-anio.
           READ ANTICIPOS INVALID KEY MOVE 1 TO w-flag-anticipo.
           IF NOT no-esta-anticipo AND ant-estado = "V"
               AND w-anual-motivo = SPACES
               MOVE "EL SOCIO YA TIENE PAGO ANUAL ESTE ANIO"
                   TO w-anual-motivo
           END-IF.

      *        Sin deuda: nada en deudaant.dat, ninguna cuota de un mes
      *        ya pasado con saldo, ningun cargo del mes en curso o
      *        anterior abierto. De paso se suma lo que deben los
      *        meses que el anticipo va a cancelar (la lista).
       1410-CONTROLAR-DEUDA.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE w-socio-param TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = w-socio-param
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       IF da-debe > 0
                           MOVE "DEUDA DE EJERCICIOS ANTERIORES"
                               TO w-anual-motivo
                       END-IF
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE 0 TO w-flag-socios.
           MOVE w-socio-param TO soc-socio.
           MOVE w-anio-proceso TO soc-anio.
           MOVE ZERO TO soc-mes.
           START SOCIOS KEY IS >= soc-llave
               INVALID KEY MOVE 1 TO w-flag-socios
           END-START.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-socio NOT = w-socio-param
                       OR soc-anio NOT = w-anio-proceso
                       MOVE 1 TO w-flag-socios
                   ELSE
                       IF soc-mes > 0 AND soc-debe > 0
                           IF soc-mes < w-anual-mes-desde
                               MOVE "CUOTAS VENCIDAS IMPAGAS"
                                   TO w-anual-motivo
                           ELSE
                               ADD soc-debe TO w-anual-lista
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-socios.
           MOVE 0 TO w-flag-cargos.
           MOVE w-socio-param TO car-socio.
           MOVE w-anio-proceso TO car-anio.
           MOVE ZERO TO car-mes.
           MOVE SPACES TO car-concepto.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-flag-cargos
           END-START.
           PERFORM UNTIL fin-arch-cargos
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-cargos
               NOT AT END
                   IF car-socio NOT = w-socio-param
                       OR car-anio NOT = w-anio-proceso
                       OR car-mes > w-anual-mes-desde
                       MOVE 1 TO w-flag-cargos
                   ELSE
                       IF car-debe > 0
                           MOVE "CARGOS POR ACTIVIDADES IMPAGOS"
                               TO w-anual-motivo
                       END-IF
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-cargos.

      *        Una exencion vigente ya es un descuento de la comision;
      *        los dos no se acumulan.
       1415-CONTROLAR-EXENCION.
           MOVE 0 TO w-flag-exencion.
           MOVE w-socio-param TO exen-socio.
           READ EXENCIONES INVALID KEY MOVE 1 TO w-flag-exencion.
           IF NOT sin-exencion AND exen-estado = "V"
               AND exen-hasta >= w-fecha-hoy(1:6)
               MOVE "EL SOCIO TIENE EXENCION VIGENTE"
                   TO w-anual-motivo
           END-IF.

       1420-COTIZAR-ANUAL.
           IF w-anual-lista = ZERO
               MOVE "NO QUEDAN CUOTAS DEL ANIO POR PAGAR"
                   TO w-anual-motivo
           ELSE
               COMPUTE w-anual-descuento ROUNDED =
                   w-anual-lista * w-anual-pct / 100
               COMPUTE w-anual-neto =
                   w-anual-lista - w-anual-descuento
           END-IF.

      ******************************************************************
      * Un recibo por el neto; cada mes que queda se cancela por lo
      * que debia y se audita bajo "1400-ANUAL-ANTICIPADO", el
      * mes-cero acumula la lista completa (el anio queda saldado) y
      * la diferencia entre lista y recibo queda asentada como
      * bonificacion: en auditoria.dat bajo "1400-BONIF-ANTICIPO" y
      * en anticipos.dat, para que no parezca un pago corto.
      ******************************************************************
       1450-PAGO-ANUAL.
           PERFORM 200-DETERMINAR-RECIBO.
           PERFORM 300-GRABAR-PAGO.
           MOVE w-pag-ant TO w-soc-ant.
           PERFORM 1225-CATEGORIA-DEL-SOCIO.
           PERFORM VARYING w-i FROM w-anual-mes-desde BY 1
                   UNTIL w-i > 12
               PERFORM 1460-CANCELAR-MES-ANUAL
           END-PERFORM.
           MOVE w-anual-lista TO w-total-anterior.
           MOVE ZERO TO w-imp-cargos.
           PERFORM 950-BUSCAR-MES-CERO.
           PERFORM 1470-AUDITAR-BONIFICACION.
           PERFORM 1480-GRABAR-ANTICIPO.
           PERFORM 970-REVISAR-SUSPENSION.
           PERFORM 965-ACTUALIZAR-SALDOS.
           DISPLAY "PAGO ANUAL ANTICIPADO RECIBO " w-ult-recibo
               " BONIFICACION " w-anual-descuento.

       1460-CANCELAR-MES-ANUAL.
           MOVE w-soc-ant TO soc-socio.
           MOVE w-anio-proceso TO soc-anio.
           MOVE w-i TO soc-mes.
           READ SOCIOS
               INVALID KEY CONTINUE
           END-READ.
           IF w-fs-socios = "51"
               PERFORM 1465-ESPERAR-MES-ANUAL
           END-IF.
           IF w-fs-socios = "00" AND soc-debe > 0
               PERFORM 890-GUARDAR-ANTERIOR
               ADD soc-debe TO soc-pagado
               MOVE ZERO TO soc-debe
               MOVE "C" TO soc-estado
               REWRITE soc-reg
               MOVE "1400-ANUAL-ANTICIPADO" TO w-paragrafo-actual
               PERFORM 895-AUDITAR-CAMBIO
           END-IF.
       1465-ESPERAR-MES-ANUAL.
           MOVE ZERO TO w-reintentos.
           PERFORM UNTIL w-fs-socios NOT = "51"
                   OR w-reintentos > 100
               ADD 1 TO w-reintentos
               DISPLAY "CUOTA TOMADA, REINTENTO " w-reintentos
               MOVE w-soc-ant TO soc-socio
               MOVE w-anio-proceso TO soc-anio
               MOVE w-i TO soc-mes
               READ SOCIOS
                   INVALID KEY CONTINUE
               END-READ
           END-PERFORM.

      *        La bonificacion va al mes-cero con el descuento en el
      *        pagado nuevo; la anulacion la reconoce por el paragrafo
      *        y da de baja el anticipo en vez de revertir un importe.
       1470-AUDITAR-BONIFICACION.
           ADD 1 TO w-ult-secuencia.
           MOVE w-ult-secuencia TO aud-secuencia.
           MOVE FUNCTION CURRENT-DATE TO aud-fecha-hora.
           MOVE "1400-BONIF-ANTICIPO" TO aud-paragrafo.
           MOVE w-soc-ant TO aud-socio.
           MOVE w-anio-proceso TO aud-anio.
           MOVE ZERO TO aud-mes.
           MOVE w-ult-recibo TO aud-recibo.
           MOVE soc-estado TO aud-estado-ant.
           MOVE ZERO TO aud-pagado-ant.
           MOVE ZERO TO aud-debe-ant.
           MOVE soc-estado TO aud-estado-nuevo.
           MOVE w-anual-descuento TO aud-pagado-nuevo.
           MOVE ZERO TO aud-debe-nuevo.
           WRITE aud-reg.
           IF w-fs-audit = "22"
               PERFORM 897-REINTENTAR-AUDITORIA
           END-IF.

      *        Un anticipo anulado del mismo anio se reemplaza.
       1480-GRABAR-ANTICIPO.
           MOVE w-soc-ant TO ant-socio.
           MOVE w-anio-proceso TO ant-anio.
           MOVE w-ult-recibo TO ant-recibo.
           MOVE w-ult-fecha TO ant-fecha.
           MOVE w-anual-mes-desde TO ant-mes-desde.
           MOVE w-anual-lista TO ant-importe-lista.
           MOVE w-anual-pct TO ant-porcentaje.
           MOVE w-anual-descuento TO ant-descuento.
           MOVE w-anual-neto TO ant-importe-cobrado.
           MOVE w-cajero-param TO ant-cajero.
           MOVE "V" TO ant-estado.
           IF no-esta-anticipo
               WRITE ant-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR EL ANTICIPO"
                       MOVE "1480-GRABAR-ANTICIPO" TO
                           w-paragrafo-actual
                       MOVE ant-socio TO w-exc-clave
                       MOVE "NO PUDE GRABAR EL ANTICIPO" TO
                           w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
               END-WRITE
           ELSE
               REWRITE ant-reg
           END-IF.

       1495-DESISTIR-ANUAL.
           CLOSE PAGOS SOCIOS AUDITORIA RECIBCTL CARGOS SOCIOMAE
               FICHAHIST SALDOS EXENCIONES DEUDAANT ANTICIPOS LICENCIAS
               EXCEPCIONES.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1000-FIN.
           IF modo-grupo
               CLOSE GRUPOS
           IF w-forma-param = "Q"
               CLOSE CHEQUES
           END-IF.
           IF pago-anual
               CLOSE ANTICIPOS
           END-IF.
           CLOSE PAGOS SOCIOS AUDITORIA RECIBCTL CARGOS SOCIOMAE
               FICHAHIST SALDOS EXENCIONES DEUDAANT CONTACTOS MENSAJES
               MORATUSOS LICENCIAS EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
