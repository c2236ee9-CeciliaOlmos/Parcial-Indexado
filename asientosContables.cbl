      *     displayed, logged to excepciones.dat and exported as a
      *     debit adjustment line under the AJUSTE account key, so the
      *     asiento always balances.
      *   - Recibos collected by the payment networks (forma "R") post
      *     to their own FORMA-R account, and the networks' commission
      *     of the period (redcobro.dat, by fecha de cobro) is posted
      *     like the card arancel: debe COMISRED (gasto) against
      *     FORMA-R, since the network transfers the net.
      *   - Recibos collected door to door by the cobradores (forma
      *     "K") post to their own FORMA-K account, and the
      *     cobradores' commission of the period (rendcob.dat, by
      *     fecha de rendicion) is posted as debe COMISCOB (gasto)
      *     against FORMA-K, since only the net reaches the caja.
      *   - The period's recibos are now read through the fecha
      *     alternate key (pag-llave-fecha), from the first to the
      *     last day of the month, instead of the whole of pagos.dat.
      *   - The discount granted on the pagos anuales anticipados of
      *     the period (anticipos.dat, vigentes, by fecha of the
      *     recibo) is posted as debe BONIFANT (gasto) against CUOTA,
      *     since the cuotas were cancelled at list value and the
      *     recibo brought the net.
      *   - Debt written off with the comision's approval in the
      *     period (incobrables.dat, aprobados, by fecha de
      *     resolucion) is posted as debe INCOBRAB (gasto) against
      *     DEUDORES.
      *   - Notas de credito and de debito issued in the period
      *     (notas.dat, by nota-fecha) are posted against DEUDORES: a
      *     credit debits the adjusted income account (CUOTA or CON-
      *     xxx), a debit credits it.
      *   - The period's non-member sales (ventas.dat, from
      *     ventaNoSocio) are now posted: debe the sale's FORMA-x
      *     account, haber the sold concepto's CON-xxx account,
      *     alongside the cargos of the same concepto.
      *   - The instructors' fees settled for the period
      *     (liqprof.dat, from liquidacionProfesores) are posted as
      *     debe HONORPRO (gasto) against HONPAGAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       FILE-CONTROL.
           SELECT PAGOS ASSIGN TO "..\pagos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ARANCELES ASSIGN TO "..\aranceles.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REDCOBRO ASSIGN TO "..\redcobro.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RENDCOB ASSIGN TO "..\rendcob.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ANTICIPOS ASSIGN TO "..\anticipos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ant-llave.
           SELECT OPTIONAL INCOBRABLES ASSIGN TO "..\incobrables.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS inc-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL NOTAS ASSIGN TO "..\notas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nota-numero
                   ALTERNATE RECORD KEY IS nota-socio WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL VENTAS ASSIGN TO "..\ventas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ven-recibo
                   ALTERNATE RECORD KEY IS ven-llave-fecha
                       WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL LIQPROF ASSIGN TO "..\liqprof.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lp-llave.
           SELECT ASIENTOS ASSIGN TO w-nombre-asientos
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           COPY "PLANCTAREC.cpy".
       FD  ARANCELES.
           COPY "ARANCELREC.cpy".
       FD  REDCOBRO.
           COPY "REDCOBROREC.cpy".
       FD  RENDCOB.
           COPY "RENDCOBREC.cpy".
       FD  ANTICIPOS.
           COPY "ANTICIPOREC.cpy".
       FD  INCOBRABLES.
           COPY "INCOBREC.cpy".
       FD  NOTAS.
           COPY "NOTAREC.cpy".
       FD  VENTAS.
           COPY "VENTAREC.cpy".
       FD  LIQPROF.
           COPY "LIQPROFREC.cpy".
       FD  ASIENTOS.
       01  asi-lin pic x(80).
       FD  EXCEPCIONES.
       77  w-flag-aranceles pic 9 value zero.
           88 fin-arch-aranceles value 1.
       01  w-total-aranceles pic 9(10) value zero.
       77  w-flag-redcobro pic 9 value zero.
           88 fin-arch-redcobro value 1.
       01  w-total-comis-red pic 9(10) value zero.
       77  w-flag-rendcob pic 9 value zero.
           88 fin-arch-rendcob value 1.
       01  w-total-comis-cob pic 9(10) value zero.
       77  w-flag-anticipos pic 9 value zero.
           88 fin-arch-anticipos value 1.
       01  w-total-bonif-anual pic 9(10) value zero.
       77  w-flag-incobrables pic 9 value zero.
           88 fin-arch-incobrables value 1.
       01  w-total-incobrables pic 9(10) value zero.
       77  w-flag-liqprof pic 9 value zero.
           88 fin-arch-liqprof value 1.
       01  w-total-honorarios pic 9(10) value zero.
       77  w-flag-notas pic 9 value zero.
           88 fin-arch-notas value 1.
       01  w-nc-cuota pic 9(10) value zero.
       01  w-nd-cuota pic 9(10) value zero.
       77  w-cnt-notas-con pic 99 value zero.
       77  w-n pic 99 value zero.
       77  w-flag-ventas pic 9 value zero.
           88 fin-arch-ventas value 1.
       01  tabla-notas-con.
           03 tn-item OCCURS 30 TIMES.
               05 tn-concepto pic x(3).
               05 tn-credito pic 9(10).
               05 tn-debito pic 9(10).
       01  w-nombre-asientos pic x(40) value spaces.
       77  w-f pic 9 value zero.
       77  w-j pic 99 value zero.
           03 filler pic x value "D".
           03 filler pic x value "C".
           03 filler pic x value "Q".
           03 filler pic x value "R".
           03 filler pic x value "K".
       01  filler REDEFINES tabla-formas.
           03 vec-forma pic x OCCURS 7 TIMES.
       01  tabla-tot-forma.
           03 tot-forma pic 9(10) OCCURS 7 TIMES value zero.
       01  tabla-plan.
           03 plan-det OCCURS 50 TIMES.
               05 pl-clave pic x(8).
       77  w-descr-hallada pic x(30) value spaces.
       77  w-importe-linea pic 9(10) value zero.
       77  w-lado-linea pic x value "D".
       77  w-fecha-desde pic 9(8) value zero.
       77  w-fecha-hasta pic 9(8) value zero.
       01  w-fecha-tex pic 9(8).
       01  w-importe-tex pic 9(10).
       01  w-cero-tex pic 9(10) value zero.
           PERFORM 200-ACUMULAR-PAGOS.
           PERFORM 300-ACUMULAR-CARGOS.
           PERFORM 350-ACUMULAR-ARANCELES.
           PERFORM 360-ACUMULAR-COMISIONES-RED.
           PERFORM 370-ACUMULAR-COMISIONES-COB.
           PERFORM 380-ACUMULAR-BONIF-ANUAL.
           PERFORM 390-ACUMULAR-INCOBRABLES.
           PERFORM 395-ACUMULAR-NOTAS.
           PERFORM 397-ACUMULAR-VENTAS.
           PERFORM 399-ACUMULAR-HONORARIOS.
           PERFORM 400-EXPORTAR-ASIENTO.
           PERFORM 900-FIN.
           STOP RUN.
               STOP RUN
           END-IF.

      ******************************************************************
      * Solo el mes del asiento: se entra por la clave de fecha en el
      * dia 1 y se corta al pasar el 31.
      ******************************************************************
       200-ACUMULAR-PAGOS.
           COMPUTE w-fecha-desde =
               w-anio-periodo * 10000 + w-mes-periodo * 100 + 1.
           COMPUTE w-fecha-hasta =
               w-anio-periodo * 10000 + w-mes-periodo * 100 + 31.
           MOVE w-fecha-desde TO pag-lf-fecha.
           MOVE LOW-VALUES TO pag-lf-cajero.
           START PAGOS KEY IS >= pag-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-arch-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               NOT AT END
                   IF pag-lf-fecha > w-fecha-hasta
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       IF pag-forma-pago NOT = "S"
                           PERFORM 210-ACUMULAR-FORMA
                       END-IF
                   END-IF
           END-PERFORM.
       210-ACUMULAR-FORMA.
           PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
               IF pag-forma-pago = vec-forma(w-f)
                   ADD pag-importe TO tot-forma(w-f)
                   ADD pag-importe TO w-total-formas
           END-PERFORM.
           CLOSE ARANCELES.

      ******************************************************************
      * La comision que cobraron las redes (Rapipago / Pago Facil) por
      * los cobros del periodo, de redcobro.dat que graba
      * rendicionRedes.
      ******************************************************************
       360-ACUMULAR-COMISIONES-RED.
           OPEN INPUT REDCOBRO.
           PERFORM UNTIL fin-arch-redcobro
               READ REDCOBRO AT END MOVE 1 TO w-flag-redcobro
               NOT AT END
                   IF rdc-fecha-cobro(1:4) = w-anio-periodo
                       AND rdc-fecha-cobro(5:2) = w-mes-periodo
                       ADD rdc-comision TO w-total-comis-red
                   END-IF
           END-PERFORM.
           CLOSE REDCOBRO.

      ******************************************************************
      * La comision que se quedaron los cobradores a domicilio en las
      * rendiciones del periodo (rendcob.dat, de rendicionCobrador).
      ******************************************************************
       370-ACUMULAR-COMISIONES-COB.
           OPEN INPUT RENDCOB.
           PERFORM UNTIL fin-arch-rendcob
               READ RENDCOB AT END MOVE 1 TO w-flag-rendcob
               NOT AT END
                   IF rco-fecha(1:4) = w-anio-periodo
                       AND rco-fecha(5:2) = w-mes-periodo
                       ADD rco-comision TO w-total-comis-cob
                   END-IF
           END-PERFORM.
           CLOSE RENDCOB.

      ******************************************************************
      * La bonificacion de los pagos anuales anticipados cobrados en el
      * periodo (anticipos.dat vigentes por fecha del recibo): las
      * cuotas se cancelaron por su valor de lista y el recibo trajo
      * el neto, la diferencia es un gasto del club.
      ******************************************************************
       380-ACUMULAR-BONIF-ANUAL.
           OPEN INPUT ANTICIPOS.
           MOVE ZERO TO ant-socio.
           MOVE ZERO TO ant-anio.
           START ANTICIPOS KEY IS >= ant-llave
               INVALID KEY MOVE 1 TO w-flag-anticipos
           END-START.
           PERFORM UNTIL fin-arch-anticipos
               READ ANTICIPOS NEXT AT END MOVE 1 TO w-flag-anticipos
               NOT AT END
                   IF ant-estado = "V"
                       AND ant-fecha >= w-fecha-desde
                       AND ant-fecha <= w-fecha-hasta
                       ADD ant-descuento TO w-total-bonif-anual
                   END-IF
           END-PERFORM.
           CLOSE ANTICIPOS.

      ******************************************************************
      * La deuda pasada a incobrables con aprobacion de la comision en
      * el periodo (incobrables.dat aprobados por fecha de resolucion)
      * sale del activo de deudores por socios contra su propia cuenta
      * de gasto.
      ******************************************************************
       390-ACUMULAR-INCOBRABLES.
           OPEN INPUT INCOBRABLES.
           MOVE LOW-VALUES TO inc-llave.
           START INCOBRABLES KEY IS >= inc-llave
               INVALID KEY MOVE 1 TO w-flag-incobrables
           END-START.
           PERFORM UNTIL fin-arch-incobrables
               READ INCOBRABLES NEXT
                   AT END MOVE 1 TO w-flag-incobrables
               NOT AT END
                   IF inc-estado = "A"
                       AND inc-fecha-resolucion >= w-fecha-desde
                       AND inc-fecha-resolucion <= w-fecha-hasta
                       ADD inc-total TO w-total-incobrables
                   END-IF
           END-PERFORM.
           CLOSE INCOBRABLES.

      ******************************************************************
      * Notas de credito y de debito emitidas en el periodo (notas.dat
      * por nota-fecha), por lo que ajustaron: cuota social o el
      * concepto del cargo. No son plata: mueven la cuenta del
      * ingreso ajustado contra DEUDORES.
      ******************************************************************
       395-ACUMULAR-NOTAS.
           OPEN INPUT NOTAS.
           MOVE ZERO TO nota-numero.
           START NOTAS KEY IS >= nota-numero
               INVALID KEY MOVE 1 TO w-flag-notas
           END-START.
           PERFORM UNTIL fin-arch-notas
               READ NOTAS NEXT AT END MOVE 1 TO w-flag-notas
               NOT AT END
                   IF nota-fecha >= w-fecha-desde
                       AND nota-fecha <= w-fecha-hasta
                       PERFORM 396-ACUMULAR-NOTA
                   END-IF
           END-PERFORM.
           CLOSE NOTAS.
       396-ACUMULAR-NOTA.
           IF nota-aplica = "G"
               PERFORM VARYING w-n FROM 1 BY 1
                       UNTIL w-n > w-cnt-notas-con
                       OR tn-concepto(w-n) = nota-concepto
                   CONTINUE
               END-PERFORM
               IF w-n > w-cnt-notas-con AND w-cnt-notas-con < 30
                   ADD 1 TO w-cnt-notas-con
                   MOVE w-cnt-notas-con TO w-n
                   MOVE nota-concepto TO tn-concepto(w-n)
                   MOVE ZERO TO tn-credito(w-n)
                   MOVE ZERO TO tn-debito(w-n)
               END-IF
               IF w-n > w-cnt-notas-con
                   MOVE "396-ACUMULAR-NOTA" TO w-exc-paragrafo
                   MOVE nota-numero TO w-exc-clave
                   MOVE "MAS DE 30 CONCEPTOS EN NOTAS" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               ELSE
                   IF nota-tipo = "C"
                       ADD nota-importe TO tn-credito(w-n)
                   ELSE
                       ADD nota-importe TO tn-debito(w-n)
                   END-IF
               END-IF
           ELSE
               IF nota-tipo = "C"
                   ADD nota-importe TO w-nc-cuota
               ELSE
                   ADD nota-importe TO w-nd-cuota
               END-IF
           END-IF.

      ******************************************************************
      * Ventas a no socios del periodo (ventas.dat por fecha): la
      * plata entra al debe por su forma de pago como un recibo mas y
      * va al haber de la cuenta del concepto vendido (CON-xxx), junto
      * a lo cobrado por cargos de ese concepto. Sumadas a las dos
      * puntas, no corren el residuo de cuota social.
      ******************************************************************
       397-ACUMULAR-VENTAS.
           OPEN INPUT VENTAS.
           MOVE w-fecha-desde TO ven-lf-fecha.
           MOVE LOW-VALUES TO ven-lf-cajero.
           START VENTAS KEY IS >= ven-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-ventas
           END-START.
           PERFORM UNTIL fin-arch-ventas
               READ VENTAS NEXT AT END MOVE 1 TO w-flag-ventas
               NOT AT END
                   IF ven-lf-fecha > w-fecha-hasta
                       MOVE 1 TO w-flag-ventas
                   ELSE
                       PERFORM 398-ACUMULAR-VENTA
                   END-IF
           END-PERFORM.
           CLOSE VENTAS.
       398-ACUMULAR-VENTA.
           PERFORM VARYING w-j FROM 1 BY 1
                   UNTIL w-j > w-cnt-conceptos
                   OR tc-concepto(w-j) = ven-concepto
               CONTINUE
           END-PERFORM.
           IF w-j > w-cnt-conceptos
               IF w-cnt-conceptos < 30
                   ADD 1 TO w-cnt-conceptos
                   MOVE ven-concepto TO tc-concepto(w-cnt-conceptos)
                   MOVE ZERO TO tc-importe(w-cnt-conceptos)
                   MOVE w-cnt-conceptos TO w-j
               END-IF
           END-IF.
      *        Sin lugar para el concepto la venta no se asienta:
      *        queda en excepciones.dat en vez de descuadrar el
      *        asiento con una punta sola.
           IF w-j > w-cnt-conceptos
               DISPLAY "MAS DE 30 CONCEPTOS, SE IGNORA LA VENTA "
                   ven-recibo
               MOVE "398-ACUMULAR-VENTA" TO w-exc-paragrafo
               MOVE ven-recibo TO w-exc-clave
               MOVE "VENTA SIN LUGAR EN TABLA DE CONCEPTOS" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           ELSE
               ADD ven-importe TO tc-importe(w-j)
               ADD ven-importe TO w-total-cargos
               PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
                   IF ven-forma-pago = vec-forma(w-f)
                       ADD ven-importe TO tot-forma(w-f)
                       ADD ven-importe TO w-total-formas
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Honorarios de los profesores liquidados para el periodo por
      * liquidacionProfesores (liqprof.dat): gasto del club contra la
      * deuda con los profesores hasta que se les paga.
      ******************************************************************
       399-ACUMULAR-HONORARIOS.
           OPEN INPUT LIQPROF.
           MOVE LOW-VALUES TO lp-llave.
           MOVE w-anio-periodo TO lp-anio.
           MOVE w-mes-periodo TO lp-mes.
           START LIQPROF KEY IS >= lp-llave
               INVALID KEY MOVE 1 TO w-flag-liqprof
           END-START.
           PERFORM UNTIL fin-arch-liqprof
               READ LIQPROF NEXT AT END MOVE 1 TO w-flag-liqprof
               NOT AT END
                   IF lp-anio NOT = w-anio-periodo
                       OR lp-mes NOT = w-mes-periodo
                       MOVE 1 TO w-flag-liqprof
                   ELSE
                       ADD lp-honorario TO w-total-honorarios
                   END-IF
           END-PERFORM.
           CLOSE LIQPROF.

      ******************************************************************
      * El debe son las formas de pago (plata que entro); el haber son
      * los conceptos de cargos cobrados y el resto, cuota social. El
      ******************************************************************
       400-EXPORTAR-ASIENTO.
           OPEN OUTPUT ASIENTOS.
           PERFORM VARYING w-f FROM 1 BY 1 UNTIL w-f > 7
               IF tot-forma(w-f) > ZERO
                   MOVE SPACES TO w-clave-buscada
                   STRING "FORMA-" vec-forma(w-f)
               MOVE "H" TO w-lado-linea
               PERFORM 500-ESCRIBIR-LINEA
           END-IF.
      *        Comision de las redes de cobranza: mismo tratamiento
      *        que el arancel, la red transfiere el neto.
           IF w-total-comis-red > ZERO
               MOVE "COMISRED" TO w-clave-buscada
               MOVE w-total-comis-red TO w-importe-linea
               MOVE "D" TO w-lado-linea
               PERFORM 500-ESCRIBIR-LINEA
               MOVE "FORMA-R" TO w-clave-buscada
               MOVE w-total-comis-red TO w-importe-linea
               MOVE "H" TO w-lado-linea
               PERFORM 500-ESCRIBIR-LINEA
           END-IF.
      *        Comision de los cobradores a domicilio: el cobrador
      *        entrega lo cobrado menos su comision.
           IF w-total-comis-cob > ZERO
               MOVE "COMISCOB" TO w-clave-buscada
               MOVE w-total-comis-cob TO w-importe-linea
               MOVE "D" TO w-lado-linea
               PERFORM 500-ESCRIBIR-LINEA
               MOVE "FORMA-K" TO w-clave-buscada
               MOVE w-total-comis-cob TO w-importe-linea
               MOVE "H" TO w-lado-linea
               PERFORM 500-ESCRIBIR-LINEA
           END-IF.
      *        Bonificacion del pago anual anticipado: debe
      *        BONIFANT (gasto) contra cuota social, que se reconoce
      *        por el valor de lista de las cuotas canceladas.
           IF w-total-bonif-anual > ZERO
               MOVE "BONIFANT" TO w-clave-buscada
               MOVE w-total-bonif-anual TO w-importe-linea
               MOVE "D" TO w-lado-linea
               PERFORM 500-ESCRIBIR-LINEA
               MOVE "CUOTA" TO w-clave-buscada
               MOVE w-total-bonif-anual TO w-importe-linea
               MOVE "H" TO w-lado-linea
               PERFORM 500-ESCRIBIR-LINEA
           END-IF.
      *        Pase a incobrables: debe INCOBRAB (gasto) contra
      *        DEUDORES, la cuenta de creditos por cuotas y cargos.
           IF w-total-incobrables > ZERO
               MOVE "INCOBRAB" TO w-clave-buscada
               MOVE w-total-incobrables TO w-importe-linea
               MOVE "D" TO w-lado-linea
               PERFORM 500-ESCRIBIR-LINEA
               MOVE "DEUDORES" TO w-clave-buscada
               MOVE w-total-incobrables TO w-importe-linea
               MOVE "H" TO w-lado-linea
               PERFORM 500-ESCRIBIR-LINEA
           END-IF.
      *        Honorarios de profesores: debe HONORPRO (gasto) contra
      *        HONPAGAR, la deuda con los profesores.
           IF w-total-honorarios > ZERO
               MOVE "HONORPRO" TO w-clave-buscada
               MOVE w-total-honorarios TO w-importe-linea
               MOVE "D" TO w-lado-linea
               PERFORM 500-ESCRIBIR-LINEA
               MOVE "HONPAGAR" TO w-clave-buscada
               MOVE w-total-honorarios TO w-importe-linea
               MOVE "H" TO w-lado-linea
               PERFORM 500-ESCRIBIR-LINEA
           END-IF.
      *        Notas de credito: debe el ingreso ajustado (CUOTA o
      *        CON-xxx) contra DEUDORES; las de debito al reves.
           IF w-nc-cuota > ZERO
               MOVE "CUOTA" TO w-clave-buscada
               MOVE w-nc-cuota TO w-importe-linea
               PERFORM 530-ESCRIBIR-NOTA-CREDITO
           END-IF.
           IF w-nd-cuota > ZERO
               MOVE "CUOTA" TO w-clave-buscada
               MOVE w-nd-cuota TO w-importe-linea
               PERFORM 540-ESCRIBIR-NOTA-DEBITO
           END-IF.
           PERFORM VARYING w-n FROM 1 BY 1 UNTIL w-n > w-cnt-notas-con
               IF tn-credito(w-n) > ZERO
                   MOVE SPACES TO w-clave-buscada
                   STRING "CON-" tn-concepto(w-n)
                       DELIMITED BY SIZE INTO w-clave-buscada
                   MOVE tn-credito(w-n) TO w-importe-linea
                   PERFORM 530-ESCRIBIR-NOTA-CREDITO
               END-IF
               IF tn-debito(w-n) > ZERO
                   MOVE SPACES TO w-clave-buscada
                   STRING "CON-" tn-concepto(w-n)
                       DELIMITED BY SIZE INTO w-clave-buscada
                   MOVE tn-debito(w-n) TO w-importe-linea
                   PERFORM 540-ESCRIBIR-NOTA-DEBITO
               END-IF
           END-PERFORM.
           CLOSE ASIENTOS.

       500-ESCRIBIR-LINEA.
           END-IF.
           WRITE asi-lin.
           ADD 1 TO w-cnt-lineas.
       530-ESCRIBIR-NOTA-CREDITO.
           MOVE "D" TO w-lado-linea.
           PERFORM 500-ESCRIBIR-LINEA.
           MOVE "DEUDORES" TO w-clave-buscada.
           MOVE "H" TO w-lado-linea.
           PERFORM 500-ESCRIBIR-LINEA.
       540-ESCRIBIR-NOTA-DEBITO.
           MOVE "H" TO w-lado-linea.
           PERFORM 500-ESCRIBIR-LINEA.
           MOVE "DEUDORES" TO w-clave-buscada.
           MOVE "D" TO w-lado-linea.
           PERFORM 500-ESCRIBIR-LINEA.
       510-BUSCAR-CUENTA.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cnt-plan
                   OR pl-clave(w-k) = w-clave-buscada
