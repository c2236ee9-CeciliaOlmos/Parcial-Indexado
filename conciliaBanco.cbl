      *     depositos.dat (450-CONCILIAR-DEPOSITOS, same fecha and
      *     importe, boleta shown), so a deposited drawer no longer
      *     sits forever under "creditos sin recibo".
      *   - The payment networks' transfers are matched too
      *     (470-CONCILIAR-REDES): the items of redcobro.dat are
      *     summed net of commission per red and fecha de
      *     acreditacion, and each day's rendicion is matched against
      *     one unclaimed credit of that fecha and importe. Rendiciones
      *     falling inside the extracto's dates with no credit are
      *     listed apart.
      *   - pagos.dat is now read through the fecha alternate key
      *     (pag-llave-fecha) from the extracto's first date to its
      *     last, instead of the whole file; a T/D recibo dated
      *     outside the statement is no longer listed as sin
      *     acreditacion against it.
      *   - Every drawer deposit matched to a credit is recorded in
      *     depconcilia.dat (465-MARCAR-DEPOSITO), so the parte
      *     diario can list the deposits the bank has not shown yet.
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
           SELECT EXTRACTO ASSIGN TO "..\extracto.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DEPOSITOS ASSIGN TO "..\depositos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REDCOBRO ASSIGN TO "..\redcobro.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DEPCONCILIA ASSIGN TO "..\depconcilia.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dc-llave.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           03 ext-importe pic 9(8).
       FD  DEPOSITOS.
           COPY "DEPOSITOREC.cpy".
       FD  REDCOBRO.
           COPY "REDCOBROREC.cpy".
       FD  DEPCONCILIA.
           COPY "DEPCONCREC.cpy".
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-flag-pagos pic 9 value zero.
           88 fin-arch-pagos value 1.
       77  w-flag-extracto pic 9 value zero.
               05 ex-boleta pic 9(8).
      *            Boleta del deposito de caja que lo explica; cero =
      *            ninguno.
               05 ex-red pic x.
      *            Red de cobranza cuya rendicion lo explica; espacio
      *            = ninguna.
       77  w-flag-redcobro pic 9 value zero.
           88 fin-arch-redcobro value 1.
       77  w-cnt-redes pic 9(4) value zero.
       77  w-cnt-redes-conc pic 9(6) value zero.
       77  w-r pic 9(4) value zero.
       77  w-fecha-ext-desde pic 9(8) value 99999999.
       77  w-fecha-ext-hasta pic 9(8) value zero.
       01  tabla-redes.
      *        Neto de cada rendicion: red y fecha de acreditacion.
           03 rd-det OCCURS 200 TIMES.
               05 rd-red pic x.
               05 rd-fecha pic 9(8).
               05 rd-neto pic 9(10).
               05 rd-conciliada pic 9.
       01  lin-det-red.
           03 filler pic x(5) value "RED ".
           03 n-red pic x.
           03 filler pic x(2) value spaces.
           03 n-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "NETO: ".
           03 n-neto pic z.zzz.zzz.zz9.
       01  tabla-sin-acred.
           03 sa-det OCCURS 500 TIMES.
               05 sa-recibo pic 9(10).
           03 r-sin-recibo pic zzzzz9.
           03 filler pic x(22) value "  DEPOSITOS DE CAJA: ".
           03 r-depositos pic zzzzz9.
           03 filler pic x(10) value "  REDES: ".
           03 r-redes pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 200-CARGAR-EXTRACTO.
           DISPLAY "RECIBOS CONCILIADOS:".
           DISPLAY lin-cab-recibos.
           PERFORM 250-POSICIONAR-FECHA.
           PERFORM 300-LEER-PAGO.
           PERFORM UNTIL fin-arch-pagos
               PERFORM 400-PROCESAR-PAGO
               PERFORM 300-LEER-PAGO
           END-PERFORM.
           PERFORM 450-CONCILIAR-DEPOSITOS.
           PERFORM 470-CONCILIAR-REDES.
           PERFORM 500-LISTAR-SIN-ACREDITACION.
           PERFORM 600-LISTAR-SIN-RECIBO.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PAGOS.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
               MOVE ext-importe TO ex-importe(w-cnt-extracto)
               MOVE ZERO TO ex-recibo(w-cnt-extracto)
               MOVE ZERO TO ex-boleta(w-cnt-extracto)
               MOVE SPACE TO ex-red(w-cnt-extracto)
               IF ext-fecha < w-fecha-ext-desde
                   MOVE ext-fecha TO w-fecha-ext-desde
               END-IF
               IF ext-fecha > w-fecha-ext-hasta
                   MOVE ext-fecha TO w-fecha-ext-hasta
               END-IF
           ELSE
               DISPLAY "EXTRACTO EXCEDE 500 LINEAS, RESTO IGNORADO"
           END-IF.

      ******************************************************************
      * Solo los recibos de las fechas que cubre el extracto pueden
      * tener su credito en el: se entra por la clave de fecha en la
      * primera fecha del extracto y se corta pasada la ultima.
      ******************************************************************
       250-POSICIONAR-FECHA.
           MOVE w-fecha-ext-desde TO pag-lf-fecha.
           MOVE LOW-VALUES TO pag-lf-cajero.
           START PAGOS KEY IS >= pag-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.

       300-LEER-PAGO.
           IF NOT fin-arch-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               END-READ
           END-IF.
           IF NOT fin-arch-pagos
               AND pag-lf-fecha > w-fecha-ext-hasta
               MOVE 1 TO w-flag-pagos
           END-IF.

       400-PROCESAR-PAGO.
           IF pag-forma-pago = "T" OR pag-forma-pago = "D"
                   OR credito-hallado
               IF ex-recibo(w-j) = ZERO
                   AND ex-boleta(w-j) = ZERO
                   AND ex-red(w-j) = SPACE
                   AND ex-fecha(w-j) = pag-fecha
                   AND ex-importe(w-j) = pag-importe
                   MOVE 1 TO w-hallado
           DISPLAY lin-guarda.
           DISPLAY "CREDITOS CONCILIADOS CONTRA DEPOSITOS DE CAJA:".
           OPEN INPUT DEPOSITOS.
           OPEN I-O DEPCONCILIA.
           PERFORM UNTIL fin-arch-depositos
               READ DEPOSITOS AT END MOVE 1 TO w-flag-depositos
               NOT AT END
                   PERFORM 460-BUSCAR-CREDITO-DEPOSITO
           END-PERFORM.
           CLOSE DEPOSITOS.
           CLOSE DEPCONCILIA.
       460-BUSCAR-CREDITO-DEPOSITO.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-cnt-extracto
                   OR credito-hallado
               IF ex-recibo(w-j) = ZERO
                   AND ex-boleta(w-j) = ZERO
                   AND ex-red(w-j) = SPACE
                   AND ex-fecha(w-j) = dep-fecha
                   AND ex-importe(w-j) = dep-importe
                   MOVE 1 TO w-hallado
                   DISPLAY lin-det-credito " BOLETA " dep-boleta
               END-IF
           END-PERFORM.
           IF credito-hallado
               PERFORM 465-MARCAR-DEPOSITO
           END-IF.
      ******************************************************************
      * Deposito conciliado: queda en depconcilia.dat para que el
      * parte diario no lo siga esperando. Una corrida repetida sobre
      * el mismo extracto lo encuentra ya grabado.
      ******************************************************************
       465-MARCAR-DEPOSITO.
           MOVE dep-boleta TO dc-boleta.
           MOVE dep-caja TO dc-caja.
           MOVE dep-fecha TO dc-fecha.
           MOVE dep-importe TO dc-importe.
           MOVE w-fecha-hoy TO dc-fecha-conciliacion.
           WRITE dc-reg
               INVALID KEY CONTINUE
           END-WRITE.

      ******************************************************************
      * Tercera pasada: cada red (Rapipago / Pago Facil) manda una
      * sola transferencia por rendicion, neta de su comision. Se
      * suman los items de redcobro.dat por red y fecha de
      * acreditacion y cada neto se matchea contra un credito libre
      * de esa fecha e importe. Solo cuentan las rendiciones que caen
      * dentro de las fechas del extracto.
      ******************************************************************
       470-CONCILIAR-REDES.
           OPEN INPUT REDCOBRO.
           PERFORM UNTIL fin-arch-redcobro
               READ REDCOBRO AT END MOVE 1 TO w-flag-redcobro
               NOT AT END
                   IF rdc-fecha-acredita >= w-fecha-ext-desde
                       AND rdc-fecha-acredita <= w-fecha-ext-hasta
                       PERFORM 475-ACUMULAR-RENDICION
                   END-IF
           END-PERFORM.
           CLOSE REDCOBRO.
           DISPLAY lin-guarda.
           DISPLAY "CREDITOS CONCILIADOS CONTRA RENDICIONES DE REDES:".
           PERFORM VARYING w-r FROM 1 BY 1 UNTIL w-r > w-cnt-redes
               PERFORM 480-BUSCAR-CREDITO-RED
           END-PERFORM.
           DISPLAY lin-guarda.
           DISPLAY "RENDICIONES DE REDES SIN CREDITO EN EL BANCO:".
           PERFORM VARYING w-r FROM 1 BY 1 UNTIL w-r > w-cnt-redes
               IF rd-conciliada(w-r) = 0
                   MOVE rd-red(w-r) TO n-red
                   MOVE rd-fecha(w-r) TO n-fecha
                   MOVE rd-neto(w-r) TO n-neto
                   DISPLAY lin-det-red
               END-IF
           END-PERFORM.
       475-ACUMULAR-RENDICION.
           PERFORM VARYING w-r FROM 1 BY 1 UNTIL w-r > w-cnt-redes
                   OR (rd-red(w-r) = rdc-red
                       AND rd-fecha(w-r) = rdc-fecha-acredita)
               CONTINUE
           END-PERFORM.
           IF w-r > w-cnt-redes
               IF w-cnt-redes < 200
                   ADD 1 TO w-cnt-redes
                   MOVE rdc-red TO rd-red(w-cnt-redes)
                   MOVE rdc-fecha-acredita TO rd-fecha(w-cnt-redes)
                   MOVE ZERO TO rd-neto(w-cnt-redes)
                   MOVE 0 TO rd-conciliada(w-cnt-redes)
               ELSE
                   DISPLAY "MAS DE 200 RENDICIONES, RESTO IGNORADO"
               END-IF
           END-IF.
           IF w-r <= w-cnt-redes
               COMPUTE rd-neto(w-r) =
                   rd-neto(w-r) + rdc-importe - rdc-comision
           END-IF.
       480-BUSCAR-CREDITO-RED.
           MOVE 0 TO w-hallado.
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-cnt-extracto
                   OR credito-hallado
               IF ex-recibo(w-j) = ZERO
                   AND ex-boleta(w-j) = ZERO
                   AND ex-red(w-j) = SPACE
                   AND ex-fecha(w-j) = rd-fecha(w-r)
                   AND ex-importe(w-j) = rd-neto(w-r)
                   MOVE 1 TO w-hallado
                   MOVE rd-red(w-r) TO ex-red(w-j)
                   MOVE 1 TO rd-conciliada(w-r)
                   ADD 1 TO w-cnt-redes-conc
                   MOVE rd-red(w-r) TO n-red
                   MOVE rd-fecha(w-r) TO n-fecha
                   MOVE rd-neto(w-r) TO n-neto
                   DISPLAY lin-det-red
               END-IF
           END-PERFORM.

       500-LISTAR-SIN-ACREDITACION.
           DISPLAY lin-guarda.
           DISPLAY lin-cab-creditos.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cnt-extracto
               IF ex-recibo(w-k) = ZERO AND ex-boleta(w-k) = ZERO
                   AND ex-red(w-k) = SPACE
                   ADD 1 TO w-cnt-sin-recibo
                   MOVE ex-fecha(w-k) TO e-fecha
                   MOVE ex-importe(w-k) TO e-importe
           MOVE w-cnt-sin-acred TO r-sin-acred.
           MOVE w-cnt-sin-recibo TO r-sin-recibo.
           MOVE w-cnt-depositos TO r-depositos.
           MOVE w-cnt-redes-conc TO r-redes.
           DISPLAY lin-resumen.
           MOVE "FIN" TO w-cor-evento.
           MOVE "OK" TO w-cor-estado.
