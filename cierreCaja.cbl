      *     can only settle their own drawer - the close is forced to
      *     their pag-cajero code - while a supervisor can settle any
      *     drawer or the whole day.
      *   - The cash handed over by the door-to-door cobradores
      *     (rendcob.dat, written by rendicionCobrador to the cashier
      *     who received it) is added to the system's efectivo total
      *     and shown on its own line with the cobrado and the
      *     commission kept; their recibos (forma "K") never went
      *     through the drawer and stay out of the forma rows.
      *   - pagos.dat is now read through the fecha+cajero alternate
      *     key (pag-llave-fecha): the close positions on the day, or
      *     on the day and cashier, and stops at the end of that
      *     range instead of reading the whole file.
      *   - The day's non-member sales (ventas.dat, written by
      *     ventaNoSocio) are added to the system total of their
      *     forma, so the blind count matches the real drawer, and
      *     printed as their own section per concepto with quantity
      *     and importe.
      *   - Each close is now saved to arqueos.dat (530-GRABAR-
      *     ARQUEO) with the drawer's system and counted totals and
      *     its faltante and sobrante, for the parte diario.
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
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL EGRESOS ASSIGN TO "..\egresos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RENDCOB ASSIGN TO "..\rendcob.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUEOS ASSIGN TO "..\arqueos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VENTAS ASSIGN TO "..\ventas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ven-recibo
                   ALTERNATE RECORD KEY IS ven-llave-fecha
                       WITH DUPLICATES
                   SHARING WITH ALL OTHER.
       DATA DIVISION.
       FILE SECTION.
       FD  PAGOS.
           COPY "OPERREC.cpy".
       FD  EGRESOS.
           COPY "EGRESOREC.cpy".
       FD  RENDCOB.
           COPY "RENDCOBREC.cpy".
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       FD  VENTAS.
           COPY "VENTAREC.cpy".
       FD  ARQUEOS.
           COPY "ARQUEOREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-pagos pic 9 value zero.
           88 fin-arch-pagos value 1.
       77  w-flag-egresos pic 9 value zero.
           88 fin-arch-egresos value 1.
       77  w-tot-egresos pic 9(8) value zero.
       77  w-flag-rendcob pic 9 value zero.
           88 fin-arch-rendcob value 1.
       77  w-tot-rend-cobrado pic 9(8) value zero.
       77  w-tot-rend-comision pic 9(8) value zero.
       77  w-tot-rend-entregado pic 9(8) value zero.
       77  w-operador pic x(3) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       77  w-flag-ventas pic 9 value zero.
           88 fin-arch-ventas value 1.
       77  w-cnt-ventas pic 9(6) value zero.
       77  w-tot-ventas pic 9(8) value zero.
       77  w-cnt-conc-venta pic 99 value zero.
       77  w-v pic 99 value zero.
       01  tabla-ventas.
           03 tv-item OCCURS 20 TIMES.
               05 tv-concepto pic x(3).
               05 tv-descripcion pic x(20).
               05 tv-cantidad pic 9(5).
               05 tv-importe pic 9(8).
       01  tabla-formas.
           03 filler pic x value "E".
           03 filler pic x value "T".
       01  tabla-contado.
           03 w-tot-contado pic 9(8) OCCURS 5 TIMES value zero.
       01  w-diferencia pic s9(8) value zero.
       01  w-arq-sistema pic 9(9) value zero.
       01  w-arq-contado pic 9(9) value zero.
       01  w-arq-faltante pic 9(9) value zero.
       01  w-arq-sobrante pic 9(9) value zero.
       77  w-arq-formas-mal pic 9 value zero.
       01  lin-titulo.
           03 filler pic x(16) value "CIERRE DE CAJA".
           03 t-fecha pic 9999/99/99.
           03 filler pic x(31) value
               "EGRESOS DEL DIA (DEVOLUCIONES):".
           03 r-egresos pic zz.zzz.zz9.
       01  lin-cab-ventas.
           03 filler pic x(30) value "VENTAS A NO SOCIOS:".
           03 filler pic x(9) value "CANTIDAD:".
           03 filler pic x(3) value spaces.
           03 filler pic x(8) value "IMPORTE:".
       01  lin-det-ventas.
           03 v-concepto pic x(3).
           03 filler pic x(2) value spaces.
           03 v-descripcion pic x(20).
           03 filler pic x(5) value spaces.
           03 v-cantidad pic zzzz9.
           03 filler pic x(3) value spaces.
           03 v-importe pic zz.zzz.zz9.
       01  lin-tot-ventas.
           03 filler pic x(16) value "TOTAL VENTAS:   ".
           03 r-ventas pic zzzzz9.
           03 filler pic x(17) value " COMPROBANTES    ".
           03 r-tot-ventas pic zz.zzz.zz9.
       01  lin-cobradores.
           03 filler pic x(31) value
               "RENDICION COBRADORES: COBRADO ".
           03 r-rend-cobrado pic zz.zzz.zz9.
           03 filler pic x(11) value " COMISION ".
           03 r-rend-comision pic zz.zzz.zz9.
           03 filler pic x(12) value " ENTREGADO ".
           03 r-rend-entregado pic zz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM 300-ACUMULAR-PAGO
               PERFORM 200-LEER-PAGO
           END-PERFORM.
           PERFORM 330-SUMAR-VENTAS.
           PERFORM 340-SUMAR-RENDICIONES.
           PERFORM 350-RESTAR-EGRESOS.
           PERFORM 400-PEDIR-RECUENTO.
           PERFORM 500-IMPRIMIR-CIERRE.
           PERFORM 530-GRABAR-ARQUEO.
           PERFORM 900-FIN.
           STOP RUN.

           END-IF.
           PERFORM 105-VALIDAR-OPERADOR.
           OPEN INPUT PAGOS.
           PERFORM 150-POSICIONAR-FECHA.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
           MOVE SPACES TO w-cor-estado.
           END-IF.
           MOVE 0 TO w-flag-login.

      ******************************************************************
      * Lectura directa del dia por la clave fecha+cajero: el cierre
      * de un cajero arranca en su primer recibo del dia, el del dia
      * entero en el primero de la fecha, y se corta al salir del
      * rango en vez de recorrer todo pagos.dat.
      ******************************************************************
       150-POSICIONAR-FECHA.
           MOVE w-fecha-cierre TO pag-lf-fecha.
           IF w-cajero-param = SPACES
               MOVE LOW-VALUES TO pag-lf-cajero
           ELSE
               MOVE w-cajero-param TO pag-lf-cajero
           END-IF.
           START PAGOS KEY IS >= pag-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.

       200-LEER-PAGO.
           IF NOT fin-arch-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               END-READ
           END-IF.
           IF NOT fin-arch-pagos
               IF pag-lf-fecha NOT = w-fecha-cierre
                   OR (w-cajero-param NOT = SPACES
                       AND pag-lf-cajero NOT = w-cajero-param)
                   MOVE 1 TO w-flag-pagos
               END-IF
           END-IF.

       300-ACUMULAR-PAGO.
           IF pag-fecha = w-fecha-cierre
               END-PERFORM
           END-IF.

      ******************************************************************
      * Las ventas a no socios del dia (ventas.dat, de ventaNoSocio)
      * entraron al cajon con su forma de pago: se suman al total de
      * sistema de esa forma, para que el recuento ciego cuadre con la
      * plata real, y se acumulan por concepto para su propia seccion
      * del cierre. Se leen por la misma clave fecha+cajero que los
      * pagos.
      ******************************************************************
       330-SUMAR-VENTAS.
           OPEN INPUT VENTAS.
           MOVE w-fecha-cierre TO ven-lf-fecha.
           IF w-cajero-param = SPACES
               MOVE LOW-VALUES TO ven-lf-cajero
           ELSE
               MOVE w-cajero-param TO ven-lf-cajero
           END-IF.
           START VENTAS KEY IS >= ven-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-ventas
           END-START.
           PERFORM UNTIL fin-arch-ventas
               READ VENTAS NEXT AT END MOVE 1 TO w-flag-ventas
               NOT AT END
                   IF ven-lf-fecha NOT = w-fecha-cierre
                       OR (w-cajero-param NOT = SPACES
                           AND ven-lf-cajero NOT = w-cajero-param)
                       MOVE 1 TO w-flag-ventas
                   ELSE
                       PERFORM 335-ACUMULAR-VENTA
                   END-IF
           END-PERFORM.
           CLOSE VENTAS.
       335-ACUMULAR-VENTA.
           ADD 1 TO w-cnt-ventas.
           ADD ven-importe TO w-tot-ventas.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 5
               IF ven-forma-pago = vec-forma(w-i)
                   ADD ven-importe TO w-tot-sistema(w-i)
               END-IF
           END-PERFORM.
           PERFORM VARYING w-v FROM 1 BY 1
                   UNTIL w-v > w-cnt-conc-venta
                   OR tv-concepto(w-v) = ven-concepto
               CONTINUE
           END-PERFORM.
           IF w-v > w-cnt-conc-venta AND w-cnt-conc-venta < 20
               ADD 1 TO w-cnt-conc-venta
               MOVE w-cnt-conc-venta TO w-v
               MOVE ven-concepto TO tv-concepto(w-v)
               MOVE ven-descripcion TO tv-descripcion(w-v)
               MOVE ZERO TO tv-cantidad(w-v)
               MOVE ZERO TO tv-importe(w-v)
           END-IF.
           IF w-v > w-cnt-conc-venta
               DISPLAY "MAS DE 20 CONCEPTOS VENDIDOS, SE OMITE "
                   ven-concepto " EN LA SECCION DE VENTAS"
           ELSE
               ADD ven-cantidad TO tv-cantidad(w-v)
               ADD ven-importe TO tv-importe(w-v)
           END-IF.

      ******************************************************************
      * El efectivo que entregaron los cobradores a domicilio al
      * rendir su hoja de ruta entro al cajon del cajero que lo
      * recibio: se suma al total de sistema de la forma "E". Sus
      * recibos (forma "K") no pasan por las filas de formas.
      ******************************************************************
       340-SUMAR-RENDICIONES.
           OPEN INPUT RENDCOB.
           PERFORM UNTIL fin-arch-rendcob
               READ RENDCOB AT END MOVE 1 TO w-flag-rendcob
               NOT AT END
                   IF rco-fecha = w-fecha-cierre
                       AND (w-cajero-param = SPACES
                           OR rco-cajero = w-cajero-param)
                       ADD rco-cobrado TO w-tot-rend-cobrado
                       ADD rco-comision TO w-tot-rend-comision
                       ADD rco-entregado TO w-tot-rend-entregado
                   END-IF
           END-PERFORM.
           CLOSE RENDCOB.
           ADD w-tot-rend-entregado TO w-tot-sistema(1).

      ******************************************************************
      * Las devoluciones del dia salieron del cajon en efectivo: se
      * restan del total de sistema de la forma "E" antes de comparar
           DISPLAY lin-guarda.
           MOVE w-cnt-recibos TO r-recibos.
           DISPLAY lin-resumen.
           IF w-cnt-ventas > ZERO
               PERFORM 520-IMPRIMIR-VENTAS
           END-IF.
           IF w-tot-egresos > ZERO
               MOVE w-tot-egresos TO r-egresos
               DISPLAY lin-egresos
           END-IF.
           IF w-tot-rend-cobrado > ZERO
               MOVE w-tot-rend-cobrado TO r-rend-cobrado
               MOVE w-tot-rend-comision TO r-rend-comision
               MOVE w-tot-rend-entregado TO r-rend-entregado
               DISPLAY lin-cobradores
           END-IF.

       510-IMPRIMIR-FORMA.
           MOVE vec-forma(w-i) TO d-forma.
           COMPUTE w-diferencia =
               w-tot-contado(w-i) - w-tot-sistema(w-i).
           MOVE w-diferencia TO d-diferencia.
           ADD w-tot-sistema(w-i) TO w-arq-sistema.
           ADD w-tot-contado(w-i) TO w-arq-contado.
           IF w-diferencia < ZERO
               SUBTRACT w-diferencia FROM w-arq-faltante
           ELSE
               ADD w-diferencia TO w-arq-sobrante
           END-IF.
           IF w-diferencia NOT = ZERO
               ADD 1 TO w-arq-formas-mal
               MOVE "*** REVISAR" TO d-marca
           ELSE
               MOVE SPACES TO d-marca
           END-IF.
           DISPLAY lin-detalle.

      ******************************************************************
      * Seccion propia de las ventas a no socios: ya estan sumadas en
      * las filas de cada forma, aca se detallan por concepto.
      ******************************************************************
       520-IMPRIMIR-VENTAS.
           DISPLAY lin-guarda.
           DISPLAY lin-cab-ventas.
           PERFORM VARYING w-v FROM 1 BY 1
                   UNTIL w-v > w-cnt-conc-venta
               MOVE tv-concepto(w-v) TO v-concepto
               MOVE tv-descripcion(w-v) TO v-descripcion
               MOVE tv-cantidad(w-v) TO v-cantidad
               MOVE tv-importe(w-v) TO v-importe
               DISPLAY lin-det-ventas
           END-PERFORM.
           MOVE w-cnt-ventas TO r-ventas.
           MOVE w-tot-ventas TO r-tot-ventas.
           DISPLAY lin-tot-ventas.
           DISPLAY lin-guarda.

      ******************************************************************
      * El resultado del cierre queda en arqueos.dat para el parte
      * diario: totales del cajon, faltante y sobrante.
      ******************************************************************
       530-GRABAR-ARQUEO.
           OPEN EXTEND ARQUEOS.
           MOVE w-fecha-cierre TO arq-fecha.
           MOVE w-cajero-param TO arq-cajero.
           MOVE w-arq-sistema TO arq-sistema.
           MOVE w-arq-contado TO arq-contado.
           MOVE w-arq-faltante TO arq-faltante.
           MOVE w-arq-sobrante TO arq-sobrante.
           MOVE w-arq-formas-mal TO arq-formas-mal.
           MOVE w-operador TO arq-operador.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:14) TO arq-fecha-hora.
           WRITE arq-reg.
           CLOSE ARQUEOS.

       900-FIN.
           MOVE "FIN" TO w-cor-evento.
           MOVE "OK" TO w-cor-estado.
