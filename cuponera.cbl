      *   - Members suspended or dados de baja (sm-estado "S"/"B" on
      *     the sociosmae.dat ficha) no longer get a booklet printed;
      *     a trailer line counts the skipped ones.
      *   - Each coupon now carries the payment-network barcode
      *     (CODBARRAREC.cpy) so it can be paid at a Rapipago or Pago
      *     Facil counter: socio, anio, mes, the cuota due on the 10th
      *     and, as second due date, the 10th of the next month with
      *     one month of recargo (par-pct-recargo of parametros.dat,
      *     default 5).
      *   - Coupons for months under a member's licencia are marked
      *     LICENCIA.
      *   - The club's network company code for the barcode is read
      *     from parametros.dat (par-empresa-red), default 4127,
      *     instead of being fixed in CODBARRAREC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-llave.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  LICENCIAS.
           COPY "LICENCIAREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       WORKING-STORAGE SECTION.
           COPY "CODBARRAREC.cpy".
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-pct-recargo pic 9(3) value 5.
       77  w-empresa-red pic 9(4) value 4127.
       77  w-cb-i pic 99 value zero.
       77  w-cb-peso pic 9 value zero.
       77  w-cb-suma pic 9(5) value zero.
       77  w-cb-mitad pic 9(5) value zero.
       77  w-anio-vto-2 pic 9(4) value zero.
       77  w-mes-vto-2 pic 9(2) value zero.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-flag-sociomae pic 9 value zero.
       77  w-socio-en-curso pic 9(5) value zero.
       77  w-cnt-cuponeras pic 9(6) value zero.
       77  w-cnt-omitidos pic 9(6) value zero.
       77  w-periodo-cupon pic 9(6) value zero.
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
       01  lin-guarda.
           03 filler pic x(64) value all "=".
       01  lin-corte.
           03 k-cuota pic zzz.zz9.
           03 filler pic x(22) value "  RECIBO: ............".
           03 filler pic x(15) value "  FECHA: ......".
           03 k-licencia pic x(10) value spaces.
       01  lin-barra.
           03 filler pic x(16) value "CODIGO DE PAGO: ".
           03 k-barra pic x(48).
       01  lin-resumen.
           03 filler pic x(21) value "CUPONERAS IMPRESAS: ".
           03 r-cuponeras pic zzzzz9.
               ACCEPT w-fecha-hoy FROM DATE YYYYMMDD
               MOVE w-fecha-hoy(1:4) TO w-anio-cuponera
           END-IF.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT SOCIOS.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT LICENCIAS.

      ******************************************************************
      * El porcentaje de recargo del segundo vencimiento y el codigo
      * de empresa del codigo de barras salen de parametros.dat; sin
      * archivo quedan los historicos 5 y 4127.
      ******************************************************************
       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-pct-recargo > ZERO
                   MOVE par-pct-recargo TO w-pct-recargo
               END-IF
               IF par-empresa-red NUMERIC
                   AND par-empresa-red > ZERO
                   MOVE par-empresa-red TO w-empresa-red
               END-IF
           END-IF.
           CLOSE PARAMETROS.

       200-LEER-SOCIO.
           READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios.
           END-IF.
       320-IMPRIMIR-CABECERA.
           MOVE soc-socio TO w-socio-en-curso.
           PERFORM 350-CARGAR-LICENCIAS.
           ADD 1 TO w-cnt-cuponeras.
           DISPLAY lin-guarda.
           MOVE soc-socio TO c-socio.
           DISPLAY lin-cab-domicilio.
           DISPLAY lin-corte.

      *        El mes en licencia lleva la cuota de licencia que le
      *        dejo licenciasMantenimiento y el cupon lo avisa.
       330-IMPRIMIR-CUPON.
           MOVE soc-mes TO k-mes.
           MOVE soc-cuota TO k-cuota.
           COMPUTE w-periodo-cupon = soc-anio * 100 + soc-mes.
           PERFORM 351-PERIODO-EN-LICENCIA.
           IF en-licencia
               MOVE "  LICENCIA" TO k-licencia
           ELSE
               MOVE SPACES TO k-licencia
           END-IF.
           DISPLAY lin-cupon.
           PERFORM 340-ARMAR-CODIGO-BARRAS.
           MOVE cb-codigo TO k-barra.
           DISPLAY lin-barra.
           DISPLAY lin-corte.

      ******************************************************************
      * Codigo de barras del cupon para las redes de cobranza: primer
      * vencimiento el 10 del mes con la cuota, segundo el 10 del mes
      * siguiente con un mes de recargo, como lo cobraria la caja.
      ******************************************************************
       340-ARMAR-CODIGO-BARRAS.
           MOVE w-empresa-red TO cb-empresa.
           MOVE soc-socio TO cb-socio.
           MOVE soc-anio TO cb-anio.
           MOVE soc-mes TO cb-mes.
           MOVE soc-cuota TO cb-importe-1.
           COMPUTE cb-vto-1 = soc-anio * 10000 + soc-mes * 100 + 10.
           COMPUTE cb-importe-2 ROUNDED =
               soc-cuota + soc-cuota * w-pct-recargo / 100.
           IF soc-mes = 12
               COMPUTE w-anio-vto-2 = soc-anio + 1
               MOVE 1 TO w-mes-vto-2
           ELSE
               MOVE soc-anio TO w-anio-vto-2
               COMPUTE w-mes-vto-2 = soc-mes + 1
           END-IF.
           COMPUTE cb-vto-2 =
               w-anio-vto-2 * 10000 + w-mes-vto-2 * 100 + 10.
           PERFORM 345-CALCULAR-DIGITO.
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
               REMAINDER cb-digito.

      ******************************************************************
      * Licencias del socio (licencias.dat): los meses entre lic-desde
      * y lic-hasta de una licencia no anulada pagan la cuota de
      * licencia (filas L de cuotas.dat); el cupon lo dice.
      ******************************************************************
       350-CARGAR-LICENCIAS.
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
       351-PERIODO-EN-LICENCIA.
           MOVE 0 TO w-flag-licencia.
           PERFORM VARYING w-lic-idx FROM 1 BY 1
                   UNTIL w-lic-idx > w-cnt-lic OR en-licencia
               IF w-periodo-cupon >= tl-desde(w-lic-idx)
                   AND w-periodo-cupon <= tl-hasta(w-lic-idx)
                   MOVE 1 TO w-flag-licencia
               END-IF
           END-PERFORM.

       900-FIN.
           DISPLAY lin-guarda.
           MOVE w-cnt-cuponeras TO r-cuponeras.
           DISPLAY lin-resumen.
           CLOSE SOCIOS.
           CLOSE SOCIOMAE.
           CLOSE LICENCIAS.
       END PROGRAM YOUR-PROGRAM-NAME.
