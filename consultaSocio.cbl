      *     payment) now comes straight from the socio's saldos.dat
      *     record maintained by the payment appliers; a socio without
      *     a summary yet shows only the derived detail as before.
      *   - Debt carried over from closed years (deudaant.dat) is now
      *     listed under the current months, per anio/mes, and counted
      *     in TOTAL ADEUDADO: the year-end close no longer makes it
      *     disappear from the counter.
      *   - A disciplinary suspension or expulsion in force
      *     (sanciones.dat) is flagged under the ficha line, so the
      *     counter sees it even when the member is up to date.
      *   - Debt written off by the comision (incobrables.dat) is
      *     flagged under the ficha line with date, acta and amount,
      *     so a returning or readmitted member's old debt is
      *     visible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sal-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL DEUDAANT ASSIGN TO "..\deudaant.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS da-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL SANCIONES ASSIGN TO "..\sanciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS san-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL INCOBRABLES ASSIGN TO "..\incobrables.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS inc-llave
                   SHARING WITH ALL OTHER.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCIOMAEREC.cpy".
       FD  SALDOS.
           COPY "SALDOREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  SANCIONES.
           COPY "SANCIONREC.cpy".
       FD  INCOBRABLES.
           COPY "INCOBREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-cnt-recibos pic 9 value zero.
       77  w-flag-saldos pic 9 value zero.
           88 no-esta-saldos value 1.
       77  w-flag-deuda-ant pic 9 value zero.
           88 fin-arch-deuda-ant value 1.
       77  w-flag-sanciones pic 9 value zero.
           88 fin-arch-sanciones value 1.
       77  w-sancionado pic 9 value zero.
           88 socio-sancionado value 1.
       77  w-flag-inc pic 9 value zero.
           88 fin-arch-inc value 1.
       01  tabla-recibos.
           03 tr-det OCCURS 5 TIMES.
               05 tr-recibo pic 9(10).
           03 t-categoria pic x.
           03 filler pic x(6) value " SIT: ".
           03 t-situacion pic x.
       01  lin-sancion.
           03 filler pic x(41) value
               "*** SANCION DISCIPLINARIA EN VIGOR HASTA ".
           03 s-hasta pic 9999/99/99.
           03 filler pic x(7) value " ACTA: ".
           03 s-acta pic 9(6).
           03 filler pic x(4) value " ***".
       01  lin-expulsion.
           03 filler pic x(27) value "*** SOCIO EXPULSADO - ACTA ".
           03 x-acta pic 9(6).
           03 filler pic x(4) value " ***".
       01  lin-incobrable.
           03 filler pic x(35) value
               "*** DEUDA PASADA A INCOBRABLES EL ".
           03 i-fecha pic 9999/99/99.
           03 filler pic x(7) value " ACTA: ".
           03 i-acta pic 9(6).
           03 filler pic x(2) value ": ".
           03 i-total pic zz.zzz.zz9.
       01  lin-cab-meses.
           03 filler pic x(5) value "MES: ".
           03 filler pic x(3) value spaces.
           03 d-debe pic zzz.zz9.
           03 filler pic x(4) value spaces.
           03 d-recargo pic zzz.zz9.
       01  lin-det-deuda-ant.
           03 e-anio pic 9999.
           03 filler pic x(1) value "/".
           03 e-mes pic 99.
           03 filler pic x(1) value spaces.
           03 e-debe pic zzz.zz9.
           03 filler pic x(20) value "  EJERCICIO ANTERIOR".
       01  lin-saldo.
           03 filler pic x(16) value "SALDO A FAVOR:  ".
           03 t-saldo pic zzz.zz9.
           OPEN INPUT PAGOS.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT SALDOS.
           OPEN INPUT DEUDAANT.
           OPEN INPUT SANCIONES.
           OPEN INPUT INCOBRABLES.

       200-PEDIR-SOCIO.
           DISPLAY "SOCIO (0 PARA SALIR):".
               MOVE sm-estado TO t-situacion
           END-IF.
           DISPLAY lin-socio.
           PERFORM 312-CONTROLAR-SANCION.
           PERFORM 313-CONTROLAR-INCOBRABLE.

      ******************************************************************
      * Sancion del tribunal de disciplina en vigor a la fecha
      * (sanciones.dat): suspension o expulsion vigente que ya empezo
      * y no paso su fecha hasta. Vale por encima de la situacion de
      * cuota; el pago no la levanta. Se avisa en pantalla para que
      * el mostrador no lo deje pasar aunque este al dia.
      ******************************************************************
       312-CONTROLAR-SANCION.
           MOVE 0 TO w-sancionado.
           MOVE 0 TO w-flag-sanciones.
           MOVE w-socio-consulta TO san-socio.
           MOVE ZERO TO san-desde.
           START SANCIONES KEY IS >= san-llave
               INVALID KEY MOVE 1 TO w-flag-sanciones
           END-START.
           PERFORM UNTIL fin-arch-sanciones
               READ SANCIONES NEXT AT END MOVE 1 TO w-flag-sanciones
               NOT AT END
                   IF san-socio NOT = w-socio-consulta
                       OR san-desde > w-fecha-hoy
                       MOVE 1 TO w-flag-sanciones
                   ELSE
                       IF san-estado = "V" AND san-tipo = "S"
                           AND san-hasta >= w-fecha-hoy
                           MOVE 1 TO w-sancionado
                           MOVE san-hasta TO s-hasta
                           MOVE san-acta TO s-acta
                           MOVE san-acta TO x-acta
                           IF san-expulsion = "S"
                               DISPLAY lin-expulsion
                           ELSE
                               DISPLAY lin-sancion
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Deuda dada de baja por la comision (incobrables.dat): ya no es
      * deuda cobrable, pero el mostrador tiene que verla si el socio
      * vuelve o se readmite.
      ******************************************************************
       313-CONTROLAR-INCOBRABLE.
           MOVE 0 TO w-flag-inc.
           MOVE w-socio-consulta TO inc-socio.
           MOVE ZERO TO inc-fecha-propuesta.
           START INCOBRABLES KEY IS >= inc-llave
               INVALID KEY MOVE 1 TO w-flag-inc
           END-START.
           PERFORM UNTIL fin-arch-inc
               READ INCOBRABLES NEXT AT END MOVE 1 TO w-flag-inc
               NOT AT END
                   IF inc-socio NOT = w-socio-consulta
                       MOVE 1 TO w-flag-inc
                   ELSE
                       IF inc-estado = "A"
                           MOVE inc-fecha-resolucion TO i-fecha
                           MOVE inc-acta TO i-acta
                           MOVE inc-total TO i-total
                           DISPLAY lin-incobrable
                       END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      * La posicion resumida sale del registro unico de saldos.dat que
                       PERFORM 330-MOSTRAR-MES
                   END-IF
           END-PERFORM.
           PERFORM 340-MOSTRAR-DEUDA-ANTERIOR.
           MOVE w-total-debe TO t-total.
           DISPLAY lin-total.
       330-MOSTRAR-MES.
               END-IF
           END-IF.

      ******************************************************************
      * Deuda de ejercicios ya cerrados (deudaant.dat): sigue siendo
      * deuda del socio y entra al total adeudado.
      ******************************************************************
       340-MOSTRAR-DEUDA-ANTERIOR.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE w-socio-consulta TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = w-socio-consulta
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       IF da-debe > 0
                           MOVE da-anio TO e-anio
                           MOVE da-mes TO e-mes
                           MOVE da-debe TO e-debe
                           DISPLAY lin-det-deuda-ant
                           ADD da-debe TO w-total-debe
                       END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Los recibos llegan por la clave alternada en orden de numero;
      * la tabla circular de 5 se queda con los ultimos leidos.
           CLOSE PAGOS.
           CLOSE SOCIOMAE.
           CLOSE SALDOS.
           CLOSE DEUDAANT.
           CLOSE SANCIONES.
           CLOSE INCOBRABLES.
       END PROGRAM YOUR-PROGRAM-NAME.
