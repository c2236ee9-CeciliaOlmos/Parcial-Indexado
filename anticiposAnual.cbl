      ******************************************************************
      * Author:
      * Date:
      * Purpose: Report of the pagos anuales anticipados of a year.
      *          Given the year on the command line (default the
      *          current one), walks anticipos.dat and prints every
      *          socio who paid the rest of the year in advance at the
      *          caja: recibo, fecha, first month cancelled, list
      *          value of the cuotas cancelled, discount percentage,
      *          bonificacion and amount collected. The totals show
      *          what the offer cost the club (the bonificaciones of
      *          the vigentes); anticipos annulled with their recibo
      *          are listed marked ANULADO and left out of the totals.
      *          Spools to ..\reports\anticipos<aaaa>.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ANTICIPOS ASSIGN TO "..\anticipos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ant-llave
                   SHARING WITH ALL OTHER.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
                   SHARING WITH ALL OTHER.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ANTICIPOS.
           COPY "ANTICIPOREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(120).
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value 0.
       77  w-pagina pic 9(3) value 1.
       77  w-param pic x(20) value spaces.
       77  w-anio-reporte pic 9(4) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-flag-anticipos pic 9 value zero.
           88 fin-arch-anticipos value 1.
       77  w-flag-sociomae pic 9 value zero.
           88 no-esta-sociomae value 1.
       77  w-cnt-vigentes pic 9(5) value zero.
       77  w-cnt-anulados pic 9(5) value zero.
       01  w-total-lista pic 9(10) value zero.
       01  w-total-descuento pic 9(10) value zero.
       01  w-total-cobrado pic 9(10) value zero.
       01  lin-cab-anio.
           03 filler pic x(11) value "EJERCICIO: ".
           03 h-anio pic 9999.
       01  lin-cabecera.
           03 filler pic x(6) value "SOCIO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(24) value "NOMBRE:".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "FECHA:".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "RECIBO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "DESDE".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "     LISTA".
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value "DTO".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "BONIFICADO".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "   COBRADO".
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "CAJ.".
       01  lin-detalle.
           03 d-socio pic zzzz9.
           03 filler pic x(3) value spaces.
           03 d-nombre pic x(24).
           03 filler pic x(2) value spaces.
           03 d-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 d-recibo pic 9(10).
           03 filler pic x(4) value spaces.
           03 d-mes-desde pic z9.
           03 filler pic x(3) value spaces.
           03 d-lista pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 d-porcentaje pic z9.
           03 filler pic x value "%".
           03 filler pic x(2) value spaces.
           03 d-descuento pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 d-cobrado pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 d-cajero pic x(3).
           03 filler pic x(2) value spaces.
           03 d-marca pic x(7).
       01  lin-total.
           03 filler pic x(11) value "VIGENTES: ".
           03 t-vigentes pic zzzz9.
           03 filler pic x(10) value "   LISTA: ".
           03 t-lista pic zzz.zzz.zz9.
           03 filler pic x(15) value "   BONIFICADO: ".
           03 t-descuento pic zzz.zzz.zz9.
           03 filler pic x(12) value "   COBRADO: ".
           03 t-cobrado pic zzz.zzz.zz9.
       01  lin-total-anulados.
           03 filler pic x(24) value "ANULADOS CON EL RECIBO: ".
           03 t-anulados pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 300-RECORRER-ANTICIPOS.
           PERFORM 800-IMPRIMIR-TOTAL.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE INTO w-anio-reporte.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           IF w-anio-reporte = ZERO
               MOVE w-fecha-hoy(1:4) TO w-anio-reporte
           END-IF.
           OPEN INPUT ANTICIPOS.
           OPEN INPUT SOCIOMAE.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 150-LISTAR-ENCABEZADO.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\anticipos" w-anio-reporte ".rpt"
               DELIMITED BY SIZE INTO rep-nombre.
           MOVE "PAGOS ANUALES ANTICIPADOS" TO rep-titulo.
           MOVE rep-fecha-hora(1:8) TO rep-t-fecha.
           MOVE rep-fecha-hora(9:2) TO rep-t-hora-hh.
           MOVE rep-fecha-hora(11:2) TO rep-t-hora-mm.
           OPEN OUTPUT REPORTE.

       150-LISTAR-ENCABEZADO.
           MOVE w-pagina TO rep-t-pagina.
           WRITE rep-lin FROM rep-lin-club.
           MOVE rep-titulo TO rep-t-titulo.
           WRITE rep-lin FROM rep-lin-titulo.
           WRITE rep-lin FROM rep-lin-emision.
           MOVE w-anio-reporte TO h-anio.
           WRITE rep-lin FROM lin-cab-anio.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cabecera.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       160-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 150-LISTAR-ENCABEZADO.

      ******************************************************************
      * anticipos.dat esta por socio y anio: se recorre entero y se
      * toman los del ejercicio pedido. El costo de la oferta es la
      * suma de las bonificaciones de los vigentes.
      ******************************************************************
       300-RECORRER-ANTICIPOS.
           MOVE ZERO TO ant-socio.
           MOVE ZERO TO ant-anio.
           START ANTICIPOS KEY IS >= ant-llave
               INVALID KEY MOVE 1 TO w-flag-anticipos
           END-START.
           PERFORM UNTIL fin-arch-anticipos
               READ ANTICIPOS NEXT AT END MOVE 1 TO w-flag-anticipos
               NOT AT END
                   IF ant-anio = w-anio-reporte
                       PERFORM 700-IMPRIMIR-RENGLON
                   END-IF
           END-PERFORM.

       700-IMPRIMIR-RENGLON.
           MOVE 0 TO w-flag-sociomae.
           MOVE ant-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-sociomae.
           IF no-esta-sociomae
               MOVE SPACES TO sm-nombre
           END-IF.
           MOVE ant-socio TO d-socio.
           MOVE sm-nombre TO d-nombre.
           MOVE ant-fecha TO d-fecha.
           MOVE ant-recibo TO d-recibo.
           MOVE ant-mes-desde TO d-mes-desde.
           MOVE ant-importe-lista TO d-lista.
           MOVE ant-porcentaje TO d-porcentaje.
           MOVE ant-descuento TO d-descuento.
           MOVE ant-importe-cobrado TO d-cobrado.
           MOVE ant-cajero TO d-cajero.
           IF ant-estado = "X"
               MOVE "ANULADO" TO d-marca
               ADD 1 TO w-cnt-anulados
           ELSE
               MOVE SPACES TO d-marca
               ADD 1 TO w-cnt-vigentes
               ADD ant-importe-lista TO w-total-lista
               ADD ant-descuento TO w-total-descuento
               ADD ant-importe-cobrado TO w-total-cobrado
           END-IF.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 160-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-detalle.
           ADD 1 TO w-lineas-impresas.

       800-IMPRIMIR-TOTAL.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE w-cnt-vigentes TO t-vigentes.
           MOVE w-total-lista TO t-lista.
           MOVE w-total-descuento TO t-descuento.
           MOVE w-total-cobrado TO t-cobrado.
           WRITE rep-lin FROM lin-total.
           MOVE w-cnt-anulados TO t-anulados.
           WRITE rep-lin FROM lin-total-anulados.

       900-FIN.
           DISPLAY lin-total.
           CLOSE ANTICIPOS.
           CLOSE SOCIOMAE.
           CLOSE REPORTE.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
       END PROGRAM YOUR-PROGRAM-NAME.
