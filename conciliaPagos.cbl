      *   - The run now writes INI/FIN OK lines to the corridas.dat
      *     ledger: cierreMensual refuses to close a month whose
      *     control runs do not appear there.
      *   - The discount of a pago anual anticipado (anticipos.dat,
      *     estado V) is shown in its own BONIFICADO column and added
      *     to the paid side, so the cuotas it cancelled without
      *     money no longer show as a "*** REVISAR" difference.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT OPTIONAL ANTICIPOS ASSIGN TO "..\anticipos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ant-llave.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           COPY "PAGREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  ANTICIPOS.
           COPY "ANTICIPOREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(100).
       FD  CORRIDAS.
       77  w-socio-actual pic 9(5).
       77  w-tot-aplicado pic 9(8) value zero.
       77  w-tot-pagado pic 9(8) value zero.
       77  w-tot-bonificado pic 9(8) value zero.
       77  w-flag-anticipos pic 9 value 0.
           88 fin-arch-anticipos value 1.
       77  w-cnt-mismatch pic 9(6) value zero.
       77  w-cnt-socios pic 9(6) value zero.
       01  lin-cabecera.
           03 filler pic x(4) value spaces.
           03 filler pic x(11) value "PAGADO:".
           03 filler pic x(4) value spaces.
           03 filler pic x(11) value "BONIFICADO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "DIFERENCIA".
       01  lin-detalle.
           03 a-socio pic zzzzz value spaces.
           03 filler pic x(3) value spaces.
           03 a-pagado pic zz.zzz.zz9.
           03 filler pic x(3) value spaces.
           03 a-bonificado pic zz.zzz.zz9.
           03 filler pic x(3) value spaces.
           03 a-diferencia pic -zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 a-marca pic x(12) value spaces.
           OPEN INPUT SOCIOS.
           OPEN INPUT PAGOS.
           OPEN INPUT CARGOS.
           OPEN INPUT ANTICIPOS.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
           MOVE SPACES TO w-cor-estado.
           END-PERFORM.
           PERFORM 350-SUMAR-CARGOS.
           PERFORM 400-SUMAR-PAGOS.
           PERFORM 450-SUMAR-BONIFICACIONES.
           PERFORM 500-IMPRIMIR-SOCIO.

      ******************************************************************
                   END-IF
           END-PERFORM.

      ******************************************************************
      * El descuento del pago anual anticipado cancelo cuotas sin
      * plata: se suma del lado de lo pagado, en su propia columna,
      * para que el anticipo no aparezca como un pago corto.
      ******************************************************************
       450-SUMAR-BONIFICACIONES.
           MOVE ZERO TO w-tot-bonificado.
           MOVE 0 TO w-flag-anticipos.
           MOVE w-socio-actual TO ant-socio.
           MOVE ZERO TO ant-anio.
           START ANTICIPOS KEY IS >= ant-llave
               INVALID KEY MOVE 1 TO w-flag-anticipos
           END-START.
           PERFORM UNTIL fin-arch-anticipos
               READ ANTICIPOS NEXT AT END MOVE 1 TO w-flag-anticipos
               NOT AT END
                   IF ant-socio NOT = w-socio-actual
                       MOVE 1 TO w-flag-anticipos
                   ELSE
                       IF ant-estado = "V"
                           ADD ant-descuento TO w-tot-bonificado
                       END-IF
                   END-IF
           END-PERFORM.

       500-IMPRIMIR-SOCIO.
           ADD 1 TO w-cnt-socios.
           MOVE w-socio-actual TO a-socio.
           MOVE w-tot-aplicado TO a-aplicado.
           MOVE w-tot-pagado TO a-pagado.
           MOVE w-tot-bonificado TO a-bonificado.
           COMPUTE a-diferencia =
               w-tot-pagado + w-tot-bonificado - w-tot-aplicado.
           IF w-tot-pagado + w-tot-bonificado NOT = w-tot-aplicado
               MOVE "*** REVISAR" TO a-marca
               ADD 1 TO w-cnt-mismatch
           ELSE
           CLOSE SOCIOS.
           CLOSE PAGOS.
           CLOSE CARGOS.
           CLOSE ANTICIPOS.
       985-REGISTRAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
