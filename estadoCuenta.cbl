      *     The per-socio statement logic is the same; its lines go
      *     through 970-EMITIR-LINEA, which spools in mass mode and
      *     DISPLAYs in the single-socio modes as always.
      *   - New section DEUDA DE EJERCICIOS ANTERIORES after the cuotas,
      *     listing the member's open months from closed years
      *     (deudaant.dat); the mass-mode "D" filter also counts a
      *     socio owing only prior-year debt as a debtor.
      *   - The PAGOS section prints each recibo's CAE from cae.dat
      *     (electronic invoicing), or PENDIENTE while the tax agency
      *     has not authorized it yet.
      *   - New section PAGO ANUAL ANTICIPADO, printed only for
      *     socios who took the offer: per year the recibo, first
      *     month cancelled, list value, discount percentage and
      *     bonificacion (anticipos.dat), so a recibo smaller than
      *     the cuotas it cancelled is explained on the statement.
      *   - New section NOTAS DE CREDITO Y DEBITO after the recibos,
      *     from notas.dat by the nota-socio key: number, fecha,
      *     importe, tipo and the cuota or cargo each nota adjusted.
      *     Printed only when the socio has any.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS gf-socio
                   ALTERNATE RECORD KEY IS gf-titular WITH DUPLICATES.
           SELECT OPTIONAL DEUDAANT ASSIGN TO "..\deudaant.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS da-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CAE ASSIGN TO "..\cae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cae-recibo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL ANTICIPOS ASSIGN TO "..\anticipos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ant-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL NOTAS ASSIGN TO "..\notas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS nota-numero
                   ALTERNATE RECORD KEY IS nota-socio WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT REPORTE ASSIGN TO w-nombre-reporte
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "CARGOREC.cpy".
       FD  GRUPOS.
           COPY "GRUPOREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  CAE.
           COPY "CAEREC.cpy".
       FD  ANTICIPOS.
           COPY "ANTICIPOREC.cpy".
       FD  NOTAS.
           COPY "NOTAREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(80).
       WORKING-STORAGE SECTION.
           88 fin-arch-cargos value 1.
       77  w-flag-grupos pic 9 value 0.
           88 fin-arch-grupos value 1.
       77  w-flag-deuda-ant pic 9 value 0.
           88 fin-arch-deuda-ant value 1.
       77  w-flag-cae pic 9 value 0.
           88 no-esta-cae value 1.
       77  w-cae-tex pic 9(14) value zero.
       77  w-flag-anticipos pic 9 value 0.
           88 fin-arch-anticipos value 1.
       77  w-cnt-anticipos pic 99 value zero.
       77  w-flag-notas pic 9 value 0.
           88 fin-arch-notas value 1.
       77  w-cnt-notas pic 9(3) value zero.
       77  w-socio-consulta pic 9(5).
       77  w-param pic x(20) value spaces.
       77  w-modo-consulta pic x value space.
           03 g-pagado pic zzz.zz9.
           03 filler pic x(3) value spaces.
           03 g-debe pic zzz.zz9.
       01  lin-cab-anticipos.
           03 filler pic x(6) value "ANIO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "RECIBO:".
           03 filler pic x(5) value spaces.
           03 filler pic x(6) value "DESDE:".
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "LISTA:".
           03 filler pic x(5) value spaces.
           03 filler pic x(4) value "DTO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(11) value "BONIFICADO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "ESTADO:".
       01  lin-det-anticipos.
           03 n-anio pic zzz9.
           03 filler pic x(2) value spaces.
           03 n-recibo pic zzzzzzzzzz.
           03 filler pic x(3) value spaces.
           03 n-mes-desde pic z9.
           03 filler pic x(4) value spaces.
           03 n-lista pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 n-porcentaje pic z9.
           03 filler pic x(1) value "%".
           03 filler pic x(3) value spaces.
           03 n-descuento pic zz.zzz.zz9.
           03 filler pic x(3) value spaces.
           03 n-estado pic x(8).
       01  lin-cab-pagos.
           03 filler pic x(7) value "RECIBO:".
           03 filler pic x(3) value spaces.
           03 filler pic x(6) value "FECHA:".
           03 filler pic x(4) value spaces.
           03 filler pic x(8) value "IMPORTE:".
           03 filler pic x(4) value spaces.
           03 filler pic x(4) value "CAE:".
       01  lin-cab-notas.
           03 filler pic x(5) value "NOTA:".
           03 filler pic x(5) value spaces.
           03 filler pic x(6) value "FECHA:".
           03 filler pic x(4) value spaces.
           03 filler pic x(8) value "IMPORTE:".
           03 filler pic x(4) value spaces.
           03 filler pic x(5) value "TIPO:".
           03 filler pic x(5) value spaces.
           03 filler pic x(7) value "AJUSTA:".
       01  lin-det-notas.
           03 o-numero pic zzzzzzzzzz.
           03 filler pic x(2) value spaces.
           03 o-fecha pic zzzzzzzz.
           03 filler pic x(5) value spaces.
           03 o-importe pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 o-tipo pic x(8).
           03 filler pic x(2) value spaces.
           03 o-aplica pic x(6).
           03 o-concepto pic x(4).
           03 o-mes pic 99.
           03 filler pic x value "/".
           03 o-anio pic 9999.
       01  lin-det-pagos.
           03 p-recibo pic zzzzzzzzzz value spaces.
           03 filler pic x(2) value spaces.
           03 p-fecha pic zzzzzzzz value spaces.
           03 filler pic x(5) value spaces.
           03 p-importe pic zz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 p-cae pic x(14) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT SOCIOS.
           OPEN INPUT PAGOS.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT DEUDAANT.
           OPEN INPUT CAE.
           OPEN INPUT ANTICIPOS.
           OPEN INPUT NOTAS.

      ******************************************************************
      * Estado combinado del grupo familiar: el socio pedido se toma
           PERFORM 970-EMITIR-LINEA.
           PERFORM 150-CARGAR-AUDITORIA.
           PERFORM 200-IMPRIMIR-CUOTAS.
           PERFORM 270-IMPRIMIR-DEUDA-ANTERIOR.
           PERFORM 280-IMPRIMIR-CARGOS.
           PERFORM 290-IMPRIMIR-ANTICIPOS.
           PERFORM 300-IMPRIMIR-PAGOS.
           MOVE lin-guarda TO w-linea-salida.
           PERFORM 970-EMITIR-LINEA.
               PERFORM 970-EMITIR-LINEA
           END-IF.

      ******************************************************************
      * Meses de ejercicios ya cerrados que el cierre paso a
      * deudaant.dat con deuda; se listan con el mismo formato de las
      * cuotas (importe original, pagado y debe).
      ******************************************************************
       270-IMPRIMIR-DEUDA-ANTERIOR.
           MOVE lin-guarda TO w-linea-salida.
           PERFORM 970-EMITIR-LINEA.
           MOVE "DEUDA DE EJERCICIOS ANTERIORES:" TO w-linea-salida.
           PERFORM 970-EMITIR-LINEA.
           MOVE lin-cab-cuotas TO w-linea-salida.
           PERFORM 970-EMITIR-LINEA.
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
                       MOVE da-anio TO c-anio
                       MOVE da-mes TO c-mes
                       MOVE da-importe TO c-cuota
                       MOVE da-pagado TO c-pagado
                       MOVE da-debe TO c-debe
                       MOVE lin-det-cuotas TO w-linea-salida
                       PERFORM 970-EMITIR-LINEA
                   END-IF
           END-PERFORM.

       280-IMPRIMIR-CARGOS.
           MOVE lin-guarda TO w-linea-salida.
           PERFORM 970-EMITIR-LINEA.
           END-PERFORM.
           CLOSE CARGOS.

      ******************************************************************
      * Pagos anuales anticipados del socio (anticipos.dat): el recibo
      * que cancelo el resto del anio, lo que valian esas cuotas y la
      * bonificacion que explica por que el recibo es menor. La
      * seccion sale solo si el socio tomo alguno.
      ******************************************************************
       290-IMPRIMIR-ANTICIPOS.
           MOVE 0 TO w-flag-anticipos.
           MOVE ZERO TO w-cnt-anticipos.
           MOVE w-socio-consulta TO ant-socio.
           MOVE ZERO TO ant-anio.
           START ANTICIPOS KEY IS >= ant-llave
               INVALID KEY MOVE 1 TO w-flag-anticipos
           END-START.
           PERFORM UNTIL fin-arch-anticipos
               READ ANTICIPOS NEXT AT END MOVE 1 TO w-flag-anticipos
               NOT AT END
                   IF ant-socio NOT = w-socio-consulta
                       MOVE 1 TO w-flag-anticipos
                   ELSE
                       PERFORM 295-IMPRIMIR-ANTICIPO
                   END-IF
           END-PERFORM.
       295-IMPRIMIR-ANTICIPO.
           IF w-cnt-anticipos = ZERO
               MOVE lin-guarda TO w-linea-salida
               PERFORM 970-EMITIR-LINEA
               MOVE "PAGO ANUAL ANTICIPADO:" TO w-linea-salida
               PERFORM 970-EMITIR-LINEA
               MOVE lin-cab-anticipos TO w-linea-salida
               PERFORM 970-EMITIR-LINEA
           END-IF.
           ADD 1 TO w-cnt-anticipos.
           MOVE ant-anio TO n-anio.
           MOVE ant-recibo TO n-recibo.
           MOVE ant-mes-desde TO n-mes-desde.
           MOVE ant-importe-lista TO n-lista.
           MOVE ant-porcentaje TO n-porcentaje.
           MOVE ant-descuento TO n-descuento.
           IF ant-estado = "X"
               MOVE "ANULADO" TO n-estado
           ELSE
               MOVE "VIGENTE" TO n-estado
           END-IF.
           MOVE lin-det-anticipos TO w-linea-salida.
           PERFORM 970-EMITIR-LINEA.

       300-IMPRIMIR-PAGOS.
           MOVE lin-guarda TO w-linea-salida.
           PERFORM 970-EMITIR-LINEA.
                       MOVE pag-recibo TO p-recibo
                       MOVE pag-fecha TO p-fecha
                       MOVE pag-importe TO p-importe
                       PERFORM 310-BUSCAR-CAE
                       MOVE lin-det-pagos TO w-linea-salida
                       PERFORM 970-EMITIR-LINEA
                   END-IF
           END-PERFORM.
           PERFORM 320-IMPRIMIR-NOTAS.

       310-BUSCAR-CAE.
           MOVE 0 TO w-flag-cae.
           MOVE pag-recibo TO cae-recibo.
           READ CAE INVALID KEY MOVE 1 TO w-flag-cae.
           IF no-esta-cae
               MOVE "PENDIENTE" TO p-cae
           ELSE
               MOVE cae-numero TO w-cae-tex
               MOVE w-cae-tex TO p-cae
           END-IF.

      ******************************************************************
      * Notas de credito y de debito del socio (notas.dat por la clave
      * nota-socio), a continuacion de los recibos: son los ajustes de
      * saldo que no son plata, cada uno con su comprobante numerado.
      * La seccion sale solo si el socio tiene alguna.
      ******************************************************************
       320-IMPRIMIR-NOTAS.
           MOVE 0 TO w-flag-notas.
           MOVE ZERO TO w-cnt-notas.
           MOVE w-socio-consulta TO nota-socio.
           START NOTAS KEY IS = nota-socio
               INVALID KEY MOVE 1 TO w-flag-notas
           END-START.
           PERFORM UNTIL fin-arch-notas
               READ NOTAS NEXT AT END MOVE 1 TO w-flag-notas
               NOT AT END
                   IF nota-socio NOT = w-socio-consulta
                       MOVE 1 TO w-flag-notas
                   ELSE
                       PERFORM 325-IMPRIMIR-NOTA
                   END-IF
           END-PERFORM.
       325-IMPRIMIR-NOTA.
           IF w-cnt-notas = ZERO
               MOVE lin-guarda TO w-linea-salida
               PERFORM 970-EMITIR-LINEA
               MOVE "NOTAS DE CREDITO Y DEBITO:" TO w-linea-salida
               PERFORM 970-EMITIR-LINEA
               MOVE lin-cab-notas TO w-linea-salida
               PERFORM 970-EMITIR-LINEA
           END-IF.
           ADD 1 TO w-cnt-notas.
           MOVE nota-numero TO o-numero.
           MOVE nota-fecha TO o-fecha.
           MOVE nota-importe TO o-importe.
           IF nota-tipo = "C"
               MOVE "CREDITO" TO o-tipo
           ELSE
               MOVE "DEBITO" TO o-tipo
           END-IF.
           IF nota-aplica = "G"
               MOVE "CARGO" TO o-aplica
               MOVE nota-concepto TO o-concepto
           ELSE
               MOVE "CUOTA" TO o-aplica
               MOVE SPACES TO o-concepto
           END-IF.
           MOVE nota-mes TO o-mes.
           MOVE nota-anio TO o-anio.
           MOVE lin-det-notas TO w-linea-salida.
           PERFORM 970-EMITIR-LINEA.

      ******************************************************************
      * Corrida masiva: recorre sociosmae.dat con los filtros pedidos
                       END-IF
                   END-IF
           END-PERFORM.
           IF NOT socio-con-deuda
               PERFORM 1135-CONTROLAR-DEUDA-ANT
           END-IF.
       1135-CONTROLAR-DEUDA-ANT.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE w-socio-masivo TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = w-socio-masivo
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       IF da-debe > 0
                           MOVE 1 TO w-tiene-deuda
                           MOVE 1 TO w-flag-deuda-ant
                       END-IF
                   END-IF
           END-PERFORM.
       1140-EMITIR-ESTADO.
           ADD 1 TO w-cnt-emitidos.
           IF salida-por-socio
           CLOSE SOCIOS.
           CLOSE PAGOS.
           CLOSE SOCIOMAE.
           CLOSE DEUDAANT.
           CLOSE CAE.
           CLOSE ANTICIPOS.
           CLOSE NOTAS.
       END PROGRAM YOUR-PROGRAM-NAME.
