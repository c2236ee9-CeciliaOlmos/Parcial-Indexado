      *     and socios. A restart resumes
      *     the phase after the last completed one instead of
      *     restoring the snapshot and starting over.
      *   - Phase 3 now first carries every month of the closing year
      *     still owing soc-debe into deudaant.dat (380-TRASPASAR-
      *     DEUDA-ANTERIOR), one da-reg per socio/anio/mes, before the
      *     purge deletes the soc-reg: the unpaid months used to live
      *     only in the archive, where no caja or report saw them, and
      *     the close worked as an accidental amnesty.
      *   - The synthetic saldo-a-favor pag-reg now fills the
      *     fecha+cajero alternate key (pag-llave-fecha) before the
      *     WRITE. The archive line pag-hist-lin stays x(46): the key
      *     is a copy of fields already in it.
      *   - New-year months under a member's licencia are generated
      *     at the licencia rate (L rows of cuotas.dat).
      *   - Phase 3 also carries the closing year's activity cargos
      *     still owing car-debe into deudaant.dat (390-TRASPASAR-
      *     CARGOS-ABIERTOS), one mes 00 da-reg per socio with the
      *     sum owed, before 470 purges cargos.dat: the close used to
      *     forgive them.
      *   - The recargo still owed by each month (soc-recargo, never
      *     more than soc-debe) is carried into the new da-recargo,
      *     so a moratoria on closed years has a recargo to condone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT CUOTAS ASSIGN TO "..\cuotas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SOC-HIST ASSIGN TO w-nombre-hist-soc
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS exen-socio.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-llave.
           SELECT OPTIONAL DEUDAANT ASSIGN TO "..\deudaant.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS da-llave.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "SOCIOMAEREC.cpy".
       FD  EXENCIONES.
           COPY "EXENREC.cpy".
       FD  LICENCIAS.
           COPY "LICENCIAREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       FD  SOC-HIST.
       77  w-mes-tarifa pic 9(2) value zero.
       77  w-tarifa-mes pic 9(6) value zero.
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
       77  w-cnt-bajas pic 9(6) value zero.
       77  w-cnt-deuda-ant pic 9(6) value zero.
       77  w-socio-cargos pic 9(5) value zero.
       77  w-debe-cargos pic 9(6) value zero.
       01  w-tot-deuda-ant pic 9(10) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       01  w-nombre-hist-soc pic x(40) value spaces.
       01  w-nombre-hist-pag pic x(40) value spaces.
       01  w-nombre-hist-car pic x(40) value spaces.
               PERFORM 950-GRABAR-CHECKPOINT
           END-IF.
           IF w-fase-hecha < 3
               PERFORM 380-TRASPASAR-DEUDA-ANTERIOR
               PERFORM 390-TRASPASAR-CARGOS-ABIERTOS
               PERFORM 400-GENERAR-ANIO-NUEVO
               MOVE 3 TO w-fase-hecha
               PERFORM 950-GRABAR-CHECKPOINT
           OPEN I-O RECIBCTL.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT EXENCIONES.
           OPEN INPUT LICENCIAS.
           OPEN I-O DEUDAANT.
           OPEN EXTEND EXCEPCIONES.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 120-CARGAR-TABLA-CUOTAS.
           PERFORM 128-VALIDAR-TABLA-CUOTAS.
           PERFORM 150-PREPARAR-SERIE-PROCESOS.
           PERFORM UNTIL fin-arch-cuotas
               READ CUOTAS AT END MOVE 1 TO w-flag-cuotas
               NOT AT END
                   IF cuota-tex-categoria = "L"
                       MOVE cuota-tex-importe TO
                           vec-mes-licencia(cuota-tex-mes)
                   ELSE
                       PERFORM 125-INDICE-CARGA
                       MOVE cuota-tex-importe TO
                           vec-mes-nuevo(w-idx-cat-carga, cuota-tex-mes)
                   END-IF
           END-PERFORM.
           CLOSE CUOTAS.
       125-INDICE-CARGA.
           CLOSE CAR-HIST.
           MOVE 0 TO w-flag-verif.

      ******************************************************************
      * Deuda de ejercicios anteriores: cada mes del anio que se
      * cierra que todavia debe algo pasa a deudaant.dat ANTES de la
      * purga, para que siga siendo cobrable por la caja y visible en
      * consultas, mora y convenios. El mes-cero es acumulador y no
      * se traspasa. Rerun-safe: un WRITE repetido de un reinicio cae
      * en INVALID KEY y se tolera.
      ******************************************************************
       380-TRASPASAR-DEUDA-ANTERIOR.
           MOVE ZERO TO w-cnt-deuda-ant w-tot-deuda-ant.
           MOVE 0 TO w-flag-socios.
           MOVE ZERO TO soc-socio soc-anio soc-mes.
           START SOCIOS KEY IS >= soc-llave
               INVALID KEY MOVE 1 TO w-flag-socios
           END-START.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-anio = w-anio-actual AND soc-mes > ZERO
                       AND soc-debe > ZERO
                       PERFORM 385-GRABAR-DEUDA-ANTERIOR
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-socios.
           DISPLAY "MESES TRASPASADOS A DEUDA ANTERIOR: "
               w-cnt-deuda-ant "  IMPORTE: " w-tot-deuda-ant.
       385-GRABAR-DEUDA-ANTERIOR.
           MOVE soc-socio TO da-socio.
           MOVE soc-anio TO da-anio.
           MOVE soc-mes TO da-mes.
           MOVE soc-debe TO da-importe.
           MOVE ZERO TO da-pagado.
           MOVE soc-debe TO da-debe.
           MOVE "A" TO da-estado.
           MOVE w-fecha-hoy TO da-fecha-alta.
      *        El recargo viaja con la deuda para que una moratoria
      *        sobre anios cerrados tenga que condonar; nunca mas de
      *        lo que el mes todavia debe.
           IF soc-recargo > soc-debe
               MOVE soc-debe TO da-recargo
           ELSE
               MOVE soc-recargo TO da-recargo
           END-IF.
           WRITE da-reg
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO w-cnt-deuda-ant
                   ADD soc-debe TO w-tot-deuda-ant
           END-WRITE.

      ******************************************************************
      * Los cargos de actividades del anio que se cierra que todavia
      * deben algo tambien pasan a deudaant.dat antes de la purga de
      * cargos.dat: se suman por socio en un unico da-reg de mes 00
      * (el detalle por concepto queda en cargos<aaaa>.dat). Sin este
      * paso el cierre los perdonaba. Rerun-safe igual que 385.
      ******************************************************************
       390-TRASPASAR-CARGOS-ABIERTOS.
           MOVE ZERO TO w-cnt-deuda-ant w-tot-deuda-ant.
           MOVE ZERO TO w-socio-cargos w-debe-cargos.
           MOVE 0 TO w-flag-cargos.
           MOVE ZERO TO car-socio car-anio car-mes.
           MOVE SPACES TO car-concepto.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-flag-cargos
           END-START.
           PERFORM UNTIL fin-arch-cargos
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-cargos
               NOT AT END
                   IF car-anio = w-anio-actual AND car-estado = "A"
                       AND car-debe > ZERO
                       IF car-socio NOT = w-socio-cargos
                           PERFORM 395-GRABAR-CARGOS-ANTERIOR
                           MOVE car-socio TO w-socio-cargos
                       END-IF
                       ADD car-debe TO w-debe-cargos
                   END-IF
           END-PERFORM.
           PERFORM 395-GRABAR-CARGOS-ANTERIOR.
           MOVE 0 TO w-flag-cargos.
           DISPLAY "SOCIOS CON CARGOS TRASPASADOS A DEUDA ANTERIOR: "
               w-cnt-deuda-ant "  IMPORTE: " w-tot-deuda-ant.
       395-GRABAR-CARGOS-ANTERIOR.
           IF w-debe-cargos > ZERO
               MOVE w-socio-cargos TO da-socio
               MOVE w-anio-actual TO da-anio
               MOVE ZERO TO da-mes
               MOVE w-debe-cargos TO da-importe
               MOVE ZERO TO da-pagado
               MOVE w-debe-cargos TO da-debe
               MOVE "A" TO da-estado
               MOVE w-fecha-hoy TO da-fecha-alta
               MOVE ZERO TO da-recargo
               WRITE da-reg
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO w-cnt-deuda-ant
                       ADD w-debe-cargos TO w-tot-deuda-ant
               END-WRITE
           END-IF.
           MOVE ZERO TO w-debe-cargos.

       400-GENERAR-ANIO-NUEVO.
           MOVE 0 TO w-flag-socios.
           MOVE ZERO TO soc-socio soc-anio soc-mes.
               MOVE exen-desde TO w-exen-desde
               MOVE exen-hasta TO w-exen-hasta
           END-IF.
           PERFORM 416-CARGAR-LICENCIAS.
      *        Un mes en licencia se genera con la cuota de licencia;
      *        una exencion vigente descuenta sobre esa tarifa. Pasado
      *        lic-hasta el socio vuelve solo a su categoria.
       455-TARIFA-MES.
           MOVE vec-mes-nuevo(w-idx-cat, w-mes-tarifa) TO w-tarifa-mes.
           COMPUTE w-periodo-tarifa =
               w-anio-nuevo * 100 + w-mes-tarifa.
           PERFORM 417-PERIODO-EN-LICENCIA.
           IF en-licencia AND vec-mes-licencia(w-mes-tarifa) > ZERO
               MOVE vec-mes-licencia(w-mes-tarifa) TO w-tarifa-mes
           END-IF.
           IF w-pct-exencion > ZERO
               IF w-periodo-tarifa >= w-exen-desde
                   AND w-periodo-tarifa <= w-exen-hasta
                   COMPUTE w-tarifa-mes ROUNDED =
               END-IF
           END-IF.

      ******************************************************************
      * Licencias del socio (licencias.dat): los meses entre lic-desde
      * y lic-hasta de una licencia no anulada pagan la cuota de
      * licencia (filas L de cuotas.dat) en vez de la de categoria.
      ******************************************************************
       416-CARGAR-LICENCIAS.
           MOVE ZERO TO w-cnt-lic.
           MOVE 0 TO w-flag-lic.
           MOVE w-socio-actual TO lic-socio.
           MOVE ZERO TO lic-desde.
           START LICENCIAS KEY IS >= lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-arch-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               NOT AT END
                   IF lic-socio NOT = w-socio-actual
                       MOVE 1 TO w-flag-lic
                   ELSE
                       IF lic-estado NOT = "A" AND w-cnt-lic < 5
                           ADD 1 TO w-cnt-lic
                           MOVE lic-desde TO tl-desde(w-cnt-lic)
                           MOVE lic-hasta TO tl-hasta(w-cnt-lic)
                       END-IF
                   END-IF
           END-PERFORM.
       417-PERIODO-EN-LICENCIA.
           MOVE 0 TO w-flag-licencia.
           PERFORM VARYING w-lic-idx FROM 1 BY 1
                   UNTIL w-lic-idx > w-cnt-lic OR en-licencia
               IF w-periodo-tarifa >= tl-desde(w-lic-idx)
                   AND w-periodo-tarifa <= tl-hasta(w-lic-idx)
                   MOVE 1 TO w-flag-licencia
               END-IF
           END-PERFORM.

       420-APLICAR-SALDO-FAVOR.
           MOVE 1 TO w-mes-tarifa.
           PERFORM 455-TARIFA-MES.
           MOVE "S" TO pag-procesado.
           MOVE "SYS" TO pag-cajero.
           MOVE ZERO TO pag-talon.
           MOVE pag-fecha TO pag-lf-fecha.
           MOVE pag-cajero TO pag-lf-cajero.
           WRITE pag-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR PAGO DE SALDO A FAVOR"
           CLOSE RECIBCTL.
           CLOSE SOCIOMAE.
           CLOSE EXENCIONES.
           CLOSE LICENCIAS.
           CLOSE DEUDAANT.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
