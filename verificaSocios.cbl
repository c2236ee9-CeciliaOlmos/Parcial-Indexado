      *          for those groups and they are counted apart, so the
      *          verifier can still total zero after a baja.
      * Tectonics: cobc
      * Modification history:
      *   - A month written off to incobrables (soc-estado I, debe
      *     zero) is not reported as a pagado+debe descuadre.
      *   - Months under a member's licencia are checked against the
      *     licencia rate (L rows of cuotas.dat).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS exen-socio.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-llave.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCIOMAEREC.cpy".
       FD  EXENCIONES.
           COPY "EXENREC.cpy".
       FD  LICENCIAS.
           COPY "LICENCIAREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-exen-hasta pic 9(6) value zero.
       77  w-tarifa-exenta pic 9(6) value zero.
       77  w-periodo-control pic 9(6) value zero.
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
       01  lin-guarda.
           03 filler pic x(70) value all "-".
       01  lin-detalle.
           OPEN INPUT SOCIOS.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT EXENCIONES.
           OPEN INPUT LICENCIAS.
           PERFORM 125-CARGAR-TABLA-CUOTAS.
           DISPLAY "VERIFICACION ESTRUCTURAL DE SOCIOS.DAT".
           DISPLAY lin-guarda.
           PERFORM UNTIL fin-arch-cuotas
               READ CUOTAS AT END MOVE 1 TO w-flag-cuotas
               NOT AT END
                   IF cuota-tex-categoria = "L"
                       MOVE cuota-tex-importe TO
                           vec-mes-licencia(cuota-tex-mes)
                   ELSE
                       PERFORM 126-INDICE-CARGA
                       MOVE cuota-tex-importe TO
                           vec-mes(w-idx-cat-carga, cuota-tex-mes)
                   END-IF
           END-PERFORM.
           CLOSE CUOTAS.
       126-INDICE-CARGA.
               MOVE exen-desde TO w-exen-desde
               MOVE exen-hasta TO w-exen-hasta
           END-IF.
           PERFORM 136-CARGAR-LICENCIAS.
      *        Un mes en licencia (licencias.dat) es legitimo con la
      *        cuota de licencia, con el descuento de la exencion si
      *        la hay.
       325-TARIFA-EXONERADA.
           MOVE vec-mes(w-idx-cat, soc-mes) TO w-tarifa-exenta.
           COMPUTE w-periodo-control =
               w-anio-grupo * 100 + soc-mes.
           PERFORM 137-PERIODO-EN-LICENCIA.
           IF en-licencia AND vec-mes-licencia(soc-mes) > ZERO
               MOVE vec-mes-licencia(soc-mes) TO w-tarifa-exenta
           END-IF.
           IF w-pct-exencion > ZERO
               IF w-periodo-control >= w-exen-desde
                   AND w-periodo-control <= w-exen-hasta
                   COMPUTE w-tarifa-exenta ROUNDED =
                       w-tarifa-exenta * (100 - w-pct-exencion) / 100
               END-IF
           END-IF.
      ******************************************************************
      * Licencias del socio (licencias.dat): los meses entre lic-desde
      * y lic-hasta de una licencia no anulada pagan la cuota de
      * licencia (filas L de cuotas.dat) en vez de la de categoria.
      ******************************************************************
       136-CARGAR-LICENCIAS.
           MOVE ZERO TO w-cnt-lic.
           MOVE 0 TO w-flag-lic.
           MOVE w-socio-grupo TO lic-socio.
           MOVE ZERO TO lic-desde.
           START LICENCIAS KEY IS >= lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-arch-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               NOT AT END
                   IF lic-socio NOT = w-socio-grupo
                       MOVE 1 TO w-flag-lic
                   ELSE
                       IF lic-estado NOT = "A" AND w-cnt-lic < 5
                           ADD 1 TO w-cnt-lic
                           MOVE lic-desde TO tl-desde(w-cnt-lic)
                           MOVE lic-hasta TO tl-hasta(w-cnt-lic)
                       END-IF
                   END-IF
           END-PERFORM.
       137-PERIODO-EN-LICENCIA.
           MOVE 0 TO w-flag-licencia.
           PERFORM VARYING w-lic-idx FROM 1 BY 1
                   UNTIL w-lic-idx > w-cnt-lic OR en-licencia
               IF w-periodo-control >= tl-desde(w-lic-idx)
                   AND w-periodo-control <= tl-hasta(w-lic-idx)
                   MOVE 1 TO w-flag-licencia
               END-IF
           END-PERFORM.
      ******************************************************************
      * Un mes pasado a incobrables ("I") queda con la cuota original
      * y debe en cero: pagado + debe no cierra por definicion.
      ******************************************************************
       330-CONTROL-CUADRE.
           COMPUTE w-suma = soc-pagado + soc-debe.
           IF w-suma NOT = soc-cuota AND soc-estado NOT = "I"
               AND w-suma NOT = soc-cuota + soc-recargo
               ADD 1 TO w-cnt-descuadre
               MOVE "PAGADO+DEBE NO CIERRA CON CUOTA" TO d-motivo
           CLOSE SOCIOS.
           CLOSE SOCIOMAE.
           CLOSE EXENCIONES.
           CLOSE LICENCIAS.
       END PROGRAM YOUR-PROGRAM-NAME.
