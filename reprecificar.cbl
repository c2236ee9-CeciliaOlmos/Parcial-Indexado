      *          new rate. Every change is audited to auditoria.dat
      *          with the before/after, recibo cero.
      * Tectonics: cobc
      * Modification history:
      *   - Months written off to incobrables (soc-estado I) are no
      *     longer repriced.
      *   - Months under a member's licencia are repriced to the
      *     licencia rate, not the categoria rate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   RECORD KEY IS aud-secuencia
                   ALTERNATE RECORD KEY IS aud-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS aud-recibo WITH DUPLICATES.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-llave.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           COPY "CUOTAREC.cpy".
       FD  AUDITORIA.
           COPY "AUDITREC.cpy".
       FD  LICENCIAS.
           COPY "LICENCIAREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       01  w-pagado-ant pic 9(6).
       01  w-debe-ant pic 9(6).
       77  w-cnt-cambiados pic 9(6) value zero.
       77  w-socio-lic pic 9(5) value zero.
       77  w-periodo-rep pic 9(6) value zero.
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
       01  lin-resumen.
           03 filler pic x(22) value "CUOTAS REPRECIFICADAS:".
           03 r-cambiados pic zzzzz9.
           END-IF.
           OPEN I-O SOCIOS.
           OPEN I-O AUDITORIA.
           OPEN INPUT LICENCIAS.
           PERFORM 125-CARGAR-TABLA-CUOTAS.
           PERFORM 127-VALIDAR-TABLA-CUOTAS.
           PERFORM 145-DETERMINAR-SECUENCIA.
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
           END-PERFORM.
           IF NOT tabla-completa
               DISPLAY "TABLA DE CUOTAS INCOMPLETA - RECHAZADO"
               CLOSE SOCIOS AUDITORIA LICENCIAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               WHEN "C" MOVE 3 TO w-idx-cat
               WHEN OTHER MOVE 1 TO w-idx-cat
           END-EVALUATE.
      ******************************************************************
      * Licencias del socio (licencias.dat): los meses entre lic-desde
      * y lic-hasta de una licencia no anulada pagan la cuota de
      * licencia (filas L de cuotas.dat) en vez de la de categoria.
      ******************************************************************
       135-CARGAR-LICENCIAS.
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
       136-PERIODO-EN-LICENCIA.
           MOVE 0 TO w-flag-licencia.
           PERFORM VARYING w-lic-idx FROM 1 BY 1
                   UNTIL w-lic-idx > w-cnt-lic OR en-licencia
               IF w-periodo-rep >= tl-desde(w-lic-idx)
                   AND w-periodo-rep <= tl-hasta(w-lic-idx)
                   MOVE 1 TO w-flag-licencia
               END-IF
           END-PERFORM.
       145-DETERMINAR-SECUENCIA.
           MOVE ALL "9" TO aud-secuencia.
           START AUDITORIA KEY IS <= aud-secuencia
      * Solo meses sin tocar: nada pagado y no cancelados (los meses
      * en cero previos a un alta de mitad de anio son "C" y quedan
      * como estan). El recargo acumulado se mantiene plegado sobre la
      * tarifa nueva, igual que lo hace 905-CALCULAR-RECARGO. Los meses
      * pasados a incobrables ("I") tampoco: su deuda ya se dio de baja.
      * Un mes en licencia (licencias.dat) toma la cuota de licencia
      * nueva en vez de la de su categoria.
      ******************************************************************
       300-REPRECIFICAR-MES.
           IF soc-pagado = ZERO AND soc-estado NOT = "C"
               AND soc-estado NOT = "I"
               PERFORM 132-DETERMINAR-INDICE-CATEGORIA
               IF soc-socio NOT = w-socio-lic
                   PERFORM 135-CARGAR-LICENCIAS
                   MOVE soc-socio TO w-socio-lic
               END-IF
               MOVE vec-mes(w-idx-cat, soc-mes) TO w-cuota-nueva
               COMPUTE w-periodo-rep = w-anio-rep * 100 + soc-mes
               PERFORM 136-PERIODO-EN-LICENCIA
               IF en-licencia AND vec-mes-licencia(soc-mes) > ZERO
                   MOVE vec-mes-licencia(soc-mes) TO w-cuota-nueva
               END-IF
               IF soc-cuota NOT = w-cuota-nueva + soc-recargo
                   PERFORM 310-APLICAR-TARIFA
               END-IF
           DISPLAY lin-resumen.
           CLOSE SOCIOS.
           CLOSE AUDITORIA.
           CLOSE LICENCIAS.
       END PROGRAM YOUR-PROGRAM-NAME.
