      *          accepted/rejected answer comes back through
      *          debitosRespuesta.
      * Tectonics: cobc
      * Modification history:
      *   - Writes INI and FIN lines to corridas.dat (DEBITOSPRES) so
      *     the run calendar can tell whether the presentment went
      *     out before the bank's cut-off.
      *   - Counts the debits of members under licencia in the
      *     resumen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-llave
                   ALTERNATE RECORD KEY IS soc-estado WITH DUPLICATES.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-llave.
           SELECT PRESENTA ASSIGN TO "..\presenta.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEBITOS.
           COPY "DEBAUTREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  LICENCIAS.
           COPY "LICENCIAREC.cpy".
       FD  PRESENTA.
       01  pre-reg.
           03 pre-cbu pic x(22).
           03 pre-anio pic 9(4).
           03 pre-mes pic 9(2).
           03 pre-importe pic 9(8).
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-deb pic 9 value zero.
           88 fin-arch-deb value 1.
       77  w-mes-pres pic 9(2) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-cnt-presentados pic 9(6) value zero.
       77  w-cnt-en-licencia pic 9(6) value zero.
       77  w-periodo-pres pic 9(6) value zero.
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
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       01  lin-resumen.
           03 filler pic x(21) value "DEBITOS PRESENTADOS: ".
           03 r-presentados pic zzzzz9.
           03 filler pic x(28) value "  DE ELLOS CON LICENCIA: ".
           03 r-en-licencia pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE w-periodo-pres = w-anio-pres * 100 + w-mes-pres.
           OPEN INPUT DEBITOS.
           OPEN INPUT SOCIOS.
           OPEN INPUT LICENCIAS.
           OPEN OUTPUT PRESENTA.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
           MOVE SPACES TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.

       300-PRESENTAR-SOCIO.
           MOVE 0 TO w-flag-socio.
           MOVE w-anio-pres TO soc-anio.
           MOVE w-mes-pres TO soc-mes.
           READ SOCIOS INVALID KEY MOVE 1 TO w-flag-socio.
      *        En licencia se debita la cuota de licencia, que es el
      *        soc-debe que dejo licenciasMantenimiento; se cuenta
      *        aparte para el control de la presentacion.
           IF NOT no-esta-socio AND soc-debe > 0
               MOVE deb-cbu TO pre-cbu
               MOVE deb-socio TO pre-socio
               MOVE soc-debe TO pre-importe
               WRITE pre-reg
               ADD 1 TO w-cnt-presentados
               PERFORM 310-CARGAR-LICENCIAS
               PERFORM 311-PERIODO-EN-LICENCIA
               IF en-licencia
                   ADD 1 TO w-cnt-en-licencia
               END-IF
           END-IF.

      ******************************************************************
      * Licencias del socio (licencias.dat): los meses entre lic-desde
      * y lic-hasta de una licencia no anulada pagan la cuota de
      * licencia (filas L de cuotas.dat) en vez de la de categoria.
      ******************************************************************
       310-CARGAR-LICENCIAS.
           MOVE ZERO TO w-cnt-lic.
           MOVE 0 TO w-flag-lic.
           MOVE deb-socio TO lic-socio.
           MOVE ZERO TO lic-desde.
           START LICENCIAS KEY IS >= lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-arch-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               NOT AT END
                   IF lic-socio NOT = deb-socio
                       MOVE 1 TO w-flag-lic
                   ELSE
                       IF lic-estado NOT = "A" AND w-cnt-lic < 5
                           ADD 1 TO w-cnt-lic
                           MOVE lic-desde TO tl-desde(w-cnt-lic)
                           MOVE lic-hasta TO tl-hasta(w-cnt-lic)
                       END-IF
                   END-IF
           END-PERFORM.
       311-PERIODO-EN-LICENCIA.
           MOVE 0 TO w-flag-licencia.
           PERFORM VARYING w-lic-idx FROM 1 BY 1
                   UNTIL w-lic-idx > w-cnt-lic OR en-licencia
               IF w-periodo-pres >= tl-desde(w-lic-idx)
                   AND w-periodo-pres <= tl-hasta(w-lic-idx)
                   MOVE 1 TO w-flag-licencia
               END-IF
           END-PERFORM.

       985-REGISTRAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
           MOVE "DEBITOSPRES" TO cor-programa.
           MOVE w-cor-evento TO cor-evento.
           MOVE w-cor-estado TO cor-estado.
           MOVE w-fecha-hora-cor(9:6) TO cor-hora.
           WRITE cor-reg.

       900-FIN.
           MOVE w-cnt-presentados TO r-presentados.
           MOVE w-cnt-en-licencia TO r-en-licencia.
           DISPLAY lin-resumen.
           MOVE "FIN" TO w-cor-evento.
           MOVE "OK" TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           CLOSE DEBITOS.
           CLOSE SOCIOS.
           CLOSE LICENCIAS.
           CLOSE PRESENTA.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
