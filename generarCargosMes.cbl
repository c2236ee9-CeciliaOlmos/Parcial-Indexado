      *          run at each month's start, before the month's
      *          payments arrive.
      * Tectonics: cobc
      * Modification history:
      *   - No cargos are generated for a member in a month under
      *     licencia (licencias.dat); counted in the resumen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-llave.
           SELECT CONCEPTOS ASSIGN TO "..\conceptos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           COPY "INSCRIPREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  LICENCIAS.
           COPY "LICENCIAREC.cpy".
       FD  CONCEPTOS.
           COPY "CONCEPREC.cpy".
       FD  CORRIDAS.
       77  w-cnt-generados pic 9(4) value zero.
       77  w-cnt-existentes pic 9(4) value zero.
       77  w-cnt-sin-tarifa pic 9(4) value zero.
       77  w-cnt-en-licencia pic 9(4) value zero.
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
           03 r-existentes pic zzz9.
           03 filler pic x(14) value "  SIN TARIFA: ".
           03 r-sin-tarifa pic zzz9.
           03 filler pic x(15) value "  EN LICENCIA: ".
           03 r-en-licencia pic zzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COMPUTE w-periodo-gen = w-anio-gen * 100 + w-mes-gen.
           OPEN INPUT INSCRIPCIONES.
           OPEN I-O CARGOS.
           OPEN INPUT LICENCIAS.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
           MOVE SPACES TO w-cor-estado.
      ******************************************************************
      * Activa en el mes: alta en el mes o antes, y sin baja o con
      * baja en el mes o despues (el mes de la baja todavia se cobra).
      * Un socio en licencia (licencias.dat) tiene las inscripciones en
      * pausa: el mes no genera cargo y al terminar la licencia vuelven
      * a generarse solas.
      ******************************************************************
       300-PROCESAR-INSCRIPCION.
           MOVE ins-fecha-alta(1:6) TO w-periodo-alta.
           END-IF.
           IF w-periodo-alta <= w-periodo-gen
               AND w-periodo-baja >= w-periodo-gen
               PERFORM 315-CARGAR-LICENCIAS
               PERFORM 316-PERIODO-EN-LICENCIA
               IF en-licencia
                   ADD 1 TO w-cnt-en-licencia
               ELSE
                   PERFORM 400-GENERAR-CARGO
               END-IF
           END-IF.
       315-CARGAR-LICENCIAS.
           MOVE ZERO TO w-cnt-lic.
           MOVE 0 TO w-flag-lic.
           MOVE ins-socio TO lic-socio.
           MOVE ZERO TO lic-desde.
           START LICENCIAS KEY IS >= lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-arch-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               NOT AT END
                   IF lic-socio NOT = ins-socio
                       MOVE 1 TO w-flag-lic
                   ELSE
                       IF lic-estado NOT = "A" AND w-cnt-lic < 5
                           ADD 1 TO w-cnt-lic
                           MOVE lic-desde TO tl-desde(w-cnt-lic)
                           MOVE lic-hasta TO tl-hasta(w-cnt-lic)
                       END-IF
                   END-IF
           END-PERFORM.
       316-PERIODO-EN-LICENCIA.
           MOVE 0 TO w-flag-licencia.
           PERFORM VARYING w-lic-idx FROM 1 BY 1
                   UNTIL w-lic-idx > w-cnt-lic OR en-licencia
               IF w-periodo-gen >= tl-desde(w-lic-idx)
                   AND w-periodo-gen <= tl-hasta(w-lic-idx)
                   MOVE 1 TO w-flag-licencia
               END-IF
           END-PERFORM.
       400-GENERAR-CARGO.
           PERFORM 410-BUSCAR-TARIFA.
           IF w-j > w-cnt-conceptos
           MOVE w-cnt-generados TO r-generados.
           MOVE w-cnt-existentes TO r-existentes.
           MOVE w-cnt-sin-tarifa TO r-sin-tarifa.
           MOVE w-cnt-en-licencia TO r-en-licencia.
           DISPLAY lin-resumen.
           MOVE "FIN" TO w-cor-evento.
           MOVE "OK" TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           CLOSE INSCRIPCIONES.
           CLOSE CARGOS.
           CLOSE LICENCIAS.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
