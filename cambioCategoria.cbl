      *          the new tarifa with its discount, the same rule the
      *          generators and payment appliers follow.
      * Tectonics: cobc
      * Modification history:
      *   - Every change to the sociosmae.dat ficha is now written to
      *     fichahist.dat (before and after images, program, operator
      *     and reason), for historiaFicha to print the member's
      *     ficha timeline. The change records operator SYS (command-
      *     line run).
      *   - Months written off to incobrables (soc-estado I) keep
      *     their cuota on a categoria change.
      *   - Months under a member's licencia keep the licencia rate
      *     when the categoria changes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio.
           SELECT OPTIONAL FICHAHIST ASSIGN TO "..\fichahist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fh-llave.
           SELECT CUOTAS ASSIGN TO "..\cuotas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL EXENCIONES ASSIGN TO "..\exenciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS exen-socio.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-llave.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
           COPY "SOCREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  FICHAHIST.
           COPY "FICHAHISTREC.cpy".
       FD  CUOTAS.
           COPY "CUOTAREC.cpy".
       FD  EXENCIONES.
           COPY "EXENREC.cpy".
       FD  LICENCIAS.
           COPY "LICENCIAREC.cpy".
       FD  AUDITORIA.
           COPY "AUDITREC.cpy".
       FD  EXCEPCIONES.
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
       77  w-cnt-repreciados pic 9(2) value zero.
       01  w-estado-ant pic x.
       01  w-pagado-ant pic 9(6).
       01  w-debe-ant pic 9(6).
       77  w-orden-hist pic 99 value zero.
       77  w-motivo-ficha pic x(40) value spaces.
       01  w-ficha-ant pic x(98) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
           END-IF.
           OPEN I-O SOCIOS.
           OPEN I-O SOCIOMAE.
           OPEN I-O FICHAHIST.
           OPEN I-O AUDITORIA.
           OPEN INPUT EXENCIONES.
           OPEN INPUT LICENCIAS.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 125-CARGAR-TABLA-CUOTAS.
           PERFORM 127-VALIDAR-TABLA-CUOTAS.
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
               CLOSE SOCIOS SOCIOMAE FICHAHIST AUDITORIA EXCEPCIONES
                   EXENCIONES LICENCIAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               MOVE exen-desde TO w-exen-desde
               MOVE exen-hasta TO w-exen-hasta
           END-IF.
           PERFORM 135-CARGAR-LICENCIAS.
      *        Un mes en licencia sigue con la cuota de licencia
      *        aunque cambie la categoria; la exencion descuenta sobre
      *        la tarifa que corresponda.
       134-TARIFA-MES.
           MOVE vec-mes(w-idx-cat, w-mes-tarifa) TO w-tarifa-mes.
           COMPUTE w-periodo-tarifa =
               w-anio-cambio * 100 + w-mes-tarifa.
           PERFORM 136-PERIODO-EN-LICENCIA.
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
       135-CARGAR-LICENCIAS.
           MOVE ZERO TO w-cnt-lic.
           MOVE 0 TO w-flag-lic.
           MOVE w-socio-cambio TO lic-socio.
           MOVE ZERO TO lic-desde.
           START LICENCIAS KEY IS >= lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-arch-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               NOT AT END
                   IF lic-socio NOT = w-socio-cambio
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
               IF w-periodo-tarifa >= tl-desde(w-lic-idx)
                   AND w-periodo-tarifa <= tl-hasta(w-lic-idx)
                   MOVE 1 TO w-flag-licencia
               END-IF
           END-PERFORM.

       145-DETERMINAR-SECUENCIA.
           MOVE ALL "9" TO aud-secuencia.
           START AUDITORIA KEY IS <= aud-secuencia
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE sociomae-reg TO w-ficha-ant.
           MOVE w-categoria-nueva TO sm-categoria.
           REWRITE sociomae-reg.
           MOVE SPACES TO w-motivo-ficha.
           STRING "CAMBIO DE CATEGORIA DESDE " w-mes-efectivo "/"
               w-anio-cambio DELIMITED BY SIZE INTO w-motivo-ficha.
           PERFORM 250-REGISTRAR-HIST-FICHA.

      ******************************************************************
      * Historia de la ficha: foto anterior y nueva con programa,
      * operador y motivo en fichahist.dat. El programa corre por
      * linea de comando, sin login: el operador queda como SYS.
      ******************************************************************
       250-REGISTRAR-HIST-FICHA.
           MOVE w-ficha-ant TO fh-ant.
           MOVE sociomae-reg TO fh-nuevo.
           IF fh-ant NOT = fh-nuevo
               MOVE sm-socio TO fh-socio
               MOVE FUNCTION CURRENT-DATE TO fh-fecha-hora
               ADD 1 TO w-orden-hist
               MOVE w-orden-hist TO fh-orden
               MOVE "CAMBIOCATEGORIA" TO fh-programa
               MOVE "SYS" TO fh-operador
               MOVE w-motivo-ficha TO fh-motivo
               WRITE fh-reg
                   INVALID KEY
                       MOVE "250-REGISTRAR-HIST-FICHA" TO
                           w-exc-paragrafo
                       MOVE sm-socio TO w-exc-clave
                       MOVE "NO PUDE GRABAR LA HISTORIA DE LA FICHA"
                           TO w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
               END-WRITE
           END-IF.

      ******************************************************************
      * La categoria nueva se estampa en los trece registros del anio
               MOVE w-categoria-nueva TO soc-categoria
               IF w-mes >= w-mes-efectivo AND w-mes > 0
                   AND soc-pagado = ZERO AND soc-estado NOT = "C"
                   AND soc-estado NOT = "I"
                   PERFORM 320-APLICAR-TARIFA
               ELSE
                   REWRITE soc-reg
           DISPLAY lin-resumen.
           CLOSE SOCIOS.
           CLOSE SOCIOMAE.
           CLOSE FICHAHIST.
           CLOSE AUDITORIA.
           CLOSE EXENCIONES.
           CLOSE LICENCIAS.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
