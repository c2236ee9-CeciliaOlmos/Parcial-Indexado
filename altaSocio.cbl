      *   - An exencion granted by the board (exenciones.dat) now
      *     prices the generated months: 134-TARIFA-MES applies the
      *     discount to the months inside the vigencia.
      *   - A readmission of a socio whose debt was written off
      *     (incobrables.dat) shows the old debt with its acta and
      *     logs it in excepciones.dat; the alta itself is not
      *     blocked.
      *   - The L rows of cuotas.dat (cuota de licencia) are skipped
      *     when loading the categoria table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS exen-socio.
           SELECT OPTIONAL INCOBRABLES ASSIGN TO "..\incobrables.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS inc-llave
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "CUOTAREC.cpy".
       FD  EXENCIONES.
           COPY "EXENREC.cpy".
       FD  INCOBRABLES.
           COPY "INCOBREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-mes-tarifa pic 9(2) value zero.
       77  w-tarifa-mes pic 9(6) value zero.
       77  w-periodo-tarifa pic 9(6) value zero.
       77  w-flag-inc pic 9 value zero.
           88 fin-arch-inc value 1.
       77  w-deuda-incobrable pic 9(8) value zero.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
           PERFORM 127-VALIDAR-TABLA-CUOTAS.
           PERFORM 132-DETERMINAR-INDICE-CATEGORIA.
           PERFORM 133-CARGAR-EXENCION.
           PERFORM 135-CONTROLAR-INCOBRABLE.

       125-CARGAR-TABLA-CUOTAS.
           OPEN INPUT CUOTAS.
           PERFORM UNTIL fin-arch-cuotas
               READ CUOTAS AT END MOVE 1 TO w-flag-cuotas
               NOT AT END
      *            Las filas L son la cuota de licencia, no
      *            una categoria de socio.
                   IF cuota-tex-categoria NOT = "L"
                       PERFORM 126-INDICE-CARGA
                       MOVE cuota-tex-importe TO
                           vec-mes(w-idx-cat-carga, cuota-tex-mes)
                   END-IF
           END-PERFORM.
           CLOSE CUOTAS.
       126-INDICE-CARGA.
               END-IF
           END-IF.

      ******************************************************************
      * Readmision de un socio con deuda pasada a incobrables: el alta
      * no se frena (lo decide la comision), pero la deuda vieja se
      * muestra y queda avisada en excepciones.dat.
      ******************************************************************
       135-CONTROLAR-INCOBRABLE.
           MOVE ZERO TO w-deuda-incobrable.
           OPEN INPUT INCOBRABLES.
           MOVE 0 TO w-flag-inc.
           MOVE w-socio-alta TO inc-socio.
           MOVE ZERO TO inc-fecha-propuesta.
           START INCOBRABLES KEY IS >= inc-llave
               INVALID KEY MOVE 1 TO w-flag-inc
           END-START.
           PERFORM UNTIL fin-arch-inc
               READ INCOBRABLES NEXT AT END MOVE 1 TO w-flag-inc
               NOT AT END
                   IF inc-socio NOT = w-socio-alta
                       MOVE 1 TO w-flag-inc
                   ELSE
                       IF inc-estado = "A"
                           ADD inc-total TO w-deuda-incobrable
                           DISPLAY "*** DEUDA PASADA A INCOBRABLES EL "
                               inc-fecha-resolucion " ACTA "
                               inc-acta ": " inc-total
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE INCOBRABLES.
           IF w-deuda-incobrable > ZERO
               DISPLAY "*** READMISION CON DEUDA INCOBRABLE: "
                   w-deuda-incobrable
               MOVE "135-CONTROLAR-INCOBRABLE" TO w-exc-paragrafo
               MOVE w-socio-alta TO w-exc-clave
               MOVE "READMISION CON DEUDA INCOBRABLE" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           END-IF.

       300-GRABAR-MES-CERO.
           MOVE w-socio-alta TO soc-socio.
           MOVE w-anio-alta TO soc-anio.
