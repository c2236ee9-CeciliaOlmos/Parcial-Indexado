      *          legitimate - replacing the monthly hand edit of
      *          soc-cuota through socioMantenimiento/aprobarCambios.
      * Tectonics: cobc
      * Modification history:
      *   - The acta number given on ALTA must exist in the libro de
      *     actas (actas.dat); the exemption granted is recorded in
      *     resoluciones.dat under that acta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio.
           SELECT OPTIONAL ACTAS ASSIGN TO "..\actas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS acta-numero
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL RESOLUCIONES ASSIGN TO "..\resoluciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS res-llave
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "EXENREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  ACTAS.
           COPY "ACTAREC.cpy".
       FD  RESOLUCIONES.
           COPY "RESOLREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-socio pic 9(5) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-nro-acta pic 9(6) value zero.
       77  w-flag-acta pic 9 value zero.
           88 acta-inexistente value 1.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.

       100-INICIO.
           OPEN I-O EXENCIONES.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT ACTAS.
           OPEN I-O RESOLUCIONES.
           OPEN EXTEND EXCEPCIONES.

       200-MOSTRAR-MENU.
           DISPLAY "VIGENCIA HASTA (AAAAMM, 999912=SIN LIMITE):".
           ACCEPT exen-hasta.
           DISPLAY "NRO DE ACTA:".
           ACCEPT w-nro-acta.
           PERFORM 370-VALIDAR-ACTA.
           MOVE w-nro-acta TO exen-acta.
           IF exen-porcentaje = ZERO OR exen-porcentaje > 100
               OR exen-desde = ZERO OR exen-hasta < exen-desde
               OR acta-inexistente
               DISPLAY "DATOS INVALIDOS, NO SE GRABA"
           ELSE
               MOVE "V" TO exen-estado
               ELSE
                   REWRITE exen-reg
               END-IF
               MOVE "E" TO res-tipo
               MOVE SPACES TO res-referencia
               STRING exen-socio exen-desde DELIMITED BY SIZE
                   INTO res-referencia
               MOVE exen-socio TO res-socio
               MOVE SPACES TO res-detalle
               STRING "EXENCION " exen-porcentaje "% DE " exen-desde
                   " A " exen-hasta DELIMITED BY SIZE INTO res-detalle
               PERFORM 375-REGISTRAR-RESOLUCION
               DISPLAY "EXENCION GRABADA"
           END-IF.
      ******************************************************************
      * El acta que se invoca tiene que estar en el libro de actas
      * (actas.dat); lo resuelto bajo ella queda en resoluciones.dat
      * para el listado por acta que se archiva con la minuta.
      ******************************************************************
       370-VALIDAR-ACTA.
           MOVE 0 TO w-flag-acta.
           MOVE w-nro-acta TO acta-numero.
           IF w-nro-acta = ZERO
               MOVE 1 TO w-flag-acta
           ELSE
               READ ACTAS INVALID KEY MOVE 1 TO w-flag-acta
               END-READ
           END-IF.
           IF acta-inexistente
               DISPLAY "EL ACTA " w-nro-acta
                   " NO ESTA EN EL LIBRO DE ACTAS"
           END-IF.
       375-REGISTRAR-RESOLUCION.
           MOVE w-nro-acta TO res-acta.
           MOVE "EXENCIONESMANT" TO res-programa.
           MOVE SPACES TO res-operador.
           MOVE w-fecha-hoy TO res-fecha.
           WRITE res-reg
               INVALID KEY REWRITE res-reg
           END-WRITE.
       390-ERROR-GRABACION.
           DISPLAY "NO PUDE GRABAR LA EXENCION".
           MOVE "310-CAPTURAR-EXENCION" TO w-exc-paragrafo.
       900-FIN.
           CLOSE EXENCIONES.
           CLOSE SOCIOMAE.
           CLOSE ACTAS.
           CLOSE RESOLUCIONES.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
