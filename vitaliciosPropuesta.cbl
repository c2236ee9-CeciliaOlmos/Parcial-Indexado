      *          the refusal. A member with a pending proposal is not
      *          proposed twice.
      * Tectonics: cobc
      * Modification history:
      *   - Every change to the sociosmae.dat ficha is now written to
      *     fichahist.dat (before and after images, program, operator
      *     and reason), for historiaFicha to print the member's
      *     ficha timeline. The promotion records the signing
      *     supervisor and the proposal number.
      *   - APROBAR asks for the acta of the commission meeting; it
      *     must exist in the libro de actas (actas.dat), is kept in
      *     vit-acta and the promotion is recorded in
      *     resoluciones.dat under it.
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
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
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
           COPY "VITALREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  FICHAHIST.
           COPY "FICHAHISTREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  ACTAS.
           COPY "ACTAREC.cpy".
       FD  RESOLUCIONES.
           COPY "RESOLREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-j pic 9(4) value zero.
       77  w-cnt-propuestos pic 9(4) value zero.
       77  w-cnt-pendientes pic 9(4) value zero.
       77  w-nro-acta pic 9(6) value zero.
       77  w-flag-acta pic 9 value zero.
           88 acta-inexistente value 1.
       77  w-orden-hist pic 99 value zero.
       77  w-motivo-ficha pic x(40) value spaces.
       01  w-ficha-ant pic x(98) value spaces.
       01  tabla-pendientes.
           03 tp-socio pic 9(5) OCCURS 500 TIMES.
       01  lin-cab-lista.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O VITALPEND.
           OPEN I-O SOCIOMAE.
           OPEN I-O FICHAHIST.
           OPEN INPUT ACTAS.
           OPEN I-O RESOLUCIONES.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 145-DETERMINAR-SECUENCIA.
           PERFORM 160-CARGAR-PENDIENTES.
           MOVE "P" TO vit-situacion.
           MOVE SPACES TO vit-supervisor.
           MOVE ZERO TO vit-fecha-resolucion.
           MOVE ZERO TO vit-acta.
           WRITE vit-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA PROPUESTA"
           PERFORM 550-VALIDAR-SUPERVISOR.
           PERFORM 450-PEDIR-PROPUESTA.
           IF NOT no-esta-propuesta
               DISPLAY "NRO DE ACTA:"
               ACCEPT w-nro-acta
               PERFORM 570-VALIDAR-ACTA
           END-IF.
           IF NOT no-esta-propuesta AND acta-inexistente
               DISPLAY "PROPUESTA NO APROBADA"
           END-IF.
           IF NOT no-esta-propuesta AND NOT acta-inexistente
               MOVE 0 TO w-flag-ficha
               MOVE vit-socio TO sm-socio
               READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha
               IF no-esta-ficha
                   DISPLAY "EL SOCIO YA NO TIENE FICHA"
               ELSE
                   MOVE sociomae-reg TO w-ficha-ant
                   MOVE "V" TO sm-categoria
                   REWRITE sociomae-reg
                   MOVE SPACES TO w-motivo-ficha
                   STRING "VITALICIO POR PROPUESTA " vit-secuencia
                       DELIMITED BY SIZE INTO w-motivo-ficha
                   PERFORM 520-REGISTRAR-HIST-FICHA
                   MOVE "A" TO vit-situacion
                   MOVE w-supervisor TO vit-supervisor
                   MOVE w-fecha-hoy TO vit-fecha-resolucion
                   MOVE w-nro-acta TO vit-acta
                   REWRITE vit-reg
                   MOVE "V" TO res-tipo
                   MOVE vit-secuencia TO res-referencia
                   MOVE vit-socio TO res-socio
                   MOVE SPACES TO res-detalle
                   STRING "VITALICIO POR ANTIGUEDAD DE "
                       vit-antiguedad " ANIOS" DELIMITED BY SIZE
                       INTO res-detalle
                   PERFORM 575-REGISTRAR-RESOLUCION
                   DISPLAY "SOCIO " vit-socio " PROMOVIDO A VITALICIO"
                       " (RIGE DESDE EL PROXIMO EJERCICIO)"
               END-IF
           END-IF.

      ******************************************************************
      * Historia de la ficha: foto anterior y nueva con programa,
      * operador (el supervisor que firma) y motivo en
      * fichahist.dat.
      ******************************************************************
       520-REGISTRAR-HIST-FICHA.
           MOVE w-ficha-ant TO fh-ant.
           MOVE sociomae-reg TO fh-nuevo.
           IF fh-ant NOT = fh-nuevo
               MOVE sm-socio TO fh-socio
               MOVE FUNCTION CURRENT-DATE TO fh-fecha-hora
               ADD 1 TO w-orden-hist
               MOVE w-orden-hist TO fh-orden
               MOVE "VITALPROPUESTA" TO fh-programa
               MOVE w-supervisor TO fh-operador
               MOVE w-motivo-ficha TO fh-motivo
               WRITE fh-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR LA HISTORIA DE LA FICHA "
                           sm-socio
               END-WRITE
           END-IF.

       600-RECHAZAR.
           PERFORM 550-VALIDAR-SUPERVISOR.
           PERFORM 450-PEDIR-PROPUESTA.
                   OR op-rol NOT = "S"
                   DISPLAY "SUPERVISOR/CLAVE/ROL INVALIDO - "
                       "NO SE OPERA"
                   CLOSE OPERADORES VITALPEND SOCIOMAE FICHAHIST
                       ACTAS RESOLUCIONES EXCEPCIONES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE 0 TO w-flag-login.

      ******************************************************************
      * El acta que se invoca tiene que estar en el libro de actas
      * (actas.dat); lo resuelto bajo ella queda en resoluciones.dat
      * para el listado por acta que se archiva con la minuta.
      ******************************************************************
       570-VALIDAR-ACTA.
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
       575-REGISTRAR-RESOLUCION.
           MOVE w-nro-acta TO res-acta.
           MOVE "VITALPROPUESTA" TO res-programa.
           MOVE w-supervisor TO res-operador.
           MOVE w-fecha-hoy TO res-fecha.
           WRITE res-reg
               INVALID KEY REWRITE res-reg
           END-WRITE.

       900-FIN.
           CLOSE VITALPEND.
           CLOSE SOCIOMAE.
           CLOSE FICHAHIST.
           CLOSE ACTAS.
           CLOSE RESOLUCIONES.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
