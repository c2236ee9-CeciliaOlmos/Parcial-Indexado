      *          car-reg records from the old number to the new one
      *          (each soc-reg move audited to auditoria.dat, recibo
      *          cero), re-points the grupos.dat, debitos.dat,
      *          convenios.dat, saldos.dat, exenciones.dat,
      *          inscripciones.dat, deudaant.dat, lockers.dat and
      *          espera.dat links, and marks the old
      *          ficha "B" with today's date WITHOUT running
      *          bajaSocio's final-settlement liquidacion - nothing is
      *          cancelled and nothing is refunded, the position just
      *          changes hands. Replaces the fragile manual
      *          baja-plus-alta sequence that lost the antiguedad.
      * Tectonics: cobc
      * Modification history:
      *   - Every change to the sociosmae.dat ficha is now written to
      *     fichahist.dat (before and after images, program, operator
      *     and reason), for historiaFicha to print the member's
      *     ficha timeline. Both the new holder's alta and the old
      *     ficha's baja are recorded; the program now asks for the
      *     operator at start (105-VALIDAR-OPERADOR, checked against
      *     operadores.dat when it is loaded).
      *   - Inscripcion stack widened for the new ins-turno field.
      *   - Prior-year debt (deudaant.dat) moves to the new number
      *     with an audit entry per record; the assigned locker and
      *     the waiting-list entries follow the membership.
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
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS exen-socio.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL INSCRIPCIONES ASSIGN TO
                   "..\inscripciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ins-llave.
           SELECT OPTIONAL DEUDAANT ASSIGN TO "..\deudaant.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS da-llave.
           SELECT OPTIONAL LOCKERS ASSIGN TO "..\lockers.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lk-numero
                   ALTERNATE RECORD KEY IS lk-socio WITH DUPLICATES.
           SELECT OPTIONAL ESPERA ASSIGN TO "..\espera.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS esp-llave
                   ALTERNATE RECORD KEY IS esp-socio WITH DUPLICATES.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  FICHAHIST.
           COPY "FICHAHISTREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  SOCIOCTL.
           COPY "EXENREC.cpy".
       FD  INSCRIPCIONES.
           COPY "INSCRIPREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  LOCKERS.
           COPY "LOCKERREC.cpy".
       FD  ESPERA.
           COPY "ESPERAREC.cpy".
       FD  AUDITORIA.
           COPY "AUDITREC.cpy".
       FD  EXCEPCIONES.
      *        Las inscripciones del socio se apilan y se regraban con
      *        el numero nuevo despues del barrido, como los cargos.
           03 mi-det OCCURS 20 TIMES.
               05 mi-reg pic x(27).
       77  w-flag-deuda pic 9 value zero.
           88 fin-arch-deuda value 1.
       77  w-cnt-deuda pic 9(3) value zero.
       01  tabla-deuda-mov.
      *        Hasta diez anios cerrados de trece registros (mes 00 de
      *        cargos incluido), apilados y regrabados despues del
      *        barrido como los cargos.
           03 md-det OCCURS 130 TIMES.
               05 md-reg pic x(44).
       77  w-flag-locker pic 9 value zero.
           88 fin-arch-locker value 1.
       77  w-flag-espera pic 9 value zero.
           88 fin-arch-espera value 1.
       77  w-flag-audit pic 9 value zero.
           88 fin-arch-audit value 1.
       77  w-ult-secuencia pic 9(8) value zero.
           03 mc-det OCCURS 60 TIMES.
               05 mc-reg pic x(33).
       77  w-m pic 99 value zero.
       77  w-orden-hist pic 99 value zero.
       77  w-motivo-ficha pic x(40) value spaces.
       01  w-ficha-ant pic x(98) value spaces.
       77  w-operador pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
           03 r-meses pic z9.
           03 filler pic x(10) value "  CARGOS: ".
           03 r-cargos pic z9.
           03 filler pic x(13) value "  DEUDA ANT: ".
           03 r-deuda pic zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE w-socio-destino TO r-destino
               MOVE w-cnt-meses TO r-meses
               MOVE w-cnt-cargos TO r-cargos
               MOVE w-cnt-deuda TO r-deuda
               DISPLAY lin-resumen
           END-IF.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-VALIDAR-OPERADOR.
           DISPLAY "SOCIO ORIGEN:".
           ACCEPT w-socio-origen.
           DISPLAY "NOMBRE DEL NUEVO TITULAR:".
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy(1:4) TO w-anio-actual.
           OPEN I-O SOCIOMAE.
           OPEN I-O FICHAHIST.
           OPEN I-O SOCIOS.
           OPEN I-O SOCIOCTL.
           OPEN I-O GRUPOS.
           OPEN I-O SALDOS.
           OPEN I-O EXENCIONES.
           OPEN I-O INSCRIPCIONES.
           OPEN I-O DEUDAANT.
           OPEN I-O LOCKERS.
           OPEN I-O ESPERA.
           OPEN I-O AUDITORIA.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 145-DETERMINAR-SECUENCIA.

      ******************************************************************
      * El operador queda en la historia de la ficha: con
      * operadores.dat cargado tiene que ser un codigo activo con
      * clave valida y rol de cajero o supervisor. Sin archivo (o
      * vacio) rige el comportamiento historico de las iniciales.
      ******************************************************************
       105-VALIDAR-OPERADOR.
           DISPLAY "OPERADOR:".
           ACCEPT w-operador.
           OPEN INPUT OPERADORES.
           PERFORM 106-HAY-OPERADORES.
           IF control-operadores
               DISPLAY "CLAVE:"
               ACCEPT w-clave-login
               MOVE 0 TO w-flag-login
               MOVE w-operador TO op-codigo
               READ OPERADORES INVALID KEY MOVE 1 TO w-flag-login
               END-READ
               IF no-esta-login OR op-estado NOT = "A"
                   OR op-clave NOT = w-clave-login
                   OR (op-rol NOT = "C" AND op-rol NOT = "S")
                   DISPLAY "OPERADOR/CLAVE/ROL INVALIDO - NO SE OPERA"
                   CLOSE OPERADORES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE OPERADORES.
       106-HAY-OPERADORES.
           MOVE 0 TO w-oper-activos.
           MOVE 0 TO w-flag-login.
           MOVE LOW-VALUES TO op-codigo.
           START OPERADORES KEY IS >= op-codigo
               INVALID KEY MOVE 1 TO w-flag-login
           END-START.
           IF NOT no-esta-login
               READ OPERADORES NEXT
                   AT END CONTINUE
                   NOT AT END MOVE 1 TO w-oper-activos
               END-READ
           END-IF.
           MOVE 0 TO w-flag-login.

       145-DETERMINAR-SECUENCIA.
           MOVE ALL "9" TO aud-secuencia.
           START AUDITORIA KEY IS <= aud-secuencia
                   MOVE sm-socio TO w-exc-clave
                   MOVE "YA EXISTE LA FICHA DESTINO" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   MOVE SPACES TO w-ficha-ant
                   MOVE SPACES TO w-motivo-ficha
                   STRING "ALTA POR TRANSFERENCIA DEL SOCIO "
                       w-socio-origen DELIMITED BY SIZE
                       INTO w-motivo-ficha
                   PERFORM 750-REGISTRAR-HIST-FICHA
           END-WRITE.

      ******************************************************************
      * saldos, la exencion otorgada y las inscripciones a
      * actividades - sin estas dos ultimas la exencion moria con el
      * numero viejo y generarCargosMes seguia facturando contra una
      * ficha de baja. Tambien la deuda de ejercicios cerrados (que
      * con el numero viejo quedaba incobrable), el locker asignado y
      * los lugares en la lista de espera.
      ******************************************************************
       600-TRANSFERIR-VINCULOS.
           PERFORM 610-TRANSFERIR-GRUPO-PROPIO.
           PERFORM 650-TRANSFERIR-SALDOS.
           PERFORM 660-TRANSFERIR-EXENCION.
           PERFORM 670-TRANSFERIR-INSCRIPCIONES.
           PERFORM 680-TRANSFERIR-DEUDA-ANTERIOR.
           PERFORM 690-TRANSFERIR-LOCKER.
           PERFORM 695-TRANSFERIR-ESPERA.
       610-TRANSFERIR-GRUPO-PROPIO.
           MOVE 0 TO w-flag-vinculo.
           MOVE w-socio-origen TO gf-socio.
               END-WRITE
           END-PERFORM.

      ******************************************************************
      * La deuda de anios cerrados cambia de numero tal cual esta,
      * como los meses del anio: cada registro movido queda en
      * auditoria bajo el numero nuevo, recibo cero.
      ******************************************************************
       680-TRANSFERIR-DEUDA-ANTERIOR.
           MOVE ZERO TO w-cnt-deuda.
           MOVE 0 TO w-flag-deuda.
           MOVE w-socio-origen TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda
           END-START.
           PERFORM UNTIL fin-arch-deuda
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda
               NOT AT END
                   IF da-socio NOT = w-socio-origen
                       MOVE 1 TO w-flag-deuda
                   ELSE
                       IF w-cnt-deuda < 130
                           ADD 1 TO w-cnt-deuda
                           MOVE da-reg TO md-reg(w-cnt-deuda)
                       ELSE
                           DISPLAY "MAS DE 130 MESES DE DEUDA ANTERIOR,"
                               " REVISAR A MANO"
                           MOVE "680-TRANSFERIR-DEUDA-ANT" TO
                               w-exc-paragrafo
                           MOVE da-llave TO w-exc-clave
                           MOVE "DEUDA ANTERIOR NO TRANSFERIDA" TO
                               w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-cnt-deuda
               MOVE md-reg(w-m) TO da-reg
               DELETE DEUDAANT RECORD
               MOVE md-reg(w-m) TO da-reg
               MOVE w-socio-destino TO da-socio
               WRITE da-reg
                   INVALID KEY
                       DISPLAY "NO PUDE REGRABAR LA DEUDA " da-anio
                           "/" da-mes
                       MOVE "680-TRANSFERIR-DEUDA-ANT" TO
                           w-exc-paragrafo
                       MOVE da-llave TO w-exc-clave
                       MOVE "NO PUDE REGRABAR LA DEUDA ANTERIOR" TO
                           w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
                   NOT INVALID KEY
                       PERFORM 685-AUDITAR-DEUDA-ANTERIOR
               END-WRITE
           END-PERFORM.
       685-AUDITAR-DEUDA-ANTERIOR.
           ADD 1 TO w-ult-secuencia.
           MOVE w-ult-secuencia TO aud-secuencia.
           MOVE FUNCTION CURRENT-DATE TO aud-fecha-hora.
           MOVE "680-TRANSFERIR-DEUDA-ANT" TO aud-paragrafo.
           MOVE w-socio-destino TO aud-socio.
           MOVE da-anio TO aud-anio.
           MOVE da-mes TO aud-mes.
           MOVE ZERO TO aud-recibo.
           MOVE da-estado TO aud-estado-ant.
           MOVE da-pagado TO aud-pagado-ant.
           MOVE da-debe TO aud-debe-ant.
           MOVE da-estado TO aud-estado-nuevo.
           MOVE da-pagado TO aud-pagado-nuevo.
           MOVE da-debe TO aud-debe-nuevo.
           WRITE aud-reg.

      ******************************************************************
      * El locker y la lista de espera siguen a la condicion de socio.
      * Cada REWRITE cambia la clave alternada recorrida: se
      * reposiciona desde el origen, como en la titularidad de grupo.
      ******************************************************************
       690-TRANSFERIR-LOCKER.
           MOVE 0 TO w-flag-locker.
           MOVE w-socio-origen TO lk-socio.
           START LOCKERS KEY IS = lk-socio
               INVALID KEY MOVE 1 TO w-flag-locker
           END-START.
           PERFORM UNTIL fin-arch-locker
               READ LOCKERS NEXT AT END MOVE 1 TO w-flag-locker
               NOT AT END
                   IF lk-socio NOT = w-socio-origen
                       MOVE 1 TO w-flag-locker
                   ELSE
                       MOVE w-socio-destino TO lk-socio
                       REWRITE lk-reg
                           INVALID KEY
                               DISPLAY "NO PUDE REGRABAR EL LOCKER "
                                   lk-numero
                               MOVE 1 TO w-flag-locker
                       END-REWRITE
                       MOVE w-socio-origen TO lk-socio
                       START LOCKERS KEY IS = lk-socio
                           INVALID KEY MOVE 1 TO w-flag-locker
                       END-START
                   END-IF
           END-PERFORM.
       695-TRANSFERIR-ESPERA.
           MOVE 0 TO w-flag-espera.
           MOVE w-socio-origen TO esp-socio.
           START ESPERA KEY IS = esp-socio
               INVALID KEY MOVE 1 TO w-flag-espera
           END-START.
           PERFORM UNTIL fin-arch-espera
               READ ESPERA NEXT AT END MOVE 1 TO w-flag-espera
               NOT AT END
                   IF esp-socio NOT = w-socio-origen
                       MOVE 1 TO w-flag-espera
                   ELSE
                       MOVE w-socio-destino TO esp-socio
                       REWRITE esp-reg
                           INVALID KEY
                               DISPLAY "NO PUDE REGRABAR LA ESPERA "
                                   esp-concepto
                               MOVE 1 TO w-flag-espera
                       END-REWRITE
                       MOVE w-socio-origen TO esp-socio
                       START ESPERA KEY IS = esp-socio
                           INVALID KEY MOVE 1 TO w-flag-espera
                       END-START
                   END-IF
           END-PERFORM.

      ******************************************************************
      * La ficha vieja queda "B" con la fecha de hoy, sin liquidacion:
      * no hay deuda que cobrar ni saldo que devolver, la posicion
           MOVE w-socio-origen TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF NOT no-esta-ficha
               MOVE sociomae-reg TO w-ficha-ant
               MOVE "B" TO sm-estado
               MOVE w-fecha-hoy TO sm-fecha-estado
               REWRITE sociomae-reg
               MOVE SPACES TO w-motivo-ficha
               STRING "BAJA POR TRANSFERENCIA AL SOCIO "
                   w-socio-destino DELIMITED BY SIZE
                   INTO w-motivo-ficha
               PERFORM 750-REGISTRAR-HIST-FICHA
           END-IF.

      ******************************************************************
      * Historia de la ficha: foto anterior (espacios en el alta del
      * nuevo titular) y nueva con programa, operador y motivo en
      * fichahist.dat.
      ******************************************************************
       750-REGISTRAR-HIST-FICHA.
           MOVE w-ficha-ant TO fh-ant.
           MOVE sociomae-reg TO fh-nuevo.
           IF fh-ant NOT = fh-nuevo
               MOVE sm-socio TO fh-socio
               MOVE FUNCTION CURRENT-DATE TO fh-fecha-hora
               ADD 1 TO w-orden-hist
               MOVE w-orden-hist TO fh-orden
               MOVE "TRANSFERENCIA" TO fh-programa
               MOVE w-operador TO fh-operador
               MOVE w-motivo-ficha TO fh-motivo
               WRITE fh-reg
                   INVALID KEY
                       MOVE "750-REGISTRAR-HIST-FICHA" TO
                           w-exc-paragrafo
                       MOVE sm-socio TO w-exc-clave
                       MOVE "NO PUDE GRABAR LA HISTORIA DE LA FICHA"
                           TO w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
               END-WRITE
           END-IF.

       995-REGISTRAR-EXCEPCION.
           WRITE exc-reg.
       900-FIN.
           CLOSE SOCIOMAE.
           CLOSE FICHAHIST.
           CLOSE SOCIOS.
           CLOSE SOCIOCTL.
           CLOSE GRUPOS.
           CLOSE SALDOS.
           CLOSE EXENCIONES.
           CLOSE INSCRIPCIONES.
           CLOSE DEUDAANT.
           CLOSE LOCKERS.
           CLOSE ESPERA.
           CLOSE AUDITORIA.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
