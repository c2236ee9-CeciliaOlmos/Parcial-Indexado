      *          cargosMantenimiento's guessed month range plus the
      *          QUITAR cleanup.
      * Tectonics: cobc
      * Modification history:
      *   - LOC is no longer enrolled or dropped here: the locker
      *     assignment and release in lockersMantenimiento do it.
      *   - Turnos with a cupo (turnos.dat): ALTA asks for the turno
      *     of a concepto that has them and refuses it when full,
      *     offering the dated waiting list (espera.dat) instead; a
      *     BAJA offers the freed place to the first member waiting
      *     who owes no cargos of that activity. New options for the
      *     waiting list and an occupancy report by activity and
      *     turno (..\reports\ocupacion<aaaammdd>.rpt).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   RECORD KEY IS ins-llave.
           SELECT CONCEPTOS ASSIGN TO "..\conceptos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TURNOS ASSIGN TO "..\turnos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ESPERA ASSIGN TO "..\espera.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS esp-llave
                   ALTERNATE RECORD KEY IS esp-socio WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "INSCRIPREC.cpy".
       FD  CONCEPTOS.
           COPY "CONCEPREC.cpy".
       FD  TURNOS.
           COPY "TURNOREC.cpy".
       FD  ESPERA.
           COPY "ESPERAREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(132).
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-opcion pic 9 value zero.
           88 opc-alta value 1.
           88 opc-baja value 2.
           88 opc-listar value 3.
           88 opc-espera value 4.
           88 opc-retirar value 5.
           88 opc-ocupacion value 6.
           88 opc-salir value 7.
       77  w-flag-ins pic 9 value zero.
           88 fin-arch-ins value 1.
       77  w-flag-existe pic 9 value zero.
           88 fin-arch-conceptos value 1.
       77  w-flag-concepto-ok pic 9 value zero.
           88 concepto-hallado value 1.
       77  w-flag-turnos pic 9 value zero.
           88 fin-arch-turnos value 1.
       77  w-flag-esp pic 9 value zero.
           88 fin-arch-esp value 1.
       77  w-flag-car pic 9 value zero.
           88 fin-arch-car value 1.
       77  w-flag-datos pic 9 value zero.
           88 datos-invalidos value 1.
       77  w-flag-anotado pic 9 value zero.
           88 socio-anotado value 1.
       77  w-flag-ofrecido pic 9 value zero.
           88 lugar-ofrecido value 1.
       77  w-flag-elegible pic 9 value zero.
           88 socio-elegible value 1.
       77  w-confirma pic x value space.
       77  w-socio pic 9(5) value zero.
       77  w-concepto pic x(3) value spaces.
       77  w-turno pic x(2) value spaces.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-hora pic 9(8) value zero.
       77  w-ocupados pic 9(4) value zero.
       77  w-libres pic 9(4) value zero.
       77  w-posicion pic 9(4) value zero.
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value zero.
       77  w-pagina pic 9(3) value 1.
       77  w-cnt-sin-turno pic 9(4) value zero.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
      *    Turnos de turnos.dat con su ocupacion para el reporte.
       77  w-cnt-turnos pic 99 value zero.
       77  w-cnt-turnos-concepto pic 99 value zero.
       77  w-idx-turno pic 99 value zero.
       77  w-t pic 99 value zero.
       01  tabla-turnos.
           03 tt-det OCCURS 50 TIMES.
               05 tt-concepto pic x(3).
               05 tt-turno pic x(2).
               05 tt-descripcion pic x(20).
               05 tt-cupo pic 9(3).
               05 tt-inscriptos pic 9(4).
               05 tt-ofrecidos pic 9(4).
               05 tt-esperando pic 9(4).
       01  lin-cab-lista.
           03 filler pic x(7) value "SOCIO: ".
           03 filler pic x(3) value spaces.
           03 filler pic x(6) value "BAJA: ".
           03 filler pic x(6) value spaces.
           03 filler pic x(7) value "ESTADO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "TURNO:".
       01  lin-det-lista.
           03 d-socio pic zzzz9.
           03 filler pic x(7) value spaces.
           03 d-baja pic 9999/99/99.
           03 filler pic x(5) value spaces.
           03 d-estado pic x.
           03 filler pic x(8) value spaces.
           03 d-turno pic x(2).
       01  lin-det-turno.
           03 filler pic x(2) value spaces.
           03 dt-turno pic x(2).
           03 filler pic x(2) value spaces.
           03 dt-descripcion pic x(20).
           03 filler pic x(8) value "  CUPO: ".
           03 dt-cupo pic zz9.
       01  lin-cab-espera.
           03 filler pic x(6) value "ORDEN:".
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "SOCIO: ".
           03 filler pic x(31) value "NOMBRE:".
           03 filler pic x(11) value "ANOTADO:".
           03 filler pic x(4) value "EST:".
       01  lin-det-espera.
           03 e-posicion pic zzz9.
           03 filler pic x(4) value spaces.
           03 e-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 e-nombre pic x(30).
           03 filler pic x(1) value spaces.
           03 e-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 e-estado pic x.
       01  lin-cab-1.
           03 filler pic x(6) value "ACT.".
           03 filler pic x(6) value "TURNO".
           03 filler pic x(22) value "DESCRIPCION".
           03 filler pic x(6) value "CUPO".
           03 filler pic x(12) value "INSCRIPTOS".
           03 filler pic x(11) value "OFRECIDOS".
           03 filler pic x(8) value "LIBRES".
           03 filler pic x(11) value "EN ESPERA".
           03 filler pic x(9) value "MARCA".
       01  lin-detalle.
           03 o-concepto pic x(3).
           03 filler pic x(3) value spaces.
           03 o-turno pic x(2).
           03 filler pic x(4) value spaces.
           03 o-descripcion pic x(20).
           03 filler pic x(2) value spaces.
           03 o-cupo pic zz9.
           03 filler pic x(6) value spaces.
           03 o-inscriptos pic zzz9.
           03 filler pic x(7) value spaces.
           03 o-ofrecidos pic zzz9.
           03 filler pic x(5) value spaces.
           03 o-libres pic zzz9.
           03 filler pic x(6) value spaces.
           03 o-esperando pic zzz9.
           03 filler pic x(5) value spaces.
           03 o-marca pic x(9).
       01  lin-resumen.
           03 filler pic x(10) value "TURNOS:   ".
           03 r-turnos pic z9.
           03 filler pic x(51) value
               "  INSCRIPCIONES SIN TURNO EN ACTIVIDADES CON CUPO: ".
           03 r-sin-turno pic zzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   WHEN opc-alta PERFORM 300-ALTA-INSCRIPCION
                   WHEN opc-baja PERFORM 400-BAJA-INSCRIPCION
                   WHEN opc-listar PERFORM 500-LISTAR-INSCRIPCIONES
                   WHEN opc-espera PERFORM 600-LISTAR-ESPERA
                   WHEN opc-retirar PERFORM 650-RETIRAR-DE-ESPERA
                   WHEN opc-ocupacion PERFORM 700-REPORTE-OCUPACION
                   WHEN opc-salir CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 120-CARGAR-TURNOS.
           OPEN I-O INSCRIPCIONES.
           OPEN I-O ESPERA.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT CARGOS.
           OPEN EXTEND EXCEPCIONES.

       120-CARGAR-TURNOS.
           OPEN INPUT TURNOS.
           PERFORM UNTIL fin-arch-turnos
               READ TURNOS AT END MOVE 1 TO w-flag-turnos
               NOT AT END
                   IF w-cnt-turnos < 50
                       ADD 1 TO w-cnt-turnos
                       MOVE tur-tex-concepto TO
                           tt-concepto(w-cnt-turnos)
                       MOVE tur-tex-turno TO tt-turno(w-cnt-turnos)
                       MOVE tur-tex-descripcion TO
                           tt-descripcion(w-cnt-turnos)
                       MOVE tur-tex-cupo TO tt-cupo(w-cnt-turnos)
                   ELSE
                       DISPLAY "MAS DE 50 TURNOS EN TURNOS.DAT, "
                           "SE IGNORA " tur-tex-concepto " "
                           tur-tex-turno
                   END-IF
           END-PERFORM.
           CLOSE TURNOS.

       200-MOSTRAR-MENU.
           DISPLAY "1-ALTA  2-BAJA  3-LISTAR  4-LISTA DE ESPERA  "
               "5-RETIRAR DE ESPERA  6-OCUPACION  7-SALIR".
           ACCEPT w-opcion.

       300-ALTA-INSCRIPCION.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           DISPLAY "CONCEPTO (EJ TEN/PIL):".
           ACCEPT w-concepto.
           IF w-concepto = "LOC"
               DISPLAY "EL LOCKER SE ASIGNA EN lockersMantenimiento"
           ELSE
               PERFORM 310-BUSCAR-CONCEPTO
               IF NOT concepto-hallado
                   DISPLAY "CONCEPTO SIN TARIFA EN CONCEPTOS.DAT"
               ELSE
                   PERFORM 320-PEDIR-TURNO
                   IF datos-invalidos
                       DISPLAY "TURNO INEXISTENTE PARA ESE CONCEPTO"
                   ELSE
                       PERFORM 330-ALTA-EN-TURNO
                   END-IF
               END-IF
           END-IF.
       310-BUSCAR-CONCEPTO.
                   END-IF
           END-PERFORM.
           CLOSE CONCEPTOS.
      ******************************************************************
      * Un concepto con lineas en turnos.dat exige turno; uno sin
      * lineas se inscribe sin turno ni cupo, como siempre.
      ******************************************************************
       320-PEDIR-TURNO.
           MOVE 0 TO w-flag-datos.
           MOVE SPACES TO w-turno.
           MOVE ZERO TO w-idx-turno.
           MOVE ZERO TO w-cnt-turnos-concepto.
           PERFORM VARYING w-t FROM 1 BY 1 UNTIL w-t > w-cnt-turnos
               IF tt-concepto(w-t) = w-concepto
                   ADD 1 TO w-cnt-turnos-concepto
                   MOVE tt-turno(w-t) TO dt-turno
                   MOVE tt-descripcion(w-t) TO dt-descripcion
                   MOVE tt-cupo(w-t) TO dt-cupo
                   DISPLAY lin-det-turno
               END-IF
           END-PERFORM.
           IF w-cnt-turnos-concepto > ZERO
               DISPLAY "TURNO:"
               ACCEPT w-turno
               PERFORM 325-BUSCAR-TURNO
               IF w-idx-turno = ZERO
                   MOVE 1 TO w-flag-datos
               END-IF
           END-IF.
       325-BUSCAR-TURNO.
           MOVE ZERO TO w-idx-turno.
           PERFORM VARYING w-t FROM 1 BY 1 UNTIL w-t > w-cnt-turnos
               OR w-idx-turno > ZERO
               IF tt-concepto(w-t) = w-concepto
                   AND tt-turno(w-t) = w-turno
                   MOVE w-t TO w-idx-turno
               END-IF
           END-PERFORM.
      ******************************************************************
      * El turno completo no se inscribe: el socio va a la lista de
      * espera y recibe el lugar cuando una baja lo libere.
      ******************************************************************
       330-ALTA-EN-TURNO.
           MOVE 0 TO w-flag-existe.
           MOVE w-socio TO ins-socio.
           MOVE w-concepto TO ins-concepto.
           READ INSCRIPCIONES
               INVALID KEY MOVE 1 TO w-flag-existe
           END-READ.
           IF NOT no-existe-inscripcion AND ins-estado = "A"
               DISPLAY "LA INSCRIPCION YA ESTA ACTIVA"
           ELSE
               MOVE ZERO TO w-ocupados
               IF w-idx-turno > ZERO
                   PERFORM 340-CONTAR-OCUPACION
               END-IF
               IF w-idx-turno > ZERO
                   AND w-ocupados >= tt-cupo(w-idx-turno)
                   DISPLAY "TURNO COMPLETO, CUPO "
                       tt-cupo(w-idx-turno)
                   PERFORM 350-ANOTAR-EN-ESPERA
               ELSE
                   PERFORM 360-GRABAR-ALTA
               END-IF
           END-IF.
      ******************************************************************
      * Ocupan el turno las inscripciones activas y los lugares ya
      * ofrecidos a otros socios de la lista de espera, que se les
      * guardan hasta que los tomen o se retiren.
      ******************************************************************
       340-CONTAR-OCUPACION.
           MOVE ZERO TO w-ocupados.
           MOVE 0 TO w-flag-ins.
           MOVE LOW-VALUES TO ins-llave.
           START INSCRIPCIONES KEY IS >= ins-llave
               INVALID KEY MOVE 1 TO w-flag-ins
           END-START.
           PERFORM UNTIL fin-arch-ins
               READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-ins
               NOT AT END
                   IF ins-estado = "A" AND ins-concepto = w-concepto
                       AND ins-turno = w-turno
                       ADD 1 TO w-ocupados
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-esp.
           MOVE w-concepto TO esp-concepto.
           MOVE w-turno TO esp-turno.
           MOVE ZERO TO esp-fecha esp-hora.
           START ESPERA KEY IS >= esp-llave
               INVALID KEY MOVE 1 TO w-flag-esp
           END-START.
           PERFORM UNTIL fin-arch-esp
               READ ESPERA NEXT AT END MOVE 1 TO w-flag-esp
               NOT AT END
                   IF esp-concepto NOT = w-concepto
                       OR esp-turno NOT = w-turno
                       MOVE 1 TO w-flag-esp
                   ELSE
                       IF esp-estado = "O" AND esp-socio NOT = w-socio
                           ADD 1 TO w-ocupados
                       END-IF
                   END-IF
           END-PERFORM.
       350-ANOTAR-EN-ESPERA.
           PERFORM 355-BUSCAR-ANOTACION.
           IF socio-anotado
               DISPLAY "EL SOCIO YA ESTA EN LA LISTA DE ESPERA DE "
                   "ESTA ACTIVIDAD, TURNO " esp-turno
           ELSE
               DISPLAY "ANOTAR EN LA LISTA DE ESPERA (S/N):"
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   ACCEPT w-hora FROM TIME
                   MOVE w-concepto TO esp-concepto
                   MOVE w-turno TO esp-turno
                   MOVE w-fecha-hoy TO esp-fecha
                   MOVE w-hora TO esp-hora
                   MOVE w-socio TO esp-socio
                   MOVE SPACES TO esp-preferencia
                   MOVE "E" TO esp-estado
                   MOVE w-fecha-hoy TO esp-fecha-estado
                   WRITE esp-reg
                       INVALID KEY
                           DISPLAY "NO PUDE ANOTAR, REINTENTE"
                       NOT INVALID KEY
                           DISPLAY "SOCIO ANOTADO EN LA LISTA DE "
                               "ESPERA"
                   END-WRITE
               END-IF
           END-IF.
      *    Anotacion del socio que sigue abierta (esperando u ofrecida)
      *    en la actividad w-concepto, en cualquier turno.
       355-BUSCAR-ANOTACION.
           MOVE 0 TO w-flag-anotado.
           MOVE 0 TO w-flag-esp.
           MOVE w-socio TO esp-socio.
           START ESPERA KEY IS = esp-socio
               INVALID KEY MOVE 1 TO w-flag-esp
           END-START.
           PERFORM UNTIL fin-arch-esp OR socio-anotado
               READ ESPERA NEXT AT END MOVE 1 TO w-flag-esp
               NOT AT END
                   IF esp-socio NOT = w-socio
                       MOVE 1 TO w-flag-esp
                   ELSE
                       IF esp-concepto = w-concepto AND
                           (esp-estado = "E" OR esp-estado = "O")
                           MOVE 1 TO w-flag-anotado
                       END-IF
                   END-IF
           END-PERFORM.
       360-GRABAR-ALTA.
           MOVE w-socio TO ins-socio.
           MOVE w-concepto TO ins-concepto.
           MOVE w-fecha-hoy TO ins-fecha-alta.
           MOVE ZERO TO ins-fecha-baja.
           MOVE "A" TO ins-estado.
           MOVE w-turno TO ins-turno.
           IF no-existe-inscripcion
               WRITE ins-reg
                   INVALID KEY
                       PERFORM 390-ERROR-GRABACION
               END-WRITE
           ELSE
               REWRITE ins-reg
           END-IF.
           DISPLAY "INSCRIPCION DADA DE ALTA".
           PERFORM 370-CERRAR-ESPERA-SOCIO.
      *    El socio inscripto sale de la lista de espera.
       370-CERRAR-ESPERA-SOCIO.
           PERFORM 355-BUSCAR-ANOTACION.
           IF socio-anotado
               MOVE "A" TO esp-estado
               MOVE w-fecha-hoy TO esp-fecha-estado
               REWRITE esp-reg
           END-IF.
       390-ERROR-GRABACION.
           DISPLAY "NO PUDE GRABAR LA INSCRIPCION".
           MOVE "300-ALTA-INSCRIPCION" TO w-exc-paragrafo.
           MOVE w-socio TO ins-socio.
           MOVE w-concepto TO ins-concepto.
           READ INSCRIPCIONES INVALID KEY MOVE 1 TO w-flag-existe.
           IF w-concepto = "LOC"
               DISPLAY "EL LOCKER SE LIBERA EN lockersMantenimiento"
           ELSE
               IF no-existe-inscripcion OR ins-estado NOT = "A"
                   DISPLAY "NO HAY INSCRIPCION ACTIVA"
               ELSE
                   MOVE w-fecha-hoy TO ins-fecha-baja
                   MOVE "B" TO ins-estado
                   REWRITE ins-reg
                   DISPLAY "INSCRIPCION DADA DE BAJA"
                   IF ins-turno NOT = SPACES
                       MOVE ins-turno TO w-turno
                       PERFORM 450-OFRECER-LUGAR
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * Lugar libre en w-concepto/w-turno: se ofrece al primero de la
      * lista, en orden de llegada, que siga siendo socio y no deba
      * cargos de la actividad; los salteados conservan su lugar en la
      * lista. Si el turno sigue completo (inscripciones de antes del
      * cupo) no se ofrece nada.
      ******************************************************************
       450-OFRECER-LUGAR.
           PERFORM 325-BUSCAR-TURNO.
           MOVE ZERO TO w-socio.
           MOVE ZERO TO w-ocupados.
           IF w-idx-turno > ZERO
               PERFORM 340-CONTAR-OCUPACION
           END-IF.
           IF w-idx-turno = ZERO
               OR w-ocupados >= tt-cupo(w-idx-turno)
               DISPLAY "EL TURNO SIGUE COMPLETO"
           ELSE
               PERFORM 460-PRIMERO-ELEGIBLE
               IF lugar-ofrecido
                   MOVE "O" TO esp-estado
                   MOVE w-fecha-hoy TO esp-fecha-estado
                   REWRITE esp-reg
                   DISPLAY "OFRECER EL LUGAR DEL TURNO " w-turno
                       " AL SOCIO " esp-socio " " sm-nombre
               ELSE
                   DISPLAY "NADIE EN ESPERA PUEDE TOMAR EL LUGAR"
               END-IF
           END-IF.
       460-PRIMERO-ELEGIBLE.
           MOVE 0 TO w-flag-ofrecido.
           MOVE 0 TO w-flag-esp.
           MOVE w-concepto TO esp-concepto.
           MOVE w-turno TO esp-turno.
           MOVE ZERO TO esp-fecha esp-hora.
           START ESPERA KEY IS >= esp-llave
               INVALID KEY MOVE 1 TO w-flag-esp
           END-START.
           PERFORM UNTIL fin-arch-esp OR lugar-ofrecido
               READ ESPERA NEXT AT END MOVE 1 TO w-flag-esp
               NOT AT END
                   IF esp-concepto NOT = w-concepto
                       OR esp-turno NOT = w-turno
                       MOVE 1 TO w-flag-esp
                   ELSE
                       IF esp-estado = "E"
                           PERFORM 470-CONTROLAR-ELEGIBLE
                           IF socio-elegible
                               MOVE 1 TO w-flag-ofrecido
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.
       470-CONTROLAR-ELEGIBLE.
           MOVE 1 TO w-flag-elegible.
           MOVE esp-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 0 TO w-flag-elegible.
           IF socio-elegible AND sm-estado = "B"
               MOVE 0 TO w-flag-elegible
           END-IF.
           IF socio-elegible
               MOVE 0 TO w-flag-car
               MOVE esp-socio TO car-socio
               MOVE ZERO TO car-anio car-mes
               MOVE LOW-VALUES TO car-concepto
               START CARGOS KEY IS >= car-llave
                   INVALID KEY MOVE 1 TO w-flag-car
               END-START
               PERFORM UNTIL fin-arch-car OR NOT socio-elegible
                   READ CARGOS NEXT AT END MOVE 1 TO w-flag-car
                   NOT AT END
                       IF car-socio NOT = esp-socio
                           MOVE 1 TO w-flag-car
                       ELSE
                           IF car-concepto = w-concepto
                               AND car-estado = "A"
                               AND car-debe > ZERO
                               MOVE 0 TO w-flag-elegible
                           END-IF
                       END-IF
               END-PERFORM
               IF NOT socio-elegible
                   DISPLAY "SOCIO " esp-socio
                       " SALTEADO: ADEUDA CARGOS " w-concepto
               END-IF
           END-IF.

       500-LISTAR-INSCRIPCIONES.
                       MOVE ins-fecha-alta TO d-alta
                       MOVE ins-fecha-baja TO d-baja
                       MOVE ins-estado TO d-estado
                       MOVE ins-turno TO d-turno
                       DISPLAY lin-det-lista
                   END-IF
           END-PERFORM.

       600-LISTAR-ESPERA.
           DISPLAY "CONCEPTO:".
           ACCEPT w-concepto.
           DISPLAY "TURNO:".
           ACCEPT w-turno.
           MOVE ZERO TO w-posicion.
           DISPLAY lin-cab-espera.
           MOVE 0 TO w-flag-esp.
           MOVE w-concepto TO esp-concepto.
           MOVE w-turno TO esp-turno.
           MOVE ZERO TO esp-fecha esp-hora.
           START ESPERA KEY IS >= esp-llave
               INVALID KEY MOVE 1 TO w-flag-esp
           END-START.
           PERFORM UNTIL fin-arch-esp
               READ ESPERA NEXT AT END MOVE 1 TO w-flag-esp
               NOT AT END
                   IF esp-concepto NOT = w-concepto
                       OR esp-turno NOT = w-turno
                       MOVE 1 TO w-flag-esp
                   ELSE
                       IF esp-estado = "E" OR esp-estado = "O"
                           PERFORM 610-MOSTRAR-ANOTACION
                       END-IF
                   END-IF
           END-PERFORM.
       610-MOSTRAR-ANOTACION.
           ADD 1 TO w-posicion.
           MOVE esp-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE SPACES TO sm-nombre.
           MOVE w-posicion TO e-posicion.
           MOVE esp-socio TO e-socio.
           MOVE sm-nombre TO e-nombre.
           MOVE esp-fecha TO e-fecha.
           MOVE esp-estado TO e-estado.
           DISPLAY lin-det-espera.

      ******************************************************************
      * Retirar al socio de la lista; si tenia un lugar ofrecido, el
      * lugar pasa al siguiente elegible.
      ******************************************************************
       650-RETIRAR-DE-ESPERA.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           DISPLAY "CONCEPTO:".
           ACCEPT w-concepto.
           PERFORM 355-BUSCAR-ANOTACION.
           IF NOT socio-anotado
               DISPLAY "EL SOCIO NO ESTA EN LA LISTA DE ESPERA"
           ELSE
               MOVE esp-estado TO w-confirma
               MOVE esp-turno TO w-turno
               MOVE "X" TO esp-estado
               MOVE w-fecha-hoy TO esp-fecha-estado
               REWRITE esp-reg
               DISPLAY "SOCIO RETIRADO DE LA LISTA DE ESPERA"
               IF w-confirma = "O"
                   PERFORM 450-OFRECER-LUGAR
               END-IF
           END-IF.

      ******************************************************************
      * Ocupacion por actividad y turno para los coordinadores:
      * inscriptos activos, lugares ofrecidos, libres y en espera de
      * cada turno de turnos.dat. Las inscripciones activas sin turno
      * en una actividad con cupo (anteriores a los turnos) se cuentan
      * al pie para que el coordinador les asigne turno.
      ******************************************************************
       700-REPORTE-OCUPACION.
           MOVE ZERO TO w-cnt-sin-turno.
           PERFORM VARYING w-t FROM 1 BY 1 UNTIL w-t > w-cnt-turnos
               MOVE ZERO TO tt-inscriptos(w-t) tt-ofrecidos(w-t)
                   tt-esperando(w-t)
           END-PERFORM.
           MOVE 0 TO w-flag-ins.
           MOVE LOW-VALUES TO ins-llave.
           START INSCRIPCIONES KEY IS >= ins-llave
               INVALID KEY MOVE 1 TO w-flag-ins
           END-START.
           PERFORM UNTIL fin-arch-ins
               READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-ins
               NOT AT END
                   IF ins-estado = "A"
                       PERFORM 710-CONTAR-INSCRIPCION
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-esp.
           MOVE LOW-VALUES TO esp-llave.
           START ESPERA KEY IS >= esp-llave
               INVALID KEY MOVE 1 TO w-flag-esp
           END-START.
           PERFORM UNTIL fin-arch-esp
               READ ESPERA NEXT AT END MOVE 1 TO w-flag-esp
               NOT AT END
                   IF esp-estado = "E" OR esp-estado = "O"
                       PERFORM 720-CONTAR-ESPERA
                   END-IF
           END-PERFORM.
           MOVE 1 TO w-pagina.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 950-LISTAR-ENCABEZADO.
           PERFORM VARYING w-t FROM 1 BY 1 UNTIL w-t > w-cnt-turnos
               PERFORM 730-LISTAR-TURNO
           END-PERFORM.
           MOVE w-cnt-turnos TO r-turnos.
           MOVE w-cnt-sin-turno TO r-sin-turno.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-resumen.
           CLOSE REPORTE.
           DISPLAY lin-resumen.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
       710-CONTAR-INSCRIPCION.
           MOVE ins-concepto TO w-concepto.
           MOVE ins-turno TO w-turno.
           IF ins-turno = SPACES
               PERFORM 715-CONCEPTO-CON-TURNOS
               IF w-idx-turno > ZERO
                   ADD 1 TO w-cnt-sin-turno
               END-IF
           ELSE
               PERFORM 325-BUSCAR-TURNO
               IF w-idx-turno > ZERO
                   ADD 1 TO tt-inscriptos(w-idx-turno)
               END-IF
           END-IF.
       715-CONCEPTO-CON-TURNOS.
           MOVE ZERO TO w-idx-turno.
           PERFORM VARYING w-t FROM 1 BY 1 UNTIL w-t > w-cnt-turnos
               OR w-idx-turno > ZERO
               IF tt-concepto(w-t) = w-concepto
                   MOVE w-t TO w-idx-turno
               END-IF
           END-PERFORM.
       720-CONTAR-ESPERA.
           MOVE esp-concepto TO w-concepto.
           MOVE esp-turno TO w-turno.
           PERFORM 325-BUSCAR-TURNO.
           IF w-idx-turno > ZERO
               IF esp-estado = "O"
                   ADD 1 TO tt-ofrecidos(w-idx-turno)
               ELSE
                   ADD 1 TO tt-esperando(w-idx-turno)
               END-IF
           END-IF.
       730-LISTAR-TURNO.
           MOVE tt-concepto(w-t) TO o-concepto.
           MOVE tt-turno(w-t) TO o-turno.
           MOVE tt-descripcion(w-t) TO o-descripcion.
           MOVE tt-cupo(w-t) TO o-cupo.
           MOVE tt-inscriptos(w-t) TO o-inscriptos.
           MOVE tt-ofrecidos(w-t) TO o-ofrecidos.
           MOVE tt-esperando(w-t) TO o-esperando.
           MOVE SPACES TO o-marca.
           MOVE ZERO TO w-libres.
           IF tt-inscriptos(w-t) + tt-ofrecidos(w-t) > tt-cupo(w-t)
               MOVE "EXCEDIDO" TO o-marca
           ELSE
               COMPUTE w-libres = tt-cupo(w-t) - tt-inscriptos(w-t)
                   - tt-ofrecidos(w-t)
               IF w-libres = ZERO
                   MOVE "COMPLETO" TO o-marca
               END-IF
           END-IF.
           MOVE w-libres TO o-libres.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 960-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-detalle.
           ADD 1 TO w-lineas-impresas.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\ocupacion" w-fecha-hoy
               ".rpt" DELIMITED BY SIZE INTO rep-nombre.
           MOVE "OCUPACION DE ACTIVIDADES" TO rep-titulo.
           MOVE rep-fecha-hora(1:8) TO rep-t-fecha.
           MOVE rep-fecha-hora(9:2) TO rep-t-hora-hh.
           MOVE rep-fecha-hora(11:2) TO rep-t-hora-mm.
           OPEN OUTPUT REPORTE.

       950-LISTAR-ENCABEZADO.
           MOVE w-pagina TO rep-t-pagina.
           WRITE rep-lin FROM rep-lin-club.
           MOVE rep-titulo TO rep-t-titulo.
           WRITE rep-lin FROM rep-lin-titulo.
           WRITE rep-lin FROM rep-lin-emision.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cab-1.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       960-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 950-LISTAR-ENCABEZADO.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "INSCRIPCIONES" TO exc-programa.
           WRITE exc-reg.
       900-FIN.
           CLOSE INSCRIPCIONES.
           CLOSE ESPERA.
           CLOSE SOCIOMAE.
           CLOSE CARGOS.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
