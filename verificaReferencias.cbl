      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly referential integrity sweep over the files
      *          that point at a socio number. verificaSocios checks
      *          socios.dat and verificaSocioMae compares it with
      *          sociosmae.dat; nothing checked the satellites, where
      *          bajas, transfers and hand fixes leave orphans. Walks
      *          cargos, convenios, grupos, debitos, inscripciones,
      *          exenciones, reservas, saldos, cheques and the
      *          pendientes and vitalpend queues and reports every
      *          link to a socio with no ficha in sociosmae.dat, and
      *          every live record that contradicts a ficha dado de
      *          baja (a debito adherido, an inscripcion activa or a
      *          cargo generated after the baja, a grupo whose titular
      *          is gone, a queued change for a month that does not
      *          exist, a cheque whose recibo is not in pagos.dat).
      *          Each finding is displayed and written to
      *          excepciones.dat with the file and key involved.
      *          Findings are graded: serious ones (G) end the run
      *          with RETURN-CODE 8 so the chain stops; minor ones (L),
      *          such as a convenio vigente of a baja that may still
      *          be collected, are only reported. Writes its INI/FIN
      *          lines to corridas.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
                   SHARING WITH ALL OTHER.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-llave
                   SHARING WITH ALL OTHER.
           SELECT PAGOS ASSIGN TO "..\pagos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS conv-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL GRUPOS ASSIGN TO "..\grupos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS gf-socio
                   ALTERNATE RECORD KEY IS gf-titular WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL DEBITOS ASSIGN TO "..\debitos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS deb-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL INSCRIPCIONES ASSIGN TO
                   "..\inscripciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ins-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL EXENCIONES ASSIGN TO "..\exenciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS exen-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL RESERVAS ASSIGN TO "..\reservas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS res-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sal-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CHEQUES ASSIGN TO "..\cheques.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS chq-recibo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL PENDIENTES ASSIGN TO "..\pendientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pend-secuencia
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL VITALPEND ASSIGN TO "..\vitalpend.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vit-secuencia
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  PAGOS.
           COPY "PAGREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  CONVENIOS.
           COPY "CONVREC.cpy".
       FD  GRUPOS.
           COPY "GRUPOREC.cpy".
       FD  DEBITOS.
           COPY "DEBAUTREC.cpy".
       FD  INSCRIPCIONES.
           COPY "INSCRIPREC.cpy".
       FD  EXENCIONES.
           COPY "EXENREC.cpy".
       FD  RESERVAS.
           COPY "RESERVAREC.cpy".
       FD  SALDOS.
           COPY "SALDOREC.cpy".
       FD  CHEQUES.
           COPY "CHEQUEREC.cpy".
       FD  PENDIENTES.
           COPY "PENDREC.cpy".
       FD  VITALPEND.
           COPY "VITALREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-flag-arch pic 9 value zero.
           88 fin-arch value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-otro pic 9 value zero.
           88 no-esta-otro value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-socio-buscar pic 9(5) value zero.
       77  w-periodo-cargo pic 9(6) value zero.
       77  w-periodo-baja pic 9(6) value zero.
       77  w-cnt-graves pic 9(6) value zero.
       77  w-cnt-leves pic 9(6) value zero.
       77  w-cnt-leidos pic 9(8) value zero.
       77  w-hal-archivo pic x(16) value spaces.
       77  w-hal-clave pic x(16) value spaces.
       77  w-hal-motivo pic x(40) value spaces.
       77  w-hal-gravedad pic x value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       01  w-clave-cargo.
           03 w-cc-socio pic 9(5).
           03 w-cc-anio pic 9(4).
           03 w-cc-mes pic 9(2).
           03 w-cc-concepto pic x(3).
       01  w-clave-reserva.
           03 w-cr-instalacion pic x(3).
           03 w-cr-fecha pic 9(8).
           03 w-cr-hora pic 9(2).
       01  w-clave-inscripcion.
           03 w-ci-socio pic 9(5).
           03 w-ci-concepto pic x(3).
       01  lin-guarda.
           03 filler pic x(80) value all "-".
       01  lin-cabecera.
           03 filler pic x(5) value "GRAV".
           03 filler pic x(17) value "ARCHIVO:".
           03 filler pic x(17) value "CLAVE:".
           03 filler pic x(40) value "MOTIVO:".
       01  lin-hallazgo.
           03 d-gravedad pic x.
           03 filler pic x(4) value spaces.
           03 d-archivo pic x(16).
           03 filler pic x(1) value spaces.
           03 d-clave pic x(16).
           03 filler pic x(1) value spaces.
           03 d-motivo pic x(40).
       01  lin-resumen.
           03 filler pic x(18) value "REGISTROS LEIDOS: ".
           03 r-leidos pic zzzzzzz9.
           03 filler pic x(11) value "  GRAVES: ".
           03 r-graves pic zzzzz9.
           03 filler pic x(10) value "  LEVES: ".
           03 r-leves pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CONTROLAR-CARGOS.
           PERFORM 220-CONTROLAR-CONVENIOS.
           PERFORM 240-CONTROLAR-GRUPOS.
           PERFORM 260-CONTROLAR-DEBITOS.
           PERFORM 280-CONTROLAR-INSCRIPCIONES.
           PERFORM 300-CONTROLAR-EXENCIONES.
           PERFORM 320-CONTROLAR-RESERVAS.
           PERFORM 340-CONTROLAR-SALDOS.
           PERFORM 360-CONTROLAR-CHEQUES.
           PERFORM 380-CONTROLAR-PENDIENTES.
           PERFORM 400-CONTROLAR-VITALPEND.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT SOCIOS.
           OPEN INPUT PAGOS.
           OPEN INPUT CARGOS.
           OPEN INPUT CONVENIOS.
           OPEN INPUT GRUPOS.
           OPEN INPUT DEBITOS.
           OPEN INPUT INSCRIPCIONES.
           OPEN INPUT EXENCIONES.
           OPEN INPUT RESERVAS.
           OPEN INPUT SALDOS.
           OPEN INPUT CHEQUES.
           OPEN INPUT PENDIENTES.
           OPEN INPUT VITALPEND.
           OPEN EXTEND EXCEPCIONES.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
           MOVE SPACES TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           DISPLAY "CONTROL DE REFERENCIAS AL SOCIO " w-fecha-hoy.
           DISPLAY lin-guarda.
           DISPLAY lin-cabecera.

      ******************************************************************
      * cargos.dat: socio sin ficha, o cargo de un periodo posterior a
      * la baja del socio (una inscripcion o un proceso que siguio
      * generando despues de bajaSocio).
      ******************************************************************
       200-CONTROLAR-CARGOS.
           MOVE 0 TO w-flag-arch.
           MOVE LOW-VALUES TO car-llave.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 205-VERIFICAR-CARGO
           END-PERFORM.
       205-VERIFICAR-CARGO.
           MOVE car-socio TO w-socio-buscar.
           PERFORM 700-BUSCAR-FICHA.
           MOVE "CARGOS.DAT" TO w-hal-archivo.
           MOVE car-llave TO w-clave-cargo.
           MOVE w-clave-cargo TO w-hal-clave.
           MOVE "205-VERIFICAR-CARGO" TO w-exc-paragrafo.
           IF no-esta-ficha
               MOVE "CARGO DE SOCIO SIN FICHA" TO w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           ELSE
               COMPUTE w-periodo-cargo = car-anio * 100 + car-mes
               MOVE sm-fecha-estado(1:6) TO w-periodo-baja
               IF sm-estado = "B" AND w-periodo-cargo > w-periodo-baja
                   MOVE "CARGO POSTERIOR A LA BAJA DEL SOCIO" TO
                       w-hal-motivo
                   MOVE "G" TO w-hal-gravedad
                   PERFORM 800-REPORTAR-HALLAZGO
               END-IF
           END-IF.

      ******************************************************************
      * convenios.dat: un convenio vigente de un socio de baja puede
      * seguir cobrandose; se informa como leve.
      ******************************************************************
       220-CONTROLAR-CONVENIOS.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO conv-socio.
           START CONVENIOS KEY IS >= conv-socio
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ CONVENIOS NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 225-VERIFICAR-CONVENIO
           END-PERFORM.
       225-VERIFICAR-CONVENIO.
           MOVE conv-socio TO w-socio-buscar.
           PERFORM 700-BUSCAR-FICHA.
           MOVE "CONVENIOS.DAT" TO w-hal-archivo.
           MOVE conv-socio TO w-hal-clave.
           MOVE "225-VERIFICAR-CONVENIO" TO w-exc-paragrafo.
           IF no-esta-ficha
               MOVE "CONVENIO DE SOCIO SIN FICHA" TO w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           ELSE
               IF sm-estado = "B" AND conv-estado = "V"
                   MOVE "CONVENIO VIGENTE DE SOCIO DE BAJA" TO
                       w-hal-motivo
                   MOVE "L" TO w-hal-gravedad
                   PERFORM 800-REPORTAR-HALLAZGO
               END-IF
           END-IF.

      ******************************************************************
      * grupos.dat: integrante y titular tienen que tener ficha; un
      * titular de baja deja al grupo sin quien pague.
      ******************************************************************
       240-CONTROLAR-GRUPOS.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO gf-socio.
           START GRUPOS KEY IS >= gf-socio
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ GRUPOS NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 245-VERIFICAR-GRUPO
           END-PERFORM.
       245-VERIFICAR-GRUPO.
           MOVE "GRUPOS.DAT" TO w-hal-archivo.
           MOVE gf-socio TO w-hal-clave.
           MOVE "245-VERIFICAR-GRUPO" TO w-exc-paragrafo.
           MOVE gf-socio TO w-socio-buscar.
           PERFORM 700-BUSCAR-FICHA.
           IF no-esta-ficha
               MOVE "INTEGRANTE DE GRUPO SIN FICHA" TO w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           ELSE
               IF sm-estado = "B" AND gf-socio NOT = gf-titular
                   MOVE "INTEGRANTE DE GRUPO DADO DE BAJA" TO
                       w-hal-motivo
                   MOVE "L" TO w-hal-gravedad
                   PERFORM 800-REPORTAR-HALLAZGO
               END-IF
           END-IF.
           MOVE gf-titular TO w-socio-buscar.
           PERFORM 700-BUSCAR-FICHA.
           IF no-esta-ficha
               MOVE "TITULAR DEL GRUPO SIN FICHA" TO w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           ELSE
               IF sm-estado = "B"
                   MOVE "TITULAR DEL GRUPO DADO DE BAJA" TO
                       w-hal-motivo
                   MOVE "G" TO w-hal-gravedad
                   PERFORM 800-REPORTAR-HALLAZGO
               END-IF
           END-IF.

      ******************************************************************
      * debitos.dat: una adhesion activa de un socio de baja se
      * presentaria al banco.
      ******************************************************************
       260-CONTROLAR-DEBITOS.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO deb-socio.
           START DEBITOS KEY IS >= deb-socio
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ DEBITOS NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 265-VERIFICAR-DEBITO
           END-PERFORM.
       265-VERIFICAR-DEBITO.
           MOVE deb-socio TO w-socio-buscar.
           PERFORM 700-BUSCAR-FICHA.
           MOVE "DEBITOS.DAT" TO w-hal-archivo.
           MOVE deb-socio TO w-hal-clave.
           MOVE "265-VERIFICAR-DEBITO" TO w-exc-paragrafo.
           IF no-esta-ficha
               MOVE "DEBITO DE SOCIO SIN FICHA" TO w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           ELSE
               IF sm-estado = "B" AND deb-estado = "A"
                   MOVE "DEBITO ADHERIDO DE SOCIO DE BAJA" TO
                       w-hal-motivo
                   MOVE "G" TO w-hal-gravedad
                   PERFORM 800-REPORTAR-HALLAZGO
               END-IF
           END-IF.

      ******************************************************************
      * inscripciones.dat: una inscripcion activa de un socio de baja
      * sigue generando cargos todos los meses.
      ******************************************************************
       280-CONTROLAR-INSCRIPCIONES.
           MOVE 0 TO w-flag-arch.
           MOVE LOW-VALUES TO ins-llave.
           START INSCRIPCIONES KEY IS >= ins-llave
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 285-VERIFICAR-INSCRIPCION
           END-PERFORM.
       285-VERIFICAR-INSCRIPCION.
           MOVE ins-socio TO w-socio-buscar.
           PERFORM 700-BUSCAR-FICHA.
           MOVE "INSCRIPCIONES" TO w-hal-archivo.
           MOVE ins-llave TO w-clave-inscripcion.
           MOVE w-clave-inscripcion TO w-hal-clave.
           MOVE "285-VERIFICAR-INSCRIPCION" TO w-exc-paragrafo.
           IF no-esta-ficha
               MOVE "INSCRIPCION DE SOCIO SIN FICHA" TO w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           ELSE
               IF sm-estado = "B" AND ins-estado = "A"
                   MOVE "INSCRIPCION ACTIVA DE SOCIO DE BAJA" TO
                       w-hal-motivo
                   MOVE "G" TO w-hal-gravedad
                   PERFORM 800-REPORTAR-HALLAZGO
               END-IF
           END-IF.

       300-CONTROLAR-EXENCIONES.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO exen-socio.
           START EXENCIONES KEY IS >= exen-socio
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ EXENCIONES NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 305-VERIFICAR-EXENCION
           END-PERFORM.
       305-VERIFICAR-EXENCION.
           MOVE exen-socio TO w-socio-buscar.
           PERFORM 700-BUSCAR-FICHA.
           MOVE "EXENCIONES.DAT" TO w-hal-archivo.
           MOVE exen-socio TO w-hal-clave.
           MOVE "305-VERIFICAR-EXENCION" TO w-exc-paragrafo.
           IF no-esta-ficha
               MOVE "EXENCION DE SOCIO SIN FICHA" TO w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           ELSE
               IF sm-estado = "B" AND exen-estado = "V"
                   MOVE "EXENCION VIGENTE DE SOCIO DE BAJA" TO
                       w-hal-motivo
                   MOVE "L" TO w-hal-gravedad
                   PERFORM 800-REPORTAR-HALLAZGO
               END-IF
           END-IF.

      ******************************************************************
      * reservas.dat: solo interesan las reservas todavia por usarse
      * de un socio de baja; las pasadas son historia.
      ******************************************************************
       320-CONTROLAR-RESERVAS.
           MOVE 0 TO w-flag-arch.
           MOVE LOW-VALUES TO res-llave.
           START RESERVAS KEY IS >= res-llave
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ RESERVAS NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 325-VERIFICAR-RESERVA
           END-PERFORM.
       325-VERIFICAR-RESERVA.
           MOVE res-socio TO w-socio-buscar.
           PERFORM 700-BUSCAR-FICHA.
           MOVE "RESERVAS.DAT" TO w-hal-archivo.
           MOVE res-llave TO w-clave-reserva.
           MOVE w-clave-reserva TO w-hal-clave.
           MOVE "325-VERIFICAR-RESERVA" TO w-exc-paragrafo.
           IF no-esta-ficha
               MOVE "RESERVA DE SOCIO SIN FICHA" TO w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           ELSE
               IF sm-estado = "B" AND res-estado = "R"
                   AND res-fecha >= w-fecha-hoy
                   MOVE "RESERVA FUTURA DE SOCIO DE BAJA" TO
                       w-hal-motivo
                   MOVE "L" TO w-hal-gravedad
                   PERFORM 800-REPORTAR-HALLAZGO
               END-IF
           END-IF.

       340-CONTROLAR-SALDOS.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO sal-socio.
           START SALDOS KEY IS >= sal-socio
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ SALDOS NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 345-VERIFICAR-SALDO
           END-PERFORM.
       345-VERIFICAR-SALDO.
           MOVE sal-socio TO w-socio-buscar.
           PERFORM 700-BUSCAR-FICHA.
           IF no-esta-ficha
               MOVE "SALDOS.DAT" TO w-hal-archivo
               MOVE sal-socio TO w-hal-clave
               MOVE "345-VERIFICAR-SALDO" TO w-exc-paragrafo
               MOVE "RESUMEN DE SALDO DE SOCIO SIN FICHA" TO
                   w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           END-IF.

      ******************************************************************
      * cheques.dat: el socio tiene que tener ficha y el recibo con
      * que entro el cheque tiene que estar en pagos.dat.
      ******************************************************************
       360-CONTROLAR-CHEQUES.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO chq-recibo.
           START CHEQUES KEY IS >= chq-recibo
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ CHEQUES NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 365-VERIFICAR-CHEQUE
           END-PERFORM.
       365-VERIFICAR-CHEQUE.
           MOVE "CHEQUES.DAT" TO w-hal-archivo.
           MOVE chq-recibo TO w-hal-clave.
           MOVE "365-VERIFICAR-CHEQUE" TO w-exc-paragrafo.
           MOVE chq-socio TO w-socio-buscar.
           PERFORM 700-BUSCAR-FICHA.
           IF no-esta-ficha
               MOVE "CHEQUE DE SOCIO SIN FICHA" TO w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           END-IF.
           MOVE 0 TO w-flag-otro.
           MOVE chq-recibo TO pag-recibo.
           READ PAGOS INVALID KEY MOVE 1 TO w-flag-otro.
           IF no-esta-otro
               MOVE "CHEQUE CON RECIBO INEXISTENTE EN PAGOS" TO
                   w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           END-IF.

      ******************************************************************
      * pendientes.dat: un cambio todavia pendiente de aprobacion
      * tiene que apuntar a un mes que exista en socios.dat, o
      * aprobarCambios no va a tener que regrabar.
      ******************************************************************
       380-CONTROLAR-PENDIENTES.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO pend-secuencia.
           START PENDIENTES KEY IS >= pend-secuencia
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ PENDIENTES NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   IF pend-situacion = "P"
                       PERFORM 385-VERIFICAR-PENDIENTE
                   END-IF
           END-PERFORM.
       385-VERIFICAR-PENDIENTE.
           MOVE "PENDIENTES.DAT" TO w-hal-archivo.
           MOVE pend-secuencia TO w-hal-clave.
           MOVE "385-VERIFICAR-PENDIENTE" TO w-exc-paragrafo.
           MOVE pend-socio TO w-socio-buscar.
           PERFORM 700-BUSCAR-FICHA.
           IF no-esta-ficha
               MOVE "CAMBIO PENDIENTE DE SOCIO SIN FICHA" TO
                   w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           END-IF.
           MOVE 0 TO w-flag-otro.
           MOVE pend-socio TO soc-socio.
           MOVE pend-anio TO soc-anio.
           MOVE pend-mes TO soc-mes.
           READ SOCIOS INVALID KEY MOVE 1 TO w-flag-otro.
           IF no-esta-otro
               MOVE "CAMBIO PENDIENTE SOBRE MES INEXISTENTE" TO
                   w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           END-IF.

      ******************************************************************
      * vitalpend.dat: una propuesta pendiente de un socio sin ficha o
      * de baja no se puede aprobar; la de un socio que ya es
      * vitalicio sobra.
      ******************************************************************
       400-CONTROLAR-VITALPEND.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO vit-secuencia.
           START VITALPEND KEY IS >= vit-secuencia
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ VITALPEND NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   IF vit-situacion = "P"
                       PERFORM 405-VERIFICAR-VITALICIO
                   END-IF
           END-PERFORM.
       405-VERIFICAR-VITALICIO.
           MOVE vit-socio TO w-socio-buscar.
           PERFORM 700-BUSCAR-FICHA.
           MOVE "VITALPEND.DAT" TO w-hal-archivo.
           MOVE vit-secuencia TO w-hal-clave.
           MOVE "405-VERIFICAR-VITALICIO" TO w-exc-paragrafo.
           IF no-esta-ficha
               MOVE "PROPUESTA VITALICIO DE SOCIO SIN FICHA" TO
                   w-hal-motivo
               MOVE "G" TO w-hal-gravedad
               PERFORM 800-REPORTAR-HALLAZGO
           ELSE
               IF sm-estado = "B"
                   MOVE "PROPUESTA VITALICIO DE SOCIO DE BAJA" TO
                       w-hal-motivo
                   MOVE "G" TO w-hal-gravedad
                   PERFORM 800-REPORTAR-HALLAZGO
               ELSE
                   IF sm-categoria = "V"
                       MOVE "PROPUESTA DE QUIEN YA ES VITALICIO" TO
                           w-hal-motivo
                       MOVE "L" TO w-hal-gravedad
                       PERFORM 800-REPORTAR-HALLAZGO
                   END-IF
               END-IF
           END-IF.

       700-BUSCAR-FICHA.
           MOVE 0 TO w-flag-ficha.
           MOVE w-socio-buscar TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.

      ******************************************************************
      * Cada hallazgo va a pantalla y a excepciones.dat con la clave
      * del registro; el archivo lo dice el paragrafo que lo verifico
      * (uno por archivo) y el mensaje empieza con la gravedad, para
      * que excepcionesRevision lo siga hasta que alguien lo resuelva.
      ******************************************************************
       800-REPORTAR-HALLAZGO.
           IF w-hal-gravedad = "G"
               ADD 1 TO w-cnt-graves
           ELSE
               ADD 1 TO w-cnt-leves
           END-IF.
           MOVE w-hal-gravedad TO d-gravedad.
           MOVE w-hal-archivo TO d-archivo.
           MOVE w-hal-clave TO d-clave.
           MOVE w-hal-motivo TO d-motivo.
           DISPLAY lin-hallazgo.
           MOVE w-hal-clave TO w-exc-clave.
           MOVE SPACES TO w-exc-mensaje.
           STRING w-hal-gravedad " " w-hal-motivo DELIMITED BY SIZE
               INTO w-exc-mensaje.
           PERFORM 995-REGISTRAR-EXCEPCION.

       985-REGISTRAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
           MOVE "VERIFICAREFER" TO cor-programa.
           MOVE w-cor-evento TO cor-evento.
           MOVE w-cor-estado TO cor-estado.
           MOVE w-fecha-hora-cor(9:6) TO cor-hora.
           WRITE cor-reg.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "VERIFICAREFER" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.

      ******************************************************************
      * Con algun hallazgo grave la corrida termina con error para que
      * la cadena se detenga; los leves solo quedan informados.
      ******************************************************************
       900-FIN.
           DISPLAY lin-guarda.
           MOVE w-cnt-leidos TO r-leidos.
           MOVE w-cnt-graves TO r-graves.
           MOVE w-cnt-leves TO r-leves.
           DISPLAY lin-resumen.
           MOVE "FIN" TO w-cor-evento.
           IF w-cnt-graves > ZERO
               MOVE "ERROR" TO w-cor-estado
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "OK" TO w-cor-estado
           END-IF.
           PERFORM 985-REGISTRAR-CORRIDA.
           CLOSE SOCIOMAE.
           CLOSE SOCIOS.
           CLOSE PAGOS.
           CLOSE CARGOS.
           CLOSE CONVENIOS.
           CLOSE GRUPOS.
           CLOSE DEBITOS.
           CLOSE INSCRIPCIONES.
           CLOSE EXENCIONES.
           CLOSE RESERVAS.
           CLOSE SALDOS.
           CLOSE CHEQUES.
           CLOSE PENDIENTES.
           CLOSE VITALPEND.
           CLOSE EXCEPCIONES.
           CLOSE CORRIDAS.
       END PROGRAM YOUR-PROGRAM-NAME.
