      ******************************************************************
      * Author:
      * Date:
      * Purpose: Unification of a confirmed duplicate member (the pair
      *          duplicadosSocios listed and the office checked). Given
      *          the socio number that stays and the one that is closed,
      *          in one audited operation: moves every socios.dat month,
      *          cargos.dat charge and deudaant.dat debt of the closed
      *          number to the one that stays (each move audited to
      *          auditoria.dat, recibo cero), re-points the recibos of
      *          pagos.dat and the convenio, grupo familiar (own row and
      *          titularidad), debito, exencion, inscripciones,
      *          sanciones, incobrables, locker, lista de espera,
      *          licencia, anticipo and contacto links, rebuilds the
      *          saldos.dat summary, keeps the
      *          oldest sm-fecha-alta of the two fichas (the antiguedad)
      *          and marks the closed ficha "B", both changes written to
      *          fichahist.dat. A record with the same key under both
      *          numbers (the same month charged twice) is not merged
      *          blindly: it stays under the closed number and goes to
      *          excepciones.dat to be settled by hand. The operation is
      *          recorded in unificaciones.dat, so the closed number is
      *          never proposed again and its account can be traced.
      *          Needs a supervisor login when operadores.dat is loaded.
      * Tectonics: cobc
      * Modification history:
      *   - Inscripcion stack widened for the new ins-turno field.
      *   - The closed number's locker (lockers.dat) and waiting-list
      *     entries (espera.dat) move to the number that stays, each
      *     audited as a vinculo.
      *   - The closed number's licencias, anticipos and contacto
      *     move to the number that stays, each audited as a vinculo;
      *     a key already taken goes to excepciones.
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
                   RECORD KEY IS sm-socio.
           SELECT OPTIONAL FICHAHIST ASSIGN TO "..\fichahist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fh-llave.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-llave
                   ALTERNATE RECORD KEY IS soc-estado WITH DUPLICATES.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT OPTIONAL DEUDAANT ASSIGN TO "..\deudaant.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS da-llave
                   SHARING WITH ALL OTHER.
           SELECT PAGOS ASSIGN TO "..\pagos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL GRUPOS ASSIGN TO "..\grupos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS gf-socio
                   ALTERNATE RECORD KEY IS gf-titular WITH DUPLICATES.
           SELECT OPTIONAL DEBITOS ASSIGN TO "..\debitos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS deb-socio.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS conv-socio.
           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sal-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL EXENCIONES ASSIGN TO "..\exenciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS exen-socio.
           SELECT OPTIONAL INSCRIPCIONES ASSIGN TO
                   "..\inscripciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ins-llave.
           SELECT OPTIONAL SANCIONES ASSIGN TO "..\sanciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS san-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL INCOBRABLES ASSIGN TO "..\incobrables.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS inc-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL LOCKERS ASSIGN TO "..\lockers.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lk-numero
                   ALTERNATE RECORD KEY IS lk-socio WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL ESPERA ASSIGN TO "..\espera.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS esp-llave
                   ALTERNATE RECORD KEY IS esp-socio WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL ANTICIPOS ASSIGN TO "..\anticipos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ant-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CONTACTOS ASSIGN TO "..\contactos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cto-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL UNIFICACIONES ASSIGN TO
                   "..\unificaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS uni-socio-baja
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS aud-secuencia
                   ALTERNATE RECORD KEY IS aud-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS aud-recibo WITH DUPLICATES.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  FICHAHIST.
           COPY "FICHAHISTREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  PAGOS.
           COPY "PAGREC.cpy".
       FD  GRUPOS.
           COPY "GRUPOREC.cpy".
       FD  DEBITOS.
           COPY "DEBAUTREC.cpy".
       FD  CONVENIOS.
           COPY "CONVREC.cpy".
       FD  SALDOS.
           COPY "SALDOREC.cpy".
       FD  EXENCIONES.
           COPY "EXENREC.cpy".
       FD  INSCRIPCIONES.
           COPY "INSCRIPREC.cpy".
       FD  SANCIONES.
           COPY "SANCIONREC.cpy".
       FD  INCOBRABLES.
           COPY "INCOBREC.cpy".
       FD  LOCKERS.
           COPY "LOCKERREC.cpy".
       FD  ESPERA.
           COPY "ESPERAREC.cpy".
       FD  LICENCIAS.
           COPY "LICENCIAREC.cpy".
       FD  ANTICIPOS.
           COPY "ANTICIPOREC.cpy".
       FD  CONTACTOS.
           COPY "CONTACTOREC.cpy".
       FD  UNIFICACIONES.
           COPY "UNIFREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  AUDITORIA.
           COPY "AUDITREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-socio-queda pic 9(5) value zero.
       77  w-socio-baja pic 9(5) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-actual pic 9(4) value zero.
       77  w-confirma pic x value "N".
       77  w-m pic 9(3) value zero.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-existe pic 9 value zero.
           88 no-existe-destino value 1.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-flag-cargos pic 9 value zero.
           88 fin-arch-cargos value 1.
       77  w-flag-deuda-ant pic 9 value zero.
           88 fin-arch-deuda-ant value 1.
       77  w-flag-pagos pic 9 value zero.
           88 fin-arch-pagos value 1.
       77  w-flag-grupos pic 9 value zero.
           88 fin-arch-grupos value 1.
       77  w-flag-vinculo pic 9 value zero.
           88 no-esta-vinculo value 1.
       77  w-flag-ins pic 9 value zero.
           88 fin-arch-ins value 1.
       77  w-flag-san pic 9 value zero.
           88 fin-arch-san value 1.
       77  w-flag-inc pic 9 value zero.
           88 fin-arch-inc value 1.
       77  w-flag-locker pic 9 value zero.
           88 fin-arch-locker value 1.
       77  w-flag-espera pic 9 value zero.
           88 fin-arch-espera value 1.
       77  w-flag-lic pic 9 value zero.
           88 fin-arch-lic value 1.
       77  w-flag-ant pic 9 value zero.
           88 fin-arch-ant value 1.
       77  w-flag-saldos pic 9 value zero.
           88 no-esta-saldos value 1.
       77  w-hay-saldos pic 9 value zero.
           88 hubo-saldos value 1.
       77  w-flag-unificado pic 9 value zero.
           88 no-esta-unificado value 1.
       77  w-flag-audit pic 9 value zero.
           88 fin-arch-audit value 1.
       77  w-ult-secuencia pic 9(8) value zero.
       77  w-cnt-meses pic 9(3) value zero.
       77  w-cnt-cargos pic 9(3) value zero.
       77  w-cnt-deuda-ant pic 9(3) value zero.
       77  w-cnt-recibos pic 9(5) value zero.
       77  w-cnt-conflictos pic 9(3) value zero.
       77  w-tot-meses pic 9(3) value zero.
       77  w-tot-cargos pic 9(3) value zero.
       77  w-tot-deuda-ant pic 9(3) value zero.
       77  w-tot-inscripciones pic 9(3) value zero.
       77  w-tot-sanciones pic 9(3) value zero.
       77  w-tot-incobrables pic 9(3) value zero.
       77  w-tot-licencias pic 9(3) value zero.
       77  w-tot-anticipos pic 9(3) value zero.
       01  tabla-meses-mov.
      *        Los registros del numero que se cierra se apilan y se
      *        regraban despues del barrido: regrabar durante el READ
      *        NEXT moveria el recorrido de lugar.
           03 mm-reg pic x(43) OCCURS 60 TIMES.
       01  tabla-cargos-mov.
           03 mc-reg pic x(33) OCCURS 200 TIMES.
       01  tabla-deuda-ant-mov.
           03 md-reg pic x(44) OCCURS 120 TIMES.
       01  tabla-inscrip-mov.
           03 mi-reg pic x(27) OCCURS 20 TIMES.
       01  tabla-sanciones-mov.
           03 ms-reg pic x(81) OCCURS 20 TIMES.
       01  tabla-incobrables-mov.
           03 mn-reg pic x(97) OCCURS 20 TIMES.
       01  tabla-licencias-mov.
           03 ml-reg pic x(84) OCCURS 20 TIMES.
       01  tabla-anticipos-mov.
           03 ma-reg pic x(59) OCCURS 20 TIMES.
       77  w-fecha-alta-baja pic 9(8) value zero.
       77  w-alta-queda-ant pic 9(8) value zero.
       77  w-baja-domicilio pic x(30) value spaces.
       77  w-baja-telefono pic x(15) value spaces.
       77  w-baja-categoria pic x value space.
       77  w-baja-estado pic x value space.
       01  w-ficha-ant pic x(98) value spaces.
       77  w-orden-hist pic 99 value zero.
       77  w-motivo-ficha pic x(40) value spaces.
       77  w-sal-debe pic 9(8) value zero.
       77  w-sal-meses pic 9(2) value zero.
       77  w-sal-favor pic 9(6) value zero.
       77  w-sal-ult-fecha pic 9(8) value zero.
       77  w-sal-ult-recibo pic 9(10) value zero.
       77  w-operador pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  lin-ficha.
           03 f-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 f-nombre pic x(30).
           03 filler pic x(1) value spaces.
           03 f-domicilio pic x(30).
           03 filler pic x(1) value spaces.
           03 f-telefono pic x(15).
           03 filler pic x(7) value " ALTA: ".
           03 f-alta pic 9999/99/99.
           03 filler pic x(6) value " SIT: ".
           03 f-estado pic x.
       01  lin-resumen.
           03 filler pic x(15) value "UNIFICADO EL ".
           03 r-baja pic zzzz9.
           03 filler pic x(9) value " EN EL ".
           03 r-queda pic zzzz9.
           03 filler pic x(9) value "  MESES: ".
           03 r-meses pic zz9.
           03 filler pic x(10) value "  CARGOS: ".
           03 r-cargos pic zz9.
           03 filler pic x(11) value "  RECIBOS: ".
           03 r-recibos pic zzzz9.
           03 filler pic x(15) value "  CONFLICTOS: ".
           03 r-conflictos pic zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CONTROLAR-FICHAS.
           DISPLAY "CONFIRMA LA UNIFICACION (S/N):".
           ACCEPT w-confirma.
           IF w-confirma NOT = "S"
               DISPLAY "UNIFICACION ABANDONADA"
           ELSE
               PERFORM 300-UNIFICAR-MESES
               PERFORM 400-UNIFICAR-CARGOS
               PERFORM 450-UNIFICAR-DEUDA-ANT
               PERFORM 500-UNIFICAR-RECIBOS
               PERFORM 600-UNIFICAR-VINCULOS
               PERFORM 700-ACTUALIZAR-FICHAS
               PERFORM 800-GRABAR-UNIFICACION
               MOVE w-socio-baja TO r-baja
               MOVE w-socio-queda TO r-queda
               MOVE w-cnt-meses TO r-meses
               MOVE w-cnt-cargos TO r-cargos
               MOVE w-cnt-recibos TO r-recibos
               MOVE w-cnt-conflictos TO r-conflictos
               DISPLAY lin-resumen
               IF w-cnt-conflictos > ZERO
                   DISPLAY "HAY REGISTROS EN LOS DOS NUMEROS - VER "
                       "EXCEPCIONES"
               END-IF
           END-IF.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-VALIDAR-OPERADOR.
           DISPLAY "SOCIO QUE QUEDA:".
           ACCEPT w-socio-queda.
           DISPLAY "SOCIO QUE SE CIERRA:".
           ACCEPT w-socio-baja.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy(1:4) TO w-anio-actual.
           OPEN I-O SOCIOMAE.
           OPEN I-O FICHAHIST.
           OPEN I-O SOCIOS.
           OPEN I-O CARGOS.
           OPEN I-O DEUDAANT.
           OPEN I-O PAGOS.
           OPEN I-O GRUPOS.
           OPEN I-O DEBITOS.
           OPEN I-O CONVENIOS.
           OPEN I-O SALDOS.
           OPEN I-O EXENCIONES.
           OPEN I-O INSCRIPCIONES.
           OPEN I-O SANCIONES.
           OPEN I-O INCOBRABLES.
           OPEN I-O LOCKERS.
           OPEN I-O ESPERA.
           OPEN I-O LICENCIAS.
           OPEN I-O ANTICIPOS.
           OPEN I-O CONTACTOS.
           OPEN I-O UNIFICACIONES.
           OPEN I-O AUDITORIA.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 145-DETERMINAR-SECUENCIA.

      ******************************************************************
      * Unificar mueve la cuenta entera de un numero a otro: con
      * operadores.dat cargado lo hace un supervisor activo con clave
      * valida. Sin archivo (o vacio) rige el comportamiento historico
      * de las iniciales.
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
                   OR op-rol NOT = "S"
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
               INVALID KEY MOVE 1 TO w-flag-audit
           END-START.
           IF NOT fin-arch-audit
               READ AUDITORIA NEXT AT END MOVE 1 TO w-flag-audit
           END-IF.
           IF fin-arch-audit
               MOVE ZERO TO w-ult-secuencia
           ELSE
               MOVE aud-secuencia TO w-ult-secuencia
           END-IF.
           MOVE 0 TO w-flag-audit.

      ******************************************************************
      * Los dos numeros tienen que ser distintos y tener ficha, y
      * ninguno puede ser un numero ya cerrado por otra unificacion.
      * Se muestran las dos fichas para que el operador confirme que
      * es la misma persona.
      ******************************************************************
       200-CONTROLAR-FICHAS.
           IF w-socio-queda = w-socio-baja
               DISPLAY "LOS DOS NUMEROS SON EL MISMO"
               PERFORM 290-DESISTIR
           END-IF.
           MOVE 0 TO w-flag-unificado.
           MOVE w-socio-baja TO uni-socio-baja.
           READ UNIFICACIONES INVALID KEY MOVE 1 TO w-flag-unificado.
           IF NOT no-esta-unificado
               DISPLAY "EL SOCIO " w-socio-baja " YA FUE UNIFICADO EN "
                   uni-socio-queda
               PERFORM 290-DESISTIR
           END-IF.
           MOVE 0 TO w-flag-unificado.
           MOVE w-socio-queda TO uni-socio-baja.
           READ UNIFICACIONES INVALID KEY MOVE 1 TO w-flag-unificado.
           IF NOT no-esta-unificado
               DISPLAY "EL SOCIO " w-socio-queda " YA FUE UNIFICADO EN "
                   uni-socio-queda
               PERFORM 290-DESISTIR
           END-IF.
           MOVE w-socio-queda TO sm-socio.
           PERFORM 210-MOSTRAR-FICHA.
           MOVE w-socio-baja TO sm-socio.
           PERFORM 210-MOSTRAR-FICHA.
       210-MOSTRAR-FICHA.
           MOVE 0 TO w-flag-ficha.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               DISPLAY "EL SOCIO " sm-socio " NO TIENE FICHA"
               PERFORM 290-DESISTIR
           END-IF.
           MOVE sm-socio TO f-socio.
           MOVE sm-nombre TO f-nombre.
           MOVE sm-domicilio TO f-domicilio.
           MOVE sm-telefono TO f-telefono.
           MOVE sm-fecha-alta TO f-alta.
           MOVE sm-estado TO f-estado.
           DISPLAY lin-ficha.
       290-DESISTIR.
           MOVE "200-CONTROLAR-FICHAS" TO w-exc-paragrafo.
           MOVE w-socio-baja TO w-exc-clave.
           MOVE "UNIFICACION RECHAZADA" TO w-exc-mensaje.
           PERFORM 995-REGISTRAR-EXCEPCION.
           PERFORM 900-FIN.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * Todos los meses del numero que se cierra, de cualquier anio
      * presente en socios.dat, pasan tal cual al numero que queda:
      * nada se cancela ni se liquida. Un mes que ya existe en el
      * numero que queda no se pisa (seria cobrar dos veces o perder
      * un pago): queda en el viejo y va a excepciones.
      ******************************************************************
       300-UNIFICAR-MESES.
           MOVE ZERO TO w-tot-meses.
           MOVE 0 TO w-flag-socios.
           MOVE w-socio-baja TO soc-socio.
           MOVE ZERO TO soc-anio.
           MOVE ZERO TO soc-mes.
           START SOCIOS KEY IS >= soc-llave
               INVALID KEY MOVE 1 TO w-flag-socios
           END-START.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-socio NOT = w-socio-baja
                       MOVE 1 TO w-flag-socios
                   ELSE
                       IF w-tot-meses < 60
                           ADD 1 TO w-tot-meses
                           MOVE soc-reg TO mm-reg(w-tot-meses)
                       ELSE
                           DISPLAY "MAS DE 60 MESES, REVISAR A MANO"
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-tot-meses
               PERFORM 310-MOVER-MES
           END-PERFORM.
       310-MOVER-MES.
           MOVE 0 TO w-flag-existe.
           MOVE mm-reg(w-m) TO soc-reg.
           MOVE w-socio-queda TO soc-socio.
           READ SOCIOS INVALID KEY MOVE 1 TO w-flag-existe.
           IF NOT no-existe-destino
               MOVE mm-reg(w-m) TO soc-reg
               MOVE "310-MOVER-MES" TO w-exc-paragrafo
               MOVE soc-llave TO w-exc-clave
               MOVE "MES EN LOS DOS NUMEROS - NO SE UNIFICA" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
               ADD 1 TO w-cnt-conflictos
           ELSE
               MOVE mm-reg(w-m) TO soc-reg
               DELETE SOCIOS RECORD
               MOVE w-socio-queda TO soc-socio
               WRITE soc-reg
                   INVALID KEY
                       MOVE "310-MOVER-MES" TO w-exc-paragrafo
                       MOVE soc-llave TO w-exc-clave
                       MOVE "NO PUDE REGRABAR EL MES" TO w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
               END-WRITE
               ADD 1 TO w-cnt-meses
               MOVE "UNIFICA-MES" TO aud-paragrafo
               MOVE soc-anio TO aud-anio
               MOVE soc-mes TO aud-mes
               MOVE soc-estado TO aud-estado-ant
               MOVE soc-pagado TO aud-pagado-ant
               MOVE soc-debe TO aud-debe-ant
               MOVE soc-estado TO aud-estado-nuevo
               MOVE soc-pagado TO aud-pagado-nuevo
               MOVE soc-debe TO aud-debe-nuevo
               PERFORM 790-GRABAR-AUDITORIA
           END-IF.

       400-UNIFICAR-CARGOS.
           MOVE ZERO TO w-tot-cargos.
           MOVE 0 TO w-flag-cargos.
           MOVE w-socio-baja TO car-socio.
           MOVE ZERO TO car-anio.
           MOVE ZERO TO car-mes.
           MOVE LOW-VALUES TO car-concepto.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-flag-cargos
           END-START.
           PERFORM UNTIL fin-arch-cargos
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-cargos
               NOT AT END
                   IF car-socio NOT = w-socio-baja
                       MOVE 1 TO w-flag-cargos
                   ELSE
                       IF w-tot-cargos < 200
                           ADD 1 TO w-tot-cargos
                           MOVE car-reg TO mc-reg(w-tot-cargos)
                       ELSE
                           DISPLAY "MAS DE 200 CARGOS, REVISAR A MANO"
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-tot-cargos
               PERFORM 410-MOVER-CARGO
           END-PERFORM.
       410-MOVER-CARGO.
           MOVE 0 TO w-flag-existe.
           MOVE mc-reg(w-m) TO car-reg.
           MOVE w-socio-queda TO car-socio.
           READ CARGOS INVALID KEY MOVE 1 TO w-flag-existe.
           IF NOT no-existe-destino
               MOVE mc-reg(w-m) TO car-reg
               MOVE "410-MOVER-CARGO" TO w-exc-paragrafo
               MOVE car-llave TO w-exc-clave
               MOVE "CARGO EN LOS DOS NUMEROS - NO SE UNIFICA" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
               ADD 1 TO w-cnt-conflictos
           ELSE
               MOVE mc-reg(w-m) TO car-reg
               DELETE CARGOS RECORD
               MOVE w-socio-queda TO car-socio
               WRITE car-reg
                   INVALID KEY
                       MOVE "410-MOVER-CARGO" TO w-exc-paragrafo
                       MOVE car-llave TO w-exc-clave
                       MOVE "NO PUDE REGRABAR EL CARGO" TO
                           w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
               END-WRITE
               ADD 1 TO w-cnt-cargos
               MOVE SPACES TO aud-paragrafo
               STRING "UNIFICA-CARGO " car-concepto
                   DELIMITED BY SIZE INTO aud-paragrafo
               MOVE car-anio TO aud-anio
               MOVE car-mes TO aud-mes
               MOVE car-estado TO aud-estado-ant
               MOVE car-pagado TO aud-pagado-ant
               MOVE car-debe TO aud-debe-ant
               MOVE car-estado TO aud-estado-nuevo
               MOVE car-pagado TO aud-pagado-nuevo
               MOVE car-debe TO aud-debe-nuevo
               PERFORM 790-GRABAR-AUDITORIA
           END-IF.

       450-UNIFICAR-DEUDA-ANT.
           MOVE ZERO TO w-tot-deuda-ant.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE w-socio-baja TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = w-socio-baja
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       IF w-tot-deuda-ant < 120
                           ADD 1 TO w-tot-deuda-ant
                           MOVE da-reg TO md-reg(w-tot-deuda-ant)
                       ELSE
                           DISPLAY "MAS DE 120 MESES DE DEUDA "
                               "ANTERIOR, REVISAR A MANO"
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-tot-deuda-ant
               PERFORM 460-MOVER-DEUDA-ANT
           END-PERFORM.
       460-MOVER-DEUDA-ANT.
           MOVE 0 TO w-flag-existe.
           MOVE md-reg(w-m) TO da-reg.
           MOVE w-socio-queda TO da-socio.
           READ DEUDAANT INVALID KEY MOVE 1 TO w-flag-existe.
           IF NOT no-existe-destino
               MOVE md-reg(w-m) TO da-reg
               MOVE "460-MOVER-DEUDA-ANT" TO w-exc-paragrafo
               MOVE da-llave TO w-exc-clave
               MOVE "DEUDA ANT. EN LOS DOS NUMEROS - NO SE UNIFICA"
                   TO w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
               ADD 1 TO w-cnt-conflictos
           ELSE
               MOVE md-reg(w-m) TO da-reg
               DELETE DEUDAANT RECORD
               MOVE w-socio-queda TO da-socio
               WRITE da-reg
                   INVALID KEY
                       MOVE "460-MOVER-DEUDA-ANT" TO w-exc-paragrafo
                       MOVE da-llave TO w-exc-clave
                       MOVE "NO PUDE REGRABAR LA DEUDA ANTERIOR" TO
                           w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
               END-WRITE
               ADD 1 TO w-cnt-deuda-ant
               MOVE "UNIFICA-DEUDA-ANT" TO aud-paragrafo
               MOVE da-anio TO aud-anio
               MOVE da-mes TO aud-mes
               MOVE da-estado TO aud-estado-ant
               MOVE da-pagado TO aud-pagado-ant
               MOVE da-debe TO aud-debe-ant
               MOVE da-estado TO aud-estado-nuevo
               MOVE da-pagado TO aud-pagado-nuevo
               MOVE da-debe TO aud-debe-nuevo
               PERFORM 790-GRABAR-AUDITORIA
           END-IF.

      ******************************************************************
      * Los recibos no cambian de numero, solo de socio: el estado de
      * cuenta y la consulta los encuentran por la clave pag-socio. La
      * auditoria del cambio va con recibo cero y el numero de recibo
      * en el paragrafo, para que una anulacion del recibo no la tome
      * por una imputacion a revertir.
      ******************************************************************
       500-UNIFICAR-RECIBOS.
           MOVE 0 TO w-flag-pagos.
           MOVE w-socio-baja TO pag-socio.
           START PAGOS KEY IS = pag-socio
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-arch-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               NOT AT END
                   IF pag-socio NOT = w-socio-baja
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       MOVE w-socio-queda TO pag-socio
                       REWRITE pag-reg
                       ADD 1 TO w-cnt-recibos
                       MOVE SPACES TO aud-paragrafo
                       STRING "UNIFICA-REC " pag-recibo
                           DELIMITED BY SIZE INTO aud-paragrafo
                       MOVE pag-anio TO aud-anio
                       MOVE ZERO TO aud-mes
                       MOVE SPACE TO aud-estado-ant
                       MOVE ZERO TO aud-pagado-ant
                       MOVE ZERO TO aud-debe-ant
                       MOVE SPACE TO aud-estado-nuevo
                       MOVE ZERO TO aud-pagado-nuevo
                       MOVE ZERO TO aud-debe-nuevo
                       PERFORM 790-GRABAR-AUDITORIA
      *        El REWRITE cambia la clave alternada recorrida: se
      *        reposiciona sobre el numero viejo, al que le quedan
      *        solo los recibos todavia no movidos.
                       MOVE w-socio-baja TO pag-socio
                       START PAGOS KEY IS = pag-socio
                           INVALID KEY MOVE 1 TO w-flag-pagos
                       END-START
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Vinculos: grupo familiar (fila propia y titularidad), debito,
      * convenio, exencion, inscripciones, sanciones, incobrables,
      * lockers, lista de espera, licencias, anticipos y contactos. Un
      * vinculo de clave unica que ya existe en el numero que queda no
      * se pisa: queda en el viejo y va a excepciones. Al final se
      * rehace el resumen de saldos.dat.
      ******************************************************************
       600-UNIFICAR-VINCULOS.
           PERFORM 610-UNIFICAR-GRUPO-PROPIO.
           PERFORM 620-UNIFICAR-TITULARIDAD.
           PERFORM 630-UNIFICAR-DEBITO.
           PERFORM 640-UNIFICAR-CONVENIO.
           PERFORM 650-UNIFICAR-EXENCION.
           PERFORM 660-UNIFICAR-INSCRIPCIONES.
           PERFORM 670-UNIFICAR-SANCIONES.
           PERFORM 680-UNIFICAR-INCOBRABLES.
           PERFORM 685-UNIFICAR-LOCKERS.
           PERFORM 686-UNIFICAR-CONTACTO.
           PERFORM 687-UNIFICAR-ESPERA.
           PERFORM 688-UNIFICAR-LICENCIAS.
           PERFORM 689-UNIFICAR-ANTICIPOS.
           PERFORM 690-UNIFICAR-SALDOS.
       610-UNIFICAR-GRUPO-PROPIO.
           MOVE 0 TO w-flag-vinculo.
           MOVE w-socio-baja TO gf-socio.
           READ GRUPOS INVALID KEY MOVE 1 TO w-flag-vinculo.
           IF NOT no-esta-vinculo
               MOVE 0 TO w-flag-existe
               MOVE w-socio-queda TO gf-socio
               READ GRUPOS INVALID KEY MOVE 1 TO w-flag-existe
               END-READ
               IF NOT no-existe-destino
                   MOVE "UNIFICA-GRUPO" TO w-exc-mensaje
                   PERFORM 695-CONFLICTO-VINCULO
               ELSE
                   MOVE w-socio-baja TO gf-socio
                   READ GRUPOS
                   DELETE GRUPOS RECORD
                   MOVE w-socio-queda TO gf-socio
                   IF gf-titular = w-socio-baja
                       MOVE w-socio-queda TO gf-titular
                   END-IF
                   WRITE gf-reg
                       INVALID KEY
                           DISPLAY "NO PUDE REGRABAR EL GRUPO"
                   END-WRITE
                   MOVE "UNIFICA-GRUPO" TO aud-paragrafo
                   PERFORM 795-AUDITAR-VINCULO
               END-IF
           END-IF.
       620-UNIFICAR-TITULARIDAD.
           MOVE 0 TO w-flag-grupos.
           MOVE w-socio-baja TO gf-titular.
           START GRUPOS KEY IS = gf-titular
               INVALID KEY MOVE 1 TO w-flag-grupos
           END-START.
           PERFORM UNTIL fin-arch-grupos
               READ GRUPOS NEXT AT END MOVE 1 TO w-flag-grupos
               NOT AT END
                   IF gf-titular NOT = w-socio-baja
                       MOVE 1 TO w-flag-grupos
                   ELSE
                       MOVE w-socio-queda TO gf-titular
                       REWRITE gf-reg
                       MOVE "UNIFICA-TITULAR" TO aud-paragrafo
                       PERFORM 795-AUDITAR-VINCULO
      *        Mismo reposicionamiento que en los recibos.
                       MOVE w-socio-baja TO gf-titular
                       START GRUPOS KEY IS = gf-titular
                           INVALID KEY MOVE 1 TO w-flag-grupos
                       END-START
                   END-IF
           END-PERFORM.
       630-UNIFICAR-DEBITO.
           MOVE 0 TO w-flag-vinculo.
           MOVE w-socio-baja TO deb-socio.
           READ DEBITOS INVALID KEY MOVE 1 TO w-flag-vinculo.
           IF NOT no-esta-vinculo
               MOVE 0 TO w-flag-existe
               MOVE w-socio-queda TO deb-socio
               READ DEBITOS INVALID KEY MOVE 1 TO w-flag-existe
               END-READ
               IF NOT no-existe-destino
                   MOVE "UNIFICA-DEBITO" TO w-exc-mensaje
                   PERFORM 695-CONFLICTO-VINCULO
               ELSE
                   MOVE w-socio-baja TO deb-socio
                   READ DEBITOS
                   DELETE DEBITOS RECORD
                   MOVE w-socio-queda TO deb-socio
                   WRITE deb-reg
                       INVALID KEY
                           DISPLAY "NO PUDE REGRABAR EL DEBITO"
                   END-WRITE
                   MOVE "UNIFICA-DEBITO" TO aud-paragrafo
                   PERFORM 795-AUDITAR-VINCULO
               END-IF
           END-IF.
       640-UNIFICAR-CONVENIO.
           MOVE 0 TO w-flag-vinculo.
           MOVE w-socio-baja TO conv-socio.
           READ CONVENIOS INVALID KEY MOVE 1 TO w-flag-vinculo.
           IF NOT no-esta-vinculo
               MOVE 0 TO w-flag-existe
               MOVE w-socio-queda TO conv-socio
               READ CONVENIOS INVALID KEY MOVE 1 TO w-flag-existe
               END-READ
               IF NOT no-existe-destino
                   MOVE "UNIFICA-CONVENIO" TO w-exc-mensaje
                   PERFORM 695-CONFLICTO-VINCULO
               ELSE
                   MOVE w-socio-baja TO conv-socio
                   READ CONVENIOS
                   DELETE CONVENIOS RECORD
                   MOVE w-socio-queda TO conv-socio
                   WRITE conv-reg
                       INVALID KEY
                           DISPLAY "NO PUDE REGRABAR EL CONVENIO"
                   END-WRITE
                   MOVE "UNIFICA-CONVENIO" TO aud-paragrafo
                   PERFORM 795-AUDITAR-VINCULO
               END-IF
           END-IF.
       650-UNIFICAR-EXENCION.
           MOVE 0 TO w-flag-vinculo.
           MOVE w-socio-baja TO exen-socio.
           READ EXENCIONES INVALID KEY MOVE 1 TO w-flag-vinculo.
           IF NOT no-esta-vinculo
               MOVE 0 TO w-flag-existe
               MOVE w-socio-queda TO exen-socio
               READ EXENCIONES INVALID KEY MOVE 1 TO w-flag-existe
               END-READ
               IF NOT no-existe-destino
                   MOVE "UNIFICA-EXENCION" TO w-exc-mensaje
                   PERFORM 695-CONFLICTO-VINCULO
               ELSE
                   MOVE w-socio-baja TO exen-socio
                   READ EXENCIONES
                   DELETE EXENCIONES RECORD
                   MOVE w-socio-queda TO exen-socio
                   WRITE exen-reg
                       INVALID KEY
                           DISPLAY "NO PUDE REGRABAR LA EXENCION"
                   END-WRITE
                   MOVE "UNIFICA-EXENCION" TO aud-paragrafo
                   PERFORM 795-AUDITAR-VINCULO
               END-IF
           END-IF.
       660-UNIFICAR-INSCRIPCIONES.
           MOVE ZERO TO w-tot-inscripciones.
           MOVE 0 TO w-flag-ins.
           MOVE w-socio-baja TO ins-socio.
           MOVE LOW-VALUES TO ins-concepto.
           START INSCRIPCIONES KEY IS >= ins-llave
               INVALID KEY MOVE 1 TO w-flag-ins
           END-START.
           PERFORM UNTIL fin-arch-ins
               READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-ins
               NOT AT END
                   IF ins-socio NOT = w-socio-baja
                       MOVE 1 TO w-flag-ins
                   ELSE
                       IF w-tot-inscripciones < 20
                           ADD 1 TO w-tot-inscripciones
                           MOVE ins-reg TO mi-reg(w-tot-inscripciones)
                       ELSE
                           DISPLAY "MAS DE 20 INSCRIPCIONES, "
                               "REVISAR A MANO"
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM VARYING w-m FROM 1 BY 1
                   UNTIL w-m > w-tot-inscripciones
               MOVE 0 TO w-flag-existe
               MOVE mi-reg(w-m) TO ins-reg
               MOVE w-socio-queda TO ins-socio
               READ INSCRIPCIONES INVALID KEY MOVE 1 TO w-flag-existe
               END-READ
               IF NOT no-existe-destino
                   MOVE "UNIFICA-INSCRIPCION" TO w-exc-mensaje
                   PERFORM 695-CONFLICTO-VINCULO
               ELSE
                   MOVE mi-reg(w-m) TO ins-reg
                   DELETE INSCRIPCIONES RECORD
                   MOVE mi-reg(w-m) TO ins-reg
                   MOVE w-socio-queda TO ins-socio
                   WRITE ins-reg
                       INVALID KEY
                           DISPLAY "NO PUDE REGRABAR UNA INSCRIPCION"
                   END-WRITE
                   MOVE SPACES TO aud-paragrafo
                   STRING "UNIFICA-INSCRIP " ins-concepto
                       DELIMITED BY SIZE INTO aud-paragrafo
                   PERFORM 795-AUDITAR-VINCULO
               END-IF
           END-PERFORM.
      *        Una sancion o un pase a incobrables es de la persona:
      *        sigue al numero que queda (la clave incluye la fecha,
      *        no hay conflicto salvo el mismo dia).
       670-UNIFICAR-SANCIONES.
           MOVE ZERO TO w-tot-sanciones.
           MOVE 0 TO w-flag-san.
           MOVE w-socio-baja TO san-socio.
           MOVE ZERO TO san-desde.
           START SANCIONES KEY IS >= san-llave
               INVALID KEY MOVE 1 TO w-flag-san
           END-START.
           PERFORM UNTIL fin-arch-san
               READ SANCIONES NEXT AT END MOVE 1 TO w-flag-san
               NOT AT END
                   IF san-socio NOT = w-socio-baja
                       MOVE 1 TO w-flag-san
                   ELSE
                       IF w-tot-sanciones < 20
                           ADD 1 TO w-tot-sanciones
                           MOVE san-reg TO ms-reg(w-tot-sanciones)
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > w-tot-sanciones
               MOVE ms-reg(w-m) TO san-reg
               DELETE SANCIONES RECORD
               MOVE ms-reg(w-m) TO san-reg
               MOVE w-socio-queda TO san-socio
               WRITE san-reg
                   INVALID KEY
                       MOVE ms-reg(w-m) TO san-reg
                       WRITE san-reg
                       MOVE "UNIFICA-SANCION" TO w-exc-mensaje
                       PERFORM 695-CONFLICTO-VINCULO
                   NOT INVALID KEY
                       MOVE "UNIFICA-SANCION" TO aud-paragrafo
                       PERFORM 795-AUDITAR-VINCULO
               END-WRITE
           END-PERFORM.
       680-UNIFICAR-INCOBRABLES.
           MOVE ZERO TO w-tot-incobrables.
           MOVE 0 TO w-flag-inc.
           MOVE w-socio-baja TO inc-socio.
           MOVE ZERO TO inc-fecha-propuesta.
           START INCOBRABLES KEY IS >= inc-llave
               INVALID KEY MOVE 1 TO w-flag-inc
           END-START.
           PERFORM UNTIL fin-arch-inc
               READ INCOBRABLES NEXT AT END MOVE 1 TO w-flag-inc
               NOT AT END
                   IF inc-socio NOT = w-socio-baja
                       MOVE 1 TO w-flag-inc
                   ELSE
                       IF w-tot-incobrables < 20
                           ADD 1 TO w-tot-incobrables
                           MOVE inc-reg TO mn-reg(w-tot-incobrables)
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM VARYING w-m FROM 1 BY 1
                   UNTIL w-m > w-tot-incobrables
               MOVE mn-reg(w-m) TO inc-reg
               DELETE INCOBRABLES RECORD
               MOVE mn-reg(w-m) TO inc-reg
               MOVE w-socio-queda TO inc-socio
               WRITE inc-reg
                   INVALID KEY
                       MOVE mn-reg(w-m) TO inc-reg
                       WRITE inc-reg
                       MOVE "UNIFICA-INCOBRABLE" TO w-exc-mensaje
                       PERFORM 695-CONFLICTO-VINCULO
                   NOT INVALID KEY
                       MOVE "UNIFICA-INCOBRABLE" TO aud-paragrafo
                       PERFORM 795-AUDITAR-VINCULO
               END-WRITE
           END-PERFORM.

      ******************************************************************
      * El locker y los lugares en la lista de espera del numero que
      * se cierra pasan al que queda: no hay clave repetida posible
      * (la alternada admite duplicados y la lista va por fecha y
      * hora de anotacion). Cada REWRITE cambia la clave alternada
      * recorrida: se reposiciona desde el numero que se cierra.
      ******************************************************************
       685-UNIFICAR-LOCKERS.
           MOVE 0 TO w-flag-locker.
           MOVE w-socio-baja TO lk-socio.
           START LOCKERS KEY IS = lk-socio
               INVALID KEY MOVE 1 TO w-flag-locker
           END-START.
           PERFORM UNTIL fin-arch-locker
               READ LOCKERS NEXT AT END MOVE 1 TO w-flag-locker
               NOT AT END
                   IF lk-socio NOT = w-socio-baja
                       MOVE 1 TO w-flag-locker
                   ELSE
                       MOVE w-socio-queda TO lk-socio
                       REWRITE lk-reg
                           INVALID KEY
                               DISPLAY "NO PUDE REGRABAR EL LOCKER "
                                   lk-numero
                               MOVE 1 TO w-flag-locker
                           NOT INVALID KEY
                               MOVE "UNIFICA-LOCKER" TO aud-paragrafo
                               PERFORM 795-AUDITAR-VINCULO
                       END-REWRITE
                       MOVE w-socio-baja TO lk-socio
                       START LOCKERS KEY IS = lk-socio
                           INVALID KEY MOVE 1 TO w-flag-locker
                       END-START
                   END-IF
           END-PERFORM.
      *        El contacto es uno por socio: si el que queda ya
      *        tiene, se conserva el suyo y el viejo va a excepciones.
       686-UNIFICAR-CONTACTO.
           MOVE 0 TO w-flag-vinculo.
           MOVE w-socio-baja TO cto-socio.
           READ CONTACTOS INVALID KEY MOVE 1 TO w-flag-vinculo.
           IF NOT no-esta-vinculo
               MOVE 0 TO w-flag-existe
               MOVE w-socio-queda TO cto-socio
               READ CONTACTOS INVALID KEY MOVE 1 TO w-flag-existe
               END-READ
               IF NOT no-existe-destino
                   MOVE "UNIFICA-CONTACTO" TO w-exc-mensaje
                   PERFORM 695-CONFLICTO-VINCULO
               ELSE
                   MOVE w-socio-baja TO cto-socio
                   READ CONTACTOS
                   DELETE CONTACTOS RECORD
                   MOVE w-socio-queda TO cto-socio
                   WRITE cto-reg
                       INVALID KEY
                           DISPLAY "NO PUDE REGRABAR EL CONTACTO"
                   END-WRITE
                   MOVE "UNIFICA-CONTACTO" TO aud-paragrafo
                   PERFORM 795-AUDITAR-VINCULO
               END-IF
           END-IF.
       687-UNIFICAR-ESPERA.
           MOVE 0 TO w-flag-espera.
           MOVE w-socio-baja TO esp-socio.
           START ESPERA KEY IS = esp-socio
               INVALID KEY MOVE 1 TO w-flag-espera
           END-START.
           PERFORM UNTIL fin-arch-espera
               READ ESPERA NEXT AT END MOVE 1 TO w-flag-espera
               NOT AT END
                   IF esp-socio NOT = w-socio-baja
                       MOVE 1 TO w-flag-espera
                   ELSE
                       MOVE w-socio-queda TO esp-socio
                       REWRITE esp-reg
                           INVALID KEY
                               DISPLAY "NO PUDE REGRABAR LA ESPERA "
                                   esp-concepto
                               MOVE 1 TO w-flag-espera
                           NOT INVALID KEY
                               MOVE "UNIFICA-ESPERA" TO aud-paragrafo
                               PERFORM 795-AUDITAR-VINCULO
                       END-REWRITE
                       MOVE w-socio-baja TO esp-socio
                       START ESPERA KEY IS = esp-socio
                           INVALID KEY MOVE 1 TO w-flag-espera
                       END-START
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Las licencias y los anticipos del numero que se cierra siguen
      * al que queda con su mismo desde o ejercicio; si el que queda
      * ya tiene uno con esa clave, el viejo no se pisa: se regraba
      * donde estaba y va a excepciones.
      ******************************************************************
       688-UNIFICAR-LICENCIAS.
           MOVE ZERO TO w-tot-licencias.
           MOVE 0 TO w-flag-lic.
           MOVE w-socio-baja TO lic-socio.
           MOVE ZERO TO lic-desde.
           START LICENCIAS KEY IS >= lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-arch-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               NOT AT END
                   IF lic-socio NOT = w-socio-baja
                       MOVE 1 TO w-flag-lic
                   ELSE
                       IF w-tot-licencias < 20
                           ADD 1 TO w-tot-licencias
                           MOVE lic-reg TO ml-reg(w-tot-licencias)
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM VARYING w-m FROM 1 BY 1
                   UNTIL w-m > w-tot-licencias
               MOVE ml-reg(w-m) TO lic-reg
               DELETE LICENCIAS RECORD
               MOVE ml-reg(w-m) TO lic-reg
               MOVE w-socio-queda TO lic-socio
               WRITE lic-reg
                   INVALID KEY
                       MOVE ml-reg(w-m) TO lic-reg
                       WRITE lic-reg
                       MOVE "UNIFICA-LICENCIA" TO w-exc-mensaje
                       PERFORM 695-CONFLICTO-VINCULO
                   NOT INVALID KEY
                       MOVE "UNIFICA-LICENCIA" TO aud-paragrafo
                       PERFORM 795-AUDITAR-VINCULO
               END-WRITE
           END-PERFORM.
       689-UNIFICAR-ANTICIPOS.
           MOVE ZERO TO w-tot-anticipos.
           MOVE 0 TO w-flag-ant.
           MOVE w-socio-baja TO ant-socio.
           MOVE ZERO TO ant-anio.
           START ANTICIPOS KEY IS >= ant-llave
               INVALID KEY MOVE 1 TO w-flag-ant
           END-START.
           PERFORM UNTIL fin-arch-ant
               READ ANTICIPOS NEXT AT END MOVE 1 TO w-flag-ant
               NOT AT END
                   IF ant-socio NOT = w-socio-baja
                       MOVE 1 TO w-flag-ant
                   ELSE
                       IF w-tot-anticipos < 20
                           ADD 1 TO w-tot-anticipos
                           MOVE ant-reg TO ma-reg(w-tot-anticipos)
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM VARYING w-m FROM 1 BY 1
                   UNTIL w-m > w-tot-anticipos
               MOVE ma-reg(w-m) TO ant-reg
               DELETE ANTICIPOS RECORD
               MOVE ma-reg(w-m) TO ant-reg
               MOVE w-socio-queda TO ant-socio
               WRITE ant-reg
                   INVALID KEY
                       MOVE ma-reg(w-m) TO ant-reg
                       WRITE ant-reg
                       MOVE "UNIFICA-ANTICIPO" TO w-exc-mensaje
                       PERFORM 695-CONFLICTO-VINCULO
                   NOT INVALID KEY
                       MOVE "UNIFICA-ANTICIPO" TO aud-paragrafo
                       PERFORM 795-AUDITAR-VINCULO
               END-WRITE
           END-PERFORM.
      ******************************************************************
      * El resumen del numero viejo desaparece; el del que queda se
      * rehace con los meses del anio en curso ya unificados y el
      * ultimo pago mas reciente de los dos.
      ******************************************************************
       690-UNIFICAR-SALDOS.
           MOVE 0 TO w-hay-saldos.
           MOVE ZERO TO w-sal-ult-fecha.
           MOVE ZERO TO w-sal-ult-recibo.
           MOVE 0 TO w-flag-saldos.
           MOVE w-socio-baja TO sal-socio.
           READ SALDOS INVALID KEY MOVE 1 TO w-flag-saldos.
           IF NOT no-esta-saldos
               MOVE 1 TO w-hay-saldos
               MOVE sal-ult-fecha-pago TO w-sal-ult-fecha
               MOVE sal-ult-recibo TO w-sal-ult-recibo
               DELETE SALDOS RECORD
           END-IF.
           MOVE 0 TO w-flag-saldos.
           MOVE w-socio-queda TO sal-socio.
           READ SALDOS INVALID KEY MOVE 1 TO w-flag-saldos.
           IF NOT no-esta-saldos
               MOVE 1 TO w-hay-saldos
               IF sal-ult-fecha-pago > w-sal-ult-fecha
                   MOVE sal-ult-fecha-pago TO w-sal-ult-fecha
                   MOVE sal-ult-recibo TO w-sal-ult-recibo
               END-IF
           END-IF.
           IF hubo-saldos
               PERFORM 692-RECALCULAR-SALDOS
           END-IF.
       692-RECALCULAR-SALDOS.
           MOVE ZERO TO w-sal-debe.
           MOVE ZERO TO w-sal-meses.
           MOVE ZERO TO w-sal-favor.
           MOVE 0 TO w-flag-socios.
           MOVE w-socio-queda TO soc-socio.
           MOVE w-anio-actual TO soc-anio.
           MOVE ZERO TO soc-mes.
           START SOCIOS KEY IS >= soc-llave
               INVALID KEY MOVE 1 TO w-flag-socios
           END-START.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-socio NOT = w-socio-queda
                       OR soc-anio NOT = w-anio-actual
                       MOVE 1 TO w-flag-socios
                   ELSE
                       IF soc-mes = ZERO
                           MOVE soc-saldo-favor TO w-sal-favor
                       ELSE
                           IF soc-debe > 0
                               ADD soc-debe TO w-sal-debe
                               ADD 1 TO w-sal-meses
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.
           MOVE w-socio-queda TO sal-socio.
           MOVE w-anio-actual TO sal-anio.
           MOVE w-sal-debe TO sal-debe-total.
           MOVE w-sal-meses TO sal-meses-abiertos.
           MOVE w-sal-favor TO sal-saldo-favor.
           MOVE w-sal-ult-fecha TO sal-ult-fecha-pago.
           MOVE w-sal-ult-recibo TO sal-ult-recibo.
           IF no-esta-saldos
               WRITE sal-reg
                   INVALID KEY REWRITE sal-reg
               END-WRITE
           ELSE
               REWRITE sal-reg
                   INVALID KEY WRITE sal-reg
               END-REWRITE
           END-IF.
       695-CONFLICTO-VINCULO.
           DISPLAY "YA EXISTE EN EL NUMERO QUE QUEDA: " w-exc-mensaje.
           MOVE "600-UNIFICAR-VINCULOS" TO w-exc-paragrafo.
           MOVE w-socio-baja TO w-exc-clave.
           PERFORM 995-REGISTRAR-EXCEPCION.
           ADD 1 TO w-cnt-conflictos.

      ******************************************************************
      * Queda la fecha de alta mas antigua de las dos fichas (la
      * antiguedad es de la persona). Si la ficha que queda es la
      * vieja, ya de baja, y la que se cierra esta viva, la que queda
      * toma los datos actuales y la situacion de la viva. La que se
      * cierra pasa a "B" sin liquidacion: su cuenta ya esta en el
      * otro numero.
      ******************************************************************
       700-ACTUALIZAR-FICHAS.
           MOVE w-socio-baja TO sm-socio.
           READ SOCIOMAE.
           MOVE sm-fecha-alta TO w-fecha-alta-baja.
           MOVE sm-domicilio TO w-baja-domicilio.
           MOVE sm-telefono TO w-baja-telefono.
           MOVE sm-categoria TO w-baja-categoria.
           MOVE sm-estado TO w-baja-estado.
           MOVE sociomae-reg TO w-ficha-ant.
           MOVE "B" TO sm-estado.
           MOVE w-fecha-hoy TO sm-fecha-estado.
           REWRITE sociomae-reg.
           MOVE SPACES TO w-motivo-ficha.
           STRING "BAJA POR UNIFICACION EN EL SOCIO "
               w-socio-queda DELIMITED BY SIZE
               INTO w-motivo-ficha.
           PERFORM 750-REGISTRAR-HIST-FICHA.
           MOVE w-socio-queda TO sm-socio.
           READ SOCIOMAE.
           MOVE sociomae-reg TO w-ficha-ant.
           MOVE sm-fecha-alta TO w-alta-queda-ant.
           IF w-fecha-alta-baja > ZERO
               AND (w-fecha-alta-baja < sm-fecha-alta
                   OR sm-fecha-alta = ZERO)
               MOVE w-fecha-alta-baja TO sm-fecha-alta
           END-IF.
           IF sm-estado = "B" AND w-baja-estado NOT = "B"
               MOVE w-baja-domicilio TO sm-domicilio
               MOVE w-baja-telefono TO sm-telefono
               MOVE w-baja-categoria TO sm-categoria
               MOVE w-baja-estado TO sm-estado
               MOVE w-fecha-hoy TO sm-fecha-estado
           END-IF.
           MOVE SPACES TO w-motivo-ficha.
           STRING "UNIFICA AL SOCIO " w-socio-baja
               DELIMITED BY SIZE INTO w-motivo-ficha.
           REWRITE sociomae-reg.
           PERFORM 750-REGISTRAR-HIST-FICHA.

      ******************************************************************
      * Historia de la ficha: foto anterior y nueva con programa,
      * operador y motivo en fichahist.dat.
      ******************************************************************
       750-REGISTRAR-HIST-FICHA.
           MOVE w-ficha-ant TO fh-ant.
           MOVE sociomae-reg TO fh-nuevo.
           IF fh-ant NOT = fh-nuevo
               MOVE sm-socio TO fh-socio
               MOVE FUNCTION CURRENT-DATE TO fh-fecha-hora
               ADD 1 TO w-orden-hist
               MOVE w-orden-hist TO fh-orden
               MOVE "UNIFICACION" TO fh-programa
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

       790-GRABAR-AUDITORIA.
           ADD 1 TO w-ult-secuencia.
           MOVE w-ult-secuencia TO aud-secuencia.
           MOVE FUNCTION CURRENT-DATE TO aud-fecha-hora.
           MOVE w-socio-queda TO aud-socio.
           MOVE ZERO TO aud-recibo.
           WRITE aud-reg.
       795-AUDITAR-VINCULO.
           MOVE ZERO TO aud-anio.
           MOVE ZERO TO aud-mes.
           MOVE SPACE TO aud-estado-ant.
           MOVE ZERO TO aud-pagado-ant.
           MOVE ZERO TO aud-debe-ant.
           MOVE SPACE TO aud-estado-nuevo.
           MOVE ZERO TO aud-pagado-nuevo.
           MOVE ZERO TO aud-debe-nuevo.
           PERFORM 790-GRABAR-AUDITORIA.

       800-GRABAR-UNIFICACION.
           MOVE w-socio-baja TO uni-socio-baja.
           MOVE w-socio-queda TO uni-socio-queda.
           MOVE w-fecha-hoy TO uni-fecha.
           MOVE w-operador TO uni-operador.
           MOVE w-alta-queda-ant TO uni-alta-queda-ant.
           MOVE w-cnt-meses TO uni-meses.
           MOVE w-cnt-cargos TO uni-cargos.
           MOVE w-cnt-deuda-ant TO uni-deuda-ant.
           MOVE w-cnt-recibos TO uni-recibos.
           MOVE w-cnt-conflictos TO uni-conflictos.
           WRITE uni-reg
               INVALID KEY
                   MOVE "800-GRABAR-UNIFICACION" TO w-exc-paragrafo
                   MOVE w-socio-baja TO w-exc-clave
                   MOVE "NO PUDE GRABAR LA UNIFICACION" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
           END-WRITE.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "UNIFICASOCIOS" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE SOCIOMAE.
           CLOSE FICHAHIST.
           CLOSE SOCIOS.
           CLOSE CARGOS.
           CLOSE DEUDAANT.
           CLOSE PAGOS.
           CLOSE GRUPOS.
           CLOSE DEBITOS.
           CLOSE CONVENIOS.
           CLOSE SALDOS.
           CLOSE EXENCIONES.
           CLOSE INSCRIPCIONES.
           CLOSE SANCIONES.
           CLOSE INCOBRABLES.
           CLOSE LOCKERS.
           CLOSE ESPERA.
           CLOSE LICENCIAS.
           CLOSE ANTICIPOS.
           CLOSE CONTACTOS.
           CLOSE UNIFICACIONES.
           CLOSE AUDITORIA.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
