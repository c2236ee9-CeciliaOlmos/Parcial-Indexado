      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retention of personal data of members who left and
      *          of rejected applicants, as the data protection law
      *          requires. The retention periods come from
      *          parametros.dat: par-retencion-baja (years since the
      *          sm-fecha-estado of a ficha in sm-estado "B") and
      *          par-retencion-rechazo (years since the
      *          asp-fecha-resolucion of a refused solicitud). For
      *          every record past its limit the personal fields are
      *          blanked - nombre (replaced by a fixed mark),
      *          domicilio and telefono of the sociosmae.dat ficha and
      *          of every image of it in fichahist.dat, the CBU of
      *          debitos.dat, email and celular of contactos.dat, and
      *          the same fields of the aspirantes.dat solicitud -
      *          while the socio number, the dates, categoria and
      *          estado stay, and socios.dat, pagos.dat, the archives
      *          and every other financial file are not touched, so
      *          estadoCuentaHist still works. The CSV exports are
      *          rebuilt from these masters and so lose the data at
      *          their next run.
      *          "S" (the default) is the dry run: it lists what would
      *          be anonymized, with the names, and changes nothing.
      *          "A supervisor" anonymizes; it requires a supervisor
      *          (rol "S" with operadores.dat loaded) and a FIN OK of
      *          the dry run (RETENCIONSIM) in corridas.dat dated
      *          today, so the list reviewed is the list applied.
      *          Each record anonymized is logged to
      *          anonimizaciones.dat (file, key, rule, dates, no
      *          personal data) and the ficha change to fichahist.dat.
      *          Spools to ..\reports\retsim<aaaammdd>.rpt (dry run)
      *          or ..\reports\retencion<aaaammdd>.rpt; writes INI and
      *          FIN lines to corridas.dat.
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
                   RECORD KEY IS sm-socio.
           SELECT OPTIONAL FICHAHIST ASSIGN TO "..\fichahist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fh-llave.
           SELECT OPTIONAL DEBITOS ASSIGN TO "..\debitos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS deb-socio.
           SELECT OPTIONAL CONTACTOS ASSIGN TO "..\contactos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cto-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL ASPIRANTES ASSIGN TO "..\aspirantes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS asp-numero.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ANONIMIZACIONES
                   ASSIGN TO "..\anonimizaciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  FICHAHIST.
           COPY "FICHAHISTREC.cpy".
       FD  DEBITOS.
           COPY "DEBAUTREC.cpy".
       FD  CONTACTOS.
           COPY "CONTACTOREC.cpy".
       FD  ASPIRANTES.
           COPY "ASPIRREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       FD  ANONIMIZACIONES.
           COPY "ANONREC.cpy".
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(132).
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-param pic x(30) value spaces.
       77  w-modo pic x value space.
           88 modo-simular value "S".
           88 modo-aplicar value "A".
       77  w-supervisor pic x(3) value spaces.
       77  w-cor-programa pic x(16) value spaces.
       77  w-marca-anonimo pic x(30) value "*** DATOS ANONIMIZADOS ***".
       77  w-flag-fichas pic 9 value zero.
           88 fin-arch-fichas value 1.
       77  w-flag-hist pic 9 value zero.
           88 fin-arch-hist value 1.
       77  w-flag-asp pic 9 value zero.
           88 fin-arch-asp value 1.
       77  w-flag-corridas pic 9 value zero.
           88 fin-arch-corridas value 1.
       77  w-flag-leido pic 9 value zero.
           88 no-esta-registro value 1.
       77  w-flag-vencida pic 9 value zero.
           88 ficha-vencida value 1.
       77  w-flag-cambio pic 9 value zero.
           88 ficha-cambiada value 1.
       77  w-flag-datos pic 9 value zero.
           88 hay-datos value 1.
       77  w-flag-simulacion pic 9 value zero.
           88 hubo-simulacion value 1.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-clave-login pic x(8) value spaces.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-hoy pic 9(4) value zero.
       77  w-mmdd-hoy pic 9(4) value zero.
       77  w-anios-baja pic 9(2) value zero.
       77  w-anios-rechazo pic 9(2) value zero.
       77  w-limite-baja pic 9(8) value zero.
       77  w-limite-rechazo pic 9(8) value zero.
       77  w-socio pic 9(5) value zero.
       77  w-socio-contado pic 9(5) value zero.
       77  w-regla pic x value space.
       77  w-fecha-origen pic 9(8) value zero.
       77  w-anios pic 9(2) value zero.
       77  w-nombre-lista pic x(30) value spaces.
       77  w-archivo pic x(12) value spaces.
       77  w-clave pic x(16) value spaces.
       77  w-registros pic 9(4) value zero.
       77  w-orden-hist pic 99 value zero.
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value zero.
       77  w-pagina pic 9(3) value 1.
       77  w-cnt-socios pic 9(6) value zero.
       77  w-cnt-fichas pic 9(6) value zero.
       77  w-cnt-historia pic 9(6) value zero.
       77  w-cnt-debitos pic 9(6) value zero.
       77  w-cnt-contactos pic 9(6) value zero.
       77  w-cnt-aspirantes pic 9(6) value zero.
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  lin-politica.
           03 filler pic x(15) value "BAJAS: ".
           03 p-anios-baja pic z9.
           03 filler pic x(22) value " ANIOS (ANTES DEL ".
           03 p-limite-baja pic 9999/99/99.
           03 filler pic x(5) value ")".
           03 filler pic x(10) value "RECHAZOS: ".
           03 p-anios-rechazo pic z9.
           03 filler pic x(18) value " ANIOS (ANTES DEL ".
           03 p-limite-rechazo pic 9999/99/99.
           03 filler pic x value ")".
       01  lin-cab-det.
           03 filler pic x(14) value "ARCHIVO:".
           03 filler pic x(18) value "CLAVE:".
           03 filler pic x(7) value "SOCIO:".
           03 filler pic x(32) value "NOMBRE:".
           03 filler pic x(24) value "REGLA:".
           03 filler pic x(5) value "REG:".
       01  lin-det.
           03 d-archivo pic x(12).
           03 filler pic x(2) value spaces.
           03 d-clave pic x(16).
           03 filler pic x(2) value spaces.
           03 d-socio pic zzzzz BLANK WHEN ZERO.
           03 filler pic x(2) value spaces.
           03 d-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 d-regla pic x(12).
           03 d-fecha-origen pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 d-registros pic zzz9.
       01  lin-resumen-1.
           03 filler pic x(22) value "SOCIOS ALCANZADOS:    ".
           03 r-socios pic zzzzz9.
           03 filler pic x(22) value "   FICHAS:           ".
           03 r-fichas pic zzzzz9.
           03 filler pic x(22) value "   FOTOS DE HISTORIA: ".
           03 r-historia pic zzzzz9.
       01  lin-resumen-2.
           03 filler pic x(22) value "DEBITOS (CBU):        ".
           03 r-debitos pic zzzzz9.
           03 filler pic x(22) value "   CONTACTOS:        ".
           03 r-contactos pic zzzzz9.
           03 filler pic x(22) value "   ASPIRANTES:        ".
           03 r-aspirantes pic zzzzz9.
       01  lin-simulacion.
           03 filler pic x(60) value
               "SIMULACION: NO SE MODIFICO NINGUN ARCHIVO".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-PROCESAR-FICHAS.
           PERFORM 500-PROCESAR-ASPIRANTES.
           PERFORM 900-FIN.
           STOP RUN.

      ******************************************************************
      * "S" o sin argumentos simula; "A supervisor" aplica. Sin plazos
      * en parametros.dat no se hace nada: la politica la fija la
      * comision, el programa no inventa un plazo.
      ******************************************************************
       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE
               INTO w-modo w-supervisor.
           IF w-modo = SPACE
               MOVE "S" TO w-modo
           END-IF.
           IF NOT modo-simular AND NOT modo-aplicar
               OR (modo-aplicar AND w-supervisor = SPACES)
               DISPLAY "USO: S (SIMULACION) O A SUPERVISOR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy(1:4) TO w-anio-hoy.
           MOVE w-fecha-hoy(5:4) TO w-mmdd-hoy.
           PERFORM 130-LEER-PARAMETROS-SISTEMA.
           IF w-anios-baja = ZERO AND w-anios-rechazo = ZERO
               DISPLAY "SIN PLAZOS DE RETENCION EN PARAMETROS.DAT - "
                   "NO SE OPERA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF modo-aplicar
               PERFORM 110-VALIDAR-SUPERVISOR
               PERFORM 140-CONTROLAR-SIMULACION
               MOVE "RETENCIONDATOS" TO w-cor-programa
               OPEN I-O SOCIOMAE
               OPEN I-O FICHAHIST
               OPEN I-O DEBITOS
               OPEN I-O CONTACTOS
               OPEN I-O ASPIRANTES
               OPEN EXTEND ANONIMIZACIONES
           ELSE
               MOVE "RETENCIONSIM" TO w-cor-programa
               MOVE "SYS" TO w-supervisor
               OPEN INPUT SOCIOMAE
               OPEN INPUT FICHAHIST
               OPEN INPUT DEBITOS
               OPEN INPUT CONTACTOS
               OPEN INPUT ASPIRANTES
           END-IF.
           OPEN EXTEND EXCEPCIONES.
           MOVE "INI" TO w-cor-evento.
           MOVE SPACES TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 950-LISTAR-ENCABEZADO.

      ******************************************************************
      * Anonimizar es funcion de supervisor: con operadores.dat
      * cargado el codigo tiene que ser rol "S" activo con clave
      * valida. Sin archivo (o vacio) rige el comportamiento
      * historico.
      ******************************************************************
       110-VALIDAR-SUPERVISOR.
           OPEN INPUT OPERADORES.
           PERFORM 120-HAY-OPERADORES.
           IF control-operadores
               DISPLAY "CLAVE:"
               ACCEPT w-clave-login
               MOVE 0 TO w-flag-login
               MOVE w-supervisor TO op-codigo
               READ OPERADORES INVALID KEY MOVE 1 TO w-flag-login
               END-READ
               IF no-esta-login OR op-estado NOT = "A"
                   OR op-clave NOT = w-clave-login
                   OR op-rol NOT = "S"
                   DISPLAY "SUPERVISOR/CLAVE/ROL INVALIDO - "
                       "NO SE OPERA"
                   CLOSE OPERADORES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE OPERADORES.
       120-HAY-OPERADORES.
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

      ******************************************************************
      * Plazos de retencion. La fecha limite es hoy menos los anios
      * del plazo: lo dado de baja o rechazado antes de esa fecha se
      * anonimiza. Una regla sin plazo deja su limite en cero y no
      * alcanza a nadie.
      ******************************************************************
       130-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-lineas-pagina NUMERIC
                   AND par-lineas-pagina > ZERO
                   MOVE par-lineas-pagina TO w-lineas-pagina
               END-IF
               IF par-retencion-baja NUMERIC
                   MOVE par-retencion-baja TO w-anios-baja
               END-IF
               IF par-retencion-rechazo NUMERIC
                   MOVE par-retencion-rechazo TO w-anios-rechazo
               END-IF
           END-IF.
           CLOSE PARAMETROS.
           IF w-anios-baja > ZERO
               COMPUTE w-limite-baja =
                   (w-anio-hoy - w-anios-baja) * 10000 + w-mmdd-hoy
           END-IF.
           IF w-anios-rechazo > ZERO
               COMPUTE w-limite-rechazo =
                   (w-anio-hoy - w-anios-rechazo) * 10000
                   + w-mmdd-hoy
           END-IF.

      ******************************************************************
      * La lista que se aplica es la que se reviso: sin una simulacion
      * terminada OK hoy en corridas.dat no se anonimiza nada.
      ******************************************************************
       140-CONTROLAR-SIMULACION.
           MOVE 0 TO w-flag-simulacion.
           MOVE 0 TO w-flag-corridas.
           OPEN INPUT CORRIDAS.
           PERFORM UNTIL fin-arch-corridas
               READ CORRIDAS AT END MOVE 1 TO w-flag-corridas
               NOT AT END
                   IF cor-programa = "RETENCIONSIM"
                       AND cor-evento = "FIN" AND cor-estado = "OK"
                       AND cor-fecha = w-fecha-hoy
                       MOVE 1 TO w-flag-simulacion
                   END-IF
           END-PERFORM.
           CLOSE CORRIDAS.
           IF NOT hubo-simulacion
               DISPLAY "NO HAY SIMULACION DE HOY (RETENCIONSIM) - "
                   "CORRER PRIMERO CON S Y REVISAR EL LISTADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * Primera pasada: las fichas. Un ex socio alcanzado por el plazo
      * se trata en todos los archivos que guardan datos suyos.
      ******************************************************************
       200-PROCESAR-FICHAS.
           MOVE 0 TO w-flag-fichas.
           MOVE ZERO TO sm-socio.
           START SOCIOMAE KEY IS >= sm-socio
               INVALID KEY MOVE 1 TO w-flag-fichas
           END-START.
           PERFORM UNTIL fin-arch-fichas
               READ SOCIOMAE NEXT AT END MOVE 1 TO w-flag-fichas
               NOT AT END
                   PERFORM 300-FICHA-VENCIDA
                   IF ficha-vencida
                       PERFORM 400-TRATAR-SOCIO
                   END-IF
           END-PERFORM.

       300-FICHA-VENCIDA.
           MOVE 0 TO w-flag-vencida.
           IF sm-estado = "B" AND sm-fecha-estado NUMERIC
               AND sm-fecha-estado > ZERO
               AND sm-fecha-estado < w-limite-baja
               MOVE 1 TO w-flag-vencida
           END-IF.

      ******************************************************************
      * Cada archivo se mira por separado y solo se toca si todavia
      * tiene datos: una corrida cortada a mitad de un socio se
      * completa en la siguiente, y lo ya anonimizado no se vuelve a
      * registrar.
      ******************************************************************
       400-TRATAR-SOCIO.
           MOVE sm-socio TO w-socio.
           MOVE "B" TO w-regla.
           MOVE sm-fecha-estado TO w-fecha-origen.
           MOVE w-anios-baja TO w-anios.
           MOVE sm-nombre TO w-nombre-lista.
           MOVE 0 TO w-flag-cambio.
           PERFORM 410-ANONIMIZAR-FICHA.
           PERFORM 420-DEPURAR-HISTORIA.
           IF ficha-cambiada
               PERFORM 450-REGISTRAR-HIST-FICHA
           END-IF.
           PERFORM 430-ANONIMIZAR-DEBITO.
           PERFORM 440-ANONIMIZAR-CONTACTO.

       410-ANONIMIZAR-FICHA.
           IF sm-nombre NOT = w-marca-anonimo
               OR sm-domicilio NOT = SPACES
               OR sm-telefono NOT = SPACES
               ADD 1 TO w-cnt-fichas
               IF modo-aplicar
                   MOVE w-marca-anonimo TO sm-nombre
                   MOVE SPACES TO sm-domicilio
                   MOVE SPACES TO sm-telefono
                   REWRITE sociomae-reg
                       INVALID KEY
                           MOVE "410-ANONIMIZAR-FICHA" TO
                               w-exc-paragrafo
                           MOVE w-socio TO w-exc-clave
                           MOVE "NO PUDE REGRABAR LA FICHA" TO
                               w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                       NOT INVALID KEY
                           MOVE 1 TO w-flag-cambio
                   END-REWRITE
               END-IF
               MOVE "SOCIOSMAE" TO w-archivo
               MOVE w-socio TO w-clave
               MOVE 1 TO w-registros
               PERFORM 800-INFORMAR
           END-IF.

      *        Las fotos anterior y nueva de cada cambio de la ficha
      *        guardan los mismos datos: se enmascaran todas, la
      *        secuencia de cambios (fechas, categoria, estado) queda.
       420-DEPURAR-HISTORIA.
           MOVE ZERO TO w-registros.
           MOVE 0 TO w-flag-hist.
           MOVE w-socio TO fh-socio.
           MOVE LOW-VALUES TO fh-fecha-hora.
           MOVE ZERO TO fh-orden.
           START FICHAHIST KEY IS >= fh-llave
               INVALID KEY MOVE 1 TO w-flag-hist
           END-START.
           PERFORM UNTIL fin-arch-hist
               READ FICHAHIST NEXT AT END MOVE 1 TO w-flag-hist
               NOT AT END
                   IF fh-socio NOT = w-socio
                       MOVE 1 TO w-flag-hist
                   ELSE
                       PERFORM 425-DEPURAR-FOTO
                   END-IF
           END-PERFORM.
           IF w-registros > ZERO
               ADD w-registros TO w-cnt-historia
               MOVE "FICHAHIST" TO w-archivo
               MOVE w-socio TO w-clave
               PERFORM 800-INFORMAR
           END-IF.
       425-DEPURAR-FOTO.
           MOVE 0 TO w-flag-datos.
           IF fh-ant-nombre NOT = SPACES
               AND fh-ant-nombre NOT = w-marca-anonimo
               MOVE 1 TO w-flag-datos
           END-IF.
           IF fh-nue-nombre NOT = SPACES
               AND fh-nue-nombre NOT = w-marca-anonimo
               MOVE 1 TO w-flag-datos
           END-IF.
           IF fh-ant-domicilio NOT = SPACES
               OR fh-ant-telefono NOT = SPACES
               OR fh-nue-domicilio NOT = SPACES
               OR fh-nue-telefono NOT = SPACES
               MOVE 1 TO w-flag-datos
           END-IF.
           IF hay-datos
               ADD 1 TO w-registros
               IF modo-aplicar
                   IF fh-ant-nombre NOT = SPACES
                       MOVE w-marca-anonimo TO fh-ant-nombre
                   END-IF
                   IF fh-nue-nombre NOT = SPACES
                       MOVE w-marca-anonimo TO fh-nue-nombre
                   END-IF
                   MOVE SPACES TO fh-ant-domicilio fh-ant-telefono
                   MOVE SPACES TO fh-nue-domicilio fh-nue-telefono
                   REWRITE fh-reg
                       INVALID KEY
                           MOVE "425-DEPURAR-FOTO" TO w-exc-paragrafo
                           MOVE w-socio TO w-exc-clave
                           MOVE "NO PUDE REGRABAR LA HISTORIA" TO
                               w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                   END-REWRITE
               END-IF
           END-IF.

      *        Un CBU de un ex socio no puede seguir adherido: si la
      *        adhesion quedo en "A" se la da de baja con el borrado.
       430-ANONIMIZAR-DEBITO.
           MOVE 0 TO w-flag-leido.
           MOVE w-socio TO deb-socio.
           READ DEBITOS INVALID KEY MOVE 1 TO w-flag-leido.
           IF NOT no-esta-registro AND deb-cbu NOT = SPACES
               ADD 1 TO w-cnt-debitos
               IF modo-aplicar
                   MOVE SPACES TO deb-cbu
                   MOVE "B" TO deb-estado
                   REWRITE deb-reg
                       INVALID KEY
                           MOVE "430-ANONIMIZAR-DEBITO" TO
                               w-exc-paragrafo
                           MOVE w-socio TO w-exc-clave
                           MOVE "NO PUDE REGRABAR EL DEBITO" TO
                               w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                   END-REWRITE
               END-IF
               MOVE "DEBITOS" TO w-archivo
               MOVE w-socio TO w-clave
               MOVE 1 TO w-registros
               PERFORM 800-INFORMAR
           END-IF.

      *        Sin email ni celular el canal queda en "N" (no quiere
      *        avisos) para que nadie encole mensajes a la nada; la
      *        fecha del consentimiento se conserva.
       440-ANONIMIZAR-CONTACTO.
           MOVE 0 TO w-flag-leido.
           MOVE w-socio TO cto-socio.
           READ CONTACTOS INVALID KEY MOVE 1 TO w-flag-leido.
           IF NOT no-esta-registro
               AND (cto-email NOT = SPACES OR cto-celular NOT = SPACES)
               ADD 1 TO w-cnt-contactos
               IF modo-aplicar
                   MOVE SPACES TO cto-email
                   MOVE SPACES TO cto-celular
                   MOVE "N" TO cto-canal
                   IF cto-fecha-baja = ZERO
                       MOVE w-fecha-hoy TO cto-fecha-baja
                   END-IF
                   MOVE w-supervisor TO cto-operador
                   REWRITE cto-reg
                       INVALID KEY
                           MOVE "440-ANONIMIZAR-CONTACTO" TO
                               w-exc-paragrafo
                           MOVE w-socio TO w-exc-clave
                           MOVE "NO PUDE REGRABAR EL CONTACTO" TO
                               w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                   END-REWRITE
               END-IF
               MOVE "CONTACTOS" TO w-archivo
               MOVE w-socio TO w-clave
               MOVE 1 TO w-registros
               PERFORM 800-INFORMAR
           END-IF.

      ******************************************************************
      * Historia de la ficha: el borrado queda como un cambio mas, con
      * el supervisor que firmo. Las dos fotos van ya anonimizadas;
      * la foto anterior con los datos es justamente lo que se borra.
      ******************************************************************
       450-REGISTRAR-HIST-FICHA.
           MOVE sociomae-reg TO fh-ant.
           MOVE sociomae-reg TO fh-nuevo.
           MOVE sm-socio TO fh-socio.
           MOVE FUNCTION CURRENT-DATE TO fh-fecha-hora.
           ADD 1 TO w-orden-hist.
           MOVE w-orden-hist TO fh-orden.
           MOVE "RETENCIONDATOS" TO fh-programa.
           MOVE w-supervisor TO fh-operador.
           MOVE "ANONIMIZADA POR RETENCION DE DATOS" TO fh-motivo.
           WRITE fh-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA HISTORIA DE LA FICHA "
                       sm-socio
           END-WRITE.

      ******************************************************************
      * Segunda pasada: las solicitudes. Las rechazadas por el plazo
      * de rechazo; las aprobadas siguen a la ficha del socio que
      * generaron y se anonimizan cuando esa ficha vence.
      ******************************************************************
       500-PROCESAR-ASPIRANTES.
           MOVE 0 TO w-flag-asp.
           MOVE ZERO TO asp-numero.
           START ASPIRANTES KEY IS >= asp-numero
               INVALID KEY MOVE 1 TO w-flag-asp
           END-START.
           PERFORM UNTIL fin-arch-asp
               READ ASPIRANTES NEXT AT END MOVE 1 TO w-flag-asp
               NOT AT END PERFORM 510-EVALUAR-ASPIRANTE
           END-PERFORM.

       510-EVALUAR-ASPIRANTE.
           MOVE 0 TO w-flag-vencida.
           IF asp-estado = "R" AND asp-fecha-resolucion > ZERO
               AND asp-fecha-resolucion < w-limite-rechazo
               MOVE "R" TO w-regla
               MOVE asp-fecha-resolucion TO w-fecha-origen
               MOVE w-anios-rechazo TO w-anios
               MOVE ZERO TO w-socio
               MOVE 1 TO w-flag-vencida
           END-IF.
           IF asp-estado = "A" AND asp-socio-asignado > ZERO
               MOVE 0 TO w-flag-leido
               MOVE asp-socio-asignado TO sm-socio
               READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-leido
               END-READ
               IF NOT no-esta-registro
                   PERFORM 300-FICHA-VENCIDA
                   MOVE "B" TO w-regla
                   MOVE sm-fecha-estado TO w-fecha-origen
                   MOVE w-anios-baja TO w-anios
                   MOVE asp-socio-asignado TO w-socio
               END-IF
           END-IF.
           IF ficha-vencida
               PERFORM 520-ANONIMIZAR-ASPIRANTE
           END-IF.

       520-ANONIMIZAR-ASPIRANTE.
           IF asp-nombre NOT = w-marca-anonimo
               OR asp-domicilio NOT = SPACES
               OR asp-telefono NOT = SPACES
               ADD 1 TO w-cnt-aspirantes
               MOVE asp-nombre TO w-nombre-lista
               IF modo-aplicar
                   MOVE w-marca-anonimo TO asp-nombre
                   MOVE SPACES TO asp-domicilio
                   MOVE SPACES TO asp-telefono
                   REWRITE asp-reg
                       INVALID KEY
                           MOVE "520-ANONIMIZAR-ASPIRANTE" TO
                               w-exc-paragrafo
                           MOVE asp-numero TO w-exc-clave
                           MOVE "NO PUDE REGRABAR LA SOLICITUD" TO
                               w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                   END-REWRITE
               END-IF
               MOVE "ASPIRANTES" TO w-archivo
               MOVE asp-numero TO w-clave
               MOVE 1 TO w-registros
               PERFORM 800-INFORMAR
           END-IF.

      ******************************************************************
      * Renglon del listado y, al aplicar, linea de
      * anonimizaciones.dat. El nombre solo sale en la simulacion, que
      * es la que revisa la comision; el listado de la corrida real
      * ya no lo tiene.
      ******************************************************************
       800-INFORMAR.
           IF w-archivo NOT = "ASPIRANTES"
               AND w-socio NOT = w-socio-contado
               ADD 1 TO w-cnt-socios
               MOVE w-socio TO w-socio-contado
           END-IF.
           MOVE w-archivo TO d-archivo.
           MOVE w-clave TO d-clave.
           MOVE w-socio TO d-socio.
           IF modo-simular
               MOVE w-nombre-lista TO d-nombre
           ELSE
               MOVE SPACES TO d-nombre
           END-IF.
           IF w-regla = "B"
               MOVE "BAJA DEL" TO d-regla
           ELSE
               MOVE "RECHAZO DEL" TO d-regla
           END-IF.
           MOVE w-fecha-origen TO d-fecha-origen.
           MOVE w-registros TO d-registros.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 960-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-det.
           ADD 1 TO w-lineas-impresas.
           IF modo-aplicar
               MOVE FUNCTION CURRENT-DATE TO anon-fecha-hora
               MOVE w-archivo TO anon-archivo
               MOVE w-clave TO anon-clave
               MOVE w-socio TO anon-socio
               MOVE w-regla TO anon-regla
               MOVE w-fecha-origen TO anon-fecha-origen
               MOVE w-anios TO anon-anios
               MOVE w-registros TO anon-registros
               MOVE w-supervisor TO anon-operador
               WRITE anon-reg
           END-IF.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           IF modo-simular
               STRING "..\reports\retsim" rep-fecha-hora(1:8)
                   ".rpt" DELIMITED BY SIZE INTO rep-nombre
               MOVE "RETENCION - SIMULACION" TO rep-titulo
           ELSE
               STRING "..\reports\retencion" rep-fecha-hora(1:8)
                   ".rpt" DELIMITED BY SIZE INTO rep-nombre
               MOVE "RETENCION - ANONIMIZACION" TO rep-titulo
           END-IF.
           MOVE rep-fecha-hora(1:8) TO rep-t-fecha.
           MOVE rep-fecha-hora(9:2) TO rep-t-hora-hh.
           MOVE rep-fecha-hora(11:2) TO rep-t-hora-mm.
           MOVE w-anios-baja TO p-anios-baja.
           MOVE w-limite-baja TO p-limite-baja.
           MOVE w-anios-rechazo TO p-anios-rechazo.
           MOVE w-limite-rechazo TO p-limite-rechazo.
           OPEN OUTPUT REPORTE.

       950-LISTAR-ENCABEZADO.
           MOVE w-pagina TO rep-t-pagina.
           WRITE rep-lin FROM rep-lin-club.
           MOVE rep-titulo TO rep-t-titulo.
           WRITE rep-lin FROM rep-lin-titulo.
           WRITE rep-lin FROM rep-lin-emision.
           WRITE rep-lin FROM lin-politica.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cab-det.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       960-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 950-LISTAR-ENCABEZADO.

      ******************************************************************
      * corridas.dat abre y cierra en cada linea porque
      * 140-CONTROLAR-SIMULACION lo lee antes.
      ******************************************************************
       985-REGISTRAR-CORRIDA.
           OPEN EXTEND CORRIDAS.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
           MOVE w-cor-programa TO cor-programa.
           MOVE w-cor-evento TO cor-evento.
           MOVE w-cor-estado TO cor-estado.
           MOVE w-fecha-hora-cor(9:6) TO cor-hora.
           WRITE cor-reg.
           CLOSE CORRIDAS.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "RETENCIONDATOS" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
           MOVE 4 TO RETURN-CODE.

       900-FIN.
           MOVE w-cnt-socios TO r-socios.
           MOVE w-cnt-fichas TO r-fichas.
           MOVE w-cnt-historia TO r-historia.
           MOVE w-cnt-debitos TO r-debitos.
           MOVE w-cnt-contactos TO r-contactos.
           MOVE w-cnt-aspirantes TO r-aspirantes.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-resumen-1.
           WRITE rep-lin FROM lin-resumen-2.
           DISPLAY lin-resumen-1.
           DISPLAY lin-resumen-2.
           IF modo-simular
               WRITE rep-lin FROM lin-simulacion
               DISPLAY lin-simulacion
           END-IF.
           CLOSE REPORTE.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
           MOVE "FIN" TO w-cor-evento.
           IF RETURN-CODE = ZERO
               MOVE "OK" TO w-cor-estado
           ELSE
               MOVE "ERROR" TO w-cor-estado
           END-IF.
           PERFORM 985-REGISTRAR-CORRIDA.
           CLOSE SOCIOMAE.
           CLOSE FICHAHIST.
           CLOSE DEBITOS.
           CLOSE CONTACTOS.
           CLOSE ASPIRANTES.
           IF modo-aplicar
               CLOSE ANONIMIZACIONES
           END-IF.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
