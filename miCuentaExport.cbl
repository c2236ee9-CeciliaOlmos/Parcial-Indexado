      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly "mi cuenta" export for the club website, so
      *          members can see what they owe without calling the
      *          desk. For every ficha of sociosmae.dat it builds the
      *          member's block - the saldos.dat summary, open cuotas
      *          (socios.dat), cargos (cargos.dat) and prior-year debt
      *          (deudaant.dat) with their due dates, the last five
      *          recibos, the debito automatico status, the active
      *          inscripciones, the reservas to come, the carnet
      *          vigencia (same rule as carnets) and the one-time
      *          access code - and writes it to
      *          ..\micuenta<aaaammdd>.txt only if it changed since the
      *          last export: micuenta.dat keeps a signature of the
      *          block sent and the access code. A member seen for the
      *          first time gets a code; the desk issues a new one with
      *          "C socio operador" (cajero or supervisor), which goes
      *          out with that night's delta. The default run ("D") is
      *          the delta and refuses to run twice the same day (a
      *          second run would overwrite the day's file with only
      *          what changed since the first); "T" sends every member
      *          for a full reload by the web provider. The nightly
      *          runs write INI/FIN lines to corridas.dat (MICUENTA).
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
           SELECT OPTIONAL MICUENTA ASSIGN TO "..\micuenta.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mc-socio
                   SHARING WITH ALL OTHER.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-llave.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT OPTIONAL DEUDAANT ASSIGN TO "..\deudaant.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS da-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL SALDOS ASSIGN TO "..\saldos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sal-socio
                   SHARING WITH ALL OTHER.
           SELECT PAGOS ASSIGN TO "..\pagos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL DEBITOS ASSIGN TO "..\debitos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS deb-socio.
           SELECT OPTIONAL INSCRIPCIONES ASSIGN TO
                   "..\inscripciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ins-llave.
           SELECT OPTIONAL RESERVAS ASSIGN TO "..\reservas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS res-llave.
           SELECT OPTIONAL SANCIONES ASSIGN TO "..\sanciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS san-llave.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT MICUENTA-TEX ASSIGN TO w-nombre-export
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  MICUENTA.
           COPY "MCUENTAREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  SALDOS.
           COPY "SALDOREC.cpy".
       FD  PAGOS.
           COPY "PAGREC.cpy".
       FD  DEBITOS.
           COPY "DEBAUTREC.cpy".
       FD  INSCRIPCIONES.
           COPY "INSCRIPREC.cpy".
       FD  RESERVAS.
           COPY "RESERVAREC.cpy".
       FD  SANCIONES.
           COPY "SANCIONREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  MICUENTA-TEX.
       01  mct-lin pic x(120).
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-param pic x(20) value spaces.
       77  w-modo pic x value spaces.
           88 modo-delta value "D".
           88 modo-total value "T".
           88 modo-codigo value "C".
       77  w-socio-param pic 9(5) value zero.
       77  w-operador pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-nombre-export pic x(40) value spaces.
       77  w-flag-fichas pic 9 value zero.
           88 fin-arch-fichas value 1.
       77  w-flag-mc pic 9 value zero.
           88 no-esta-mc value 1.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-flag-cargos pic 9 value zero.
           88 fin-arch-cargos value 1.
       77  w-flag-deuda-ant pic 9 value zero.
           88 fin-arch-deuda-ant value 1.
       77  w-flag-saldos pic 9 value zero.
           88 no-esta-saldos value 1.
       77  w-flag-pagos pic 9 value zero.
           88 fin-arch-pagos value 1.
       77  w-flag-debito pic 9 value zero.
           88 no-esta-debito value 1.
       77  w-flag-inscrip pic 9 value zero.
           88 fin-arch-inscrip value 1.
       77  w-flag-reservas pic 9 value zero.
           88 fin-arch-reservas value 1.
       77  w-flag-sanciones pic 9 value zero.
           88 fin-arch-sanciones value 1.
       77  w-sancionado pic 9 value zero.
           88 socio-sancionado value 1.
       77  w-flag-corridas pic 9 value zero.
           88 fin-arch-corridas value 1.
       77  w-ya-corrio pic 9 value zero.
           88 corrida-hecha value 1.
       77  w-exportar pic 9 value zero.
           88 socio-a-exportar value 1.
       77  w-truncado pic 9 value zero.
           88 bloque-truncado value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-actual pic 9(4) value zero.
       77  w-mes-actual pic 9(2) value zero.
       77  w-periodo-aux pic 9(6) value zero.
       77  w-cnt-impagos pic 9(2) value zero.
       77  w-vigencia pic 9(8) value zero.
       77  w-vto pic 9(8) value zero.
       77  w-codigo-exp pic 9(6) value zero.
       77  w-azar pic 9v9(8) value zero.
       77  w-semilla pic 9(8) value zero.
       77  w-firma-1 pic 9(9) value zero.
       77  w-firma-2 pic 9(9) value zero.
       77  w-firma-aux pic 9(12) value zero.
       77  w-ord pic 9(3) value zero.
       77  w-i pic 9(3) value zero.
       77  w-j pic 9(3) value zero.
       77  w-cnt-lineas pic 9(3) value zero.
       77  w-cnt-recibos pic 9 value zero.
       77  w-cnt-reservas pic 9(3) value zero.
       77  w-cnt-fichas pic 9(6) value zero.
       77  w-cnt-exportados pic 9(6) value zero.
       77  w-cnt-codigos pic 9(6) value zero.
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-deb-estado pic x value spaces.
       77  w-deb-recibo pic 9(10) value zero.
       77  w-deb-fecha pic 9(8) value zero.
       77  w-deb-importe pic 9(8) value zero.
       01  tabla-dias-mes.
           03 filler pic x(24) value "312831303130313130313031".
       01  filler REDEFINES tabla-dias-mes.
           03 vec-dias pic 99 OCCURS 12 TIMES.
       01  tabla-lineas.
           03 tl-lin pic x(120) OCCURS 100 TIMES.
       01  tabla-recibos.
           03 tr-det OCCURS 5 TIMES.
               05 tr-recibo pic 9(10).
               05 tr-fecha pic 9(8).
               05 tr-importe pic 9(8).
               05 tr-forma pic x.
       01  tabla-reservas.
           03 trs-det OCCURS 500 TIMES.
               05 trs-socio pic 9(5).
               05 trs-instalacion pic x(3).
               05 trs-fecha pic 9(8).
               05 trs-hora pic 9(2).
               05 trs-importe pic 9(6).
       01  lin-resumen.
           03 filler pic x(18) value "FICHAS LEIDAS:    ".
           03 r-fichas pic zzzzz9.
           03 filler pic x(17) value "   EXPORTADAS:   ".
           03 r-exportados pic zzzzz9.
           03 filler pic x(19) value "   CODIGOS NUEVOS: ".
           03 r-codigos pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           IF modo-codigo
               PERFORM 700-NUEVO-CODIGO
               PERFORM 800-FIN-CODIGO
           ELSE
               PERFORM UNTIL fin-arch-fichas
                   READ SOCIOMAE NEXT AT END MOVE 1 TO w-flag-fichas
                   NOT AT END
                       PERFORM 300-PROCESAR-FICHA
               END-PERFORM
               PERFORM 900-FIN
           END-IF.
           STOP RUN.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE
               INTO w-modo w-socio-param w-operador.
           IF w-modo = SPACE
               MOVE "D" TO w-modo
           END-IF.
           IF NOT modo-delta AND NOT modo-total AND NOT modo-codigo
               OR (modo-codigo AND (w-socio-param = ZERO
                   OR w-operador = SPACES))
               DISPLAY "USO: D (DELTA), T (TOTAL) O C SOCIO OPERADOR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy(1:4) TO w-anio-actual.
           MOVE w-fecha-hoy(5:2) TO w-mes-actual.
           MOVE FUNCTION CURRENT-DATE(9:8) TO w-semilla.
           COMPUTE w-azar = FUNCTION RANDOM(w-semilla).
           IF modo-codigo
               PERFORM 110-VALIDAR-OPERADOR
               OPEN INPUT SOCIOMAE
               OPEN I-O MICUENTA
           ELSE
               IF modo-delta
                   PERFORM 120-CONSULTAR-CORRIDAS
               END-IF
               OPEN EXTEND CORRIDAS
               MOVE "INI" TO w-cor-evento
               MOVE SPACES TO w-cor-estado
               PERFORM 985-REGISTRAR-CORRIDA
               OPEN INPUT SOCIOMAE
               OPEN I-O MICUENTA
               OPEN INPUT SOCIOS
               OPEN INPUT CARGOS
               OPEN INPUT DEUDAANT
               OPEN INPUT SALDOS
               OPEN INPUT PAGOS
               OPEN INPUT DEBITOS
               OPEN INPUT INSCRIPCIONES
               OPEN INPUT RESERVAS
               OPEN INPUT SANCIONES
               OPEN EXTEND EXCEPCIONES
               PERFORM 150-CARGAR-RESERVAS
               CLOSE RESERVAS
               MOVE SPACES TO w-nombre-export
               STRING "..\micuenta" w-fecha-hoy ".txt"
                   DELIMITED BY SIZE INTO w-nombre-export
               OPEN OUTPUT MICUENTA-TEX
               MOVE SPACES TO mct-lin
               STRING "M;" w-fecha-hoy ";" w-modo
                   DELIMITED BY SIZE INTO mct-lin
               WRITE mct-lin
           END-IF.

      ******************************************************************
      * El codigo de acceso lo da la recepcion (cajero o supervisor).
      * Con operadores.dat cargado el codigo tiene que estar activo y
      * con clave valida; sin archivo (o vacio) rige el comportamiento
      * historico de las iniciales.
      ******************************************************************
       110-VALIDAR-OPERADOR.
           OPEN INPUT OPERADORES.
           PERFORM 115-HAY-OPERADORES.
           IF control-operadores
               DISPLAY "CLAVE:"
               ACCEPT w-clave-login
               MOVE 0 TO w-flag-login
               MOVE w-operador TO op-codigo
               READ OPERADORES INVALID KEY MOVE 1 TO w-flag-login
               END-READ
               IF no-esta-login OR op-estado NOT = "A"
                   OR op-clave NOT = w-clave-login
                   OR (op-rol NOT = "S" AND op-rol NOT = "C")
                   DISPLAY "OPERADOR/CLAVE/ROL INVALIDO - NO SE OPERA"
                   CLOSE OPERADORES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE OPERADORES.
       115-HAY-OPERADORES.
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
      * El delta es contra la firma de la ultima corrida: una segunda
      * corrida el mismo dia pisaria el archivo del dia con solo lo
      * que cambio desde la primera y el proveedor perderia el resto.
      * Se rechaza con RETURN-CODE 8; "T" manda todo igual.
      ******************************************************************
       120-CONSULTAR-CORRIDAS.
           MOVE 0 TO w-flag-corridas.
           MOVE 0 TO w-ya-corrio.
           OPEN INPUT CORRIDAS.
           PERFORM UNTIL fin-arch-corridas
               READ CORRIDAS AT END MOVE 1 TO w-flag-corridas
               NOT AT END
                   IF cor-fecha = w-fecha-hoy
                       AND cor-programa = "MICUENTA"
                       AND cor-evento = "FIN" AND cor-estado = "OK"
                       MOVE 1 TO w-ya-corrio
                   END-IF
           END-PERFORM.
           CLOSE CORRIDAS.
           IF corrida-hecha
               DISPLAY "EL EXPORT MI CUENTA YA CORRIO HOY - PARA "
                   "REENVIAR TODO USAR T"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * reservas.dat va por instalacion y fecha, no por socio: las
      * reservas por venir se cargan una sola vez en la tabla y cada
      * socio busca las suyas ahi.
      ******************************************************************
       150-CARGAR-RESERVAS.
           MOVE ZERO TO w-cnt-reservas.
           MOVE 0 TO w-flag-reservas.
           MOVE LOW-VALUES TO res-llave.
           START RESERVAS KEY IS >= res-llave
               INVALID KEY MOVE 1 TO w-flag-reservas
           END-START.
           PERFORM UNTIL fin-arch-reservas
               READ RESERVAS NEXT AT END MOVE 1 TO w-flag-reservas
               NOT AT END
                   IF res-estado = "R" AND res-fecha >= w-fecha-hoy
                       PERFORM 155-APILAR-RESERVA
                   END-IF
           END-PERFORM.
       155-APILAR-RESERVA.
           IF w-cnt-reservas < 500
               ADD 1 TO w-cnt-reservas
               MOVE res-socio TO trs-socio(w-cnt-reservas)
               MOVE res-instalacion TO trs-instalacion(w-cnt-reservas)
               MOVE res-fecha TO trs-fecha(w-cnt-reservas)
               MOVE res-hora TO trs-hora(w-cnt-reservas)
               MOVE res-importe TO trs-importe(w-cnt-reservas)
           ELSE
               MOVE "155-APILAR-RESERVA" TO w-exc-paragrafo
               MOVE res-llave TO w-exc-clave
               MOVE "TABLA DE RESERVAS LLENA, NO SE EXPORTA" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           END-IF.

      ******************************************************************
      * El bloque del socio se arma entero en la tabla de lineas; su
      * firma contra la de micuenta.dat decide si va al archivo. El
      * codigo de acceso no entra en la firma: viaja una sola vez, la
      * noche en que se dio, y esa noche el bloque sale aunque no haya
      * cambiado nada mas.
      ******************************************************************
       300-PROCESAR-FICHA.
           ADD 1 TO w-cnt-fichas.
           MOVE 0 TO w-flag-mc.
           MOVE sm-socio TO mc-socio.
           READ MICUENTA INVALID KEY MOVE 1 TO w-flag-mc
           END-READ.
           IF no-esta-mc
               PERFORM 310-ALTA-CONTROL
           END-IF.
           MOVE ZERO TO w-cnt-lineas.
           MOVE 0 TO w-truncado.
           MOVE ZERO TO w-codigo-exp.
           PERFORM 405-DETERMINAR-VIGENCIA.
           PERFORM 400-ARMAR-CABECERA.
           PERFORM 410-ARMAR-SALDO.
           PERFORM 420-ARMAR-CUOTAS.
           PERFORM 430-ARMAR-CARGOS.
           PERFORM 440-ARMAR-DEUDA-ANT.
           PERFORM 450-ARMAR-RECIBOS.
           PERFORM 460-ARMAR-DEBITO.
           PERFORM 470-ARMAR-INSCRIPCIONES.
           PERFORM 480-ARMAR-RESERVAS.
           IF bloque-truncado
               MOVE "300-PROCESAR-FICHA" TO w-exc-paragrafo
               MOVE sm-socio TO w-exc-clave
               MOVE "BLOQUE MI CUENTA TRUNCADO A 100 LINEAS" TO
                   w-exc-mensaje
               PERFORM 995-REGISTRAR-EXCEPCION
           END-IF.
           PERFORM 500-CALCULAR-FIRMA.
           MOVE 0 TO w-exportar.
           IF modo-total OR mc-codigo-pendiente = "S"
               OR w-firma-1 NOT = mc-firma-1
               OR w-firma-2 NOT = mc-firma-2
               MOVE 1 TO w-exportar
           END-IF.
           IF socio-a-exportar
               IF mc-codigo-pendiente = "S"
                   MOVE mc-codigo TO w-codigo-exp
                   PERFORM 400-ARMAR-CABECERA
               END-IF
               PERFORM 600-ESCRIBIR-BLOQUE
               MOVE w-firma-1 TO mc-firma-1
               MOVE w-firma-2 TO mc-firma-2
               MOVE "N" TO mc-codigo-pendiente
               MOVE w-fecha-hoy TO mc-fecha-export
               REWRITE mc-reg
                   INVALID KEY
                       MOVE "300-PROCESAR-FICHA" TO w-exc-paragrafo
                       MOVE mc-socio TO w-exc-clave
                       MOVE "NO PUDE REGRABAR EL CONTROL MI CUENTA" TO
                           w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
               END-REWRITE
           END-IF.
       310-ALTA-CONTROL.
           MOVE sm-socio TO mc-socio.
           PERFORM 750-GENERAR-CODIGO.
           MOVE "SYS" TO mc-operador-codigo.
           MOVE ZERO TO mc-firma-1.
           MOVE ZERO TO mc-firma-2.
           MOVE ZERO TO mc-fecha-export.
           WRITE mc-reg
               INVALID KEY
                   MOVE "310-ALTA-CONTROL" TO w-exc-paragrafo
                   MOVE mc-socio TO w-exc-clave
                   MOVE "NO PUDE GRABAR EL CONTROL MI CUENTA" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
           END-WRITE.
           ADD 1 TO w-cnt-codigos.

       390-AGREGAR-LINEA.
           IF w-cnt-lineas < 100
               ADD 1 TO w-cnt-lineas
           ELSE
               MOVE 1 TO w-truncado
           END-IF.

      ******************************************************************
      * H: socio, nombre, categoria, estado de la ficha, vigencia del
      * carnet (cero si no le corresponde) y codigo de acceso nuevo
      * (cero si no hay uno por mandar). Va siempre en la linea 1.
      ******************************************************************
       400-ARMAR-CABECERA.
           MOVE SPACES TO tl-lin(1).
           STRING "H;" sm-socio ";" sm-nombre ";" sm-categoria ";"
               sm-estado ";" w-vigencia ";" w-codigo-exp
               DELIMITED BY SIZE INTO tl-lin(1).
           IF w-cnt-lineas = ZERO
               MOVE 1 TO w-cnt-lineas
           END-IF.

      ******************************************************************
      * La misma regla que carnets: al dia con los meses transcurridos,
      * vigencia al 31/12; con cuotas vencidas impagas, al fin del mes
      * en curso. Suspendidos, bajas y sancionados no tienen carnet.
      ******************************************************************
       405-DETERMINAR-VIGENCIA.
           MOVE ZERO TO w-vigencia.
           IF sm-estado = "A" OR sm-estado = "R"
               PERFORM 407-CONTROLAR-SANCION
               IF NOT socio-sancionado
                   PERFORM 406-CONTAR-IMPAGOS
                   IF w-cnt-impagos = ZERO
                       COMPUTE w-vigencia = w-anio-actual * 10000
                           + 1231
                   ELSE
                       MOVE w-fecha-hoy(1:6) TO w-periodo-aux
                       COMPUTE w-vigencia = w-periodo-aux * 100
                           + vec-dias(w-mes-actual)
                   END-IF
               END-IF
           END-IF.
       406-CONTAR-IMPAGOS.
           MOVE ZERO TO w-cnt-impagos.
           MOVE 0 TO w-flag-socios.
           MOVE sm-socio TO soc-socio.
           MOVE w-anio-actual TO soc-anio.
           MOVE ZERO TO soc-mes.
           START SOCIOS KEY IS >= soc-llave
               INVALID KEY MOVE 1 TO w-flag-socios
           END-START.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-socio NOT = sm-socio
                       OR soc-anio NOT = w-anio-actual
                       MOVE 1 TO w-flag-socios
                   ELSE
                       IF soc-mes > 0 AND soc-mes <= w-mes-actual
                           AND soc-debe > 0
                           ADD 1 TO w-cnt-impagos
                       END-IF
                   END-IF
           END-PERFORM.
       407-CONTROLAR-SANCION.
           MOVE 0 TO w-sancionado.
           MOVE 0 TO w-flag-sanciones.
           MOVE sm-socio TO san-socio.
           MOVE ZERO TO san-desde.
           START SANCIONES KEY IS >= san-llave
               INVALID KEY MOVE 1 TO w-flag-sanciones
           END-START.
           PERFORM UNTIL fin-arch-sanciones
               READ SANCIONES NEXT AT END MOVE 1 TO w-flag-sanciones
               NOT AT END
                   IF san-socio NOT = sm-socio
                       OR san-desde > w-fecha-hoy
                       MOVE 1 TO w-flag-sanciones
                   ELSE
                       IF san-estado = "V" AND san-tipo = "S"
                           AND san-hasta >= w-fecha-hoy
                           MOVE 1 TO w-sancionado
                       END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      * S: el resumen de saldos.dat tal como lo dejo la aplicacion de
      * pagos. Un socio sin resumen no lleva linea S.
      ******************************************************************
       410-ARMAR-SALDO.
           MOVE 0 TO w-flag-saldos.
           MOVE sm-socio TO sal-socio.
           READ SALDOS INVALID KEY MOVE 1 TO w-flag-saldos
           END-READ.
           IF NOT no-esta-saldos
               PERFORM 390-AGREGAR-LINEA
               IF NOT bloque-truncado
                   MOVE SPACES TO tl-lin(w-cnt-lineas)
                   STRING "S;" sm-socio ";" sal-anio ";"
                       sal-debe-total ";" sal-meses-abiertos ";"
                       sal-saldo-favor ";" sal-ult-fecha-pago ";"
                       sal-ult-recibo
                       DELIMITED BY SIZE INTO tl-lin(w-cnt-lineas)
               END-IF
           END-IF.

      ******************************************************************
      * C, G y A: cuotas, cargos y deuda de ejercicios cerrados con
      * debe abierto, con el vencimiento del cupon (el 10 del mes,
      * como cuponera).
      ******************************************************************
       420-ARMAR-CUOTAS.
           MOVE 0 TO w-flag-socios.
           MOVE sm-socio TO soc-socio.
           MOVE ZERO TO soc-anio.
           MOVE ZERO TO soc-mes.
           START SOCIOS KEY IS >= soc-llave
               INVALID KEY MOVE 1 TO w-flag-socios
           END-START.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-socio NOT = sm-socio
                       MOVE 1 TO w-flag-socios
                   ELSE
                       IF soc-mes > 0 AND soc-debe > 0
                           PERFORM 425-LINEA-CUOTA
                       END-IF
                   END-IF
           END-PERFORM.
       425-LINEA-CUOTA.
           PERFORM 390-AGREGAR-LINEA.
           IF NOT bloque-truncado
               COMPUTE w-vto = soc-anio * 10000 + soc-mes * 100 + 10
               MOVE SPACES TO tl-lin(w-cnt-lineas)
               STRING "C;" sm-socio ";" soc-anio soc-mes ";" w-vto
                   ";" soc-debe
                   DELIMITED BY SIZE INTO tl-lin(w-cnt-lineas)
           END-IF.
       430-ARMAR-CARGOS.
           MOVE 0 TO w-flag-cargos.
           MOVE sm-socio TO car-socio.
           MOVE ZERO TO car-anio.
           MOVE ZERO TO car-mes.
           MOVE LOW-VALUES TO car-concepto.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-flag-cargos
           END-START.
           PERFORM UNTIL fin-arch-cargos
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-cargos
               NOT AT END
                   IF car-socio NOT = sm-socio
                       MOVE 1 TO w-flag-cargos
                   ELSE
                       IF car-debe > 0
                           PERFORM 435-LINEA-CARGO
                       END-IF
                   END-IF
           END-PERFORM.
       435-LINEA-CARGO.
           PERFORM 390-AGREGAR-LINEA.
           IF NOT bloque-truncado
               COMPUTE w-vto = car-anio * 10000 + car-mes * 100 + 10
               MOVE SPACES TO tl-lin(w-cnt-lineas)
               STRING "G;" sm-socio ";" car-anio car-mes ";"
                   car-concepto ";" w-vto ";" car-debe
                   DELIMITED BY SIZE INTO tl-lin(w-cnt-lineas)
           END-IF.
       440-ARMAR-DEUDA-ANT.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE sm-socio TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = sm-socio
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       IF da-debe > 0
                           PERFORM 445-LINEA-DEUDA-ANT
                       END-IF
                   END-IF
           END-PERFORM.
       445-LINEA-DEUDA-ANT.
           PERFORM 390-AGREGAR-LINEA.
           IF NOT bloque-truncado
      *        El mes 00 son los cargos de actividades del anio
      *        cerrado: vencidos, a mas tardar, en diciembre.
               IF da-mes = ZERO
                   COMPUTE w-vto = da-anio * 10000 + 1210
               ELSE
                   COMPUTE w-vto = da-anio * 10000 + da-mes * 100 + 10
               END-IF
               MOVE SPACES TO tl-lin(w-cnt-lineas)
               STRING "A;" sm-socio ";" da-anio da-mes ";" w-vto
                   ";" da-debe
                   DELIMITED BY SIZE INTO tl-lin(w-cnt-lineas)
           END-IF.

      ******************************************************************
      * R: los ultimos cinco recibos, por la clave alternada en orden
      * de numero (la tabla circular de consultaSocio). De paso queda
      * el ultimo recibo de debito automatico para la linea B.
      ******************************************************************
       450-ARMAR-RECIBOS.
           MOVE ZERO TO w-cnt-recibos.
           MOVE ZERO TO w-deb-recibo.
           MOVE ZERO TO w-deb-fecha.
           MOVE ZERO TO w-deb-importe.
           MOVE 0 TO w-flag-pagos.
           MOVE sm-socio TO pag-socio.
           START PAGOS KEY IS = pag-socio
               INVALID KEY MOVE 1 TO w-flag-pagos
           END-START.
           PERFORM UNTIL fin-arch-pagos
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-pagos
               NOT AT END
                   IF pag-socio NOT = sm-socio
                       MOVE 1 TO w-flag-pagos
                   ELSE
                       PERFORM 455-APILAR-RECIBO
                   END-IF
           END-PERFORM.
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-cnt-recibos
               PERFORM 390-AGREGAR-LINEA
               IF NOT bloque-truncado
                   MOVE SPACES TO tl-lin(w-cnt-lineas)
                   STRING "R;" sm-socio ";" tr-recibo(w-j) ";"
                       tr-fecha(w-j) ";" tr-importe(w-j) ";"
                       tr-forma(w-j)
                       DELIMITED BY SIZE INTO tl-lin(w-cnt-lineas)
               END-IF
           END-PERFORM.
       455-APILAR-RECIBO.
           IF w-cnt-recibos < 5
               ADD 1 TO w-cnt-recibos
           ELSE
               PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > 4
                   MOVE tr-det(w-j + 1) TO tr-det(w-j)
               END-PERFORM
           END-IF.
           MOVE pag-recibo TO tr-recibo(w-cnt-recibos).
           MOVE pag-fecha TO tr-fecha(w-cnt-recibos).
           MOVE pag-importe TO tr-importe(w-cnt-recibos).
           MOVE pag-forma-pago TO tr-forma(w-cnt-recibos).
           IF pag-forma-pago = "D"
               MOVE pag-recibo TO w-deb-recibo
               MOVE pag-fecha TO w-deb-fecha
               MOVE pag-importe TO w-deb-importe
           END-IF.

      ******************************************************************
      * B: adhesion al debito automatico (A adherido, B baja, N nunca
      * adhirio) y el ultimo debito que el banco acepto y se aplico.
      ******************************************************************
       460-ARMAR-DEBITO.
           MOVE 0 TO w-flag-debito.
           MOVE sm-socio TO deb-socio.
           READ DEBITOS INVALID KEY MOVE 1 TO w-flag-debito
           END-READ.
           IF no-esta-debito
               MOVE "N" TO w-deb-estado
           ELSE
               MOVE deb-estado TO w-deb-estado
           END-IF.
           PERFORM 390-AGREGAR-LINEA.
           IF NOT bloque-truncado
               MOVE SPACES TO tl-lin(w-cnt-lineas)
               STRING "B;" sm-socio ";" w-deb-estado ";" w-deb-recibo
                   ";" w-deb-fecha ";" w-deb-importe
                   DELIMITED BY SIZE INTO tl-lin(w-cnt-lineas)
           END-IF.

       470-ARMAR-INSCRIPCIONES.
           MOVE 0 TO w-flag-inscrip.
           MOVE sm-socio TO ins-socio.
           MOVE LOW-VALUES TO ins-concepto.
           START INSCRIPCIONES KEY IS >= ins-llave
               INVALID KEY MOVE 1 TO w-flag-inscrip
           END-START.
           PERFORM UNTIL fin-arch-inscrip
               READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-inscrip
               NOT AT END
                   IF ins-socio NOT = sm-socio
                       MOVE 1 TO w-flag-inscrip
                   ELSE
                       IF ins-estado = "A"
                           PERFORM 475-LINEA-INSCRIPCION
                       END-IF
                   END-IF
           END-PERFORM.
       475-LINEA-INSCRIPCION.
           PERFORM 390-AGREGAR-LINEA.
           IF NOT bloque-truncado
               MOVE SPACES TO tl-lin(w-cnt-lineas)
               STRING "I;" sm-socio ";" ins-concepto ";"
                   ins-fecha-alta ";" ins-turno
                   DELIMITED BY SIZE INTO tl-lin(w-cnt-lineas)
           END-IF.

       480-ARMAR-RESERVAS.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cnt-reservas
               IF trs-socio(w-i) = sm-socio
                   PERFORM 390-AGREGAR-LINEA
                   IF NOT bloque-truncado
                       MOVE SPACES TO tl-lin(w-cnt-lineas)
                       STRING "V;" sm-socio ";" trs-instalacion(w-i)
                           ";" trs-fecha(w-i) ";" trs-hora(w-i) ";"
                           trs-importe(w-i)
                           DELIMITED BY SIZE INTO tl-lin(w-cnt-lineas)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Dos sumas de control sobre todas las lineas del bloque: una
      * pesada por posicion y una acumulada; cualquier cambio de un
      * importe, una fecha o una linea de mas o de menos mueve alguna.
      ******************************************************************
       500-CALCULAR-FIRMA.
           MOVE w-cnt-lineas TO w-firma-1.
           MOVE w-cnt-lineas TO w-firma-2.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cnt-lineas
               PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > 120
                   MOVE FUNCTION ORD(tl-lin(w-i)(w-j:1)) TO w-ord
                   COMPUTE w-firma-aux = w-firma-1 + w-ord * w-j
                   COMPUTE w-firma-1 =
                       FUNCTION MOD(w-firma-aux, 999999937)
                   COMPUTE w-firma-aux = w-firma-2 * 31 + w-ord
                   COMPUTE w-firma-2 =
                       FUNCTION MOD(w-firma-aux, 999999937)
               END-PERFORM
           END-PERFORM.

       600-ESCRIBIR-BLOQUE.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cnt-lineas
               WRITE mct-lin FROM tl-lin(w-i)
           END-PERFORM.
           ADD 1 TO w-cnt-exportados.

      ******************************************************************
      * La recepcion da un codigo nuevo cuando el socio lo pide (o
      * perdio el anterior): el nuevo reemplaza al que hubiera y sale
      * con el delta de esa noche.
      ******************************************************************
       700-NUEVO-CODIGO.
           MOVE 0 TO w-flag-fichas.
           MOVE w-socio-param TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-fichas
           END-READ.
           IF fin-arch-fichas
               DISPLAY "EL SOCIO " w-socio-param " NO TIENE FICHA"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO w-flag-mc
               MOVE sm-socio TO mc-socio
               READ MICUENTA INVALID KEY MOVE 1 TO w-flag-mc
               END-READ
               PERFORM 750-GENERAR-CODIGO
               MOVE w-operador TO mc-operador-codigo
               IF no-esta-mc
                   MOVE sm-socio TO mc-socio
                   MOVE ZERO TO mc-firma-1
                   MOVE ZERO TO mc-firma-2
                   MOVE ZERO TO mc-fecha-export
                   WRITE mc-reg
               ELSE
                   REWRITE mc-reg
               END-IF
               DISPLAY "SOCIO " sm-socio " " sm-nombre
               DISPLAY "CODIGO DE ACCESO: " mc-codigo
               DISPLAY "HABILITADO EN LA WEB DESDE MANANA"
           END-IF.
       750-GENERAR-CODIGO.
           COMPUTE w-azar = FUNCTION RANDOM.
           COMPUTE mc-codigo = 100000 + w-azar * 900000.
           MOVE w-fecha-hoy TO mc-fecha-codigo.
           MOVE "S" TO mc-codigo-pendiente.
       800-FIN-CODIGO.
           CLOSE SOCIOMAE.
           CLOSE MICUENTA.

       985-REGISTRAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
           MOVE "MICUENTA" TO cor-programa.
           MOVE w-cor-evento TO cor-evento.
           MOVE w-cor-estado TO cor-estado.
           MOVE w-fecha-hora-cor(9:6) TO cor-hora.
           WRITE cor-reg.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "MICUENTA" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.

       900-FIN.
           MOVE SPACES TO mct-lin.
           STRING "T;" w-cnt-exportados DELIMITED BY SIZE INTO mct-lin.
           WRITE mct-lin.
           MOVE w-cnt-fichas TO r-fichas.
           MOVE w-cnt-exportados TO r-exportados.
           MOVE w-cnt-codigos TO r-codigos.
           DISPLAY lin-resumen.
           DISPLAY "ARCHIVO GRABADO EN " w-nombre-export.
           MOVE "FIN" TO w-cor-evento.
           MOVE "OK" TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           CLOSE SOCIOMAE.
           CLOSE MICUENTA.
           CLOSE SOCIOS.
           CLOSE CARGOS.
           CLOSE DEUDAANT.
           CLOSE SALDOS.
           CLOSE PAGOS.
           CLOSE DEBITOS.
           CLOSE INSCRIPCIONES.
           CLOSE SANCIONES.
           CLOSE MICUENTA-TEX.
           CLOSE CORRIDAS.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
