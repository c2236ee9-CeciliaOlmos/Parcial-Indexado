      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pileta turnstile entry log. habilitadosExport tells
      *          the vendor who may enter; this program loads what
      *          comes back. Mode "I" (daily chain) reads the vendor's
      *          entry log (molinete.txt: socio, fecha, hora, puerta
      *          and A = let through / R = rejected) into accesos.dat,
      *          marking each entry with whether the socio was
      *          habilitado that day by the rule habilitadosExport
      *          applies (the same date-based check invitadosPileta
      *          makes for a host). Lines already loaded are skipped,
      *          so a log can be loaded twice; malformed lines go to
      *          excepciones.dat. Writes its INI/FIN lines to
      *          corridas.dat. Mode "R aaaa mm" (default: current
      *          month) prints ..\reports\accesos<aaaamm>.rpt for the
      *          pileta committee: daily and hourly attendance, the
      *          entries of socios who were not habilitado that day
      *          (a stale habilitados.txt at the door or someone let
      *          through), socios with a PIL cargo for the month who
      *          never came in, and socios rejected at the door
      *          par-rechazos-molinete times or more, with their
      *          telephone so the recepcion can call them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOLINETE ASSIGN TO "..\molinete.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACCESOS ASSIGN TO "..\accesos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS acc-llave
                   ALTERNATE RECORD KEY IS acc-socio WITH DUPLICATES.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-llave.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT OPTIONAL SANCIONES ASSIGN TO "..\sanciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS san-llave.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MOLINETE.
       01  mol-reg.
           03 mol-socio pic 9(5).
           03 mol-fecha pic 9(8).
           03 mol-hora pic 9(6).
           03 mol-puerta pic x(2).
           03 mol-resultado pic x.
      *        A = paso, R = rechazado por el molinete.
       FD  ACCESOS.
           COPY "ACCESOREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  SANCIONES.
           COPY "SANCIONREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(132).
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-param pic x(20) value spaces.
       77  w-modo pic x value spaces.
       77  w-anio-periodo pic 9(4) value zero.
       77  w-mes-periodo pic 9(2) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       01  w-fecha-desde pic 9(8) value zero.
       01  w-fecha-hasta pic 9(8) value zero.
       01  w-fecha-ingreso pic 9(8) value zero.
       01  w-fecha-ingreso-r redefines w-fecha-ingreso.
           03 w-ing-anio pic 9(4).
           03 w-ing-mes pic 9(2).
           03 w-ing-dia pic 9(2).
       77  w-flag-mol pic 9 value zero.
           88 fin-arch-mol value 1.
       77  w-flag-acc pic 9 value zero.
           88 fin-arch-acc value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-flag-cargo pic 9 value zero.
           88 no-esta-cargo value 1.
       77  w-flag-cargos pic 9 value zero.
           88 fin-arch-cargos value 1.
       77  w-flag-sanciones pic 9 value zero.
           88 fin-arch-sanciones value 1.
       77  w-sancionado pic 9 value zero.
           88 socio-sancionado value 1.
       77  w-habilitado pic 9 value zero.
           88 socio-habilitado value 1.
       77  w-flag-ingreso pic 9 value zero.
           88 vino-en-el-mes value 1.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-socio pic 9(5) value zero.
       77  w-cnt-impagos pic 9(2) value zero.
       77  w-cnt-leidos pic 9(6) value zero.
       77  w-cnt-cargados pic 9(6) value zero.
       77  w-cnt-repetidos pic 9(6) value zero.
       77  w-cnt-invalidos pic 9(6) value zero.
       77  w-cnt-no-habil pic 9(6) value zero.
       77  w-rechazos-min pic 9(2) value 3.
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value zero.
       77  w-pagina pic 9(3) value zero.
       77  w-seccion pic 9 value zero.
       77  w-d pic 99 value zero.
       77  w-h pic 99 value zero.
       77  w-dias-con-ingresos pic 99 value zero.
       77  w-cnt-listados pic 9(5) value zero.
       77  w-socio-ant pic 9(5) value zero.
       77  w-rech-socio pic 9(4) value zero.
       77  w-acep-socio pic 9(4) value zero.
       77  w-ult-rechazo pic 9(8) value zero.
       01  w-tot-aceptados pic 9(7) value zero.
       01  w-tot-rechazos pic 9(7) value zero.
       01  w-tot-no-habil pic 9(7) value zero.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       01  tabla-dias.
           03 td-det OCCURS 31 TIMES.
               05 td-aceptados pic 9(6).
               05 td-rechazos pic 9(6).
               05 td-no-habil pic 9(6).
       01  tabla-horas.
           03 th-aceptados pic 9(7) OCCURS 24 TIMES.
       01  lin-cab-dia.
           03 filler pic x(14) value "FECHA".
           03 filler pic x(14) value "INGRESOS".
           03 filler pic x(14) value "RECHAZOS".
           03 filler pic x(16) value "NO HABILITADOS".
       01  lin-det-dia.
           03 dd-fecha pic 9999/99/99.
           03 filler pic x(4) value spaces.
           03 dd-aceptados pic zzz.zz9.
           03 filler pic x(7) value spaces.
           03 dd-rechazos pic zzz.zz9.
           03 filler pic x(7) value spaces.
           03 dd-no-habil pic zzz.zz9.
       01  lin-tot-dia.
           03 filler pic x(10) value "TOTAL MES ".
           03 filler pic x(3) value spaces.
           03 td-t-aceptados pic z.zzz.zz9.
           03 filler pic x(5) value spaces.
           03 td-t-rechazos pic z.zzz.zz9.
           03 filler pic x(5) value spaces.
           03 td-t-no-habil pic z.zzz.zz9.
       01  lin-cab-hora.
           03 filler pic x(16) value "HORA".
           03 filler pic x(14) value "INGRESOS".
           03 filler pic x(20) value "PROMEDIO POR DIA".
       01  lin-det-hora.
           03 dh-desde pic 99.
           03 filler pic x(6) value ":00 a ".
           03 dh-hasta pic 99.
           03 filler pic x(3) value ":59".
           03 filler pic x(3) value spaces.
           03 dh-aceptados pic z.zzz.zz9.
           03 filler pic x(8) value spaces.
           03 dh-promedio pic zz.zz9.
       01  lin-cab-no-habil.
           03 filler pic x(14) value "FECHA".
           03 filler pic x(10) value "HORA".
           03 filler pic x(8) value "PUERTA".
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(10) value "FICHA".
       01  lin-det-no-habil.
           03 dn-fecha pic 9999/99/99.
           03 filler pic x(4) value spaces.
           03 dn-hora pic 99b99b99.
           03 filler pic x(2) value spaces.
           03 dn-puerta pic x(2).
           03 filler pic x(6) value spaces.
           03 dn-socio pic 9(5).
           03 filler pic x(3) value spaces.
           03 dn-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 dn-estado pic x(10).
       01  lin-cab-pil.
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(17) value "TELEFONO".
           03 filler pic x(14) value "CARGO PIL".
       01  lin-det-pil.
           03 dp-socio pic 9(5).
           03 filler pic x(3) value spaces.
           03 dp-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 dp-telefono pic x(15).
           03 filler pic x(2) value spaces.
           03 dp-estado pic x(14).
       01  lin-cab-rech.
           03 filler pic x(8) value "SOCIO".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(17) value "TELEFONO".
           03 filler pic x(10) value "RECHAZOS".
           03 filler pic x(10) value "INGRESOS".
           03 filler pic x(14) value "ULT. RECHAZO".
       01  lin-det-rech.
           03 dr-socio pic 9(5).
           03 filler pic x(3) value spaces.
           03 dr-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 dr-telefono pic x(15).
           03 filler pic x(2) value spaces.
           03 dr-rechazos pic z.zz9.
           03 filler pic x(5) value spaces.
           03 dr-aceptados pic z.zz9.
           03 filler pic x(5) value spaces.
           03 dr-ult-rechazo pic 9999/99/99.
       01  lin-sin-datos.
           03 filler pic x(20) value "SIN CASOS EN EL MES".
       01  lin-cnt-listados.
           03 filler pic x(17) value "SOCIOS LISTADOS: ".
           03 cl-cnt pic zzzz9.
       01  lin-resumen-carga.
           03 filler pic x(8) value "LEIDOS: ".
           03 rc-leidos pic zzzzz9.
           03 filler pic x(12) value "  CARGADOS: ".
           03 rc-cargados pic zzzzz9.
           03 filler pic x(15) value "  YA CARGADOS: ".
           03 rc-repetidos pic zzzzz9.
           03 filler pic x(13) value "  INVALIDOS: ".
           03 rc-invalidos pic zzzzz9.
       01  lin-resumen-habil.
           03 filler pic x(36) value
               "INGRESOS DE SOCIOS NO HABILITADOS: ".
           03 rc-no-habil pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           EVALUATE w-modo
               WHEN "I"
                   PERFORM 200-IMPORTAR-REGISTRO
               WHEN "R"
                   PERFORM 500-REPORTAR-MES
               WHEN OTHER
                   DISPLAY "USO: accesosMolinete I | R [aaaa mm]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE
               INTO w-modo w-anio-periodo w-mes-periodo.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           IF w-anio-periodo = ZERO
               MOVE w-fecha-hoy(1:4) TO w-anio-periodo
               MOVE w-fecha-hoy(5:2) TO w-mes-periodo
           END-IF.
           IF w-mes-periodo = ZERO OR w-mes-periodo > 12
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE w-fecha-desde = w-anio-periodo * 10000
               + w-mes-periodo * 100 + 1.
           COMPUTE w-fecha-hasta = w-anio-periodo * 10000
               + w-mes-periodo * 100 + 31.

      ******************************************************************
      * Carga del registro del molinete. Cada ingreso se graba con la
      * marca de si el socio estaba habilitado ese dia; un ingreso que
      * ya esta en accesos.dat (el mismo registro cargado otra vez) se
      * cuenta y se saltea.
      ******************************************************************
       200-IMPORTAR-REGISTRO.
           OPEN INPUT MOLINETE.
           OPEN I-O ACCESOS.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT SOCIOS.
           OPEN INPUT CARGOS.
           OPEN INPUT SANCIONES.
           OPEN EXTEND EXCEPCIONES.
           OPEN EXTEND CORRIDAS.
           MOVE "INI" TO w-cor-evento.
           MOVE SPACES TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           PERFORM UNTIL fin-arch-mol
               READ MOLINETE AT END MOVE 1 TO w-flag-mol
               NOT AT END
                   ADD 1 TO w-cnt-leidos
                   PERFORM 210-PROCESAR-INGRESO
           END-PERFORM.
           MOVE w-cnt-leidos TO rc-leidos.
           MOVE w-cnt-cargados TO rc-cargados.
           MOVE w-cnt-repetidos TO rc-repetidos.
           MOVE w-cnt-invalidos TO rc-invalidos.
           MOVE w-cnt-no-habil TO rc-no-habil.
           DISPLAY lin-resumen-carga.
           DISPLAY lin-resumen-habil.
           MOVE "FIN" TO w-cor-evento.
           MOVE "OK" TO w-cor-estado.
           PERFORM 985-REGISTRAR-CORRIDA.
           CLOSE MOLINETE.
           CLOSE ACCESOS.
           CLOSE SOCIOMAE.
           CLOSE SOCIOS.
           CLOSE CARGOS.
           CLOSE SANCIONES.
           CLOSE EXCEPCIONES.
           CLOSE CORRIDAS.
       210-PROCESAR-INGRESO.
           MOVE "210-PROCESAR-INGRESO" TO w-exc-paragrafo.
           MOVE mol-reg TO w-exc-clave.
           MOVE SPACES TO w-exc-mensaje.
           IF mol-socio NOT NUMERIC
               MOVE "SOCIO NO NUMERICO" TO w-exc-mensaje
           ELSE
               IF mol-fecha NOT NUMERIC OR mol-hora NOT NUMERIC
                   MOVE "FECHA U HORA INVALIDA" TO w-exc-mensaje
               ELSE
                   IF mol-resultado NOT = "A"
                       AND mol-resultado NOT = "R"
                       MOVE "RESULTADO DISTINTO DE A / R" TO
                           w-exc-mensaje
                   END-IF
               END-IF
           END-IF.
           IF w-exc-mensaje NOT = SPACES
               ADD 1 TO w-cnt-invalidos
               PERFORM 995-REGISTRAR-EXCEPCION
           ELSE
               MOVE mol-socio TO w-socio
               MOVE mol-fecha TO w-fecha-ingreso
               PERFORM 300-CONTROLAR-HABILITADO
               MOVE mol-fecha TO acc-fecha
               MOVE mol-hora TO acc-hora
               MOVE mol-socio TO acc-socio
               MOVE mol-puerta TO acc-puerta
               MOVE mol-resultado TO acc-resultado
               IF socio-habilitado
                   MOVE "S" TO acc-habilitado
               ELSE
                   MOVE "N" TO acc-habilitado
               END-IF
               MOVE w-fecha-hoy TO acc-fecha-carga
               WRITE acc-reg
                   INVALID KEY
                       ADD 1 TO w-cnt-repetidos
                   NOT INVALID KEY
                       ADD 1 TO w-cnt-cargados
                       IF acc-resultado = "A"
                           AND acc-habilitado = "N"
                           ADD 1 TO w-cnt-no-habil
                       END-IF
               END-WRITE
           END-IF.

      ******************************************************************
      * Habilitado para la pileta en la fecha del ingreso con la misma
      * regla que habilitadosExport usa para el molinete: ficha "A" o
      * "R", ninguna cuota impaga en los meses transcurridos del anio,
      * el cargo PIL del mes pago si lo tiene y ninguna sancion en
      * vigor ese dia. Un socio sin ficha no esta habilitado.
      ******************************************************************
       300-CONTROLAR-HABILITADO.
           MOVE 0 TO w-habilitado.
           MOVE 0 TO w-flag-ficha.
           MOVE w-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF NOT no-esta-ficha
               IF sm-estado = "A" OR sm-estado = "R"
                   PERFORM 310-CONTAR-IMPAGOS
                   IF w-cnt-impagos = ZERO
                       PERFORM 320-CONTROLAR-PILETA
                   END-IF
               END-IF
           END-IF.
           IF socio-habilitado
               PERFORM 330-CONTROLAR-SANCION
               IF socio-sancionado
                   MOVE 0 TO w-habilitado
               END-IF
           END-IF.
       310-CONTAR-IMPAGOS.
           MOVE ZERO TO w-cnt-impagos.
           MOVE 0 TO w-flag-socios.
           MOVE w-socio TO soc-socio.
           MOVE w-ing-anio TO soc-anio.
           MOVE ZERO TO soc-mes.
           START SOCIOS KEY IS >= soc-llave
               INVALID KEY MOVE 1 TO w-flag-socios
           END-START.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-socio NOT = w-socio
                       OR soc-anio NOT = w-ing-anio
                       MOVE 1 TO w-flag-socios
                   ELSE
                       IF soc-mes > 0 AND soc-mes <= w-ing-mes
                           AND soc-debe > 0
                           ADD 1 TO w-cnt-impagos
                       END-IF
                   END-IF
           END-PERFORM.
       320-CONTROLAR-PILETA.
           MOVE 0 TO w-flag-cargo.
           MOVE w-socio TO car-socio.
           MOVE w-ing-anio TO car-anio.
           MOVE w-ing-mes TO car-mes.
           MOVE "PIL" TO car-concepto.
           READ CARGOS INVALID KEY MOVE 1 TO w-flag-cargo.
           IF no-esta-cargo
               MOVE 1 TO w-habilitado
           ELSE
               IF car-debe = ZERO
                   MOVE 1 TO w-habilitado
               END-IF
           END-IF.
       330-CONTROLAR-SANCION.
           MOVE 0 TO w-sancionado.
           MOVE 0 TO w-flag-sanciones.
           MOVE w-socio TO san-socio.
           MOVE ZERO TO san-desde.
           START SANCIONES KEY IS >= san-llave
               INVALID KEY MOVE 1 TO w-flag-sanciones
           END-START.
           PERFORM UNTIL fin-arch-sanciones
               READ SANCIONES NEXT AT END MOVE 1 TO w-flag-sanciones
               NOT AT END
                   IF san-socio NOT = w-socio
                       OR san-desde > w-fecha-ingreso
                       MOVE 1 TO w-flag-sanciones
                   ELSE
                       IF san-estado = "V" AND san-tipo = "S"
                           AND san-hasta >= w-fecha-ingreso
                           MOVE 1 TO w-sancionado
                       END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Reporte del mes para la subcomision de pileta; cada parte
      * empieza en pagina nueva.
      ******************************************************************
       500-REPORTAR-MES.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT ACCESOS.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT CARGOS.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 510-ACUMULAR-MES.
           PERFORM 520-LISTAR-DIAS.
           PERFORM 525-LISTAR-HORAS.
           PERFORM 530-LISTAR-NO-HABILITADOS.
           PERFORM 540-LISTAR-PILETA-SIN-INGRESO.
           PERFORM 550-LISTAR-RECHAZOS.
           CLOSE REPORTE.
           CLOSE ACCESOS.
           CLOSE SOCIOMAE.
           CLOSE CARGOS.
           MOVE w-tot-aceptados TO td-t-aceptados.
           MOVE w-tot-rechazos TO td-t-rechazos.
           MOVE w-tot-no-habil TO td-t-no-habil.
           DISPLAY lin-tot-dia.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.

       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-lineas-pagina NUMERIC
                   AND par-lineas-pagina > ZERO
                   MOVE par-lineas-pagina TO w-lineas-pagina
               END-IF
               IF par-rechazos-molinete NUMERIC
                   AND par-rechazos-molinete > ZERO
                   MOVE par-rechazos-molinete TO w-rechazos-min
               END-IF
           END-IF.
           CLOSE PARAMETROS.

       510-ACUMULAR-MES.
           INITIALIZE tabla-dias.
           INITIALIZE tabla-horas.
           MOVE 0 TO w-flag-acc.
           MOVE LOW-VALUES TO acc-llave.
           MOVE w-fecha-desde TO acc-fecha.
           START ACCESOS KEY IS >= acc-llave
               INVALID KEY MOVE 1 TO w-flag-acc
           END-START.
           PERFORM UNTIL fin-arch-acc
               READ ACCESOS NEXT AT END MOVE 1 TO w-flag-acc
               NOT AT END
                   IF acc-fecha > w-fecha-hasta
                       MOVE 1 TO w-flag-acc
                   ELSE
                       PERFORM 515-ACUMULAR-INGRESO
                   END-IF
           END-PERFORM.
       515-ACUMULAR-INGRESO.
           MOVE acc-fecha TO w-fecha-ingreso.
           MOVE w-ing-dia TO w-d.
           MOVE acc-hora(1:2) TO w-h.
           IF w-d = ZERO OR w-d > 31
               MOVE 1 TO w-d
           END-IF.
           IF w-h > 23
               MOVE 23 TO w-h
           END-IF.
           ADD 1 TO w-h.
           IF acc-resultado = "A"
               ADD 1 TO td-aceptados(w-d)
               ADD 1 TO th-aceptados(w-h)
               ADD 1 TO w-tot-aceptados
               IF acc-habilitado = "N"
                   ADD 1 TO td-no-habil(w-d)
                   ADD 1 TO w-tot-no-habil
               END-IF
           ELSE
               ADD 1 TO td-rechazos(w-d)
               ADD 1 TO w-tot-rechazos
           END-IF.

       520-LISTAR-DIAS.
           MOVE 1 TO w-seccion.
           MOVE "ASISTENCIA DIARIA PILETA" TO rep-titulo.
           PERFORM 960-SALTO-DE-PAGINA.
           MOVE ZERO TO w-dias-con-ingresos.
           PERFORM VARYING w-d FROM 1 BY 1 UNTIL w-d > 31
               IF td-aceptados(w-d) > ZERO
                   ADD 1 TO w-dias-con-ingresos
               END-IF
               IF td-aceptados(w-d) > ZERO
                   OR td-rechazos(w-d) > ZERO
                   COMPUTE dd-fecha = w-fecha-desde - 1 + w-d
                   MOVE td-aceptados(w-d) TO dd-aceptados
                   MOVE td-rechazos(w-d) TO dd-rechazos
                   MOVE td-no-habil(w-d) TO dd-no-habil
                   PERFORM 970-CONTROLAR-PAGINA
                   WRITE rep-lin FROM lin-det-dia
                   ADD 1 TO w-lineas-impresas
               END-IF
           END-PERFORM.
           MOVE w-tot-aceptados TO td-t-aceptados.
           MOVE w-tot-rechazos TO td-t-rechazos.
           MOVE w-tot-no-habil TO td-t-no-habil.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-tot-dia.

       525-LISTAR-HORAS.
           MOVE 2 TO w-seccion.
           MOVE "ASISTENCIA POR HORA PILETA" TO rep-titulo.
           PERFORM 960-SALTO-DE-PAGINA.
           PERFORM VARYING w-h FROM 1 BY 1 UNTIL w-h > 24
               IF th-aceptados(w-h) > ZERO
                   COMPUTE dh-desde = w-h - 1
                   MOVE dh-desde TO dh-hasta
                   MOVE th-aceptados(w-h) TO dh-aceptados
                   COMPUTE dh-promedio ROUNDED =
                       th-aceptados(w-h) / w-dias-con-ingresos
                   PERFORM 970-CONTROLAR-PAGINA
                   WRITE rep-lin FROM lin-det-hora
                   ADD 1 TO w-lineas-impresas
               END-IF
           END-PERFORM.
           IF w-tot-aceptados = ZERO
               WRITE rep-lin FROM lin-sin-datos
           END-IF.

      ******************************************************************
      * Ingresos aceptados de socios que ese dia no estaban
      * habilitados: la puerta trabajo con un habilitados.txt viejo o
      * alguien los dejo pasar.
      ******************************************************************
       530-LISTAR-NO-HABILITADOS.
           MOVE 3 TO w-seccion.
           MOVE "INGRESOS NO HABILITADOS" TO rep-titulo.
           PERFORM 960-SALTO-DE-PAGINA.
           MOVE ZERO TO w-cnt-listados.
           MOVE 0 TO w-flag-acc.
           MOVE LOW-VALUES TO acc-llave.
           MOVE w-fecha-desde TO acc-fecha.
           START ACCESOS KEY IS >= acc-llave
               INVALID KEY MOVE 1 TO w-flag-acc
           END-START.
           PERFORM UNTIL fin-arch-acc
               READ ACCESOS NEXT AT END MOVE 1 TO w-flag-acc
               NOT AT END
                   IF acc-fecha > w-fecha-hasta
                       MOVE 1 TO w-flag-acc
                   ELSE
                       IF acc-resultado = "A"
                           AND acc-habilitado = "N"
                           PERFORM 535-LISTAR-NO-HABILITADO
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM 980-CERRAR-SECCION.
       535-LISTAR-NO-HABILITADO.
           ADD 1 TO w-cnt-listados.
           MOVE acc-socio TO w-socio.
           PERFORM 590-LEER-FICHA.
           MOVE acc-fecha TO dn-fecha.
           MOVE acc-hora TO dn-hora.
           MOVE acc-puerta TO dn-puerta.
           MOVE acc-socio TO dn-socio.
           MOVE sm-nombre TO dn-nombre.
           MOVE SPACES TO dn-estado.
           IF no-esta-ficha
               MOVE "SIN FICHA" TO dn-estado
           ELSE
               EVALUATE sm-estado
                   WHEN "A" MOVE "ACTIVO" TO dn-estado
                   WHEN "R" MOVE "READMITIDO" TO dn-estado
                   WHEN "S" MOVE "SUSPENDIDO" TO dn-estado
                   WHEN "B" MOVE "BAJA" TO dn-estado
                   WHEN OTHER MOVE sm-estado TO dn-estado
               END-EVALUATE
           END-IF.
           PERFORM 970-CONTROLAR-PAGINA.
           WRITE rep-lin FROM lin-det-no-habil.
           ADD 1 TO w-lineas-impresas.

      ******************************************************************
      * Socios con cargo PIL en el mes que no pasaron nunca por el
      * molinete: pagan (o deben) una pileta que no usan.
      ******************************************************************
       540-LISTAR-PILETA-SIN-INGRESO.
           MOVE 4 TO w-seccion.
           MOVE "PILETA SIN INGRESOS" TO rep-titulo.
           PERFORM 960-SALTO-DE-PAGINA.
           MOVE ZERO TO w-cnt-listados.
           MOVE 0 TO w-flag-cargos.
           MOVE LOW-VALUES TO car-llave.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-flag-cargos
           END-START.
           PERFORM UNTIL fin-arch-cargos
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-cargos
               NOT AT END
                   IF car-anio = w-anio-periodo
                       AND car-mes = w-mes-periodo
                       AND car-concepto = "PIL"
                       PERFORM 545-CONTROLAR-INGRESOS-SOCIO
                       IF NOT vino-en-el-mes
                           PERFORM 547-LISTAR-PILETA-SOCIO
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM 980-CERRAR-SECCION.
       545-CONTROLAR-INGRESOS-SOCIO.
           MOVE 0 TO w-flag-ingreso.
           MOVE 0 TO w-flag-acc.
           MOVE car-socio TO acc-socio.
           START ACCESOS KEY IS >= acc-socio
               INVALID KEY MOVE 1 TO w-flag-acc
           END-START.
           PERFORM UNTIL fin-arch-acc OR vino-en-el-mes
               READ ACCESOS NEXT AT END MOVE 1 TO w-flag-acc
               NOT AT END
                   IF acc-socio NOT = car-socio
                       MOVE 1 TO w-flag-acc
                   ELSE
                       IF acc-fecha >= w-fecha-desde
                           AND acc-fecha <= w-fecha-hasta
                           AND acc-resultado = "A"
                           MOVE 1 TO w-flag-ingreso
                       END-IF
                   END-IF
           END-PERFORM.
       547-LISTAR-PILETA-SOCIO.
           ADD 1 TO w-cnt-listados.
           MOVE car-socio TO w-socio.
           PERFORM 590-LEER-FICHA.
           MOVE car-socio TO dp-socio.
           MOVE sm-nombre TO dp-nombre.
           MOVE sm-telefono TO dp-telefono.
           IF car-debe > ZERO
               MOVE "ADEUDADO" TO dp-estado
           ELSE
               MOVE "PAGO" TO dp-estado
           END-IF.
           PERFORM 970-CONTROLAR-PAGINA.
           WRITE rep-lin FROM lin-det-pil.
           ADD 1 TO w-lineas-impresas.

      ******************************************************************
      * Socios rechazados en la puerta w-rechazos-min veces o mas en
      * el mes, recorriendo accesos.dat por socio.
      ******************************************************************
       550-LISTAR-RECHAZOS.
           MOVE 5 TO w-seccion.
           MOVE "RECHAZOS REPETIDOS MOLINETE" TO rep-titulo.
           PERFORM 960-SALTO-DE-PAGINA.
           MOVE ZERO TO w-cnt-listados.
           MOVE ZERO TO w-socio-ant.
           MOVE ZERO TO w-rech-socio w-acep-socio w-ult-rechazo.
           MOVE 0 TO w-flag-acc.
           MOVE ZERO TO acc-socio.
           START ACCESOS KEY IS >= acc-socio
               INVALID KEY MOVE 1 TO w-flag-acc
           END-START.
           PERFORM UNTIL fin-arch-acc
               READ ACCESOS NEXT AT END MOVE 1 TO w-flag-acc
               NOT AT END
                   IF acc-socio NOT = w-socio-ant
                       PERFORM 555-CERRAR-SOCIO-RECHAZOS
                       MOVE acc-socio TO w-socio-ant
                   END-IF
                   IF acc-fecha >= w-fecha-desde
                       AND acc-fecha <= w-fecha-hasta
                       IF acc-resultado = "R"
                           ADD 1 TO w-rech-socio
                           IF acc-fecha > w-ult-rechazo
                               MOVE acc-fecha TO w-ult-rechazo
                           END-IF
                       ELSE
                           ADD 1 TO w-acep-socio
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM 555-CERRAR-SOCIO-RECHAZOS.
           PERFORM 980-CERRAR-SECCION.
       555-CERRAR-SOCIO-RECHAZOS.
           IF w-rech-socio >= w-rechazos-min AND w-rech-socio > ZERO
               ADD 1 TO w-cnt-listados
               MOVE w-socio-ant TO w-socio
               PERFORM 590-LEER-FICHA
               MOVE w-socio-ant TO dr-socio
               MOVE sm-nombre TO dr-nombre
               MOVE sm-telefono TO dr-telefono
               MOVE w-rech-socio TO dr-rechazos
               MOVE w-acep-socio TO dr-aceptados
               MOVE w-ult-rechazo TO dr-ult-rechazo
               PERFORM 970-CONTROLAR-PAGINA
               WRITE rep-lin FROM lin-det-rech
               ADD 1 TO w-lineas-impresas
           END-IF.
           MOVE ZERO TO w-rech-socio w-acep-socio w-ult-rechazo.

       590-LEER-FICHA.
           MOVE 0 TO w-flag-ficha.
           MOVE w-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               MOVE "*** SIN FICHA ***" TO sm-nombre
               MOVE SPACES TO sm-telefono
           END-IF.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\accesos" w-anio-periodo w-mes-periodo
               ".rpt" DELIMITED BY SIZE INTO rep-nombre.
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
           EVALUATE w-seccion
               WHEN 1 WRITE rep-lin FROM lin-cab-dia
               WHEN 2 WRITE rep-lin FROM lin-cab-hora
               WHEN 3 WRITE rep-lin FROM lin-cab-no-habil
               WHEN 4 WRITE rep-lin FROM lin-cab-pil
               WHEN 5 WRITE rep-lin FROM lin-cab-rech
           END-EVALUATE.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       960-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 950-LISTAR-ENCABEZADO.

       970-CONTROLAR-PAGINA.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 960-SALTO-DE-PAGINA
           END-IF.

       980-CERRAR-SECCION.
           WRITE rep-lin FROM rep-lin-guarda.
           IF w-cnt-listados = ZERO
               WRITE rep-lin FROM lin-sin-datos
           ELSE
               MOVE w-cnt-listados TO cl-cnt
               WRITE rep-lin FROM lin-cnt-listados
           END-IF.

       985-REGISTRAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
           MOVE "ACCESOSMOLINETE" TO cor-programa.
           MOVE w-cor-evento TO cor-evento.
           MOVE w-cor-estado TO cor-estado.
           MOVE w-fecha-hora-cor(9:6) TO cor-hora.
           WRITE cor-reg.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "ACCESOSMOLINETE" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       END PROGRAM YOUR-PROGRAM-NAME.
