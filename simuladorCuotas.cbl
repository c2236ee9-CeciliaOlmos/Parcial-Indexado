      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rate increase simulator (simulador de cuotas) for the
      *          commission, run before every increase. Reads a
      *          proposed rate table in the cuotas.dat layout
      *          (..\cuotaspropuesta.dat, rows A/V/C and optional L)
      *          and, optionally, proposed activity rates in the
      *          conceptos.dat layout (..\conceptospropuesta.dat; a
      *          concepto missing from it keeps its current rate), and
      *          prices the membership of the year given on the
      *          command line (default: the current year) twice, with
      *          the tables in force and with the proposed ones, month
      *          by month, the way cierreDeEjercicio generates the
      *          cuotas: categoria from the ficha, licencia months at
      *          the L rows, the exencion discount inside its vigencia,
      *          and the activity enrollments (inscripciones.dat) of
      *          every month not on licencia. Bajas are left out and
      *          months written off to incobrables too. The report
      *          (..\reports\simulacion<aaaammdd>.rpt) shows:
      *            - current and proposed income by categoria and
      *              month, activities and overall total;
      *            - the largest annual increases per socio and per
      *              family group (grupos.dat), since a group pays
      *              together at the caja;
      *            - the estimated effect on the morosos count, using
      *              the collection rate the elapsed months of the year
      *              show (soc-pagado over soc-cuota, the same rate
      *              proyeccionCobranzas applies to the aged debt).
      *          Read-only: no master file is opened for output.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS soc-llave.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio.
           SELECT OPTIONAL EXENCIONES ASSIGN TO "..\exenciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS exen-socio.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-llave.
           SELECT OPTIONAL INSCRIPCIONES ASSIGN TO
                   "..\inscripciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ins-llave.
           SELECT OPTIONAL GRUPOS ASSIGN TO "..\grupos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS gf-socio
                   ALTERNATE RECORD KEY IS gf-titular WITH DUPLICATES.
           SELECT OPTIONAL CUOTAS ASSIGN TO w-nombre-cuotas
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CONCEPTOS ASSIGN TO w-nombre-conceptos
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  EXENCIONES.
           COPY "EXENREC.cpy".
       FD  LICENCIAS.
           COPY "LICENCIAREC.cpy".
       FD  INSCRIPCIONES.
           COPY "INSCRIPREC.cpy".
       FD  GRUPOS.
           COPY "GRUPOREC.cpy".
       FD  CUOTAS.
           COPY "CUOTAREC.cpy".
       FD  CONCEPTOS.
           COPY "CONCEPREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(132).
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-param pic x(20) value spaces.
       77  w-nombre-cuotas pic x(40) value spaces.
       77  w-nombre-conceptos pic x(40) value spaces.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-anio-sim pic 9(4) value zero.
       77  w-mes-corte pic 99 value zero.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-flag-cuotas pic 9 value zero.
           88 fin-arch-cuotas value 1.
       77  w-flag-conceptos pic 9 value zero.
           88 fin-arch-conceptos value 1.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-exencion pic 9 value zero.
           88 sin-exencion value 1.
       77  w-flag-lic pic 9 value zero.
           88 fin-arch-lic value 1.
       77  w-flag-licencia pic 9 value zero.
           88 en-licencia value 1.
       77  w-flag-ins pic 9 value zero.
           88 fin-arch-ins value 1.
       77  w-flag-grupo pic 9 value zero.
           88 sin-grupo value 1.
       77  w-flag-tabla pic 9 value zero.
           88 tabla-completa value 1.
       77  w-flag-ranking pic 9 value zero.
           88 entra-en-ranking value 1.
       77  w-flag-en-socio pic 9 value zero.
           88 hay-socio-en-curso value 1.
       77  w-flag-incluido pic 9 value zero.
           88 socio-incluido value 1.
       77  w-flag-moroso pic 9 value zero.
           88 socio-moroso value 1.
       77  w-flag-conc-prop pic 9 value zero.
           88 hay-conceptos-propuestos value 1.
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value zero.
       77  w-pagina pic 9(3) value zero.
       77  w-seccion pic 9 value zero.
       77  w-socio-actual pic 9(5) value zero.
       77  w-categoria pic x value "A".
       77  w-idx-cat pic 9 value zero.
       77  w-idx-cat-carga pic 9 value zero.
       77  w-pct-exencion pic 9(3) value zero.
       77  w-exen-desde pic 9(6) value zero.
       77  w-exen-hasta pic 9(6) value zero.
       77  w-periodo pic 9(6) value zero.
       77  w-tarifa-act pic 9(6) value zero.
       77  w-tarifa-prop pic 9(6) value zero.
       77  w-meses-socio pic 99 value zero.
       77  w-cnt-lic pic 9 value zero.
       77  w-lic-idx pic 9 value zero.
       77  w-cnt-ins pic 99 value zero.
       77  w-cnt-conceptos pic 99 value zero.
       77  w-cnt-rk pic 99 value zero.
       77  w-cnt-grupos pic 9(3) value zero.
       77  w-cnt-listados pic 9(3) value zero.
       77  w-i pic 9(3) value zero.
       77  w-j pic 99 value zero.
       77  w-k pic 99 value zero.
       77  w-m pic 99 value zero.
       77  w-b pic 9 value zero.
       77  w-pos pic 99 value zero.
       77  w-idx-grupo pic 9(3) value zero.
       77  w-idx-max pic 9(3) value zero.
       77  w-titular pic 9(5) value zero.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  w-anual-act pic 9(9) value zero.
       01  w-anual-prop pic 9(9) value zero.
       01  w-deuda-socio pic 9(9) value zero.
       01  w-aumento pic s9(9) value zero.
       01  w-aumento-max pic s9(9) value zero.
       01  w-imp-act pic 9(10) value zero.
       01  w-imp-prop pic 9(10) value zero.
       01  w-tot-act pic 9(10) value zero.
       01  w-tot-prop pic 9(10) value zero.
       01  w-diferencia pic s9(10) value zero.
       01  w-variacion pic s9(4)v99 value zero.
       01  w-tasa pic 9v9999 value zero.
       01  w-tasa-general pic 9v9999 value zero.
       01  w-cobro-act pic 9(10) value zero.
       01  w-cobro-prop pic 9(10) value zero.
       01  w-deuda-media pic 9(9) value zero.
       01  w-morosos-adic pic s9(6) value zero.
       01  w-morosos-est pic s9(6) value zero.
       01  w-vencido-total pic 9(10) value zero.
       01  w-cobrado-total pic 9(10) value zero.
       01  w-socios-total pic 9(6) value zero.
       01  w-morosos-total pic 9(6) value zero.
       01  w-est-total pic 9(6) value zero.
       01  w-cobro-act-total pic 9(10) value zero.
       01  w-cobro-prop-total pic 9(10) value zero.
      *    Tabla leida de un archivo con el formato de cuotas.dat; se
      *    copia entera a la vigente o a la propuesta.
       01  tabla-carga.
           03 cg-cat OCCURS 3 TIMES.
               05 cg-mes pic 9(6) OCCURS 12 TIMES.
           03 cg-licencia pic 9(6) OCCURS 12 TIMES.
       01  tabla-vigente.
           03 va-cat OCCURS 3 TIMES.
               05 va-mes pic 9(6) OCCURS 12 TIMES.
           03 va-licencia pic 9(6) OCCURS 12 TIMES.
       01  tabla-propuesta.
           03 vp-cat OCCURS 3 TIMES.
               05 vp-mes pic 9(6) OCCURS 12 TIMES.
           03 vp-licencia pic 9(6) OCCURS 12 TIMES.
       01  tabla-conceptos.
           03 con-det OCCURS 30 TIMES.
               05 con-codigo pic x(3).
               05 con-actual pic 9(6).
               05 con-propuesto pic 9(6).
      *    Ingresos del anio por bloque (1 a 3 las categorias A, V y C,
      *    4 las actividades, 5 el total) y mes.
       01  tabla-ingresos.
           03 ri-bloque OCCURS 5 TIMES.
               05 ri-mes OCCURS 12 TIMES.
                   07 ri-actual pic 9(10).
                   07 ri-propuesto pic 9(10).
      *    Meses ya vencidos del anio, por categoria: base de la tasa
      *    de cobro y de la morosidad de hoy.
       01  tabla-categorias.
           03 cs-det OCCURS 3 TIMES.
               05 cs-socios pic 9(5).
               05 cs-vencido pic 9(10).
               05 cs-cobrado pic 9(10).
               05 cs-morosos pic 9(5).
               05 cs-deuda pic 9(10).
               05 cs-anual-act pic 9(10).
               05 cs-anual-prop pic 9(10).
       01  tabla-licencias.
           03 tl-det OCCURS 5 TIMES.
               05 tl-desde pic 9(6).
               05 tl-hasta pic 9(6).
       01  tabla-inscripciones.
           03 ti-det OCCURS 10 TIMES.
               05 ti-alta pic 9(6).
               05 ti-baja pic 9(6).
               05 ti-idx-con pic 99.
      *    Los mayores aumentos por socio, de mayor a menor.
       01  tabla-ranking.
           03 rk-det OCCURS 20 TIMES.
               05 rk-socio pic 9(5).
               05 rk-categoria pic x.
               05 rk-actual pic 9(9).
               05 rk-propuesto pic 9(9).
               05 rk-aumento pic s9(9).
               05 rk-titular pic 9(5).
       01  tabla-grupos.
           03 gr-det OCCURS 500 TIMES.
               05 gr-titular pic 9(5).
               05 gr-miembros pic 9(3).
               05 gr-actual pic 9(9).
               05 gr-propuesto pic 9(9).
               05 gr-listado pic x.
       01  tabla-nombres-mes.
           03 filler pic x(36) value
               "ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC".
       01  filler REDEFINES tabla-nombres-mes.
           03 nm-mes pic x(3) OCCURS 12 TIMES.
       01  lin-cab-mes.
           03 filler pic x(8) value "MES".
           03 filler pic x(16) value "        ACTUAL".
           03 filler pic x(16) value "     PROPUESTO".
           03 filler pic x(16) value "    DIFERENCIA".
           03 filler pic x(10) value "   VAR. %".
       01  lin-bloque.
           03 lb-descripcion pic x(30).
           03 lb-texto-socios pic x(8) value "SOCIOS: ".
           03 lb-socios pic zzzz9.
       01  lin-det-mes.
           03 dm-etiqueta pic x(8).
           03 dm-actual pic zz.zzz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 dm-propuesto pic zz.zzz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 dm-diferencia pic -z.zzz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 dm-variacion pic -zzz9,99.
       01  lin-cab-socio.
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(4) value "CAT".
           03 filler pic x(13) value "     ACTUAL".
           03 filler pic x(13) value "  PROPUESTO".
           03 filler pic x(13) value "    AUMENTO".
           03 filler pic x(10) value "  VAR. %".
           03 filler pic x(7) value "TITULAR".
       01  lin-det-socio.
           03 ds-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 ds-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 ds-categoria pic x.
           03 filler pic x(3) value spaces.
           03 ds-actual pic zzz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 ds-propuesto pic zzz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 ds-aumento pic zzz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 ds-variacion pic -zzz9,99.
           03 filler pic x(2) value spaces.
           03 ds-titular pic zzzzz BLANK WHEN ZERO.
       01  lin-cab-grupo.
           03 filler pic x(7) value "TITULAR".
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(4) value "MIE".
           03 filler pic x(13) value "     ACTUAL".
           03 filler pic x(13) value "  PROPUESTO".
           03 filler pic x(13) value "    AUMENTO".
           03 filler pic x(10) value "  VAR. %".
       01  lin-det-grupo.
           03 dg-titular pic zzzz9.
           03 filler pic x(2) value spaces.
           03 dg-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 dg-miembros pic zz9.
           03 filler pic x(1) value spaces.
           03 dg-actual pic zzz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 dg-propuesto pic zzz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 dg-aumento pic zzz.zzz.zz9.
           03 filler pic x(2) value spaces.
           03 dg-variacion pic -zzz9,99.
       01  lin-cab-mora.
           03 filler pic x(20) value "CATEGORIA".
           03 filler pic x(8) value "SOCIOS".
           03 filler pic x(9) value "TASA %".
           03 filler pic x(9) value "MOROSOS".
           03 filler pic x(16) value "COBRO ACTUAL".
           03 filler pic x(16) value "COBRO PROPUESTO".
           03 filler pic x(10) value "MOROSOS".
       01  lin-cab-mora-2.
           03 filler pic x(28) value spaces.
           03 filler pic x(9) value "COBRO".
           03 filler pic x(9) value "HOY".
           03 filler pic x(16) value "ESPERADO".
           03 filler pic x(16) value "ESPERADO".
           03 filler pic x(10) value "ESTIMADOS".
       01  lin-det-mora.
           03 dmo-categoria pic x(20).
           03 dmo-socios pic zzzz9.
           03 filler pic x(3) value spaces.
           03 dmo-tasa pic zz9,99.
           03 filler pic x(3) value spaces.
           03 dmo-morosos pic zzzz9.
           03 filler pic x(2) value spaces.
           03 dmo-cobro-act pic z.zzz.zzz.zz9.
           03 filler pic x(3) value spaces.
           03 dmo-cobro-prop pic z.zzz.zzz.zz9.
           03 filler pic x(3) value spaces.
           03 dmo-morosos-est pic zzzz9.
       01  lin-nota-mora-1.
           03 filler pic x(33) value
               "TASA: PAGADO SOBRE CUOTA DE LOS ".
           03 filler pic x(27) value
               "MESES VENCIDOS DEL ANIO.".
           03 filler pic x(50) value
               "MOROSO: SOCIO CON DEUDA EN UN MES VENCIDO.".
       01  lin-nota-mora-2.
           03 filler pic x(32) value
               "ESTIMADOS: LA PARTE DEL AUMENTO ".
           03 filler pic x(31) value
               "QUE NO SE COBRARIA A ESA TASA, ".
           03 filler pic x(51) value
               "DIVIDIDA POR LA DEUDA MEDIA DE UN MOROSO DE HOY.".
       01  lin-sin-vencidos.
           03 filler pic x(60) value
               "SIN MESES VENCIDOS EN EL ANIO: SE SUPONE COBRO TOTAL.".
       01  lin-conceptos-sin-cambio.
           03 filler pic x(26) value
               "SIN CONCEPTOS PROPUESTOS: ".
           03 filler pic x(34) value
               "ACTIVIDADES A TARIFA VIGENTE.".
       01  lin-sin-datos.
           03 filler pic x(20) value "SIN AUMENTOS".
       01  lin-cnt-listados.
           03 filler pic x(10) value "LISTADOS: ".
           03 cl-cnt pic zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-RECORRER-SOCIOS.
           PERFORM 400-LISTAR-INGRESOS.
           PERFORM 500-LISTAR-AUMENTOS-SOCIO.
           PERFORM 600-LISTAR-AUMENTOS-GRUPO.
           PERFORM 700-LISTAR-MOROSIDAD.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE INTO w-anio-sim.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           IF w-anio-sim = ZERO
               MOVE w-fecha-hoy(1:4) TO w-anio-sim
           END-IF.
      *        Meses vencidos del anio simulado: todos si ya paso,
      *        ninguno si todavia no empezo.
           IF w-anio-sim < w-fecha-hoy(1:4)
               MOVE 13 TO w-mes-corte
           ELSE
               IF w-anio-sim = w-fecha-hoy(1:4)
                   MOVE w-fecha-hoy(5:2) TO w-mes-corte
               ELSE
                   MOVE 1 TO w-mes-corte
               END-IF
           END-IF.
           MOVE "..\cuotas.dat" TO w-nombre-cuotas.
           PERFORM 120-CARGAR-TABLA-CUOTAS.
           PERFORM 130-VALIDAR-TABLA-CUOTAS.
           IF NOT tabla-completa
               DISPLAY "TABLA DE CUOTAS VIGENTE INCOMPLETA - RECHAZADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE tabla-carga TO tabla-vigente.
           MOVE "..\cuotaspropuesta.dat" TO w-nombre-cuotas.
           PERFORM 120-CARGAR-TABLA-CUOTAS.
           PERFORM 130-VALIDAR-TABLA-CUOTAS.
           IF NOT tabla-completa
               DISPLAY "TABLA DE CUOTAS PROPUESTA INCOMPLETA - "
                   "RECHAZADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE tabla-carga TO tabla-propuesta.
           PERFORM 140-CARGAR-CONCEPTOS.
           PERFORM 145-CARGAR-CONCEPTOS-PROPUESTOS.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           MOVE ZEROS TO tabla-ingresos.
           MOVE ZEROS TO tabla-categorias.
           OPEN INPUT SOCIOS.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT EXENCIONES.
           OPEN INPUT LICENCIAS.
           OPEN INPUT INSCRIPCIONES.
           OPEN INPUT GRUPOS.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 940-ABRIR-REPORTE.

       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-lineas-pagina NUMERIC
                   AND par-lineas-pagina > ZERO
                   MOVE par-lineas-pagina TO w-lineas-pagina
               END-IF
           END-IF.
           CLOSE PARAMETROS.

      ******************************************************************
      * La tabla vigente y la propuesta se leen con el mismo parrafo:
      * el archivo lo decide w-nombre-cuotas y lo leido queda en
      * tabla-carga hasta que 100 lo copia a la que corresponde.
      ******************************************************************
       120-CARGAR-TABLA-CUOTAS.
           MOVE ZEROS TO tabla-carga.
           MOVE 0 TO w-flag-cuotas.
           OPEN INPUT CUOTAS.
           PERFORM UNTIL fin-arch-cuotas
               READ CUOTAS AT END MOVE 1 TO w-flag-cuotas
               NOT AT END
                   IF cuota-tex-mes > ZERO AND cuota-tex-mes <= 12
                       IF cuota-tex-categoria = "L"
                           MOVE cuota-tex-importe TO
                               cg-licencia(cuota-tex-mes)
                       ELSE
                           PERFORM 125-INDICE-CARGA
                           MOVE cuota-tex-importe TO
                               cg-mes(w-idx-cat-carga, cuota-tex-mes)
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE CUOTAS.
       125-INDICE-CARGA.
           EVALUATE cuota-tex-categoria
               WHEN "V" MOVE 2 TO w-idx-cat-carga
               WHEN "C" MOVE 3 TO w-idx-cat-carga
               WHEN OTHER MOVE 1 TO w-idx-cat-carga
           END-EVALUATE.
       130-VALIDAR-TABLA-CUOTAS.
           MOVE 1 TO w-flag-tabla.
           PERFORM VARYING w-idx-cat-carga FROM 1 BY 1 UNTIL
                   w-idx-cat-carga > 3
               PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > 12
                   IF cg-mes(w-idx-cat-carga, w-m) = ZERO
                       MOVE 0 TO w-flag-tabla
                       DISPLAY "CUOTA EN CERO EN " w-nombre-cuotas
                           ": CATEGORIA " w-idx-cat-carga " MES " w-m
                   END-IF
               END-PERFORM
           END-PERFORM.

       140-CARGAR-CONCEPTOS.
           MOVE "..\conceptos.dat" TO w-nombre-conceptos.
           MOVE 0 TO w-flag-conceptos.
           OPEN INPUT CONCEPTOS.
           PERFORM UNTIL fin-arch-conceptos
               READ CONCEPTOS AT END MOVE 1 TO w-flag-conceptos
               NOT AT END
                   IF w-cnt-conceptos < 30
                       ADD 1 TO w-cnt-conceptos
                       MOVE concep-tex-codigo TO
                           con-codigo(w-cnt-conceptos)
                       MOVE concep-tex-importe TO
                           con-actual(w-cnt-conceptos)
                       MOVE concep-tex-importe TO
                           con-propuesto(w-cnt-conceptos)
                   END-IF
           END-PERFORM.
           CLOSE CONCEPTOS.

      ******************************************************************
      * Las tarifas propuestas de actividades son optativas: sin el
      * archivo, o para el concepto que no figure en el, rige la
      * tarifa vigente. Un concepto propuesto que hoy no existe no
      * tiene inscriptos que valuar y solo se avisa.
      ******************************************************************
       145-CARGAR-CONCEPTOS-PROPUESTOS.
           MOVE "..\conceptospropuesta.dat" TO w-nombre-conceptos.
           MOVE 0 TO w-flag-conceptos.
           OPEN INPUT CONCEPTOS.
           PERFORM UNTIL fin-arch-conceptos
               READ CONCEPTOS AT END MOVE 1 TO w-flag-conceptos
               NOT AT END
                   MOVE 1 TO w-flag-conc-prop
                   PERFORM VARYING w-j FROM 1 BY 1
                           UNTIL w-j > w-cnt-conceptos
                           OR con-codigo(w-j) = concep-tex-codigo
                       CONTINUE
                   END-PERFORM
                   IF w-j > w-cnt-conceptos
                       DISPLAY "CONCEPTO PROPUESTO " concep-tex-codigo
                           " SIN TARIFA VIGENTE, SE IGNORA"
                   ELSE
                       MOVE concep-tex-importe TO con-propuesto(w-j)
                   END-IF
           END-PERFORM.
           CLOSE CONCEPTOS.

      ******************************************************************
      * Una pasada por socios.dat del anio simulado. Los registros de
      * un socio vienen juntos (mes-cero primero): al cambiar de socio
      * se cierra el anterior (300) y se preparan los datos del nuevo
      * (210); cada mes se valua con las dos tablas (220).
      ******************************************************************
       200-RECORRER-SOCIOS.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-anio = w-anio-sim
                       IF NOT hay-socio-en-curso
                           OR soc-socio NOT = w-socio-actual
                           IF hay-socio-en-curso
                               PERFORM 300-CERRAR-SOCIO
                           END-IF
                           PERFORM 210-ABRIR-SOCIO
                       END-IF
                       IF soc-mes > ZERO AND socio-incluido
                           PERFORM 220-VALUAR-MES
                       END-IF
                   END-IF
           END-PERFORM.
           IF hay-socio-en-curso
               PERFORM 300-CERRAR-SOCIO
           END-IF.

      ******************************************************************
      * La ficha manda sobre la categoria, como en cierreDeEjercicio;
      * el socio dado de baja (sm-estado "B") no pagara la tabla nueva
      * y queda fuera de la simulacion.
      ******************************************************************
       210-ABRIR-SOCIO.
           MOVE 1 TO w-flag-en-socio.
           MOVE 1 TO w-flag-incluido.
           MOVE 0 TO w-flag-moroso.
           MOVE soc-socio TO w-socio-actual.
           MOVE soc-categoria TO w-categoria.
           MOVE ZERO TO w-meses-socio w-anual-act w-anual-prop
               w-deuda-socio.
           MOVE 0 TO w-flag-ficha.
           MOVE w-socio-actual TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF NOT no-esta-ficha
               IF sm-estado = "B"
                   MOVE 0 TO w-flag-incluido
               END-IF
               IF sm-categoria NOT = SPACE
                   MOVE sm-categoria TO w-categoria
               END-IF
           END-IF.
           EVALUATE w-categoria
               WHEN "V" MOVE 2 TO w-idx-cat
               WHEN "C" MOVE 3 TO w-idx-cat
               WHEN OTHER MOVE 1 TO w-idx-cat
           END-EVALUATE.
           IF socio-incluido
               PERFORM 212-CARGAR-EXENCION
               PERFORM 214-CARGAR-LICENCIAS
               PERFORM 216-CARGAR-INSCRIPCIONES
           END-IF.

       212-CARGAR-EXENCION.
           MOVE ZERO TO w-pct-exencion.
           MOVE 0 TO w-flag-exencion.
           MOVE w-socio-actual TO exen-socio.
           READ EXENCIONES INVALID KEY MOVE 1 TO w-flag-exencion.
           IF NOT sin-exencion AND exen-estado = "V"
               MOVE exen-porcentaje TO w-pct-exencion
               MOVE exen-desde TO w-exen-desde
               MOVE exen-hasta TO w-exen-hasta
           END-IF.

       214-CARGAR-LICENCIAS.
           MOVE ZERO TO w-cnt-lic.
           MOVE 0 TO w-flag-lic.
           MOVE w-socio-actual TO lic-socio.
           MOVE ZERO TO lic-desde.
           START LICENCIAS KEY IS >= lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-arch-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               NOT AT END
                   IF lic-socio NOT = w-socio-actual
                       MOVE 1 TO w-flag-lic
                   ELSE
                       IF lic-estado NOT = "A" AND w-cnt-lic < 5
                           ADD 1 TO w-cnt-lic
                           MOVE lic-desde TO tl-desde(w-cnt-lic)
                           MOVE lic-hasta TO tl-hasta(w-cnt-lic)
                       END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Inscripciones del socio con su vigencia en periodos (aaaamm) y
      * el concepto ya ubicado en la tabla de tarifas; la que no tiene
      * tarifa en conceptos.dat no genera cargo y no se valua.
      ******************************************************************
       216-CARGAR-INSCRIPCIONES.
           MOVE ZERO TO w-cnt-ins.
           MOVE 0 TO w-flag-ins.
           MOVE w-socio-actual TO ins-socio.
           MOVE LOW-VALUES TO ins-concepto.
           START INSCRIPCIONES KEY IS >= ins-llave
               INVALID KEY MOVE 1 TO w-flag-ins
           END-START.
           PERFORM UNTIL fin-arch-ins
               READ INSCRIPCIONES NEXT AT END MOVE 1 TO w-flag-ins
               NOT AT END
                   IF ins-socio NOT = w-socio-actual
                       MOVE 1 TO w-flag-ins
                   ELSE
                       PERFORM 218-GUARDAR-INSCRIPCION
                   END-IF
           END-PERFORM.
       218-GUARDAR-INSCRIPCION.
           PERFORM VARYING w-j FROM 1 BY 1 UNTIL w-j > w-cnt-conceptos
                   OR con-codigo(w-j) = ins-concepto
               CONTINUE
           END-PERFORM.
           IF w-j <= w-cnt-conceptos AND w-cnt-ins < 10
               ADD 1 TO w-cnt-ins
               MOVE w-j TO ti-idx-con(w-cnt-ins)
               MOVE ins-fecha-alta(1:6) TO ti-alta(w-cnt-ins)
               IF ins-fecha-baja = ZERO
                   MOVE 999912 TO ti-baja(w-cnt-ins)
               ELSE
                   MOVE ins-fecha-baja(1:6) TO ti-baja(w-cnt-ins)
               END-IF
           END-IF.

      ******************************************************************
      * Quedan fuera los meses pasados a incobrables ("I") y los meses
      * en cero previos a un alta de mitad de anio ("C" sin cuota). Un
      * mes vencido con deuda hace moroso al socio.
      ******************************************************************
       220-VALUAR-MES.
           IF soc-estado NOT = "I"
               AND NOT (soc-estado = "C" AND soc-cuota = ZERO)
               ADD 1 TO w-meses-socio
               COMPUTE w-periodo = w-anio-sim * 100 + soc-mes
               PERFORM 230-TARIFAS-MES
               ADD w-tarifa-act TO ri-actual(w-idx-cat, soc-mes)
                   ri-actual(5, soc-mes) w-anual-act
                   cs-anual-act(w-idx-cat)
               ADD w-tarifa-prop TO ri-propuesto(w-idx-cat, soc-mes)
                   ri-propuesto(5, soc-mes) w-anual-prop
                   cs-anual-prop(w-idx-cat)
               IF NOT en-licencia
                   PERFORM 240-VALUAR-ACTIVIDADES
               END-IF
               IF soc-mes < w-mes-corte
                   ADD soc-cuota TO cs-vencido(w-idx-cat)
                   ADD soc-pagado TO cs-cobrado(w-idx-cat)
                   IF soc-debe > ZERO
                       MOVE 1 TO w-flag-moroso
                       ADD soc-debe TO w-deuda-socio
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Tarifa del mes con cada tabla, con la regla de 455-TARIFA-MES
      * de cierreDeEjercicio: el mes en licencia toma la fila L (si la
      * tabla la trae) y la exencion vigente descuenta sobre lo que
      * resulte.
      ******************************************************************
       230-TARIFAS-MES.
           MOVE va-mes(w-idx-cat, soc-mes) TO w-tarifa-act.
           MOVE vp-mes(w-idx-cat, soc-mes) TO w-tarifa-prop.
           PERFORM 235-PERIODO-EN-LICENCIA.
           IF en-licencia
               IF va-licencia(soc-mes) > ZERO
                   MOVE va-licencia(soc-mes) TO w-tarifa-act
               END-IF
               IF vp-licencia(soc-mes) > ZERO
                   MOVE vp-licencia(soc-mes) TO w-tarifa-prop
               END-IF
           END-IF.
           IF w-pct-exencion > ZERO
               IF w-periodo >= w-exen-desde
                   AND w-periodo <= w-exen-hasta
                   COMPUTE w-tarifa-act ROUNDED =
                       w-tarifa-act * (100 - w-pct-exencion) / 100
                   COMPUTE w-tarifa-prop ROUNDED =
                       w-tarifa-prop * (100 - w-pct-exencion) / 100
               END-IF
           END-IF.
       235-PERIODO-EN-LICENCIA.
           MOVE 0 TO w-flag-licencia.
           PERFORM VARYING w-lic-idx FROM 1 BY 1
                   UNTIL w-lic-idx > w-cnt-lic OR en-licencia
               IF w-periodo >= tl-desde(w-lic-idx)
                   AND w-periodo <= tl-hasta(w-lic-idx)
                   MOVE 1 TO w-flag-licencia
               END-IF
           END-PERFORM.

      ******************************************************************
      * Actividades del mes: cada inscripcion vigente en el periodo
      * suma su tarifa, como el cargo que escribiria generarCargosMes.
      ******************************************************************
       240-VALUAR-ACTIVIDADES.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cnt-ins
               IF ti-alta(w-k) <= w-periodo
                   AND ti-baja(w-k) >= w-periodo
                   MOVE ti-idx-con(w-k) TO w-j
                   ADD con-actual(w-j) TO ri-actual(4, soc-mes)
                       ri-actual(5, soc-mes) w-anual-act
                   ADD con-propuesto(w-j) TO ri-propuesto(4, soc-mes)
                       ri-propuesto(5, soc-mes) w-anual-prop
               END-IF
           END-PERFORM.

       300-CERRAR-SOCIO.
           MOVE 0 TO w-flag-en-socio.
           IF socio-incluido AND w-meses-socio > ZERO
               ADD 1 TO cs-socios(w-idx-cat)
               IF socio-moroso
                   ADD 1 TO cs-morosos(w-idx-cat)
                   ADD w-deuda-socio TO cs-deuda(w-idx-cat)
               END-IF
               COMPUTE w-aumento = w-anual-prop - w-anual-act
               MOVE ZERO TO w-titular
               MOVE 0 TO w-flag-grupo
               MOVE w-socio-actual TO gf-socio
               READ GRUPOS INVALID KEY MOVE 1 TO w-flag-grupo
               IF NOT sin-grupo
                   MOVE gf-titular TO w-titular
                   PERFORM 320-ACUMULAR-GRUPO
               END-IF
               IF w-aumento > ZERO
                   PERFORM 310-UBICAR-EN-RANKING
               END-IF
           END-IF.

      ******************************************************************
      * Ranking de los 20 mayores aumentos: el socio entra si hay
      * lugar o si supera al ultimo; los menores corren un lugar.
      ******************************************************************
       310-UBICAR-EN-RANKING.
           MOVE 1 TO w-flag-ranking.
           IF w-cnt-rk = 20
               IF w-aumento NOT > rk-aumento(20)
                   MOVE 0 TO w-flag-ranking
               END-IF
           END-IF.
           IF entra-en-ranking
               PERFORM VARYING w-pos FROM 1 BY 1 UNTIL w-pos > w-cnt-rk
                       OR w-aumento > rk-aumento(w-pos)
                   CONTINUE
               END-PERFORM
               IF w-cnt-rk < 20
                   ADD 1 TO w-cnt-rk
               END-IF
               PERFORM VARYING w-k FROM w-cnt-rk BY -1
                       UNTIL w-k <= w-pos
                   MOVE rk-det(w-k - 1) TO rk-det(w-k)
               END-PERFORM
               MOVE w-socio-actual TO rk-socio(w-pos)
               MOVE w-categoria TO rk-categoria(w-pos)
               MOVE w-anual-act TO rk-actual(w-pos)
               MOVE w-anual-prop TO rk-propuesto(w-pos)
               MOVE w-aumento TO rk-aumento(w-pos)
               MOVE w-titular TO rk-titular(w-pos)
           END-IF.

      ******************************************************************
      * El grupo familiar paga junto en la caja (pagoDirecto): lo que
      * le pesa el aumento es la suma de sus miembros, acumulada bajo
      * el titular.
      ******************************************************************
       320-ACUMULAR-GRUPO.
           MOVE ZERO TO w-idx-grupo.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cnt-grupos
                   OR w-idx-grupo > ZERO
               IF gr-titular(w-i) = w-titular
                   MOVE w-i TO w-idx-grupo
               END-IF
           END-PERFORM.
           IF w-idx-grupo = ZERO
               IF w-cnt-grupos < 500
                   ADD 1 TO w-cnt-grupos
                   MOVE w-cnt-grupos TO w-idx-grupo
                   MOVE w-titular TO gr-titular(w-idx-grupo)
                   MOVE ZERO TO gr-miembros(w-idx-grupo)
                       gr-actual(w-idx-grupo) gr-propuesto(w-idx-grupo)
                   MOVE "N" TO gr-listado(w-idx-grupo)
               ELSE
                   MOVE "320-ACUMULAR-GRUPO" TO w-exc-paragrafo
                   MOVE w-titular TO w-exc-clave
                   MOVE "TABLA DE GRUPOS LLENA" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               END-IF
           END-IF.
           IF w-idx-grupo > ZERO
               ADD 1 TO gr-miembros(w-idx-grupo)
               ADD w-anual-act TO gr-actual(w-idx-grupo)
               ADD w-anual-prop TO gr-propuesto(w-idx-grupo)
           END-IF.

      ******************************************************************
      * Ingresos del anio por categoria y mes, despues actividades y
      * total: cada bloque con sus doce meses y el total anual.
      ******************************************************************
       400-LISTAR-INGRESOS.
           MOVE 1 TO w-seccion.
           MOVE "SIMULACION CUOTAS - INGRESOS" TO rep-titulo.
           PERFORM 960-SALTO-DE-PAGINA.
           PERFORM VARYING w-b FROM 1 BY 1 UNTIL w-b > 5
               PERFORM 410-LISTAR-BLOQUE
           END-PERFORM.
           IF NOT hay-conceptos-propuestos
               WRITE rep-lin FROM lin-conceptos-sin-cambio
           END-IF.
       410-LISTAR-BLOQUE.
           IF w-lineas-impresas + 16 > w-lineas-pagina
               PERFORM 960-SALTO-DE-PAGINA
           END-IF.
           MOVE "SOCIOS: " TO lb-texto-socios.
           EVALUATE w-b
               WHEN 1 MOVE "CATEGORIA A - ACTIVOS" TO lb-descripcion
                      MOVE cs-socios(1) TO lb-socios
               WHEN 2 MOVE "CATEGORIA V - VITALICIOS"
                          TO lb-descripcion
                      MOVE cs-socios(2) TO lb-socios
               WHEN 3 MOVE "CATEGORIA C - CADETES" TO lb-descripcion
                      MOVE cs-socios(3) TO lb-socios
               WHEN 4 MOVE "ACTIVIDADES" TO lb-descripcion
                      MOVE SPACES TO lb-texto-socios
                      MOVE ZERO TO lb-socios
               WHEN 5 MOVE "TOTAL GENERAL" TO lb-descripcion
                      COMPUTE lb-socios = cs-socios(1) + cs-socios(2)
                          + cs-socios(3)
           END-EVALUATE.
           IF w-b = 4
               MOVE lin-bloque(1:30) TO rep-lin
               WRITE rep-lin
           ELSE
               WRITE rep-lin FROM lin-bloque
           END-IF.
           ADD 1 TO w-lineas-impresas.
           MOVE ZERO TO w-tot-act w-tot-prop.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > 12
               MOVE ri-actual(w-b, w-m) TO w-imp-act
               MOVE ri-propuesto(w-b, w-m) TO w-imp-prop
               ADD w-imp-act TO w-tot-act
               ADD w-imp-prop TO w-tot-prop
               MOVE SPACES TO dm-etiqueta
               MOVE nm-mes(w-m) TO dm-etiqueta
               PERFORM 420-LINEA-IMPORTES
           END-PERFORM.
           MOVE w-tot-act TO w-imp-act.
           MOVE w-tot-prop TO w-imp-prop.
           MOVE "ANUAL" TO dm-etiqueta.
           PERFORM 420-LINEA-IMPORTES.
           WRITE rep-lin FROM rep-lin-guarda.
           ADD 1 TO w-lineas-impresas.
       420-LINEA-IMPORTES.
           MOVE w-imp-act TO dm-actual.
           MOVE w-imp-prop TO dm-propuesto.
           COMPUTE w-diferencia = w-imp-prop - w-imp-act.
           MOVE w-diferencia TO dm-diferencia.
           IF w-imp-act > ZERO
               COMPUTE w-variacion ROUNDED =
                   w-diferencia * 100 / w-imp-act
           ELSE
               MOVE ZERO TO w-variacion
           END-IF.
           MOVE w-variacion TO dm-variacion.
           PERFORM 970-CONTROLAR-PAGINA.
           WRITE rep-lin FROM lin-det-mes.
           ADD 1 TO w-lineas-impresas.

       500-LISTAR-AUMENTOS-SOCIO.
           MOVE 2 TO w-seccion.
           MOVE "MAYORES AUMENTOS POR SOCIO" TO rep-titulo.
           PERFORM 960-SALTO-DE-PAGINA.
           MOVE ZERO TO w-cnt-listados.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cnt-rk
               MOVE rk-socio(w-k) TO sm-socio
               PERFORM 590-LEER-FICHA
               MOVE rk-socio(w-k) TO ds-socio
               MOVE sm-nombre TO ds-nombre
               MOVE rk-categoria(w-k) TO ds-categoria
               MOVE rk-actual(w-k) TO ds-actual
               MOVE rk-propuesto(w-k) TO ds-propuesto
               MOVE rk-aumento(w-k) TO ds-aumento
               IF rk-actual(w-k) > ZERO
                   COMPUTE w-variacion ROUNDED =
                       rk-aumento(w-k) * 100 / rk-actual(w-k)
               ELSE
                   MOVE ZERO TO w-variacion
               END-IF
               MOVE w-variacion TO ds-variacion
               MOVE rk-titular(w-k) TO ds-titular
               PERFORM 970-CONTROLAR-PAGINA
               WRITE rep-lin FROM lin-det-socio
               ADD 1 TO w-lineas-impresas
               ADD 1 TO w-cnt-listados
           END-PERFORM.
           PERFORM 980-CERRAR-SECCION.

      ******************************************************************
      * Los 20 grupos con mayor aumento, eligiendo en cada vuelta el
      * mayor de los que todavia no se listaron.
      ******************************************************************
       600-LISTAR-AUMENTOS-GRUPO.
           MOVE 3 TO w-seccion.
           MOVE "MAYORES AUMENTOS POR GRUPO" TO rep-titulo.
           PERFORM 960-SALTO-DE-PAGINA.
           MOVE ZERO TO w-cnt-listados.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 20
               PERFORM 610-ELEGIR-MAYOR-GRUPO
               IF w-idx-max = ZERO
                   MOVE 20 TO w-k
               ELSE
                   PERFORM 620-LISTAR-GRUPO
               END-IF
           END-PERFORM.
           PERFORM 980-CERRAR-SECCION.
       610-ELEGIR-MAYOR-GRUPO.
           MOVE ZERO TO w-idx-max.
           MOVE ZERO TO w-aumento-max.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cnt-grupos
               IF gr-listado(w-i) = "N"
                   COMPUTE w-aumento = gr-propuesto(w-i)
                       - gr-actual(w-i)
                   IF w-aumento > w-aumento-max
                       MOVE w-aumento TO w-aumento-max
                       MOVE w-i TO w-idx-max
                   END-IF
               END-IF
           END-PERFORM.
       620-LISTAR-GRUPO.
           MOVE "S" TO gr-listado(w-idx-max).
           MOVE gr-titular(w-idx-max) TO sm-socio.
           PERFORM 590-LEER-FICHA.
           MOVE gr-titular(w-idx-max) TO dg-titular.
           MOVE sm-nombre TO dg-nombre.
           MOVE gr-miembros(w-idx-max) TO dg-miembros.
           MOVE gr-actual(w-idx-max) TO dg-actual.
           MOVE gr-propuesto(w-idx-max) TO dg-propuesto.
           MOVE w-aumento-max TO dg-aumento.
           IF gr-actual(w-idx-max) > ZERO
               COMPUTE w-variacion ROUNDED =
                   w-aumento-max * 100 / gr-actual(w-idx-max)
           ELSE
               MOVE ZERO TO w-variacion
           END-IF.
           MOVE w-variacion TO dg-variacion.
           PERFORM 970-CONTROLAR-PAGINA.
           WRITE rep-lin FROM lin-det-grupo.
           ADD 1 TO w-lineas-impresas.
           ADD 1 TO w-cnt-listados.

       590-LEER-FICHA.
           MOVE 0 TO w-flag-ficha.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               MOVE "*** SIN FICHA ***" TO sm-nombre
           END-IF.

      ******************************************************************
      * Efecto estimado en la morosidad. La tasa de cobro de cada
      * categoria es lo pagado sobre lo facturado en los meses ya
      * vencidos del anio (la de proyeccionCobranzas); la categoria
      * sin meses vencidos toma la del club. El cobro esperado es el
      * ingreso anual por esa tasa. La parte del aumento que a esa
      * tasa no se cobraria, dividida por la deuda media de un moroso
      * de hoy (o una cuota media propuesta si hoy no hay morosos), da
      * los morosos que se sumarian; una baja de tarifa los resta.
      ******************************************************************
       700-LISTAR-MOROSIDAD.
           MOVE 4 TO w-seccion.
           MOVE "SIMULACION CUOTAS - MOROSIDAD" TO rep-titulo.
           PERFORM 960-SALTO-DE-PAGINA.
           PERFORM VARYING w-b FROM 1 BY 1 UNTIL w-b > 3
               ADD cs-vencido(w-b) TO w-vencido-total
               ADD cs-cobrado(w-b) TO w-cobrado-total
           END-PERFORM.
           IF w-vencido-total > ZERO
               COMPUTE w-tasa-general ROUNDED =
                   w-cobrado-total / w-vencido-total
           ELSE
               MOVE 1 TO w-tasa-general
           END-IF.
           PERFORM VARYING w-b FROM 1 BY 1 UNTIL w-b > 3
               PERFORM 710-LINEA-MOROSIDAD
           END-PERFORM.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE "TOTAL" TO dmo-categoria.
           MOVE w-socios-total TO dmo-socios.
           COMPUTE dmo-tasa ROUNDED = w-tasa-general * 100.
           MOVE w-morosos-total TO dmo-morosos.
           MOVE w-cobro-act-total TO dmo-cobro-act.
           MOVE w-cobro-prop-total TO dmo-cobro-prop.
           MOVE w-est-total TO dmo-morosos-est.
           WRITE rep-lin FROM lin-det-mora.
           MOVE SPACES TO rep-lin.
           WRITE rep-lin.
           WRITE rep-lin FROM lin-nota-mora-1.
           WRITE rep-lin FROM lin-nota-mora-2.
           IF w-vencido-total = ZERO
               WRITE rep-lin FROM lin-sin-vencidos
           END-IF.
       710-LINEA-MOROSIDAD.
           EVALUATE w-b
               WHEN 1 MOVE "A - ACTIVOS" TO dmo-categoria
               WHEN 2 MOVE "V - VITALICIOS" TO dmo-categoria
               WHEN 3 MOVE "C - CADETES" TO dmo-categoria
           END-EVALUATE.
           IF cs-vencido(w-b) > ZERO
               COMPUTE w-tasa ROUNDED =
                   cs-cobrado(w-b) / cs-vencido(w-b)
           ELSE
               MOVE w-tasa-general TO w-tasa
           END-IF.
           COMPUTE w-cobro-act ROUNDED = cs-anual-act(w-b) * w-tasa.
           COMPUTE w-cobro-prop ROUNDED = cs-anual-prop(w-b) * w-tasa.
           MOVE ZERO TO w-deuda-media.
           IF cs-morosos(w-b) > ZERO
               COMPUTE w-deuda-media ROUNDED =
                   cs-deuda(w-b) / cs-morosos(w-b)
           ELSE
               IF cs-socios(w-b) > ZERO
                   COMPUTE w-deuda-media ROUNDED =
                       cs-anual-prop(w-b) / cs-socios(w-b) / 12
               END-IF
           END-IF.
           MOVE ZERO TO w-morosos-adic.
           IF w-deuda-media > ZERO
               COMPUTE w-morosos-adic ROUNDED =
                   (cs-anual-prop(w-b) - cs-anual-act(w-b))
                   * (1 - w-tasa) / w-deuda-media
           END-IF.
           COMPUTE w-morosos-est = cs-morosos(w-b) + w-morosos-adic.
           IF w-morosos-est < ZERO
               MOVE ZERO TO w-morosos-est
           END-IF.
           IF w-morosos-est > cs-socios(w-b)
               MOVE cs-socios(w-b) TO w-morosos-est
           END-IF.
           MOVE cs-socios(w-b) TO dmo-socios.
           COMPUTE dmo-tasa ROUNDED = w-tasa * 100.
           MOVE cs-morosos(w-b) TO dmo-morosos.
           MOVE w-cobro-act TO dmo-cobro-act.
           MOVE w-cobro-prop TO dmo-cobro-prop.
           MOVE w-morosos-est TO dmo-morosos-est.
           PERFORM 970-CONTROLAR-PAGINA.
           WRITE rep-lin FROM lin-det-mora.
           ADD 1 TO w-lineas-impresas.
           ADD cs-socios(w-b) TO w-socios-total.
           ADD cs-morosos(w-b) TO w-morosos-total.
           ADD w-morosos-est TO w-est-total.
           ADD w-cobro-act TO w-cobro-act-total.
           ADD w-cobro-prop TO w-cobro-prop-total.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\simulacion" rep-fecha-hora(1:8) ".rpt"
               DELIMITED BY SIZE INTO rep-nombre.
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
               WHEN 1 WRITE rep-lin FROM lin-cab-mes
               WHEN 2 WRITE rep-lin FROM lin-cab-socio
               WHEN 3 WRITE rep-lin FROM lin-cab-grupo
               WHEN 4 WRITE rep-lin FROM lin-cab-mora
                      WRITE rep-lin FROM lin-cab-mora-2
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

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "SIMULADORCUOTAS" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE REPORTE.
           DISPLAY "SIMULACION DEL ANIO " w-anio-sim
               " - REPORTE GRABADO EN " rep-nombre.
           CLOSE SOCIOS.
           CLOSE SOCIOMAE.
           CLOSE EXENCIONES.
           CLOSE LICENCIAS.
           CLOSE INSCRIPCIONES.
           CLOSE GRUPOS.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
