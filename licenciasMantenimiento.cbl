      ******************************************************************
      * Author:
      * Date:
      * Purpose: Leave of absence (licencia) register, licencias.dat.
      *          A member who moves abroad or is ill for some months
      *          keeps number and antiguedad paying the reduced cuota
      *          de licencia (the L rows of cuotas.dat) instead of a
      *          full baja. OTORGAR takes socio, first and last month,
      *          causa and motivo, and reprices the untouched months of
      *          socios.dat already generated inside the licencia to
      *          the licencia rate, each change audited to
      *          auditoria.dat (recibo cero); months not yet generated
      *          take the rate from cierreDeEjercicio. LEVANTAR records
      *          an early return: the licencia is cut to the month
      *          before the return (or annulled if it had not started)
      *          and the months given back are repriced to the
      *          member's categoria. LISTAR shows the licencias in
      *          force this month and flags those ending this month.
      *          The rest of the system reads licencias.dat on its
      *          own: the cuota generators and payment appliers price
      *          licencia months at the licencia rate, generarCargosMes
      *          pauses the activity inscripciones, cuponera marks the
      *          coupons and debitosPresentacion counts them. After
      *          lic-hasta the member is back on the categoria rate
      *          with no further run. Operates with a supervisor login
      *          when operadores.dat is loaded.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LICENCIAS ASSIGN TO "..\licencias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lic-llave
                   SHARING WITH ALL OTHER.
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-llave
                   SHARING WITH ALL OTHER.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
                   SHARING WITH ALL OTHER.
           SELECT CUOTAS ASSIGN TO "..\cuotas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL EXENCIONES ASSIGN TO "..\exenciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS exen-socio
                   SHARING WITH ALL OTHER.
           SELECT AUDITORIA ASSIGN TO "..\auditoria.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS aud-secuencia
                   ALTERNATE RECORD KEY IS aud-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS aud-recibo WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LICENCIAS.
           COPY "LICENCIAREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  CUOTAS.
           COPY "CUOTAREC.cpy".
       FD  EXENCIONES.
           COPY "EXENREC.cpy".
       FD  AUDITORIA.
           COPY "AUDITREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9 value zero.
           88 opc-otorgar value 1.
           88 opc-levantar value 2.
           88 opc-listar value 3.
           88 opc-salir value 4.
       77  w-flag-lic pic 9 value zero.
           88 fin-arch-lic value 1.
       77  w-flag-existe pic 9 value zero.
           88 no-existe-licencia value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-datos pic 9 value zero.
           88 datos-invalidos value 1.
       77  w-flag-superpuesta pic 9 value zero.
           88 licencia-superpuesta value 1.
       77  w-flag-mes pic 9 value zero.
           88 no-esta-el-mes value 1.
       77  w-flag-cuotas pic 9 value zero.
           88 fin-arch-cuotas value 1.
       77  w-flag-audit pic 9 value zero.
           88 fin-arch-audit value 1.
       77  w-flag-exencion pic 9 value zero.
           88 sin-exencion value 1.
       77  w-tabla-ok pic 9 value zero.
           88 tabla-completa value 1.
       77  w-licencia-ok pic 9 value zero.
           88 hay-cuota-licencia value 1.
       77  w-tarifa-licencia pic 9 value zero.
           88 repreciar-a-licencia value 1.
       77  w-operador pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       01  tabla-cuotas.
           03 cat-cuotas OCCURS 3 TIMES.
               05 vec-mes pic 9(6) OCCURS 12 TIMES.
       01  tabla-cuota-licencia.
           03 vec-mes-licencia pic 9(6) OCCURS 12 TIMES.
       77  w-idx-cat pic 9 value 1.
       77  w-idx-cat-carga pic 9 value 1.
       77  w-i pic 99 value zero.
       77  w-socio pic 9(5) value zero.
       77  w-desde pic 9(6) value zero.
       77  w-hasta pic 9(6) value zero.
       77  w-causa pic x value spaces.
       77  w-motivo pic x(40) value spaces.
       77  w-vuelta pic 9(6) value zero.
       01  w-periodo pic 9(6) value zero.
       01  filler REDEFINES w-periodo.
           03 w-periodo-anio pic 9(4).
           03 w-periodo-mes pic 9(2).
       77  w-periodo-fin pic 9(6) value zero.
       77  w-periodo-hoy pic 9(6) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-pct-exencion pic 9(3) value zero.
       77  w-exen-desde pic 9(6) value zero.
       77  w-exen-hasta pic 9(6) value zero.
       77  w-tarifa-mes pic 9(6) value zero.
       77  w-ult-secuencia pic 9(8) value zero.
       01  w-estado-ant pic x.
       01  w-pagado-ant pic 9(6).
       01  w-debe-ant pic 9(6).
       77  w-cnt-repreciados pic 9(3) value zero.
       77  w-cnt-con-pagos pic 9(3) value zero.
       77  w-cnt-listados pic 9(5) value zero.
       77  w-cnt-terminan pic 9(5) value zero.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  lin-cab-lista.
           03 filler pic x(7) value "SOCIO: ".
           03 filler pic x(31) value "NOMBRE:".
           03 filler pic x(8) value "DESDE:".
           03 filler pic x(8) value "HASTA:".
           03 filler pic x(6) value "CAUSA:".
           03 filler pic x(4) value "EST:".
       01  lin-det-lista.
           03 d-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 d-nombre pic x(30).
           03 filler pic x(1) value spaces.
           03 d-desde pic 9999/99.
           03 filler pic x(1) value spaces.
           03 d-hasta pic 9999/99.
           03 filler pic x(1) value spaces.
           03 d-causa pic x.
           03 filler pic x(5) value spaces.
           03 d-estado pic x.
           03 filler pic x(2) value spaces.
           03 d-termina pic x(16).
       01  lin-det-motivo.
           03 filler pic x(7) value spaces.
           03 filler pic x(8) value "MOTIVO: ".
           03 d-motivo pic x(40).
       01  lin-total-lista.
           03 filler pic x(22) value "LICENCIAS EN VIGOR:   ".
           03 t-listados pic zzzz9.
           03 filler pic x(26) value "  TERMINAN ESTE MES:     ".
           03 t-terminan pic zzzz9.
       01  lin-resumen.
           03 filler pic x(7) value "SOCIO: ".
           03 r-socio pic zzzzz.
           03 filler pic x(23) value "  MESES REPRECIFICADOS:".
           03 r-repreciados pic zz9.
           03 filler pic x(23) value "  CON PAGOS, SIN TOCAR:".
           03 r-con-pagos pic zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL opc-salir
               PERFORM 200-MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN opc-otorgar PERFORM 300-OTORGAR-LICENCIA
                   WHEN opc-levantar PERFORM 400-LEVANTAR-LICENCIA
                   WHEN opc-listar PERFORM 500-LISTAR-EN-VIGOR
                   WHEN opc-salir CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-VALIDAR-OPERADOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy(1:6) TO w-periodo-hoy.
           OPEN I-O LICENCIAS.
           OPEN I-O SOCIOS.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT EXENCIONES.
           OPEN I-O AUDITORIA.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 125-CARGAR-TABLA-CUOTAS.
           PERFORM 127-VALIDAR-TABLA-CUOTAS.
           PERFORM 145-DETERMINAR-SECUENCIA.

      ******************************************************************
      * La licencia cambia lo que el socio debe: con operadores.dat
      * cargado solo la otorga o levanta un supervisor activo con
      * clave valida. Sin archivo (o vacio) rige el comportamiento
      * historico de las iniciales.
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

       125-CARGAR-TABLA-CUOTAS.
           OPEN INPUT CUOTAS.
           PERFORM UNTIL fin-arch-cuotas
               READ CUOTAS AT END MOVE 1 TO w-flag-cuotas
               NOT AT END
                   IF cuota-tex-categoria = "L"
                       MOVE cuota-tex-importe TO
                           vec-mes-licencia(cuota-tex-mes)
                   ELSE
                       PERFORM 126-INDICE-CARGA
                       MOVE cuota-tex-importe TO
                           vec-mes(w-idx-cat-carga, cuota-tex-mes)
                   END-IF
           END-PERFORM.
           CLOSE CUOTAS.
       126-INDICE-CARGA.
           EVALUATE cuota-tex-categoria
               WHEN "V" MOVE 2 TO w-idx-cat-carga
               WHEN "C" MOVE 3 TO w-idx-cat-carga
               WHEN OTHER MOVE 1 TO w-idx-cat-carga
           END-EVALUATE.
      ******************************************************************
      * Sin la tabla de categorias completa no se reprecia nada; sin
      * la cuota de licencia (filas L) se puede listar y levantar pero
      * no otorgar.
      ******************************************************************
       127-VALIDAR-TABLA-CUOTAS.
           MOVE 1 TO w-tabla-ok.
           PERFORM VARYING w-idx-cat-carga FROM 1 BY 1 UNTIL
                   w-idx-cat-carga > 3
               PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 12
                   IF vec-mes(w-idx-cat-carga, w-i) = ZERO
                       MOVE 0 TO w-tabla-ok
                       DISPLAY "CUOTA EN CERO: CATEGORIA "
                           w-idx-cat-carga " MES " w-i
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF NOT tabla-completa
               DISPLAY "TABLA DE CUOTAS INCOMPLETA - RECHAZADO"
               PERFORM 900-FIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO w-licencia-ok.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 12
               IF vec-mes-licencia(w-i) = ZERO
                   MOVE 0 TO w-licencia-ok
               END-IF
           END-PERFORM.
           IF NOT hay-cuota-licencia
               DISPLAY "CUOTAS.DAT SIN CUOTA DE LICENCIA (CATEGORIA L):"
                   " NO SE PUEDEN OTORGAR LICENCIAS"
           END-IF.
       132-DETERMINAR-INDICE-CATEGORIA.
           EVALUATE soc-categoria
               WHEN "V" MOVE 2 TO w-idx-cat
               WHEN "C" MOVE 3 TO w-idx-cat
               WHEN OTHER MOVE 1 TO w-idx-cat
           END-EVALUATE.
      ******************************************************************
      * Exencion vigente del socio (exenciones.dat): la tarifa de cada
      * mes, de licencia o de categoria, lleva el descuento dentro de
      * la vigencia, la misma regla de los generadores y aplicadores.
      ******************************************************************
       133-CARGAR-EXENCION.
           MOVE ZERO TO w-pct-exencion.
           MOVE 0 TO w-flag-exencion.
           MOVE w-socio TO exen-socio.
           READ EXENCIONES INVALID KEY MOVE 1 TO w-flag-exencion.
           IF NOT sin-exencion AND exen-estado = "V"
               MOVE exen-porcentaje TO w-pct-exencion
               MOVE exen-desde TO w-exen-desde
               MOVE exen-hasta TO w-exen-hasta
           END-IF.
       134-TARIFA-MES.
           IF repreciar-a-licencia
               MOVE vec-mes-licencia(w-periodo-mes) TO w-tarifa-mes
           ELSE
               PERFORM 132-DETERMINAR-INDICE-CATEGORIA
               MOVE vec-mes(w-idx-cat, w-periodo-mes) TO w-tarifa-mes
           END-IF.
           IF w-pct-exencion > ZERO
               IF w-periodo >= w-exen-desde
                   AND w-periodo <= w-exen-hasta
                   COMPUTE w-tarifa-mes ROUNDED =
                       w-tarifa-mes * (100 - w-pct-exencion) / 100
               END-IF
           END-IF.

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

       200-MOSTRAR-MENU.
           DISPLAY "1-OTORGAR  2-LEVANTAR (VUELTA ANTICIPADA)  "
               "3-EN VIGOR  4-SALIR".
           ACCEPT w-opcion.

       300-OTORGAR-LICENCIA.
           IF NOT hay-cuota-licencia
               DISPLAY "FALTA LA CUOTA DE LICENCIA EN CUOTAS.DAT"
           ELSE
               DISPLAY "SOCIO:"
               ACCEPT w-socio
               MOVE 0 TO w-flag-ficha
               MOVE w-socio TO sm-socio
               READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha
               END-READ
               IF no-esta-ficha
                   DISPLAY "EL SOCIO NO TIENE FICHA"
               ELSE
                   IF sm-estado = "B"
                       DISPLAY "EL SOCIO ESTA DADO DE BAJA"
                   ELSE
                       DISPLAY sm-nombre
                       PERFORM 310-CAPTURAR-LICENCIA
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Una licencia no puede pisar otra del mismo socio que no este
      * anulada: el mes tendria dos razones para su tarifa.
      ******************************************************************
       310-CAPTURAR-LICENCIA.
           MOVE 0 TO w-flag-datos.
           DISPLAY "PRIMER MES DE LICENCIA (AAAAMM):".
           ACCEPT w-desde.
           DISPLAY "ULTIMO MES DE LICENCIA (AAAAMM):".
           ACCEPT w-hasta.
           DISPLAY "CAUSA (E-EXTERIOR/S-SALUD/O-OTRA):".
           ACCEPT w-causa.
           DISPLAY "MOTIVO:".
           ACCEPT w-motivo.
           MOVE w-desde TO w-periodo.
           IF w-periodo-anio < 2000 OR w-periodo-mes = ZERO
               OR w-periodo-mes > 12
               MOVE 1 TO w-flag-datos
           END-IF.
           MOVE w-hasta TO w-periodo.
           IF w-periodo-mes = ZERO OR w-periodo-mes > 12
               OR w-hasta < w-desde
               MOVE 1 TO w-flag-datos
           END-IF.
           IF w-causa NOT = "E" AND w-causa NOT = "S"
               AND w-causa NOT = "O"
               MOVE 1 TO w-flag-datos
           END-IF.
           IF datos-invalidos
               DISPLAY "DATOS INVALIDOS, NO SE GRABA"
           ELSE
               PERFORM 320-CONTROLAR-SUPERPOSICION
               IF licencia-superpuesta
                   DISPLAY "EL SOCIO YA TIENE UNA LICENCIA EN ESOS "
                       "MESES"
               ELSE
                   PERFORM 330-GRABAR-LICENCIA
               END-IF
           END-IF.
       320-CONTROLAR-SUPERPOSICION.
           MOVE 0 TO w-flag-superpuesta.
           MOVE 0 TO w-flag-lic.
           MOVE w-socio TO lic-socio.
           MOVE ZERO TO lic-desde.
           START LICENCIAS KEY IS >= lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-arch-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               NOT AT END
                   IF lic-socio NOT = w-socio
                       MOVE 1 TO w-flag-lic
                   ELSE
                       IF lic-estado NOT = "A"
                           AND lic-desde <= w-hasta
                           AND lic-hasta >= w-desde
                           MOVE 1 TO w-flag-superpuesta
                       END-IF
                   END-IF
           END-PERFORM.
       330-GRABAR-LICENCIA.
           MOVE w-socio TO lic-socio.
           MOVE w-desde TO lic-desde.
           MOVE w-hasta TO lic-hasta.
           MOVE w-hasta TO lic-hasta-original.
           MOVE w-causa TO lic-causa.
           MOVE w-motivo TO lic-motivo.
           MOVE "V" TO lic-estado.
           MOVE w-fecha-hoy TO lic-fecha-alta.
           MOVE w-operador TO lic-operador.
           MOVE ZERO TO lic-fecha-levanta.
           WRITE lic-reg
               INVALID KEY
                   DISPLAY "YA HAY UNA LICENCIA DEL SOCIO CON ESE "
                       "PRIMER MES"
               NOT INVALID KEY
                   DISPLAY "LICENCIA GRABADA"
                   MOVE 1 TO w-tarifa-licencia
                   MOVE w-desde TO w-periodo
                   MOVE w-hasta TO w-periodo-fin
                   PERFORM 700-REPRECIAR-MESES
           END-WRITE.

      ******************************************************************
      * Vuelta anticipada: la licencia se recorta al mes anterior a la
      * vuelta (o se anula si todavia no empezo) y los meses devueltos
      * vuelven a la tarifa de la categoria. Queda en el archivo como
      * antecedente, con el hasta original.
      ******************************************************************
       400-LEVANTAR-LICENCIA.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           DISPLAY "PRIMER MES DE LA LICENCIA (AAAAMM):".
           ACCEPT w-desde.
           MOVE 0 TO w-flag-existe.
           MOVE w-socio TO lic-socio.
           MOVE w-desde TO lic-desde.
           READ LICENCIAS INVALID KEY MOVE 1 TO w-flag-existe.
           IF no-existe-licencia
               DISPLAY "NO EXISTE ESA LICENCIA"
           ELSE
               IF lic-estado NOT = "V"
                   DISPLAY "LA LICENCIA YA ESTABA LEVANTADA O ANULADA"
               ELSE
                   DISPLAY "MES DE LA VUELTA (AAAAMM):"
                   ACCEPT w-vuelta
                   MOVE w-vuelta TO w-periodo
                   IF w-periodo-mes = ZERO OR w-periodo-mes > 12
                       OR w-vuelta > lic-hasta
                       DISPLAY "MES DE VUELTA INVALIDO O POSTERIOR AL "
                           "FIN DE LA LICENCIA"
                   ELSE
                       PERFORM 410-RECORTAR-LICENCIA
                   END-IF
               END-IF
           END-IF.
       410-RECORTAR-LICENCIA.
           MOVE lic-hasta TO w-periodo-fin.
           IF w-vuelta <= lic-desde
               MOVE "A" TO lic-estado
               MOVE lic-desde TO w-periodo
           ELSE
               MOVE "L" TO lic-estado
               MOVE w-vuelta TO w-periodo
               PERFORM 720-MES-ANTERIOR
               MOVE w-periodo TO lic-hasta
               MOVE w-vuelta TO w-periodo
           END-IF.
           MOVE w-fecha-hoy TO lic-fecha-levanta.
           MOVE w-operador TO lic-operador.
           REWRITE lic-reg
               INVALID KEY
                   PERFORM 490-ERROR-GRABACION
               NOT INVALID KEY
                   IF lic-estado = "A"
                       DISPLAY "LICENCIA ANULADA"
                   ELSE
                       DISPLAY "LICENCIA LEVANTADA, TERMINA EN "
                           lic-hasta
                   END-IF
                   MOVE 0 TO w-tarifa-licencia
                   PERFORM 700-REPRECIAR-MESES
           END-REWRITE.
       490-ERROR-GRABACION.
           DISPLAY "NO PUDE REGRABAR LA LICENCIA".
           MOVE "410-RECORTAR-LICENCIA" TO w-exc-paragrafo.
           MOVE lic-llave TO w-exc-clave.
           MOVE "NO PUDE REGRABAR LA LICENCIA" TO w-exc-mensaje.
           PERFORM 995-REGISTRAR-EXCEPCION.

      ******************************************************************
      * En vigor este mes: no anulada y el mes actual entre desde y
      * hasta. Las que terminan este mes se marcan: el mes que viene
      * el socio vuelve solo a la tarifa de su categoria.
      ******************************************************************
       500-LISTAR-EN-VIGOR.
           MOVE ZERO TO w-cnt-listados w-cnt-terminan.
           DISPLAY lin-cab-lista.
           MOVE 0 TO w-flag-lic.
           MOVE LOW-VALUES TO lic-llave.
           START LICENCIAS KEY IS >= lic-llave
               INVALID KEY MOVE 1 TO w-flag-lic
           END-START.
           PERFORM UNTIL fin-arch-lic
               READ LICENCIAS NEXT AT END MOVE 1 TO w-flag-lic
               NOT AT END
                   IF lic-estado NOT = "A"
                       AND lic-desde <= w-periodo-hoy
                       AND lic-hasta >= w-periodo-hoy
                       PERFORM 510-MOSTRAR-LICENCIA
                   END-IF
           END-PERFORM.
           MOVE w-cnt-listados TO t-listados.
           MOVE w-cnt-terminan TO t-terminan.
           DISPLAY lin-total-lista.
       510-MOSTRAR-LICENCIA.
           MOVE 0 TO w-flag-ficha.
           MOVE lic-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               MOVE SPACES TO sm-nombre
           END-IF.
           MOVE lic-socio TO d-socio.
           MOVE sm-nombre TO d-nombre.
           MOVE lic-desde TO d-desde.
           MOVE lic-hasta TO d-hasta.
           MOVE lic-causa TO d-causa.
           MOVE lic-estado TO d-estado.
           IF lic-hasta = w-periodo-hoy
               MOVE "TERMINA ESTE MES" TO d-termina
               ADD 1 TO w-cnt-terminan
           ELSE
               MOVE SPACES TO d-termina
           END-IF.
           DISPLAY lin-det-lista.
           MOVE lic-motivo TO d-motivo.
           DISPLAY lin-det-motivo.
           ADD 1 TO w-cnt-listados.

      ******************************************************************
      * Reprecio de los meses w-periodo..w-periodo-fin del socio a la
      * cuota de licencia o de vuelta a la de su categoria, con la
      * regla de cambioCategoria y reprecificar: solo meses sin tocar
      * (nada pagado, ni cancelados ni incobrables); el recargo ya
      * plegado queda encima de la tarifa nueva. Los meses que todavia
      * no existen los genera cierreDeEjercicio con la tarifa que
      * corresponda.
      ******************************************************************
       700-REPRECIAR-MESES.
           MOVE ZERO TO w-cnt-repreciados w-cnt-con-pagos.
           PERFORM 133-CARGAR-EXENCION.
           PERFORM UNTIL w-periodo > w-periodo-fin
               PERFORM 710-REPRECIAR-MES
               PERFORM 730-MES-SIGUIENTE
           END-PERFORM.
           MOVE w-socio TO r-socio.
           MOVE w-cnt-repreciados TO r-repreciados.
           MOVE w-cnt-con-pagos TO r-con-pagos.
           DISPLAY lin-resumen.
       710-REPRECIAR-MES.
           MOVE 0 TO w-flag-mes.
           MOVE w-socio TO soc-socio.
           MOVE w-periodo-anio TO soc-anio.
           MOVE w-periodo-mes TO soc-mes.
           READ SOCIOS INVALID KEY MOVE 1 TO w-flag-mes.
           IF NOT no-esta-el-mes
               IF soc-pagado = ZERO AND soc-estado NOT = "C"
                   AND soc-estado NOT = "I"
                   PERFORM 134-TARIFA-MES
                   IF soc-cuota NOT = w-tarifa-mes + soc-recargo
                       PERFORM 740-APLICAR-TARIFA
                   END-IF
               ELSE
                   ADD 1 TO w-cnt-con-pagos
               END-IF
           END-IF.
       720-MES-ANTERIOR.
           IF w-periodo-mes = 1
               SUBTRACT 1 FROM w-periodo-anio
               MOVE 12 TO w-periodo-mes
           ELSE
               SUBTRACT 1 FROM w-periodo-mes
           END-IF.
       730-MES-SIGUIENTE.
           IF w-periodo-mes = 12
               ADD 1 TO w-periodo-anio
               MOVE 1 TO w-periodo-mes
           ELSE
               ADD 1 TO w-periodo-mes
           END-IF.
       740-APLICAR-TARIFA.
           MOVE soc-estado TO w-estado-ant.
           MOVE soc-pagado TO w-pagado-ant.
           MOVE soc-debe TO w-debe-ant.
           COMPUTE soc-cuota = w-tarifa-mes + soc-recargo.
           COMPUTE soc-debe = w-tarifa-mes + soc-recargo.
           REWRITE soc-reg
               INVALID KEY
                   MOVE "740-APLICAR-TARIFA" TO w-exc-paragrafo
                   MOVE soc-llave TO w-exc-clave
                   MOVE "NO PUDE REPRECIAR EL MES DE LICENCIA" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   ADD 1 TO w-cnt-repreciados
                   PERFORM 750-AUDITAR-CAMBIO
           END-REWRITE.
       750-AUDITAR-CAMBIO.
           ADD 1 TO w-ult-secuencia.
           MOVE w-ult-secuencia TO aud-secuencia.
           MOVE FUNCTION CURRENT-DATE TO aud-fecha-hora.
           MOVE "740-APLICAR-TARIFA" TO aud-paragrafo.
           MOVE soc-socio TO aud-socio.
           MOVE soc-anio TO aud-anio.
           MOVE soc-mes TO aud-mes.
           MOVE ZERO TO aud-recibo.
           MOVE w-estado-ant TO aud-estado-ant.
           MOVE w-pagado-ant TO aud-pagado-ant.
           MOVE w-debe-ant TO aud-debe-ant.
           MOVE soc-estado TO aud-estado-nuevo.
           MOVE soc-pagado TO aud-pagado-nuevo.
           MOVE soc-debe TO aud-debe-nuevo.
           WRITE aud-reg.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "LICENCIASMANT" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE LICENCIAS.
           CLOSE SOCIOS.
           CLOSE SOCIOMAE.
           CLOSE EXENCIONES.
           CLOSE AUDITORIA.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
