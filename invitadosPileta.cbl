      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pileta guest passes (invitados) at the recepcion desk.
      *          REGISTRAR takes the host socio, the date (default
      *          today) and the guest's documento and name; the host
      *          must be habilitado on that date by the same rule
      *          habilitadosExport applies at the door (ficha "A" or
      *          "R", no unpaid cuota in the elapsed months, the
      *          month's PIL cargo paid when there is one), and the
      *          statute's limits are enforced: guests per host per
      *          day and visits per guest per season, both from
      *          parametros.dat. Each pass is written to invitados.dat
      *          and adds the INV tarifa from conceptos.dat to the
      *          host's INV cargo for the month in cargos.dat, so the
      *          money goes through caja with the rest of the cargos
      *          instead of a cash box at the desk. ANULAR takes a
      *          pass back while its cargo is still unpaid; LISTAR
      *          shows a day's passes. After every change the day's
      *          list is rewritten to invitados.txt, next to
      *          habilitados.txt, for the turnstile vendor.
      *          Replaces the paper list at the recepcion.
      * Tectonics: cobc
      * Modification history:
      *   - A host with a disciplinary suspension or expulsion in
      *     force on the pass date (sanciones.dat) cannot invite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INVITADOS ASSIGN TO "..\invitados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS inv-numero
                   ALTERNATE RECORD KEY IS inv-fecha WITH DUPLICATES
                   ALTERNATE RECORD KEY IS inv-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS inv-documento
                       WITH DUPLICATES
                   SHARING WITH ALL OTHER.
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
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL SANCIONES ASSIGN TO "..\sanciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS san-llave
                   SHARING WITH ALL OTHER.
           SELECT CONCEPTOS ASSIGN TO "..\conceptos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT INVITADOS-TEX ASSIGN TO "..\invitados.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INVITADOS.
           COPY "INVITADOREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  SANCIONES.
           COPY "SANCIONREC.cpy".
       FD  CONCEPTOS.
           COPY "CONCEPREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  INVITADOS-TEX.
       01  inv-tex-lin pic x(60).
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9 value zero.
           88 opc-registrar value 1.
           88 opc-anular value 2.
           88 opc-listar value 3.
           88 opc-salir value 4.
       77  w-flag-inv pic 9 value zero.
           88 fin-arch-inv value 1.
       77  w-flag-pedido pic 9 value zero.
           88 no-esta-pase value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-socios pic 9 value zero.
           88 fin-arch-socios value 1.
       77  w-flag-cargo pic 9 value zero.
           88 no-esta-cargo value 1.
       77  w-flag-conceptos pic 9 value zero.
           88 fin-arch-conceptos value 1.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-flag-pase pic 9 value zero.
           88 pase-rechazado value 1.
       77  w-flag-ya-ingreso pic 9 value zero.
           88 invitado-ya-ingreso value 1.
       77  w-flag-sanciones pic 9 value zero.
           88 fin-arch-sanciones value 1.
       77  w-sancionado pic 9 value zero.
           88 socio-sancionado value 1.
       77  w-operador pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-max-por-dia pic 9(2) value 4.
      *        Invitados por anfitrion y por dia si parametros.dat no
      *        trae el tope.
       77  w-max-por-temporada pic 9(2) value 6.
      *        Visitas por invitado y temporada si parametros.dat no
      *        trae el tope.
       77  w-tarifa-inv pic 9(6) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       01  w-fecha-pase pic 9(8) value zero.
       01  w-fecha-pase-r redefines w-fecha-pase.
           03 w-pase-anio pic 9(4).
           03 w-pase-mes pic 9(2).
           03 w-pase-dia pic 9(2).
       77  w-fecha-lista pic 9(8) value zero.
       77  w-temporada pic 9(4) value zero.
       77  w-socio pic 9(5) value zero.
       77  w-documento pic 9(8) value zero.
       77  w-nombre-inv pic x(30) value spaces.
       77  w-nro pic 9(8) value zero.
       77  w-ult-numero pic 9(8) value zero.
       77  w-cnt-impagos pic 9(2) value zero.
       77  w-cnt-dia pic 9(2) value zero.
       77  w-cnt-temporada pic 9(2) value zero.
       77  w-cnt-exportados pic 9(4) value zero.
       77  w-socio-tex pic 9(5) value zero.
       77  w-documento-tex pic 9(8) value zero.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  lin-cab-lista.
           03 filler pic x(10) value "NRO:      ".
           03 filler pic x(7) value "SOCIO: ".
           03 filler pic x(11) value "DOCUMENTO: ".
           03 filler pic x(31) value "NOMBRE:".
           03 filler pic x(9) value "IMPORTE: ".
           03 filler pic x(4) value "EST.".
       01  lin-det-lista.
           03 d-nro pic zzzzzzz9.
           03 filler pic x(2) value spaces.
           03 d-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 d-documento pic zzzzzzz9.
           03 filler pic x(3) value spaces.
           03 d-nombre pic x(30).
           03 filler pic x(1) value spaces.
           03 d-importe pic zzz.zz9.
           03 filler pic x(3) value spaces.
           03 d-estado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL opc-salir
               PERFORM 200-MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN opc-registrar PERFORM 300-REGISTRAR-PASE
                   WHEN opc-anular PERFORM 400-ANULAR-PASE
                   WHEN opc-listar PERFORM 500-LISTAR-DIA
                   WHEN opc-salir CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-VALIDAR-OPERADOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           PERFORM 120-BUSCAR-TARIFA-INV.
           OPEN I-O INVITADOS.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT SOCIOS.
           OPEN I-O CARGOS.
           OPEN INPUT SANCIONES.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 145-DETERMINAR-NUMERO.
           PERFORM 700-EXPORTAR-DIA.

      ******************************************************************
      * La recepcion opera con su codigo: con operadores.dat cargado
      * tiene que ser un codigo activo con clave valida y rol de
      * cajero o supervisor. Sin archivo (o vacio) rige el
      * comportamiento historico de las iniciales.
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

      ******************************************************************
      * Los topes del estatuto salen de parametros.dat; una linea de
      * parametros que no los trae (o sin archivo) deja los valores
      * historicos de este programa.
      ******************************************************************
       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-inv-por-dia NUMERIC AND par-inv-por-dia > ZERO
                   MOVE par-inv-por-dia TO w-max-por-dia
               END-IF
               IF par-inv-por-temporada NUMERIC
                   AND par-inv-por-temporada > ZERO
                   MOVE par-inv-por-temporada TO w-max-por-temporada
               END-IF
           END-IF.
           CLOSE PARAMETROS.

      ******************************************************************
      * El pase se cobra a la tarifa del concepto INV de
      * conceptos.dat. Sin esa linea no se registran pases: el
      * invitado no puede entrar sin cargo.
      ******************************************************************
       120-BUSCAR-TARIFA-INV.
           MOVE ZERO TO w-tarifa-inv.
           OPEN INPUT CONCEPTOS.
           PERFORM UNTIL fin-arch-conceptos
               READ CONCEPTOS AT END MOVE 1 TO w-flag-conceptos
               NOT AT END
                   IF concep-tex-codigo = "INV"
                       MOVE concep-tex-importe TO w-tarifa-inv
                       MOVE 1 TO w-flag-conceptos
                   END-IF
           END-PERFORM.
           CLOSE CONCEPTOS.
           IF w-tarifa-inv = ZERO
               DISPLAY "CONCEPTO INV SIN TARIFA EN CONCEPTOS.DAT - "
                   "NO SE REGISTRAN PASES"
           END-IF.

       145-DETERMINAR-NUMERO.
           MOVE ALL "9" TO inv-numero.
           START INVITADOS KEY IS <= inv-numero
               INVALID KEY MOVE 1 TO w-flag-inv
           END-START.
           IF NOT fin-arch-inv
               READ INVITADOS NEXT AT END MOVE 1 TO w-flag-inv
           END-IF.
           IF fin-arch-inv
               MOVE ZERO TO w-ult-numero
           ELSE
               MOVE inv-numero TO w-ult-numero
           END-IF.
           MOVE 0 TO w-flag-inv.

       200-MOSTRAR-MENU.
           DISPLAY "1-REGISTRAR  2-ANULAR  3-LISTAR DIA  4-SALIR".
           ACCEPT w-opcion.

      ******************************************************************
      * Cada control que falla marca el pase como rechazado y dice por
      * que; solo un pase sin rechazo se graba y se carga al
      * anfitrion.
      ******************************************************************
       300-REGISTRAR-PASE.
           MOVE 0 TO w-flag-pase.
           IF w-tarifa-inv = ZERO
               DISPLAY "CONCEPTO INV SIN TARIFA EN CONCEPTOS.DAT"
               MOVE 1 TO w-flag-pase
           END-IF.
           IF NOT pase-rechazado
               DISPLAY "SOCIO ANFITRION:"
               ACCEPT w-socio
               DISPLAY "FECHA (AAAAMMDD, 0 = HOY):"
               ACCEPT w-fecha-pase
               IF w-fecha-pase = ZERO
                   MOVE w-fecha-hoy TO w-fecha-pase
               END-IF
               IF w-fecha-pase < w-fecha-hoy
                   DISPLAY "NO SE REGISTRAN PASES CON FECHA PASADA"
                   MOVE 1 TO w-flag-pase
               END-IF
           END-IF.
           IF NOT pase-rechazado
               PERFORM 310-CONTROLAR-ANFITRION
           END-IF.
           IF NOT pase-rechazado
               DISPLAY "DOCUMENTO DEL INVITADO:"
               ACCEPT w-documento
               DISPLAY "NOMBRE DEL INVITADO:"
               ACCEPT w-nombre-inv
               PERFORM 320-CALCULAR-TEMPORADA
               PERFORM 330-CONTAR-DEL-DIA
               PERFORM 340-CONTAR-TEMPORADA
               PERFORM 345-CONTROLAR-TOPES
           END-IF.
           IF NOT pase-rechazado
               PERFORM 350-GRABAR-PASE
               PERFORM 360-CARGAR-AL-ANFITRION
               IF w-fecha-pase = w-fecha-hoy
                   PERFORM 700-EXPORTAR-DIA
               END-IF
           END-IF.

      ******************************************************************
      * El anfitrion tiene que estar habilitado para la pileta en la
      * fecha del pase con la misma regla que habilitadosExport usa
      * para el molinete: ficha "A" o "R", ninguna cuota impaga en los
      * meses transcurridos del anio y, si tiene cargo PIL en el mes,
      * ese cargo pago.
      ******************************************************************
       310-CONTROLAR-ANFITRION.
           MOVE 0 TO w-flag-ficha.
           MOVE w-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               DISPLAY "EL SOCIO NO TIENE FICHA"
               MOVE 1 TO w-flag-pase
           ELSE
               IF sm-estado NOT = "A" AND sm-estado NOT = "R"
                   DISPLAY "SOCIO SUSPENDIDO O DE BAJA (ESTADO "
                       sm-estado ") - NO PUEDE INVITAR"
                   MOVE 1 TO w-flag-pase
               END-IF
           END-IF.
           IF NOT pase-rechazado
               PERFORM 311-CONTAR-IMPAGOS
               IF w-cnt-impagos > ZERO
                   DISPLAY "EL SOCIO ADEUDA " w-cnt-impagos
                       " CUOTAS - NO PUEDE INVITAR"
                   MOVE 1 TO w-flag-pase
               END-IF
           END-IF.
           IF NOT pase-rechazado
               PERFORM 312-CONTROLAR-PILETA
           END-IF.
           IF NOT pase-rechazado
               PERFORM 313-CONTROLAR-SANCION
               IF socio-sancionado
                   DISPLAY "SOCIO CON SANCION DISCIPLINARIA EN VIGOR - "
                       "NO PUEDE INVITAR"
                   MOVE 1 TO w-flag-pase
               END-IF
           END-IF.
       311-CONTAR-IMPAGOS.
           MOVE ZERO TO w-cnt-impagos.
           MOVE 0 TO w-flag-socios.
           MOVE w-socio TO soc-socio.
           MOVE w-pase-anio TO soc-anio.
           MOVE ZERO TO soc-mes.
           START SOCIOS KEY IS >= soc-llave
               INVALID KEY MOVE 1 TO w-flag-socios
           END-START.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-socio NOT = w-socio
                       OR soc-anio NOT = w-pase-anio
                       MOVE 1 TO w-flag-socios
                   ELSE
                       IF soc-mes > 0 AND soc-mes <= w-pase-mes
                           AND soc-debe > 0
                           ADD 1 TO w-cnt-impagos
                       END-IF
                   END-IF
           END-PERFORM.
       312-CONTROLAR-PILETA.
           MOVE 0 TO w-flag-cargo.
           MOVE w-socio TO car-socio.
           MOVE w-pase-anio TO car-anio.
           MOVE w-pase-mes TO car-mes.
           MOVE "PIL" TO car-concepto.
           READ CARGOS INVALID KEY MOVE 1 TO w-flag-cargo.
           IF NOT no-esta-cargo AND car-debe > ZERO
               DISPLAY "PILETA DEL MES IMPAGA - NO PUEDE INVITAR"
               MOVE 1 TO w-flag-pase
           END-IF.

      ******************************************************************
      * Sancion del tribunal de disciplina en vigor a la fecha
      * (sanciones.dat): suspension o expulsion vigente que ya empezo
      * y no paso su fecha hasta. Vale por encima de la situacion de
      * cuota; el pago no la levanta.
      ******************************************************************
       313-CONTROLAR-SANCION.
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
                       OR san-desde > w-fecha-pase
                       MOVE 1 TO w-flag-sanciones
                   ELSE
                       IF san-estado = "V" AND san-tipo = "S"
                           AND san-hasta >= w-fecha-pase
                           MOVE 1 TO w-sancionado
                       END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      * La temporada de verano cruza el anio: se la nombra por el anio
      * en que empieza (julio a diciembre del anio, enero a junio del
      * anio anterior).
      ******************************************************************
       320-CALCULAR-TEMPORADA.
           IF w-pase-mes >= 7
               MOVE w-pase-anio TO w-temporada
           ELSE
               COMPUTE w-temporada = w-pase-anio - 1
           END-IF.

       330-CONTAR-DEL-DIA.
           MOVE ZERO TO w-cnt-dia.
           MOVE 0 TO w-flag-ya-ingreso.
           MOVE 0 TO w-flag-inv.
           MOVE w-fecha-pase TO inv-fecha.
           START INVITADOS KEY IS = inv-fecha
               INVALID KEY MOVE 1 TO w-flag-inv
           END-START.
           PERFORM UNTIL fin-arch-inv
               READ INVITADOS NEXT AT END MOVE 1 TO w-flag-inv
               NOT AT END
                   IF inv-fecha NOT = w-fecha-pase
                       MOVE 1 TO w-flag-inv
                   ELSE
                       IF inv-estado = "A"
                           IF inv-socio = w-socio
                               ADD 1 TO w-cnt-dia
                           END-IF
                           IF inv-documento = w-documento
                               MOVE 1 TO w-flag-ya-ingreso
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-inv.

       340-CONTAR-TEMPORADA.
           MOVE ZERO TO w-cnt-temporada.
           MOVE 0 TO w-flag-inv.
           MOVE w-documento TO inv-documento.
           START INVITADOS KEY IS = inv-documento
               INVALID KEY MOVE 1 TO w-flag-inv
           END-START.
           PERFORM UNTIL fin-arch-inv
               READ INVITADOS NEXT AT END MOVE 1 TO w-flag-inv
               NOT AT END
                   IF inv-documento NOT = w-documento
                       MOVE 1 TO w-flag-inv
                   ELSE
                       IF inv-estado = "A"
                           AND inv-temporada = w-temporada
                           ADD 1 TO w-cnt-temporada
                       END-IF
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-inv.

       345-CONTROLAR-TOPES.
           IF invitado-ya-ingreso
               DISPLAY "EL INVITADO YA TIENE PASE ESE DIA"
               MOVE 1 TO w-flag-pase
           END-IF.
           IF w-cnt-dia >= w-max-por-dia
               DISPLAY "EL SOCIO YA TIENE " w-cnt-dia
                   " INVITADOS ESE DIA (TOPE " w-max-por-dia ")"
               MOVE 1 TO w-flag-pase
           END-IF.
           IF w-cnt-temporada >= w-max-por-temporada
               DISPLAY "EL INVITADO YA USO " w-cnt-temporada
                   " VISITAS EN LA TEMPORADA (TOPE "
                   w-max-por-temporada ")"
               MOVE 1 TO w-flag-pase
           END-IF.

       350-GRABAR-PASE.
           ADD 1 TO w-ult-numero.
           MOVE w-ult-numero TO inv-numero.
           MOVE w-fecha-pase TO inv-fecha.
           MOVE w-socio TO inv-socio.
           MOVE w-documento TO inv-documento.
           MOVE w-nombre-inv TO inv-nombre.
           MOVE w-temporada TO inv-temporada.
           MOVE w-tarifa-inv TO inv-importe.
           MOVE w-operador TO inv-operador.
           MOVE "A" TO inv-estado.
           WRITE inv-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL PASE"
                   MOVE "350-GRABAR-PASE" TO w-exc-paragrafo
                   MOVE inv-numero TO w-exc-clave
                   MOVE "NO PUDE GRABAR EL PASE DE INVITADO" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
                   MOVE 1 TO w-flag-pase
           END-WRITE.

      ******************************************************************
      * cargos.dat lleva un solo cargo por socio, mes y concepto: los
      * pases del mes se acumulan en el cargo INV del anfitrion. Si el
      * cargo ya estaba cancelado se reabre por el pase nuevo.
      ******************************************************************
       360-CARGAR-AL-ANFITRION.
           IF NOT pase-rechazado
               MOVE 0 TO w-flag-cargo
               MOVE w-socio TO car-socio
               MOVE w-pase-anio TO car-anio
               MOVE w-pase-mes TO car-mes
               MOVE "INV" TO car-concepto
               READ CARGOS INVALID KEY MOVE 1 TO w-flag-cargo
               END-READ
               IF no-esta-cargo
                   MOVE w-tarifa-inv TO car-importe
                   MOVE ZERO TO car-pagado
                   MOVE w-tarifa-inv TO car-debe
                   MOVE "A" TO car-estado
                   WRITE car-reg
               ELSE
                   ADD w-tarifa-inv TO car-importe
                   ADD w-tarifa-inv TO car-debe
                   MOVE "A" TO car-estado
                   REWRITE car-reg
               END-IF
               DISPLAY "PASE NRO " inv-numero " REGISTRADO - CARGO "
                   w-tarifa-inv " AL SOCIO " w-socio
           END-IF.

      ******************************************************************
      * Un pase se anula mientras el cargo INV del mes todavia lo
      * debe: lo ya cobrado se devuelve por devolucionSaldo, no desde
      * la recepcion.
      ******************************************************************
       400-ANULAR-PASE.
           MOVE 0 TO w-flag-pedido.
           DISPLAY "NRO DE PASE:".
           ACCEPT w-nro.
           MOVE w-nro TO inv-numero.
           READ INVITADOS INVALID KEY MOVE 1 TO w-flag-pedido.
           IF no-esta-pase
               DISPLAY "NO EXISTE ESE PASE"
           ELSE
               IF inv-estado NOT = "A"
                   DISPLAY "EL PASE YA ESTABA ANULADO"
               ELSE
                   PERFORM 410-DESCONTAR-CARGO
               END-IF
           END-IF.
       410-DESCONTAR-CARGO.
           MOVE 0 TO w-flag-cargo.
           MOVE inv-socio TO car-socio.
           MOVE inv-fecha(1:4) TO car-anio.
           MOVE inv-fecha(5:2) TO car-mes.
           MOVE "INV" TO car-concepto.
           READ CARGOS INVALID KEY MOVE 1 TO w-flag-cargo.
           IF no-esta-cargo OR car-debe < inv-importe
               DISPLAY "EL PASE YA FUE COBRADO - NO SE ANULA"
           ELSE
               SUBTRACT inv-importe FROM car-importe
               SUBTRACT inv-importe FROM car-debe
               IF car-importe = ZERO
                   DELETE CARGOS RECORD
               ELSE
                   IF car-debe = ZERO
                       MOVE "C" TO car-estado
                   END-IF
                   REWRITE car-reg
               END-IF
               MOVE "N" TO inv-estado
               REWRITE inv-reg
               DISPLAY "PASE ANULADO"
               IF inv-fecha = w-fecha-hoy
                   PERFORM 700-EXPORTAR-DIA
               END-IF
           END-IF.

       500-LISTAR-DIA.
           DISPLAY "FECHA (AAAAMMDD, 0 = HOY):".
           ACCEPT w-fecha-lista.
           IF w-fecha-lista = ZERO
               MOVE w-fecha-hoy TO w-fecha-lista
           END-IF.
           DISPLAY lin-cab-lista.
           MOVE 0 TO w-flag-inv.
           MOVE w-fecha-lista TO inv-fecha.
           START INVITADOS KEY IS = inv-fecha
               INVALID KEY MOVE 1 TO w-flag-inv
           END-START.
           PERFORM UNTIL fin-arch-inv
               READ INVITADOS NEXT AT END MOVE 1 TO w-flag-inv
               NOT AT END
                   IF inv-fecha NOT = w-fecha-lista
                       MOVE 1 TO w-flag-inv
                   ELSE
                       MOVE inv-numero TO d-nro
                       MOVE inv-socio TO d-socio
                       MOVE inv-documento TO d-documento
                       MOVE inv-nombre TO d-nombre
                       MOVE inv-importe TO d-importe
                       MOVE inv-estado TO d-estado
                       DISPLAY lin-det-lista
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-inv.

      ******************************************************************
      * Lista del dia para el molinete, junto a habilitados.txt: una
      * linea por pase vigente de hoy (documento;nombre;anfitrion).
      * Se regraba entera en cada cambio.
      ******************************************************************
       700-EXPORTAR-DIA.
           MOVE ZERO TO w-cnt-exportados.
           OPEN OUTPUT INVITADOS-TEX.
           MOVE 0 TO w-flag-inv.
           MOVE w-fecha-hoy TO inv-fecha.
           START INVITADOS KEY IS = inv-fecha
               INVALID KEY MOVE 1 TO w-flag-inv
           END-START.
           PERFORM UNTIL fin-arch-inv
               READ INVITADOS NEXT AT END MOVE 1 TO w-flag-inv
               NOT AT END
                   IF inv-fecha NOT = w-fecha-hoy
                       MOVE 1 TO w-flag-inv
                   ELSE
                       IF inv-estado = "A"
                           PERFORM 710-ESCRIBIR-INVITADO
                       END-IF
                   END-IF
           END-PERFORM.
           MOVE 0 TO w-flag-inv.
           CLOSE INVITADOS-TEX.
       710-ESCRIBIR-INVITADO.
           ADD 1 TO w-cnt-exportados.
           MOVE inv-documento TO w-documento-tex.
           MOVE inv-socio TO w-socio-tex.
           MOVE SPACES TO inv-tex-lin.
           STRING w-documento-tex ";" inv-nombre ";" w-socio-tex
               DELIMITED BY SIZE INTO inv-tex-lin.
           WRITE inv-tex-lin.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "INVITADOSPILETA" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE INVITADOS.
           CLOSE SOCIOMAE.
           CLOSE SOCIOS.
           CLOSE CARGOS.
           CLOSE SANCIONES.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
