      ******************************************************************
      * Author:
      * Date:
      * Purpose: Register of the sanctions the tribunal de disciplina
      *          resolves (sanciones.dat). ALTA takes socio, tipo
      *          (apercibimiento or suspension), the expulsion flag,
      *          desde/hasta dates, acta and motivo; LEVANTAR ends a
      *          sanction before its date when the tribunal revokes
      *          it; LISTAR prints the sanctions in force at a date
      *          (default today); SOCIO shows one member's record. A
      *          suspension or expulsion in force keeps the member out
      *          of habilitadosExport, carnets, padronElectoral and
      *          invitadosPileta and is shown by consultaSocio,
      *          whatever the financial standing; it lifts by itself
      *          after san-hasta. Replaces faking the sanction by
      *          editing sm-estado, which the next payment undid.
      *          Operates with a supervisor login when operadores.dat
      *          is loaded.
      * Tectonics: cobc
      * Modification history:
      *   - The acta number given on ALTA must exist in the libro de
      *     actas (actas.dat); the sanction imposed is recorded in
      *     resoluciones.dat under that acta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SANCIONES ASSIGN TO "..\sanciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS san-llave
                   SHARING WITH ALL OTHER.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL ACTAS ASSIGN TO "..\actas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS acta-numero
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL RESOLUCIONES ASSIGN TO "..\resoluciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS res-llave
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SANCIONES.
           COPY "SANCIONREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  ACTAS.
           COPY "ACTAREC.cpy".
       FD  RESOLUCIONES.
           COPY "RESOLREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9 value zero.
           88 opc-alta value 1.
           88 opc-levantar value 2.
           88 opc-listar value 3.
           88 opc-socio value 4.
           88 opc-salir value 5.
       77  w-flag-san pic 9 value zero.
           88 fin-arch-san value 1.
       77  w-flag-existe pic 9 value zero.
           88 no-existe-sancion value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-datos pic 9 value zero.
           88 datos-invalidos value 1.
       77  w-operador pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-socio pic 9(5) value zero.
       77  w-desde pic 9(8) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-fecha-lista pic 9(8) value zero.
       77  w-nro-acta pic 9(6) value zero.
       77  w-flag-acta pic 9 value zero.
           88 acta-inexistente value 1.
       77  w-cnt-listados pic 9(5) value zero.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  lin-cab-lista.
           03 filler pic x(7) value "SOCIO: ".
           03 filler pic x(31) value "NOMBRE:".
           03 filler pic x(5) value "TIPO:".
           03 filler pic x(5) value "EXP:".
           03 filler pic x(11) value "DESDE:".
           03 filler pic x(11) value "HASTA:".
           03 filler pic x(7) value "ACTA:".
           03 filler pic x(4) value "EST:".
       01  lin-det-lista.
           03 d-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 d-nombre pic x(30).
           03 filler pic x(1) value spaces.
           03 d-tipo pic x.
           03 filler pic x(4) value spaces.
           03 d-expulsion pic x.
           03 filler pic x(4) value spaces.
           03 d-desde pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 d-hasta pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 d-acta pic 9(6).
           03 filler pic x(1) value spaces.
           03 d-estado pic x.
       01  lin-det-motivo.
           03 filler pic x(7) value spaces.
           03 filler pic x(8) value "MOTIVO: ".
           03 d-motivo pic x(40).
       01  lin-total-lista.
           03 filler pic x(20) value "SANCIONES LISTADAS: ".
           03 t-listados pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL opc-salir
               PERFORM 200-MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN opc-alta PERFORM 300-ALTA-SANCION
                   WHEN opc-levantar PERFORM 400-LEVANTAR-SANCION
                   WHEN opc-listar PERFORM 500-LISTAR-EN-VIGOR
                   WHEN opc-socio PERFORM 600-LISTAR-SOCIO
                   WHEN opc-salir CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-VALIDAR-OPERADOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O SANCIONES.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT ACTAS.
           OPEN I-O RESOLUCIONES.
           OPEN EXTEND EXCEPCIONES.

      ******************************************************************
      * Las resoluciones del tribunal las carga un supervisor: con
      * operadores.dat cargado el codigo tiene que estar activo, con
      * clave valida y rol "S". Sin archivo (o vacio) rige el
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

       200-MOSTRAR-MENU.
           DISPLAY "1-ALTA  2-LEVANTAR  3-EN VIGOR  4-SOCIO  5-SALIR".
           ACCEPT w-opcion.

       300-ALTA-SANCION.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           MOVE 0 TO w-flag-ficha.
           MOVE w-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               DISPLAY "EL SOCIO NO TIENE FICHA"
           ELSE
               PERFORM 310-CAPTURAR-SANCION
           END-IF.

      ******************************************************************
      * La expulsion no vence: se graba con hasta 99999999 y es
      * siempre una suspension a los efectos de los controles.
      ******************************************************************
       310-CAPTURAR-SANCION.
           MOVE 0 TO w-flag-datos.
           MOVE w-socio TO san-socio.
           DISPLAY "TIPO (A-APERCIBIMIENTO/S-SUSPENSION):".
           ACCEPT san-tipo.
           DISPLAY "EXPULSION (S/N):".
           ACCEPT san-expulsion.
           DISPLAY "DESDE (AAAAMMDD):".
           ACCEPT san-desde.
           IF san-expulsion = "S"
               MOVE "S" TO san-tipo
               MOVE 99999999 TO san-hasta
           ELSE
               MOVE "N" TO san-expulsion
               DISPLAY "HASTA (AAAAMMDD):"
               ACCEPT san-hasta
           END-IF.
           DISPLAY "NRO DE ACTA:".
           ACCEPT w-nro-acta.
           MOVE w-nro-acta TO san-acta.
           DISPLAY "MOTIVO:".
           ACCEPT san-motivo.
           IF san-tipo NOT = "A" AND san-tipo NOT = "S"
               MOVE 1 TO w-flag-datos
           END-IF.
           IF san-desde = ZERO OR san-hasta < san-desde
               MOVE 1 TO w-flag-datos
           END-IF.
           PERFORM 370-VALIDAR-ACTA.
           IF acta-inexistente
               MOVE 1 TO w-flag-datos
           END-IF.
           IF datos-invalidos
               DISPLAY "DATOS INVALIDOS, NO SE GRABA"
           ELSE
               MOVE "V" TO san-estado
               MOVE ZERO TO san-fecha-levanta
               MOVE w-operador TO san-operador
               WRITE san-reg
                   INVALID KEY
                       DISPLAY "YA HAY UNA SANCION DEL SOCIO CON ESA "
                           "FECHA DE INICIO"
                   NOT INVALID KEY
                       MOVE "S" TO res-tipo
                       MOVE san-llave TO res-referencia
                       MOVE san-socio TO res-socio
                       MOVE san-motivo TO res-detalle
                       PERFORM 375-REGISTRAR-RESOLUCION
                       DISPLAY "SANCION GRABADA"
               END-WRITE
           END-IF.

      ******************************************************************
      * El acta que se invoca tiene que estar en el libro de actas
      * (actas.dat); lo resuelto bajo ella queda en resoluciones.dat
      * para el listado por acta que se archiva con la minuta.
      ******************************************************************
       370-VALIDAR-ACTA.
           MOVE 0 TO w-flag-acta.
           MOVE w-nro-acta TO acta-numero.
           IF w-nro-acta = ZERO
               MOVE 1 TO w-flag-acta
           ELSE
               READ ACTAS INVALID KEY MOVE 1 TO w-flag-acta
               END-READ
           END-IF.
           IF acta-inexistente
               DISPLAY "EL ACTA " w-nro-acta
                   " NO ESTA EN EL LIBRO DE ACTAS"
           END-IF.
       375-REGISTRAR-RESOLUCION.
           MOVE w-nro-acta TO res-acta.
           MOVE "SANCIONESMANT" TO res-programa.
           MOVE w-operador TO res-operador.
           MOVE w-fecha-hoy TO res-fecha.
           WRITE res-reg
               INVALID KEY REWRITE res-reg
           END-WRITE.

      ******************************************************************
      * El tribunal puede levantar antes de termino (revision,
      * indulto); la sancion queda en el archivo como antecedente.
      ******************************************************************
       400-LEVANTAR-SANCION.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           DISPLAY "FECHA DE INICIO DE LA SANCION (AAAAMMDD):".
           ACCEPT w-desde.
           MOVE 0 TO w-flag-existe.
           MOVE w-socio TO san-socio.
           MOVE w-desde TO san-desde.
           READ SANCIONES INVALID KEY MOVE 1 TO w-flag-existe.
           IF no-existe-sancion
               DISPLAY "NO EXISTE ESA SANCION"
           ELSE
               IF san-estado NOT = "V"
                   DISPLAY "LA SANCION YA ESTABA LEVANTADA"
               ELSE
                   MOVE "L" TO san-estado
                   MOVE w-fecha-hoy TO san-fecha-levanta
                   MOVE w-operador TO san-operador
                   REWRITE san-reg
                       INVALID KEY
                           PERFORM 490-ERROR-GRABACION
                   END-REWRITE
                   DISPLAY "SANCION LEVANTADA"
               END-IF
           END-IF.
       490-ERROR-GRABACION.
           DISPLAY "NO PUDE REGRABAR LA SANCION".
           MOVE "400-LEVANTAR-SANCION" TO w-exc-paragrafo.
           MOVE san-llave TO w-exc-clave.
           MOVE "NO PUDE REGRABAR LA SANCION" TO w-exc-mensaje.
           PERFORM 995-REGISTRAR-EXCEPCION.

      ******************************************************************
      * En vigor a la fecha: vigente y la fecha dentro de desde/hasta.
      * Las vencidas no aparecen aunque nadie las haya levantado.
      ******************************************************************
       500-LISTAR-EN-VIGOR.
           DISPLAY "FECHA (AAAAMMDD, 0 = HOY):".
           ACCEPT w-fecha-lista.
           IF w-fecha-lista = ZERO
               MOVE w-fecha-hoy TO w-fecha-lista
           END-IF.
           MOVE ZERO TO w-cnt-listados.
           DISPLAY lin-cab-lista.
           MOVE 0 TO w-flag-san.
           MOVE LOW-VALUES TO san-llave.
           START SANCIONES KEY IS >= san-llave
               INVALID KEY MOVE 1 TO w-flag-san
           END-START.
           PERFORM UNTIL fin-arch-san
               READ SANCIONES NEXT AT END MOVE 1 TO w-flag-san
               NOT AT END
                   IF san-estado = "V"
                       AND san-desde <= w-fecha-lista
                       AND san-hasta >= w-fecha-lista
                       PERFORM 700-MOSTRAR-SANCION
                   END-IF
           END-PERFORM.
           MOVE w-cnt-listados TO t-listados.
           DISPLAY lin-total-lista.

       600-LISTAR-SOCIO.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           MOVE ZERO TO w-cnt-listados.
           DISPLAY lin-cab-lista.
           MOVE 0 TO w-flag-san.
           MOVE w-socio TO san-socio.
           MOVE ZERO TO san-desde.
           START SANCIONES KEY IS >= san-llave
               INVALID KEY MOVE 1 TO w-flag-san
           END-START.
           PERFORM UNTIL fin-arch-san
               READ SANCIONES NEXT AT END MOVE 1 TO w-flag-san
               NOT AT END
                   IF san-socio NOT = w-socio
                       MOVE 1 TO w-flag-san
                   ELSE
                       PERFORM 700-MOSTRAR-SANCION
                   END-IF
           END-PERFORM.
           MOVE w-cnt-listados TO t-listados.
           DISPLAY lin-total-lista.

       700-MOSTRAR-SANCION.
           MOVE 0 TO w-flag-ficha.
           MOVE san-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               MOVE SPACES TO sm-nombre
           END-IF.
           MOVE san-socio TO d-socio.
           MOVE sm-nombre TO d-nombre.
           MOVE san-tipo TO d-tipo.
           MOVE san-expulsion TO d-expulsion.
           MOVE san-desde TO d-desde.
           MOVE san-hasta TO d-hasta.
           MOVE san-acta TO d-acta.
           MOVE san-estado TO d-estado.
           DISPLAY lin-det-lista.
           MOVE san-motivo TO d-motivo.
           DISPLAY lin-det-motivo.
           ADD 1 TO w-cnt-listados.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "SANCIONESMANT" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE SANCIONES.
           CLOSE SOCIOMAE.
           CLOSE ACTAS.
           CLOSE RESOLUCIONES.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
