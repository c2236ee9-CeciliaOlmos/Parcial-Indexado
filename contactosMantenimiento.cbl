      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the member contact file (contactos.dat)
      *          that sits beside the sociosmae.dat ficha, which only
      *          carries a land line and a postal domicilio. ALTA
      *          records (or replaces) the member's email, mobile
      *          number and preferred channel - E email, W WhatsApp,
      *          S SMS - with today's date as the opt-in date; the
      *          channel must have its destination filled in. BAJA
      *          marks the channel "N" (no notices) keeping the data
      *          and the date of the opt-out. LISTAR shows the file.
      *          Only a socio with a channel and an opt-in gets the
      *          messages the other programs queue in mensajes.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTACTOS ASSIGN TO "..\contactos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cto-socio
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
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTACTOS.
           COPY "CONTACTOREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9 value zero.
           88 opc-alta value 1.
           88 opc-baja value 2.
           88 opc-listar value 3.
           88 opc-salir value 4.
       77  w-flag-cto pic 9 value zero.
           88 fin-arch-cto value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-socio pic 9(5) value zero.
       77  w-email pic x(50) value spaces.
       77  w-celular pic x(15) value spaces.
       77  w-canal pic x value space.
           88 canal-valido values "E" "W" "S".
       77  w-operador pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-cnt-contactos pic 9(5) value zero.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       01  lin-det-cto.
           03 d-socio pic zzzzz.
           03 filler pic x(2) value spaces.
           03 d-canal pic x.
           03 filler pic x(2) value spaces.
           03 d-email pic x(30).
           03 filler pic x(2) value spaces.
           03 d-celular pic x(15).
           03 filler pic x(2) value spaces.
           03 d-fecha pic 9999/99/99.
       01  lin-cab-cto.
           03 filler pic x(7) value "SOCIO: ".
           03 filler pic x(3) value "C: ".
           03 filler pic x(32) value "EMAIL:".
           03 filler pic x(17) value "CELULAR:".
           03 filler pic x(14) value "OPT-IN / BAJA:".
       01  lin-resumen.
           03 filler pic x(20) value "CONTACTOS LISTADOS: ".
           03 r-contactos pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL opc-salir
               PERFORM 200-MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN opc-alta PERFORM 300-ALTA-CONTACTO
                   WHEN opc-baja PERFORM 400-BAJA-CANAL
                   WHEN opc-listar PERFORM 500-LISTAR-CONTACTOS
                   WHEN opc-salir CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-VALIDAR-OPERADOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O CONTACTOS.
           OPEN INPUT SOCIOMAE.
           OPEN EXTEND EXCEPCIONES.

      ******************************************************************
      * El operador queda en el registro de contacto: con
      * operadores.dat cargado tiene que ser un codigo activo con
      * clave valida y rol de cajero o supervisor. Sin archivo (o
      * vacio) rige el comportamiento historico de las iniciales.
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

       200-MOSTRAR-MENU.
           DISPLAY "1-ALTA/MODIFICA  2-BAJA DEL CANAL  3-LISTAR  "
               "4-SALIR".
           ACCEPT w-opcion.

      ******************************************************************
      * Alta o reemplazo del contacto: la ficha tiene que existir y el
      * canal elegido tiene que tener su destino cargado (email para
      * E, celular para W y S). La conformidad del socio se registra
      * con la fecha del dia.
      ******************************************************************
       300-ALTA-CONTACTO.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           MOVE 0 TO w-flag-ficha.
           MOVE w-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               DISPLAY "NO EXISTE LA FICHA DEL SOCIO"
           ELSE
               DISPLAY sm-nombre
               DISPLAY "EMAIL:"
               ACCEPT w-email
               DISPLAY "CELULAR (CON CODIGO DE AREA):"
               ACCEPT w-celular
               DISPLAY "CANAL (E-EMAIL W-WHATSAPP S-SMS):"
               ACCEPT w-canal
               EVALUATE TRUE
                   WHEN NOT canal-valido
                       DISPLAY "CANAL INVALIDO, NO SE GRABA"
                   WHEN w-canal = "E" AND w-email = SPACES
                       DISPLAY "EMAIL VACIO, NO SE GRABA"
                   WHEN w-canal NOT = "E" AND w-celular = SPACES
                       DISPLAY "CELULAR VACIO, NO SE GRABA"
                   WHEN OTHER
                       PERFORM 310-GRABAR-CONTACTO
               END-EVALUATE
           END-IF.
       310-GRABAR-CONTACTO.
           MOVE w-socio TO cto-socio.
           MOVE w-email TO cto-email.
           MOVE w-celular TO cto-celular.
           MOVE w-canal TO cto-canal.
           MOVE w-fecha-hoy TO cto-fecha-optin.
           MOVE ZERO TO cto-fecha-baja.
           MOVE w-operador TO cto-operador.
           WRITE cto-reg
               INVALID KEY
      *        Ya tenia contacto (p.ej. con el canal dado de baja): se
      *        pisa con los datos y la conformidad nuevos.
                   REWRITE cto-reg
                       INVALID KEY
                           DISPLAY "NO PUDE GRABAR EL CONTACTO"
                           MOVE "310-GRABAR-CONTACTO" TO
                               w-exc-paragrafo
                           MOVE cto-socio TO w-exc-clave
                           MOVE "NO PUDE GRABAR EL CONTACTO" TO
                               w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                   END-REWRITE
           END-WRITE.
           DISPLAY "CONTACTO GRABADO".

       400-BAJA-CANAL.
           DISPLAY "SOCIO:".
           ACCEPT cto-socio.
           READ CONTACTOS
               INVALID KEY
                   DISPLAY "EL SOCIO NO TIENE CONTACTO CARGADO"
               NOT INVALID KEY
                   MOVE "N" TO cto-canal
                   MOVE w-fecha-hoy TO cto-fecha-baja
                   MOVE w-operador TO cto-operador
                   REWRITE cto-reg
                   DISPLAY "CANAL DADO DE BAJA, NO RECIBE AVISOS"
           END-READ.

       500-LISTAR-CONTACTOS.
           MOVE 0 TO w-flag-cto.
           MOVE ZERO TO w-cnt-contactos.
           MOVE ZERO TO cto-socio.
           START CONTACTOS KEY IS >= cto-socio
               INVALID KEY MOVE 1 TO w-flag-cto
           END-START.
           DISPLAY lin-cab-cto.
           PERFORM UNTIL fin-arch-cto
               READ CONTACTOS NEXT AT END MOVE 1 TO w-flag-cto
               NOT AT END
                   ADD 1 TO w-cnt-contactos
                   MOVE cto-socio TO d-socio
                   MOVE cto-canal TO d-canal
                   MOVE cto-email TO d-email
                   MOVE cto-celular TO d-celular
                   IF cto-canal = "N"
                       MOVE cto-fecha-baja TO d-fecha
                   ELSE
                       MOVE cto-fecha-optin TO d-fecha
                   END-IF
                   DISPLAY lin-det-cto
           END-PERFORM.
           MOVE w-cnt-contactos TO r-contactos.
           DISPLAY lin-resumen.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "CONTACTOSMANTEN" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE CONTACTOS.
           CLOSE SOCIOMAE.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
