      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the door-to-door collector master
      *          (cobradores.dat: codigo, nombre, zona, recibo series
      *          and commission percentage) and of the socio-to-zone
      *          assignment (socioszona.dat) that hojaDeRuta walks.
      *          ALTA/MODIFICAR/BAJA/LISTAR of cobradores, and
      *          ASIGNAR/QUITAR of a socio's zona. Each cobrador's
      *          series must be one of the recibctl.dat cajas 41 to 49
      *          and cannot be shared with another cobrador, so two
      *          talonarios never carry the same number. Requires a
      *          supervisor login when operadores.dat has operators.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COBRADORES ASSIGN TO "..\cobradores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS cob-codigo.
           SELECT OPTIONAL SOCIOSZONA ASSIGN TO "..\socioszona.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sz-socio
                   ALTERNATE RECORD KEY IS sz-zona WITH DUPLICATES.
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
       FD  COBRADORES.
           COPY "COBRADORREC.cpy".
       FD  SOCIOSZONA.
           COPY "ZONASOCREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9 value zero.
           88 opc-alta value 1.
           88 opc-modificar value 2.
           88 opc-baja value 3.
           88 opc-listar value 4.
           88 opc-asignar value 5.
           88 opc-quitar value 6.
           88 opc-salir value 7.
       77  w-flag-cob pic 9 value zero.
           88 fin-arch-cob value 1.
       77  w-flag-codigo pic 9 value zero.
           88 no-esta-codigo value 1.
       77  w-flag-zona pic 9 value zero.
           88 no-esta-zona value 1.
       77  w-flag-sociomae pic 9 value zero.
           88 no-esta-sociomae value 1.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-serie-ocupada pic 9 value zero.
           88 serie-ocupada value 1.
       77  w-login pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-codigo pic 9(2) value zero.
       77  w-serie pic 9(2) value zero.
       77  w-socio pic 9(5) value zero.
       77  w-zona pic 9(2) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  w-cob-guarda pic x(41) value spaces.
       01  lin-cab-lista.
           03 filler pic x(4) value "COD:".
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "NOMBRE:".
           03 filler pic x(25) value spaces.
           03 filler pic x(6) value "ZONA: ".
           03 filler pic x(7) value "SERIE: ".
           03 filler pic x(8) value "COMIS.%:".
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "ESTADO:".
       01  lin-det-lista.
           03 d-codigo pic 99.
           03 filler pic x(4) value spaces.
           03 d-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 d-zona pic 99.
           03 filler pic x(4) value spaces.
           03 d-serie pic 99.
           03 filler pic x(5) value spaces.
           03 d-comision pic z9,99.
           03 filler pic x(5) value spaces.
           03 d-estado pic x.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL opc-salir
               PERFORM 200-MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN opc-alta PERFORM 300-ALTA-COBRADOR
                   WHEN opc-modificar PERFORM 400-MODIFICAR-COBRADOR
                   WHEN opc-baja PERFORM 500-BAJA-COBRADOR
                   WHEN opc-listar PERFORM 600-LISTAR-COBRADORES
                   WHEN opc-asignar PERFORM 700-ASIGNAR-ZONA
                   WHEN opc-quitar PERFORM 750-QUITAR-ZONA
                   WHEN opc-salir CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 105-VALIDAR-SUPERVISOR.
           OPEN I-O COBRADORES.
           OPEN I-O SOCIOSZONA.
           OPEN INPUT SOCIOMAE.

      ******************************************************************
      * Los maestros de cobranza los toca un supervisor; sin
      * operadores.dat (o vacio) rige el comportamiento historico.
      ******************************************************************
       105-VALIDAR-SUPERVISOR.
           OPEN INPUT OPERADORES.
           PERFORM 106-HAY-OPERADORES.
           IF control-operadores
               DISPLAY "SUPERVISOR:"
               ACCEPT w-login
               DISPLAY "CLAVE:"
               ACCEPT w-clave-login
               MOVE 0 TO w-flag-login
               MOVE w-login TO op-codigo
               READ OPERADORES INVALID KEY MOVE 1 TO w-flag-login
               END-READ
               IF no-esta-login OR op-estado NOT = "A"
                   OR op-clave NOT = w-clave-login
                   OR op-rol NOT = "S"
                   DISPLAY "OPERADOR/CLAVE/ROL INVALIDO - NO SE OPERA"
                   MOVE "105-VALIDAR-SUPERVISOR" TO w-exc-paragrafo
                   MOVE w-login TO w-exc-clave
                   MOVE "LOGIN DE SUPERVISOR RECHAZADO" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
                   CLOSE OPERADORES EXCEPCIONES
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
           DISPLAY "1-ALTA  2-MODIFICAR  3-BAJA  4-LISTAR  "
               "5-ASIGNAR ZONA A SOCIO  6-QUITAR ZONA  7-SALIR".
           ACCEPT w-opcion.

       300-ALTA-COBRADOR.
           DISPLAY "CODIGO (01-99):".
           ACCEPT w-codigo.
           DISPLAY "NOMBRE:".
           ACCEPT cob-nombre.
           DISPLAY "ZONA (01-99):".
           ACCEPT cob-zona.
           DISPLAY "SERIE DE RECIBOS (41-49):".
           ACCEPT w-serie.
           DISPLAY "PORCENTAJE DE COMISION (99,99):".
           ACCEPT cob-pct-comision.
           MOVE w-codigo TO cob-codigo.
           MOVE cob-reg TO w-cob-guarda.
           PERFORM 350-CONTROLAR-SERIE.
           MOVE w-cob-guarda TO cob-reg.
           IF w-codigo = ZERO OR cob-zona = ZERO
               DISPLAY "CODIGO Y ZONA NO PUEDEN SER CERO"
           ELSE
               IF w-serie < 41 OR w-serie > 49 OR serie-ocupada
                   DISPLAY "SERIE INVALIDA O YA ASIGNADA A OTRO "
                       "COBRADOR"
               ELSE
                   MOVE w-serie TO cob-serie
                   MOVE "A" TO cob-estado
                   WRITE cob-reg
                       INVALID KEY
                           DISPLAY "YA EXISTE ESE CODIGO"
                           MOVE "300-ALTA-COBRADOR" TO w-exc-paragrafo
                           MOVE cob-codigo TO w-exc-clave
                           MOVE "YA EXISTE ESE CODIGO" TO w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                       NOT INVALID KEY
                           DISPLAY "COBRADOR DADO DE ALTA"
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * La serie del talonario es de un solo cobrador, activo o dado
      * de baja: un numero de recibo no puede repetirse entre dos
      * hojas de ruta. El propio cobrador (w-codigo) no cuenta.
      ******************************************************************
       350-CONTROLAR-SERIE.
           MOVE 0 TO w-serie-ocupada.
           MOVE 0 TO w-flag-cob.
           MOVE ZERO TO cob-codigo.
           START COBRADORES KEY IS >= cob-codigo
               INVALID KEY MOVE 1 TO w-flag-cob
           END-START.
           PERFORM UNTIL fin-arch-cob
               READ COBRADORES NEXT AT END MOVE 1 TO w-flag-cob
               NOT AT END
                   IF cob-serie = w-serie
                       AND cob-codigo NOT = w-codigo
                       MOVE 1 TO w-serie-ocupada
                   END-IF
           END-PERFORM.

       400-MODIFICAR-COBRADOR.
           PERFORM 450-PEDIR-COBRADOR.
           IF NOT no-esta-codigo
               DISPLAY "NOMBRE (" cob-nombre "):"
               ACCEPT cob-nombre
               DISPLAY "ZONA (" cob-zona "):"
               ACCEPT cob-zona
               DISPLAY "PORCENTAJE DE COMISION (" cob-pct-comision
                   "):"
               ACCEPT cob-pct-comision
      *        La serie no se cambia: los recibos ya emitidos de la
      *        hoja de ruta quedarian fuera del talonario.
               IF cob-zona = ZERO
                   DISPLAY "ZONA INVALIDA, NO SE GRABA"
               ELSE
                   REWRITE cob-reg
                   DISPLAY "COBRADOR MODIFICADO"
               END-IF
           END-IF.

      ******************************************************************
      * La baja es logica (estado "B"): sus hojas de ruta y su serie
      * siguen apuntando al codigo, pero no se le emiten hojas nuevas.
      ******************************************************************
       500-BAJA-COBRADOR.
           PERFORM 450-PEDIR-COBRADOR.
           IF NOT no-esta-codigo
               MOVE "B" TO cob-estado
               REWRITE cob-reg
               DISPLAY "COBRADOR DADO DE BAJA"
           END-IF.

       450-PEDIR-COBRADOR.
           MOVE 0 TO w-flag-codigo.
           DISPLAY "CODIGO:".
           ACCEPT w-codigo.
           MOVE w-codigo TO cob-codigo.
           READ COBRADORES INVALID KEY MOVE 1 TO w-flag-codigo.
           IF no-esta-codigo
               DISPLAY "NO EXISTE ESE COBRADOR"
           END-IF.

       600-LISTAR-COBRADORES.
           DISPLAY lin-cab-lista.
           MOVE 0 TO w-flag-cob.
           MOVE ZERO TO cob-codigo.
           START COBRADORES KEY IS >= cob-codigo
               INVALID KEY MOVE 1 TO w-flag-cob
           END-START.
           PERFORM UNTIL fin-arch-cob
               READ COBRADORES NEXT AT END MOVE 1 TO w-flag-cob
               NOT AT END
                   MOVE cob-codigo TO d-codigo
                   MOVE cob-nombre TO d-nombre
                   MOVE cob-zona TO d-zona
                   MOVE cob-serie TO d-serie
                   MOVE cob-pct-comision TO d-comision
                   MOVE cob-estado TO d-estado
                   DISPLAY lin-det-lista
           END-PERFORM.

      ******************************************************************
      * Asignacion del socio a una zona de cobranza a domicilio. Un
      * socio tiene una sola zona: si ya tenia, se la cambia.
      ******************************************************************
       700-ASIGNAR-ZONA.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           DISPLAY "ZONA (01-99):".
           ACCEPT w-zona.
           MOVE 0 TO w-flag-sociomae.
           MOVE w-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-sociomae.
           IF no-esta-sociomae OR w-zona = ZERO
               DISPLAY "SOCIO INEXISTENTE O ZONA INVALIDA"
           ELSE
               IF sm-estado = "B"
                   DISPLAY "SOCIO DADO DE BAJA, NO SE ASIGNA"
               ELSE
                   MOVE 0 TO w-flag-zona
                   MOVE w-socio TO sz-socio
                   READ SOCIOSZONA INVALID KEY MOVE 1 TO w-flag-zona
                   END-READ
                   MOVE w-zona TO sz-zona
                   IF no-esta-zona
                       MOVE w-fecha-hoy TO sz-fecha-alta
                       WRITE sz-reg
                       DISPLAY "SOCIO " sm-nombre " ASIGNADO A ZONA "
                           w-zona
                   ELSE
                       MOVE w-fecha-hoy TO sz-fecha-alta
                       REWRITE sz-reg
                       DISPLAY "SOCIO " sm-nombre " PASA A ZONA "
                           w-zona
                   END-IF
               END-IF
           END-IF.

       750-QUITAR-ZONA.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           MOVE 0 TO w-flag-zona.
           MOVE w-socio TO sz-socio.
           READ SOCIOSZONA INVALID KEY MOVE 1 TO w-flag-zona.
           IF no-esta-zona
               DISPLAY "EL SOCIO NO TIENE ZONA ASIGNADA"
           ELSE
               DELETE SOCIOSZONA RECORD
               DISPLAY "SOCIO QUITADO DE LA COBRANZA A DOMICILIO"
           END-IF.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "COBRADORESMANT" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE COBRADORES.
           CLOSE SOCIOSZONA.
           CLOSE SOCIOMAE.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
