      *          a one-record update instead of a full wipe-and-reload
      *          of the master through socioMaeIndex.
      * Tectonics: cobc
      * Modification history:
      *   - Every change to the sociosmae.dat ficha is now written to
      *     fichahist.dat (before and after images, program, operator
      *     and reason), for historiaFicha to print the member's
      *     ficha timeline. Alta, modificacion (with the operator's
      *     reason) and eliminacion are recorded; the program now
      *     asks for the operator at start (105-VALIDAR-OPERADOR,
      *     checked against operadores.dat when it is loaded).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio.
           SELECT OPTIONAL FICHAHIST ASSIGN TO "..\fichahist.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS fh-llave.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  FICHAHIST.
           COPY "FICHAHISTREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
           88 opc-modificar value 2.
           88 opc-baja value 3.
           88 opc-salir value 4.
       77  w-operador pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-socio-ficha pic 9(5) value zero.
       77  w-orden-hist pic 99 value zero.
       77  w-motivo-ficha pic x(40) value spaces.
       01  w-ficha-ant pic x(98) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
           STOP RUN.

       100-INICIO.
           PERFORM 105-VALIDAR-OPERADOR.
           OPEN I-O SOCIOMAE.
           OPEN I-O FICHAHIST.
           OPEN EXTEND EXCEPCIONES.

      ******************************************************************
      * El operador queda en la historia de la ficha: con
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
           DISPLAY "1-ALTA  2-MODIFICAR  3-BAJA  4-SALIR".
           ACCEPT w-opcion.
                   MOVE sm-socio TO w-exc-clave
                   MOVE "YA EXISTE ESE SOCIO" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   MOVE SPACES TO w-ficha-ant
                   MOVE "ALTA DE FICHA" TO w-motivo-ficha
                   PERFORM 600-REGISTRAR-HIST-FICHA
           END-WRITE.

       350-PEDIR-DATOS-FICHA.
           END-READ.

       410-GRABAR-DATOS-NUEVOS.
           MOVE sociomae-reg TO w-ficha-ant.
           PERFORM 350-PEDIR-DATOS-FICHA.
           PERFORM 420-PEDIR-MOTIVO.
           IF w-motivo-ficha = SPACES
               MOVE "MODIFICACION DE FICHA" TO w-motivo-ficha
           END-IF.
           REWRITE sociomae-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR LA MODIFICACION"
                   MOVE "NO PUDE GRABAR LA MODIFICACION" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   PERFORM 600-REGISTRAR-HIST-FICHA
           END-REWRITE.
       420-PEDIR-MOTIVO.
           DISPLAY "MOTIVO:".
           MOVE SPACES TO w-motivo-ficha.
           ACCEPT w-motivo-ficha.

       500-BAJA-FICHA.
           DISPLAY "SOCIO:".
                   MOVE sm-socio TO w-exc-clave
                   MOVE "NO ENCONTRE ESE SOCIO" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY PERFORM 510-ELIMINAR-FICHA
           END-READ.
      ******************************************************************
      * La ficha eliminada deja en la historia su ultima foto; la foto
      * nueva lleva solo el numero de socio.
      ******************************************************************
       510-ELIMINAR-FICHA.
           MOVE sociomae-reg TO w-ficha-ant.
           MOVE sm-socio TO w-socio-ficha.
           PERFORM 420-PEDIR-MOTIVO.
           IF w-motivo-ficha = SPACES
               MOVE "ELIMINACION DE FICHA" TO w-motivo-ficha
           END-IF.
           DELETE SOCIOMAE
               INVALID KEY
                   DISPLAY "NO PUDE DAR DE BAJA LA FICHA"
                   MOVE "500-BAJA-FICHA" TO w-exc-paragrafo
                   MOVE sm-socio TO w-exc-clave
                   MOVE "NO PUDE DAR DE BAJA LA FICHA" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   MOVE SPACES TO sociomae-reg
                   MOVE w-socio-ficha TO sm-socio
                   PERFORM 600-REGISTRAR-HIST-FICHA
           END-DELETE.

      ******************************************************************
      * Historia de la ficha: foto anterior (espacios en un alta) y
      * nueva con programa, operador y motivo en fichahist.dat; una
      * modificacion que no cambio nada no deja rastro.
      ******************************************************************
       600-REGISTRAR-HIST-FICHA.
           MOVE w-ficha-ant TO fh-ant.
           MOVE sociomae-reg TO fh-nuevo.
           IF fh-ant NOT = fh-nuevo
               MOVE sm-socio TO fh-socio
               MOVE FUNCTION CURRENT-DATE TO fh-fecha-hora
               ADD 1 TO w-orden-hist
               MOVE w-orden-hist TO fh-orden
               MOVE "SOCMAEMANTEN" TO fh-programa
               MOVE w-operador TO fh-operador
               MOVE w-motivo-ficha TO fh-motivo
               WRITE fh-reg
                   INVALID KEY
                       MOVE "600-REGISTRAR-HIST-FICHA" TO
                           w-exc-paragrafo
                       MOVE sm-socio TO w-exc-clave
                       MOVE "NO PUDE GRABAR LA HISTORIA DE LA FICHA"
                           TO w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
               END-WRITE
           END-IF.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           WRITE exc-reg.
       900-FIN.
           CLOSE SOCIOMAE.
           CLOSE FICHAHIST.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
