      *          board's refusal with its acta. Replaces the paper
      *          folder plus three separate manual programs.
      * Tectonics: cobc
      * Modification history:
      *   - Every change to the sociosmae.dat ficha is now written to
      *     fichahist.dat (before and after images, program, operator
      *     and reason), for historiaFicha to print the member's
      *     ficha timeline. The ficha created at approval records the
      *     acta; the program now asks for the operator at start
      *     (105-VALIDAR-OPERADOR, checked against operadores.dat
      *     when it is loaded).
      *   - The L rows of cuotas.dat (cuota de licencia) are skipped
      *     when loading the categoria table.
      *   - The acta number given on APROBAR and RECHAZAR must exist
      *     in the libro de actas (actas.dat); the decision is
      *     recorded in resoluciones.dat under that acta for
      *     actasMantenimiento's per-acta listing.
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
           SELECT SOCIOS ASSIGN TO "..\socios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS soc-llave.
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
           SELECT CUOTAS ASSIGN TO "..\cuotas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           COPY "SOCIOCTLREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  FICHAHIST.
           COPY "FICHAHISTREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  SOCIOS.
           COPY "SOCREC.cpy".
       FD  ACTAS.
           COPY "ACTAREC.cpy".
       FD  RESOLUCIONES.
           COPY "RESOLREC.cpy".
       FD  CUOTAS.
           COPY "CUOTAREC.cpy".
       FD  EXCEPCIONES.
       77  w-idx-cat-carga pic 9 value 1.
       77  w-tabla-ok pic 9 value zero.
           88 tabla-completa value 1.
       77  w-operador pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-nro-acta pic 9(6) value zero.
       77  w-flag-acta pic 9 value zero.
           88 acta-inexistente value 1.
       77  w-orden-hist pic 99 value zero.
       77  w-motivo-ficha pic x(40) value spaces.
       01  w-ficha-ant pic x(98) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
           STOP RUN.

       100-INICIO.
           PERFORM 105-VALIDAR-OPERADOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy(1:4) TO w-anio-alta.
           MOVE w-fecha-hoy(5:2) TO w-mes-alta.
           OPEN I-O ASPIRANTES.
           OPEN I-O SOCIOCTL.
           OPEN I-O SOCIOMAE.
           OPEN I-O FICHAHIST.
           OPEN I-O SOCIOS.
           OPEN INPUT ACTAS.
           OPEN I-O RESOLUCIONES.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 125-CARGAR-TABLA-CUOTAS.
           PERFORM 127-VALIDAR-TABLA-CUOTAS.
           PERFORM 150-DETERMINAR-ASPIRANTE.

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

       125-CARGAR-TABLA-CUOTAS.
           OPEN INPUT CUOTAS.
           PERFORM UNTIL fin-arch-cuotas
               READ CUOTAS AT END MOVE 1 TO w-flag-cuotas
               NOT AT END
      *            Las filas L son la cuota de licencia, no
      *            una categoria de socio.
                   IF cuota-tex-categoria NOT = "L"
                       PERFORM 126-INDICE-CARGA
                       MOVE cuota-tex-importe TO
                           vec-mes(w-idx-cat-carga, cuota-tex-mes)
                   END-IF
           END-PERFORM.
           CLOSE CUOTAS.
       126-INDICE-CARGA.
           END-PERFORM.
           IF NOT tabla-completa
               DISPLAY "TABLA DE CUOTAS INCOMPLETA - NO SE OPERA"
               CLOSE ASPIRANTES SOCIOCTL SOCIOMAE FICHAHIST SOCIOS
                   ACTAS RESOLUCIONES EXCEPCIONES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           END-IF.
           MOVE 0 TO w-flag-asp.

      ******************************************************************
      * El acta que se invoca tiene que estar en el libro de actas
      * (actas.dat); lo resuelto bajo ella queda en resoluciones.dat
      * para el listado por acta que se archiva con la minuta.
      ******************************************************************
       170-VALIDAR-ACTA.
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
       175-REGISTRAR-RESOLUCION.
           MOVE w-nro-acta TO res-acta.
           MOVE "ASPIRANTESMANT" TO res-programa.
           MOVE w-operador TO res-operador.
           MOVE w-fecha-hoy TO res-fecha.
           WRITE res-reg
               INVALID KEY REWRITE res-reg
           END-WRITE.

       200-MOSTRAR-MENU.
           DISPLAY "1-ALTA  2-MODIFICAR  3-LISTAR  4-APROBAR  " &
               "5-RECHAZAR  6-SALIR".
           PERFORM 450-PEDIR-ASPIRANTE.
           IF NOT no-esta-aspirante
               DISPLAY "NRO DE ACTA:"
               ACCEPT w-nro-acta
               PERFORM 170-VALIDAR-ACTA
           END-IF.
           IF NOT no-esta-aspirante AND acta-inexistente
               DISPLAY "SOLICITUD NO APROBADA"
           END-IF.
           IF NOT no-esta-aspirante AND NOT acta-inexistente
               MOVE w-nro-acta TO asp-acta
               PERFORM 510-ASIGNAR-NUMERO-SOCIO
               PERFORM 520-CREAR-FICHA
               PERFORM 132-DETERMINAR-INDICE-CATEGORIA
               MOVE w-fecha-hoy TO asp-fecha-resolucion
               MOVE w-socio-nuevo TO asp-socio-asignado
               REWRITE asp-reg
               MOVE "A" TO res-tipo
               MOVE asp-numero TO res-referencia
               MOVE w-socio-nuevo TO res-socio
               MOVE SPACES TO res-detalle
               STRING "ADMITIDO: " asp-nombre DELIMITED BY SIZE
                   INTO res-detalle
               PERFORM 175-REGISTRAR-RESOLUCION
               MOVE w-nro TO r-aspirante
               MOVE w-socio-nuevo TO r-socio
               MOVE w-cnt-grabados TO r-grabados
                   MOVE sm-socio TO w-exc-clave
                   MOVE "YA EXISTE LA FICHA DEL SOCIO" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   MOVE SPACES TO w-ficha-ant
                   MOVE SPACES TO w-motivo-ficha
                   STRING "ALTA POR ACTA " asp-acta " ASPIRANTE "
                       asp-numero DELIMITED BY SIZE
                       INTO w-motivo-ficha
                   PERFORM 525-REGISTRAR-HIST-FICHA
           END-WRITE.
      ******************************************************************
      * Historia de la ficha: el alta deja la foto anterior en
      * espacios y la nueva con programa, operador y motivo en
      * fichahist.dat.
      ******************************************************************
       525-REGISTRAR-HIST-FICHA.
           MOVE w-ficha-ant TO fh-ant.
           MOVE sociomae-reg TO fh-nuevo.
           IF fh-ant NOT = fh-nuevo
               MOVE sm-socio TO fh-socio
               MOVE FUNCTION CURRENT-DATE TO fh-fecha-hora
               ADD 1 TO w-orden-hist
               MOVE w-orden-hist TO fh-orden
               MOVE "ASPIRANTES" TO fh-programa
               MOVE w-operador TO fh-operador
               MOVE w-motivo-ficha TO fh-motivo
               WRITE fh-reg
                   INVALID KEY
                       MOVE "525-REGISTRAR-HIST-FICHA" TO
                           w-exc-paragrafo
                       MOVE sm-socio TO w-exc-clave
                       MOVE "NO PUDE GRABAR LA HISTORIA DE LA FICHA"
                           TO w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
               END-WRITE
           END-IF.
      ******************************************************************
      * Las trece cuotas del anio como las genera altaSocio: los
      * meses previos al mes de ingreso en cero y cancelados, del mes
      * de ingreso en adelante con la tarifa de la categoria adeudada.
           PERFORM 450-PEDIR-ASPIRANTE.
           IF NOT no-esta-aspirante
               DISPLAY "NRO DE ACTA:"
               ACCEPT w-nro-acta
               PERFORM 170-VALIDAR-ACTA
           END-IF.
           IF NOT no-esta-aspirante AND acta-inexistente
               DISPLAY "SOLICITUD NO RECHAZADA"
           END-IF.
           IF NOT no-esta-aspirante AND NOT acta-inexistente
               MOVE w-nro-acta TO asp-acta
               MOVE "R" TO asp-estado
               MOVE w-fecha-hoy TO asp-fecha-resolucion
               REWRITE asp-reg
               MOVE "N" TO res-tipo
               MOVE asp-numero TO res-referencia
               MOVE ZERO TO res-socio
               MOVE SPACES TO res-detalle
               STRING "NO ADMITIDO: " asp-nombre DELIMITED BY SIZE
                   INTO res-detalle
               PERFORM 175-REGISTRAR-RESOLUCION
               DISPLAY "SOLICITUD RECHAZADA"
           END-IF.

           CLOSE ASPIRANTES.
           CLOSE SOCIOCTL.
           CLOSE SOCIOMAE.
           CLOSE FICHAHIST.
           CLOSE SOCIOS.
           CLOSE ACTAS.
           CLOSE RESOLUCIONES.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
