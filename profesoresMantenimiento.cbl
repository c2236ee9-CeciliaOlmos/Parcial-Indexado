      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the instructor master (profesores.dat)
      *          and of the activities each instructor teaches
      *          (profactividad.dat): concepto of conceptos.dat, turno
      *          of turnos.dat (blank = the whole concepto) and the
      *          fee, a percentage of what the activity collects in
      *          the month or a fixed monthly amount.
      *          ALTA/MODIFICAR/BAJA/LISTAR of profesores and
      *          ASIGNAR/QUITAR of an activity. The percentages given
      *          on the same concepto and turno cannot add up to more
      *          than 100. liquidacionProfesores settles the month from
      *          these records. Requires a supervisor login when
      *          operadores.dat has operators.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROFESORES ASSIGN TO "..\profesores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS prof-codigo.
           SELECT OPTIONAL PROFACTIVIDAD ASSIGN TO
                   "..\profactividad.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pa-llave.
           SELECT CONCEPTOS ASSIGN TO "..\conceptos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TURNOS ASSIGN TO "..\turnos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFESORES.
           COPY "PROFESORREC.cpy".
       FD  PROFACTIVIDAD.
           COPY "PROFACTREC.cpy".
       FD  CONCEPTOS.
           COPY "CONCEPREC.cpy".
       FD  TURNOS.
           COPY "TURNOREC.cpy".
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
       77  w-flag-prof pic 9 value zero.
           88 fin-arch-prof value 1.
       77  w-flag-pa pic 9 value zero.
           88 fin-arch-pa value 1.
       77  w-flag-codigo pic 9 value zero.
           88 no-esta-codigo value 1.
       77  w-flag-actividad pic 9 value zero.
           88 no-esta-actividad value 1.
       77  w-flag-conceptos pic 9 value zero.
           88 fin-arch-conceptos value 1.
       77  w-flag-concepto-ok pic 9 value zero.
           88 concepto-hallado value 1.
       77  w-flag-turnos pic 9 value zero.
           88 fin-arch-turnos value 1.
       77  w-flag-turno-ok pic 9 value zero.
           88 turno-hallado value 1.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-login pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-codigo pic 9(3) value zero.
       77  w-concepto pic x(3) value spaces.
       77  w-turno pic x(2) value spaces.
       77  w-pct-asignado pic 9(5)v99 value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       01  w-pa-guarda pic x(22) value spaces.
       01  lin-cab-lista.
           03 filler pic x(5) value "COD:".
           03 filler pic x(31) value "NOMBRE:".
           03 filler pic x(12) value "CUIT:".
           03 filler pic x(16) value "TELEFONO:".
           03 filler pic x(7) value "ESTADO:".
       01  lin-det-lista.
           03 d-codigo pic 999.
           03 filler pic x(2) value spaces.
           03 d-nombre pic x(30).
           03 filler pic x(1) value spaces.
           03 d-cuit pic x(11).
           03 filler pic x(1) value spaces.
           03 d-telefono pic x(15).
           03 filler pic x(1) value spaces.
           03 d-estado pic x.
       01  lin-det-actividad.
           03 filler pic x(5) value spaces.
           03 filler pic x(10) value "CONCEPTO: ".
           03 a-concepto pic x(3).
           03 filler pic x(9) value "  TURNO: ".
           03 a-turno pic x(2).
           03 filler pic x(2) value spaces.
           03 a-modalidad pic x(10).
           03 a-porcentaje pic zz9,99.
           03 a-fijo pic zz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL opc-salir
               PERFORM 200-MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN opc-alta PERFORM 300-ALTA-PROFESOR
                   WHEN opc-modificar PERFORM 400-MODIFICAR-PROFESOR
                   WHEN opc-baja PERFORM 500-BAJA-PROFESOR
                   WHEN opc-listar PERFORM 600-LISTAR-PROFESORES
                   WHEN opc-asignar PERFORM 700-ASIGNAR-ACTIVIDAD
                   WHEN opc-quitar PERFORM 750-QUITAR-ACTIVIDAD
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
           OPEN I-O PROFESORES.
           OPEN I-O PROFACTIVIDAD.

      ******************************************************************
      * Lo que cobra cada profesor lo fija un supervisor; sin
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
               "5-ASIGNAR ACTIVIDAD  6-QUITAR ACTIVIDAD  7-SALIR".
           ACCEPT w-opcion.

       300-ALTA-PROFESOR.
           DISPLAY "CODIGO (001-999):".
           ACCEPT w-codigo.
           DISPLAY "NOMBRE:".
           ACCEPT prof-nombre.
           DISPLAY "CUIT:".
           ACCEPT prof-cuit.
           DISPLAY "TELEFONO:".
           ACCEPT prof-telefono.
           IF w-codigo = ZERO OR prof-nombre = SPACES
               DISPLAY "CODIGO Y NOMBRE SON OBLIGATORIOS"
           ELSE
               MOVE w-codigo TO prof-codigo
               MOVE "A" TO prof-estado
               MOVE w-fecha-hoy TO prof-fecha-alta
               WRITE prof-reg
                   INVALID KEY
                       DISPLAY "YA EXISTE ESE CODIGO"
                       MOVE "300-ALTA-PROFESOR" TO w-exc-paragrafo
                       MOVE prof-codigo TO w-exc-clave
                       MOVE "YA EXISTE ESE CODIGO" TO w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
                   NOT INVALID KEY
                       DISPLAY "PROFESOR DADO DE ALTA"
               END-WRITE
           END-IF.

       400-MODIFICAR-PROFESOR.
           PERFORM 450-PEDIR-PROFESOR.
           IF NOT no-esta-codigo
               DISPLAY "NOMBRE (" prof-nombre "):"
               ACCEPT prof-nombre
               DISPLAY "CUIT (" prof-cuit "):"
               ACCEPT prof-cuit
               DISPLAY "TELEFONO (" prof-telefono "):"
               ACCEPT prof-telefono
               IF prof-nombre = SPACES
                   DISPLAY "NOMBRE INVALIDO, NO SE GRABA"
               ELSE
                   REWRITE prof-reg
                   DISPLAY "PROFESOR MODIFICADO"
               END-IF
           END-IF.

      ******************************************************************
      * La baja es logica (estado "B"): sus liquidaciones pasadas
      * siguen apuntando al codigo, pero no se lo liquida mas.
      ******************************************************************
       500-BAJA-PROFESOR.
           PERFORM 450-PEDIR-PROFESOR.
           IF NOT no-esta-codigo
               MOVE "B" TO prof-estado
               REWRITE prof-reg
               DISPLAY "PROFESOR DADO DE BAJA"
           END-IF.

       450-PEDIR-PROFESOR.
           MOVE 0 TO w-flag-codigo.
           DISPLAY "CODIGO:".
           ACCEPT w-codigo.
           MOVE w-codigo TO prof-codigo.
           READ PROFESORES INVALID KEY MOVE 1 TO w-flag-codigo.
           IF no-esta-codigo
               DISPLAY "NO EXISTE ESE PROFESOR"
           END-IF.

       600-LISTAR-PROFESORES.
           DISPLAY lin-cab-lista.
           MOVE 0 TO w-flag-prof.
           MOVE ZERO TO prof-codigo.
           START PROFESORES KEY IS >= prof-codigo
               INVALID KEY MOVE 1 TO w-flag-prof
           END-START.
           PERFORM UNTIL fin-arch-prof
               READ PROFESORES NEXT AT END MOVE 1 TO w-flag-prof
               NOT AT END
                   MOVE prof-codigo TO d-codigo
                   MOVE prof-nombre TO d-nombre
                   MOVE prof-cuit TO d-cuit
                   MOVE prof-telefono TO d-telefono
                   MOVE prof-estado TO d-estado
                   DISPLAY lin-det-lista
                   PERFORM 610-LISTAR-ACTIVIDADES
           END-PERFORM.
       610-LISTAR-ACTIVIDADES.
           MOVE 0 TO w-flag-pa.
           MOVE prof-codigo TO pa-profesor.
           MOVE LOW-VALUES TO pa-concepto pa-turno.
           START PROFACTIVIDAD KEY IS >= pa-llave
               INVALID KEY MOVE 1 TO w-flag-pa
           END-START.
           PERFORM UNTIL fin-arch-pa
               READ PROFACTIVIDAD NEXT AT END MOVE 1 TO w-flag-pa
               NOT AT END
                   IF pa-profesor NOT = prof-codigo
                       MOVE 1 TO w-flag-pa
                   ELSE
                       MOVE pa-concepto TO a-concepto
                       MOVE pa-turno TO a-turno
                       MOVE ZERO TO a-porcentaje a-fijo
                       IF pa-modalidad = "F"
                           MOVE "FIJO" TO a-modalidad
                           MOVE pa-fijo TO a-fijo
                       ELSE
                           MOVE "PORCENTAJE" TO a-modalidad
                           MOVE pa-porcentaje TO a-porcentaje
                       END-IF
                       DISPLAY lin-det-actividad
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Actividad que dicta el profesor. El turno en blanco toma el
      * concepto entero; los porcentajes de todos los profesores de un
      * mismo concepto y turno no pueden pasar de 100.
      ******************************************************************
       700-ASIGNAR-ACTIVIDAD.
           PERFORM 450-PEDIR-PROFESOR.
           IF NOT no-esta-codigo
               IF prof-estado = "B"
                   DISPLAY "PROFESOR DADO DE BAJA, NO SE ASIGNA"
               ELSE
                   PERFORM 710-PEDIR-ACTIVIDAD
               END-IF
           END-IF.
       710-PEDIR-ACTIVIDAD.
           DISPLAY "CONCEPTO:".
           ACCEPT w-concepto.
           DISPLAY "TURNO (BLANCO=TODO EL CONCEPTO):".
           ACCEPT w-turno.
           PERFORM 720-VALIDAR-CONCEPTO-TURNO.
           IF NOT concepto-hallado OR NOT turno-hallado
               DISPLAY "CONCEPTO O TURNO INEXISTENTE"
           ELSE
               MOVE w-codigo TO pa-profesor
               MOVE w-concepto TO pa-concepto
               MOVE w-turno TO pa-turno
               MOVE 0 TO w-flag-actividad
               READ PROFACTIVIDAD
                   INVALID KEY MOVE 1 TO w-flag-actividad
               END-READ
               DISPLAY "MODALIDAD (P-PORCENTAJE/F-FIJO):"
               ACCEPT pa-modalidad
               MOVE ZERO TO pa-porcentaje pa-fijo
               EVALUATE pa-modalidad
                   WHEN "P"
                       DISPLAY "PORCENTAJE DE LO RECAUDADO (999,99):"
                       ACCEPT pa-porcentaje
                       PERFORM 730-SUMAR-PORCENTAJES
                       IF pa-porcentaje = ZERO
                           OR w-pct-asignado + pa-porcentaje > 100
                           DISPLAY "PORCENTAJE INVALIDO: YA HAY "
                               w-pct-asignado " ASIGNADO"
                       ELSE
                           PERFORM 740-GRABAR-ACTIVIDAD
                       END-IF
                   WHEN "F"
                       DISPLAY "IMPORTE FIJO MENSUAL:"
                       ACCEPT pa-fijo
                       IF pa-fijo = ZERO
                           DISPLAY "IMPORTE INVALIDO"
                       ELSE
                           PERFORM 740-GRABAR-ACTIVIDAD
                       END-IF
                   WHEN OTHER
                       DISPLAY "MODALIDAD INVALIDA"
               END-EVALUATE
           END-IF.
       720-VALIDAR-CONCEPTO-TURNO.
           MOVE 0 TO w-flag-concepto-ok.
           MOVE 0 TO w-flag-conceptos.
           OPEN INPUT CONCEPTOS.
           PERFORM UNTIL fin-arch-conceptos OR concepto-hallado
               READ CONCEPTOS AT END MOVE 1 TO w-flag-conceptos
               NOT AT END
                   IF concep-tex-codigo = w-concepto
                       MOVE 1 TO w-flag-concepto-ok
                   END-IF
           END-PERFORM.
           CLOSE CONCEPTOS.
           MOVE 0 TO w-flag-turno-ok.
           IF w-turno = SPACES
               MOVE 1 TO w-flag-turno-ok
           ELSE
               MOVE 0 TO w-flag-turnos
               OPEN INPUT TURNOS
               PERFORM UNTIL fin-arch-turnos OR turno-hallado
                   READ TURNOS AT END MOVE 1 TO w-flag-turnos
                   NOT AT END
                       IF tur-tex-concepto = w-concepto
                           AND tur-tex-turno = w-turno
                           MOVE 1 TO w-flag-turno-ok
                       END-IF
               END-PERFORM
               CLOSE TURNOS
           END-IF.
      *    Porcentaje ya dado a otros profesores en el mismo concepto
      *    y turno; el registro que se esta cargando se guarda aparte.
       730-SUMAR-PORCENTAJES.
           MOVE pa-reg TO w-pa-guarda.
           MOVE ZERO TO w-pct-asignado.
           MOVE 0 TO w-flag-pa.
           MOVE LOW-VALUES TO pa-llave.
           START PROFACTIVIDAD KEY IS >= pa-llave
               INVALID KEY MOVE 1 TO w-flag-pa
           END-START.
           PERFORM UNTIL fin-arch-pa
               READ PROFACTIVIDAD NEXT AT END MOVE 1 TO w-flag-pa
               NOT AT END
                   IF pa-concepto = w-concepto AND pa-turno = w-turno
                       AND pa-profesor NOT = w-codigo
                       AND pa-modalidad = "P"
                       ADD pa-porcentaje TO w-pct-asignado
                   END-IF
           END-PERFORM.
           MOVE w-pa-guarda TO pa-reg.
       740-GRABAR-ACTIVIDAD.
           IF no-esta-actividad
               WRITE pa-reg
                   INVALID KEY
                       DISPLAY "NO PUDE GRABAR LA ACTIVIDAD"
                       MOVE "740-GRABAR-ACTIVIDAD" TO w-exc-paragrafo
                       MOVE pa-llave TO w-exc-clave
                       MOVE "NO PUDE GRABAR LA ACTIVIDAD" TO
                           w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
                   NOT INVALID KEY
                       DISPLAY "ACTIVIDAD ASIGNADA"
               END-WRITE
           ELSE
               REWRITE pa-reg
               DISPLAY "ACTIVIDAD MODIFICADA"
           END-IF.

       750-QUITAR-ACTIVIDAD.
           DISPLAY "PROFESOR:".
           ACCEPT w-codigo.
           DISPLAY "CONCEPTO:".
           ACCEPT w-concepto.
           DISPLAY "TURNO:".
           ACCEPT w-turno.
           MOVE w-codigo TO pa-profesor.
           MOVE w-concepto TO pa-concepto.
           MOVE w-turno TO pa-turno.
           MOVE 0 TO w-flag-actividad.
           READ PROFACTIVIDAD INVALID KEY MOVE 1 TO w-flag-actividad.
           IF no-esta-actividad
               DISPLAY "EL PROFESOR NO TIENE ESA ACTIVIDAD"
           ELSE
               DELETE PROFACTIVIDAD RECORD
               DISPLAY "ACTIVIDAD QUITADA"
           END-IF.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "PROFESORES" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE PROFESORES.
           CLOSE PROFACTIVIDAD.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
