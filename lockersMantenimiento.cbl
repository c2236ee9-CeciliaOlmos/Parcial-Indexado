      ******************************************************************
      * Author:
      * Date:
      * Purpose: Locker master (lockers.dat) and its waiting list,
      *          replacing the index cards in the drawer. ALTA adds or
      *          changes a locker (vestuario, size, out of service).
      *          ASIGNAR gives a free locker to a member, records the
      *          key deposit and creates the LOC inscripcion
      *          (inscripciones.dat) that generarCargosMes bills;
      *          LIBERAR frees it, ends the LOC inscripcion from the
      *          next month on, records whether the key and deposit
      *          came back, and offers the locker to the first member
      *          of the waiting list (espera.dat, concepto LOC) whose
      *          vestuario and size fit. The waiting list is kept in
      *          order of arrival. REPORTE writes the occupancy,
      *          vacancies and the lockers held by members with LOC
      *          cargos unpaid for par-meses-locker months or more
      *          (3 when parametros.dat does not give it) to
      *          ..\reports\lockers<aaaammdd>.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOCKERS ASSIGN TO "..\lockers.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lk-numero
                   ALTERNATE RECORD KEY IS lk-socio WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL ESPERA ASSIGN TO "..\espera.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS esp-llave
                   ALTERNATE RECORD KEY IS esp-socio WITH DUPLICATES
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL INSCRIPCIONES ASSIGN TO
                   "..\inscripciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ins-llave.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKERS.
           COPY "LOCKERREC.cpy".
       FD  ESPERA.
           COPY "ESPERAREC.cpy".
       FD  INSCRIPCIONES.
           COPY "INSCRIPREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(132).
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-opcion pic 9 value zero.
           88 opc-alta value 1.
           88 opc-asignar value 2.
           88 opc-liberar value 3.
           88 opc-anotar value 4.
           88 opc-retirar value 5.
           88 opc-espera value 6.
           88 opc-reporte value 7.
           88 opc-salir value 8.
       77  w-flag-lk pic 9 value zero.
           88 fin-arch-lk value 1.
       77  w-flag-esp pic 9 value zero.
           88 fin-arch-esp value 1.
       77  w-flag-car pic 9 value zero.
           88 fin-arch-car value 1.
       77  w-flag-existe pic 9 value zero.
           88 no-existe-locker value 1.
       77  w-flag-ins pic 9 value zero.
           88 no-existe-inscripcion value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-tiene pic 9 value zero.
           88 socio-con-locker value 1.
       77  w-flag-anotado pic 9 value zero.
           88 socio-anotado value 1.
       77  w-flag-ofrecido pic 9 value zero.
           88 lugar-ofrecido value 1.
       77  w-flag-datos pic 9 value zero.
           88 datos-invalidos value 1.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-confirma pic x value space.
       77  w-numero pic 9(4) value zero.
       77  w-socio pic 9(5) value zero.
       77  w-vestuario pic x value space.
       77  w-tamanio pic x value space.
       77  w-deposito pic 9(6) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-hora pic 9(8) value zero.
       77  w-periodo-hoy pic 9(6) value zero.
       77  w-periodo-car pic 9(6) value zero.
       77  w-meses-locker pic 9(2) value 3.
       77  w-meses-impagos pic 9(3) value zero.
       77  w-posicion pic 9(4) value zero.
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value zero.
       77  w-pagina pic 9(3) value 1.
       77  w-v pic 9 value zero.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
      *    Ocupacion por vestuario: 1 = caballeros, 2 = damas.
       01  tabla-ocupacion.
           03 oc-vestuario OCCURS 2 TIMES.
               05 oc-total pic 9(4).
               05 oc-ocupados pic 9(4).
               05 oc-libres pic 9(4).
               05 oc-fuera pic 9(4).
       77  w-cnt-morosos pic 9(4) value zero.
       77  w-cnt-bajas pic 9(4) value zero.
       77  w-cnt-en-espera pic 9(4) value zero.
       01  lin-cab-espera.
           03 filler pic x(6) value "ORDEN:".
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "SOCIO: ".
           03 filler pic x(31) value "NOMBRE:".
           03 filler pic x(11) value "ANOTADO:".
           03 filler pic x(6) value "PREF:".
           03 filler pic x(4) value "EST:".
       01  lin-det-espera.
           03 e-posicion pic zzz9.
           03 filler pic x(4) value spaces.
           03 e-socio pic zzzz9.
           03 filler pic x(2) value spaces.
           03 e-nombre pic x(30).
           03 filler pic x(1) value spaces.
           03 e-fecha pic 9999/99/99.
           03 filler pic x(1) value spaces.
           03 e-preferencia pic x(2).
           03 filler pic x(4) value spaces.
           03 e-estado pic x.
       01  lin-cab-1.
           03 filler pic x(8) value "LOCKER".
           03 filler pic x(5) value "VES".
           03 filler pic x(5) value "TAM".
           03 filler pic x(5) value "EST".
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(31) value "NOMBRE".
           03 filler pic x(12) value "ASIGNADO".
           03 filler pic x(10) value "DEPOSITO".
           03 filler pic x(9) value "LOC IMP.".
           03 filler pic x(6) value "MARCA".
       01  lin-detalle.
           03 d-numero pic zzz9.
           03 filler pic x(4) value spaces.
           03 d-vestuario pic x.
           03 filler pic x(4) value spaces.
           03 d-tamanio pic x.
           03 filler pic x(4) value spaces.
           03 d-estado pic x.
           03 filler pic x(4) value spaces.
           03 d-socio pic zzzzz.
           03 filler pic x(2) value spaces.
           03 d-nombre pic x(30).
           03 filler pic x(1) value spaces.
           03 d-asignado pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 d-deposito pic zzz.zz9.
           03 filler pic x(1) value spaces.
           03 d-dep-estado pic x.
           03 filler pic x(3) value spaces.
           03 d-impagos pic zz9.
           03 filler pic x(4) value spaces.
           03 d-marca pic x(7).
       01  lin-ocupacion.
           03 o-titulo pic x(16).
           03 filler pic x(8) value "TOTAL: ".
           03 o-total pic zzz9.
           03 filler pic x(13) value "  OCUPADOS: ".
           03 o-ocupados pic zzz9.
           03 filler pic x(11) value "  LIBRES: ".
           03 o-libres pic zzz9.
           03 filler pic x(20) value "  FUERA DE SERVICIO:".
           03 o-fuera pic zzz9.
       01  lin-resumen.
           03 filler pic x(28) value "CON LOC IMPAGO DE MAS DE ".
           03 r-meses pic z9.
           03 filler pic x(9) value " MESES: ".
           03 r-morosos pic zzz9.
           03 filler pic x(20) value "  SOCIOS DE BAJA: ".
           03 r-bajas pic zzz9.
           03 filler pic x(16) value "  EN ESPERA: ".
           03 r-espera pic zzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL opc-salir
               PERFORM 200-MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN opc-alta PERFORM 300-ALTA-LOCKER
                   WHEN opc-asignar PERFORM 400-ASIGNAR-LOCKER
                   WHEN opc-liberar PERFORM 500-LIBERAR-LOCKER
                   WHEN opc-anotar PERFORM 600-ANOTAR-EN-ESPERA
                   WHEN opc-retirar PERFORM 650-RETIRAR-DE-ESPERA
                   WHEN opc-espera PERFORM 680-LISTAR-ESPERA
                   WHEN opc-reporte PERFORM 700-REPORTE-LOCKERS
                   WHEN opc-salir CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy(1:6) TO w-periodo-hoy.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           OPEN I-O LOCKERS.
           OPEN I-O ESPERA.
           OPEN I-O INSCRIPCIONES.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT CARGOS.
           OPEN EXTEND EXCEPCIONES.

      ******************************************************************
      * Meses de LOC impago que marcan al socio en el reporte y largo
      * de pagina desde parametros.dat; sin archivo, o en cero, rigen
      * 3 meses y 50 lineas.
      ******************************************************************
       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-meses-locker NUMERIC
                   AND par-meses-locker > ZERO
                   MOVE par-meses-locker TO w-meses-locker
               END-IF
               IF par-lineas-pagina NUMERIC
                   AND par-lineas-pagina > ZERO
                   MOVE par-lineas-pagina TO w-lineas-pagina
               END-IF
           END-IF.
           CLOSE PARAMETROS.

       200-MOSTRAR-MENU.
           DISPLAY "1-ALTA/CAMBIO  2-ASIGNAR  3-LIBERAR  "
               "4-ANOTAR EN ESPERA  5-RETIRAR DE ESPERA".
           DISPLAY "6-LISTA DE ESPERA  7-REPORTE  8-SALIR".
           ACCEPT w-opcion.

      ******************************************************************
      * Alta de un locker nuevo o cambio de uno existente. Un locker
      * ocupado solo cambia vestuario y tamanio: para sacarlo de
      * servicio primero se libera.
      ******************************************************************
       300-ALTA-LOCKER.
           MOVE 0 TO w-flag-datos.
           DISPLAY "NUMERO DE LOCKER:".
           ACCEPT w-numero.
           MOVE 0 TO w-flag-existe.
           MOVE w-numero TO lk-numero.
           READ LOCKERS INVALID KEY MOVE 1 TO w-flag-existe.
           DISPLAY "VESTUARIO (C-CABALLEROS/D-DAMAS):".
           ACCEPT w-vestuario.
           DISPLAY "TAMANIO (C-CHICO/G-GRANDE):".
           ACCEPT w-tamanio.
           IF w-numero = ZERO
               OR (w-vestuario NOT = "C" AND w-vestuario NOT = "D")
               OR (w-tamanio NOT = "C" AND w-tamanio NOT = "G")
               MOVE 1 TO w-flag-datos
           END-IF.
           IF datos-invalidos
               DISPLAY "DATOS INVALIDOS, NO SE GRABA"
           ELSE
               IF no-existe-locker
                   INITIALIZE lk-reg
                   MOVE w-numero TO lk-numero
                   MOVE w-vestuario TO lk-vestuario
                   MOVE w-tamanio TO lk-tamanio
                   MOVE "L" TO lk-estado
                   MOVE SPACE TO lk-deposito-estado
                   WRITE lk-reg
                       INVALID KEY PERFORM 390-ERROR-GRABACION
                       NOT INVALID KEY DISPLAY "LOCKER DADO DE ALTA"
                   END-WRITE
               ELSE
                   MOVE w-vestuario TO lk-vestuario
                   MOVE w-tamanio TO lk-tamanio
                   IF lk-estado NOT = "O"
                       DISPLAY "FUERA DE SERVICIO (S/N):"
                       ACCEPT w-confirma
                       IF w-confirma = "S" OR w-confirma = "s"
                           MOVE "F" TO lk-estado
                       ELSE
                           MOVE "L" TO lk-estado
                       END-IF
                   END-IF
                   REWRITE lk-reg
                       INVALID KEY PERFORM 390-ERROR-GRABACION
                       NOT INVALID KEY DISPLAY "LOCKER MODIFICADO"
                   END-REWRITE
               END-IF
           END-IF.
       390-ERROR-GRABACION.
           DISPLAY "NO PUDE GRABAR EL LOCKER".
           MOVE "300-ALTA-LOCKER" TO w-exc-paragrafo.
           MOVE w-numero TO w-exc-clave.
           MOVE "NO PUDE GRABAR EL LOCKER" TO w-exc-mensaje.
           PERFORM 995-REGISTRAR-EXCEPCION.

      ******************************************************************
      * La inscripcion es por socio y concepto, asi que un socio tiene
      * un solo locker. Si ya tenia la inscripcion LOC activa (de antes
      * del maestro de lockers) se la vincula al locker sin tocarla.
      * Si hay socios esperando un locker como este, asignarlo a otro
      * pide confirmacion: la lista respeta el orden de llegada.
      ******************************************************************
       400-ASIGNAR-LOCKER.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           PERFORM 410-VALIDAR-SOCIO.
           IF no-esta-ficha
               DISPLAY "EL SOCIO NO TIENE FICHA O ESTA DADO DE BAJA"
           ELSE
               IF socio-con-locker
                   DISPLAY "EL SOCIO YA TIENE EL LOCKER " lk-numero
               ELSE
                   DISPLAY sm-nombre
                   DISPLAY "NUMERO DE LOCKER:"
                   ACCEPT w-numero
                   MOVE 0 TO w-flag-existe
                   MOVE w-numero TO lk-numero
                   READ LOCKERS INVALID KEY MOVE 1 TO w-flag-existe
                   END-READ
                   IF no-existe-locker
                       DISPLAY "NO EXISTE ESE LOCKER"
                   ELSE
                       IF lk-estado NOT = "L"
                           DISPLAY "EL LOCKER NO ESTA LIBRE"
                       ELSE
                           PERFORM 420-CONTROLAR-ESPERA
                       END-IF
                   END-IF
               END-IF
           END-IF.
       410-VALIDAR-SOCIO.
           MOVE 0 TO w-flag-ficha.
           MOVE 0 TO w-flag-tiene.
           MOVE w-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF NOT no-esta-ficha AND sm-estado = "B"
               MOVE 1 TO w-flag-ficha
           END-IF.
           IF NOT no-esta-ficha
               MOVE w-socio TO lk-socio
               READ LOCKERS KEY IS lk-socio
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 1 TO w-flag-tiene
               END-READ
           END-IF.
       420-CONTROLAR-ESPERA.
           MOVE lk-vestuario TO w-vestuario.
           MOVE lk-tamanio TO w-tamanio.
           PERFORM 690-PRIMERO-EN-ESPERA.
           MOVE "S" TO w-confirma.
           IF lugar-ofrecido AND esp-socio NOT = w-socio
               DISPLAY "EL PRIMERO EN ESPERA PARA ESTE LOCKER ES EL "
                   "SOCIO " esp-socio
               DISPLAY "ASIGNAR IGUAL (S/N):"
               ACCEPT w-confirma
           END-IF.
           IF w-confirma = "S" OR w-confirma = "s"
               MOVE w-numero TO lk-numero
               READ LOCKERS
               PERFORM 430-GRABAR-ASIGNACION
           ELSE
               DISPLAY "NO SE ASIGNA"
           END-IF.
       430-GRABAR-ASIGNACION.
           DISPLAY "DEPOSITO POR LA LLAVE (0=SIN DEPOSITO):".
           ACCEPT w-deposito.
           MOVE "O" TO lk-estado.
           MOVE w-socio TO lk-socio.
           MOVE w-fecha-hoy TO lk-fecha-asignado.
           MOVE ZERO TO lk-fecha-liberado.
           MOVE w-deposito TO lk-deposito.
           IF w-deposito > ZERO
               MOVE "R" TO lk-deposito-estado
           ELSE
               MOVE SPACE TO lk-deposito-estado
           END-IF.
           REWRITE lk-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL LOCKER"
                   MOVE "430-GRABAR-ASIGNACION" TO w-exc-paragrafo
                   MOVE w-numero TO w-exc-clave
                   MOVE "NO PUDE GRABAR LA ASIGNACION" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   DISPLAY "LOCKER ASIGNADO"
                   PERFORM 440-ALTA-INSCRIPCION-LOC
                   PERFORM 450-CERRAR-ESPERA-SOCIO
           END-REWRITE.
       440-ALTA-INSCRIPCION-LOC.
           MOVE 0 TO w-flag-ins.
           MOVE w-socio TO ins-socio.
           MOVE "LOC" TO ins-concepto.
           READ INSCRIPCIONES INVALID KEY MOVE 1 TO w-flag-ins.
           IF NOT no-existe-inscripcion AND ins-estado = "A"
               DISPLAY "LA INSCRIPCION LOC YA ESTABA ACTIVA"
           ELSE
               MOVE w-socio TO ins-socio
               MOVE "LOC" TO ins-concepto
               MOVE w-fecha-hoy TO ins-fecha-alta
               MOVE ZERO TO ins-fecha-baja
               MOVE "A" TO ins-estado
               MOVE SPACES TO ins-turno
               IF no-existe-inscripcion
                   WRITE ins-reg
                       INVALID KEY PERFORM 490-ERROR-INSCRIPCION
                   END-WRITE
               ELSE
                   REWRITE ins-reg
                       INVALID KEY PERFORM 490-ERROR-INSCRIPCION
                   END-REWRITE
               END-IF
               DISPLAY "INSCRIPCION LOC DADA DE ALTA"
           END-IF.
      *    El socio que recibe el locker sale de la lista de espera.
       450-CERRAR-ESPERA-SOCIO.
           MOVE 0 TO w-flag-esp.
           MOVE w-socio TO esp-socio.
           START ESPERA KEY IS = esp-socio
               INVALID KEY MOVE 1 TO w-flag-esp
           END-START.
           PERFORM UNTIL fin-arch-esp
               READ ESPERA NEXT AT END MOVE 1 TO w-flag-esp
               NOT AT END
                   IF esp-socio NOT = w-socio
                       MOVE 1 TO w-flag-esp
                   ELSE
                       IF esp-concepto = "LOC" AND
                           (esp-estado = "E" OR esp-estado = "O")
                           MOVE "A" TO esp-estado
                           MOVE w-fecha-hoy TO esp-fecha-estado
                           REWRITE esp-reg
                       END-IF
                   END-IF
           END-PERFORM.
       490-ERROR-INSCRIPCION.
           DISPLAY "NO PUDE GRABAR LA INSCRIPCION LOC".
           MOVE "440-ALTA-INSCRIPCION-LOC" TO w-exc-paragrafo.
           MOVE w-socio TO w-exc-clave.
           MOVE "NO PUDE GRABAR LA INSCRIPCION LOC" TO w-exc-mensaje.
           PERFORM 995-REGISTRAR-EXCEPCION.

      ******************************************************************
      * Liberar: la inscripcion LOC se da de baja con la fecha de hoy
      * (generarCargosMes deja de cobrar desde el mes siguiente, la
      * misma regla de la baja de inscripcionesMantenimiento) y el
      * locker se ofrece al primero de la lista que lo acepte.
      ******************************************************************
       500-LIBERAR-LOCKER.
           DISPLAY "NUMERO DE LOCKER:".
           ACCEPT w-numero.
           MOVE 0 TO w-flag-existe.
           MOVE w-numero TO lk-numero.
           READ LOCKERS INVALID KEY MOVE 1 TO w-flag-existe.
           IF no-existe-locker
               DISPLAY "NO EXISTE ESE LOCKER"
           ELSE
               IF lk-estado NOT = "O"
                   DISPLAY "EL LOCKER NO ESTA OCUPADO"
               ELSE
                   PERFORM 510-GRABAR-LIBERACION
               END-IF
           END-IF.
       510-GRABAR-LIBERACION.
           MOVE lk-socio TO w-socio.
           DISPLAY "SOCIO " lk-socio.
           IF lk-deposito-estado = "R"
               DISPLAY "DEVOLVIO LA LLAVE (S/N):"
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   MOVE "D" TO lk-deposito-estado
                   DISPLAY "DEVOLVER DEPOSITO: " lk-deposito
               ELSE
                   MOVE "P" TO lk-deposito-estado
                   DISPLAY "EL DEPOSITO QUEDA PARA EL CLUB"
               END-IF
           END-IF.
           MOVE "L" TO lk-estado.
           MOVE ZERO TO lk-socio.
           MOVE w-fecha-hoy TO lk-fecha-liberado.
           REWRITE lk-reg
               INVALID KEY
                   DISPLAY "NO PUDE GRABAR EL LOCKER"
                   MOVE "510-GRABAR-LIBERACION" TO w-exc-paragrafo
                   MOVE w-numero TO w-exc-clave
                   MOVE "NO PUDE GRABAR LA LIBERACION" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   DISPLAY "LOCKER LIBERADO"
                   PERFORM 520-BAJA-INSCRIPCION-LOC
                   PERFORM 530-OFRECER-LOCKER
           END-REWRITE.
       520-BAJA-INSCRIPCION-LOC.
           MOVE 0 TO w-flag-ins.
           MOVE w-socio TO ins-socio.
           MOVE "LOC" TO ins-concepto.
           READ INSCRIPCIONES INVALID KEY MOVE 1 TO w-flag-ins.
           IF no-existe-inscripcion OR ins-estado NOT = "A"
               DISPLAY "EL SOCIO NO TENIA INSCRIPCION LOC ACTIVA"
           ELSE
               MOVE w-fecha-hoy TO ins-fecha-baja
               MOVE "B" TO ins-estado
               REWRITE ins-reg
               DISPLAY "INSCRIPCION LOC DADA DE BAJA"
           END-IF.
       530-OFRECER-LOCKER.
           MOVE lk-vestuario TO w-vestuario.
           MOVE lk-tamanio TO w-tamanio.
           PERFORM 690-PRIMERO-EN-ESPERA.
           IF lugar-ofrecido
               MOVE "O" TO esp-estado
               MOVE w-fecha-hoy TO esp-fecha-estado
               REWRITE esp-reg
               DISPLAY "OFRECER EL LOCKER " w-numero " AL SOCIO "
                   esp-socio " " sm-nombre
           ELSE
               DISPLAY "NADIE ESPERA UN LOCKER COMO ESTE"
           END-IF.

      ******************************************************************
      * Anotacion en la lista de espera de lockers con fecha y hora:
      * ese es el orden en que se ofrecen los lugares.
      ******************************************************************
       600-ANOTAR-EN-ESPERA.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           PERFORM 410-VALIDAR-SOCIO.
           IF no-esta-ficha
               DISPLAY "EL SOCIO NO TIENE FICHA O ESTA DADO DE BAJA"
           ELSE
               IF socio-con-locker
                   DISPLAY "EL SOCIO YA TIENE EL LOCKER " lk-numero
               ELSE
                   PERFORM 610-BUSCAR-ANOTACION
                   IF socio-anotado
                       DISPLAY "EL SOCIO YA ESTA EN LA LISTA DE ESPERA"
                   ELSE
                       PERFORM 620-GRABAR-ANOTACION
                   END-IF
               END-IF
           END-IF.
       610-BUSCAR-ANOTACION.
           MOVE 0 TO w-flag-anotado.
           MOVE 0 TO w-flag-esp.
           MOVE w-socio TO esp-socio.
           START ESPERA KEY IS = esp-socio
               INVALID KEY MOVE 1 TO w-flag-esp
           END-START.
           PERFORM UNTIL fin-arch-esp OR socio-anotado
               READ ESPERA NEXT AT END MOVE 1 TO w-flag-esp
               NOT AT END
                   IF esp-socio NOT = w-socio
                       MOVE 1 TO w-flag-esp
                   ELSE
                       IF esp-concepto = "LOC" AND
                           (esp-estado = "E" OR esp-estado = "O")
                           MOVE 1 TO w-flag-anotado
                       END-IF
                   END-IF
           END-PERFORM.
       620-GRABAR-ANOTACION.
           DISPLAY "VESTUARIO (C/D, BLANCO=CUALQUIERA):".
           ACCEPT w-vestuario.
           DISPLAY "TAMANIO (C/G, BLANCO=CUALQUIERA):".
           ACCEPT w-tamanio.
           IF (w-vestuario NOT = "C" AND w-vestuario NOT = "D"
               AND w-vestuario NOT = SPACE)
               OR (w-tamanio NOT = "C" AND w-tamanio NOT = "G"
               AND w-tamanio NOT = SPACE)
               DISPLAY "DATOS INVALIDOS, NO SE GRABA"
           ELSE
               ACCEPT w-hora FROM TIME
               MOVE "LOC" TO esp-concepto
               MOVE SPACES TO esp-turno
               MOVE w-fecha-hoy TO esp-fecha
               MOVE w-hora TO esp-hora
               MOVE w-socio TO esp-socio
               MOVE w-vestuario TO esp-preferencia(1:1)
               MOVE w-tamanio TO esp-preferencia(2:1)
               MOVE "E" TO esp-estado
               MOVE w-fecha-hoy TO esp-fecha-estado
               WRITE esp-reg
                   INVALID KEY
                       DISPLAY "NO PUDE ANOTAR, REINTENTE"
                   NOT INVALID KEY
                       DISPLAY "SOCIO ANOTADO EN LA LISTA DE ESPERA"
               END-WRITE
           END-IF.

       650-RETIRAR-DE-ESPERA.
           DISPLAY "SOCIO:".
           ACCEPT w-socio.
           PERFORM 610-BUSCAR-ANOTACION.
           IF NOT socio-anotado
               DISPLAY "EL SOCIO NO ESTA EN LA LISTA DE ESPERA"
           ELSE
               MOVE "X" TO esp-estado
               MOVE w-fecha-hoy TO esp-fecha-estado
               REWRITE esp-reg
               DISPLAY "SOCIO RETIRADO DE LA LISTA DE ESPERA"
           END-IF.

       680-LISTAR-ESPERA.
           MOVE ZERO TO w-posicion.
           DISPLAY lin-cab-espera.
           MOVE 0 TO w-flag-esp.
           MOVE "LOC" TO esp-concepto.
           MOVE LOW-VALUES TO esp-turno.
           MOVE ZERO TO esp-fecha esp-hora.
           START ESPERA KEY IS >= esp-llave
               INVALID KEY MOVE 1 TO w-flag-esp
           END-START.
           PERFORM UNTIL fin-arch-esp
               READ ESPERA NEXT AT END MOVE 1 TO w-flag-esp
               NOT AT END
                   IF esp-concepto NOT = "LOC"
                       MOVE 1 TO w-flag-esp
                   ELSE
                       IF esp-estado = "E" OR esp-estado = "O"
                           PERFORM 685-MOSTRAR-ANOTACION
                       END-IF
                   END-IF
           END-PERFORM.
       685-MOSTRAR-ANOTACION.
           ADD 1 TO w-posicion.
           MOVE esp-socio TO sm-socio.
           READ SOCIOMAE INVALID KEY MOVE SPACES TO sm-nombre.
           MOVE w-posicion TO e-posicion.
           MOVE esp-socio TO e-socio.
           MOVE sm-nombre TO e-nombre.
           MOVE esp-fecha TO e-fecha.
           MOVE esp-preferencia TO e-preferencia.
           MOVE esp-estado TO e-estado.
           DISPLAY lin-det-espera.

      ******************************************************************
      * Primer socio de la lista, en orden de llegada, que sigue
      * esperando, no esta dado de baja y acepta un locker del
      * vestuario y tamanio de w-vestuario/w-tamanio. Deja esp-reg
      * y la ficha del socio leidos.
      ******************************************************************
       690-PRIMERO-EN-ESPERA.
           MOVE 0 TO w-flag-ofrecido.
           MOVE 0 TO w-flag-esp.
           MOVE "LOC" TO esp-concepto.
           MOVE LOW-VALUES TO esp-turno.
           MOVE ZERO TO esp-fecha esp-hora.
           START ESPERA KEY IS >= esp-llave
               INVALID KEY MOVE 1 TO w-flag-esp
           END-START.
           PERFORM UNTIL fin-arch-esp OR lugar-ofrecido
               READ ESPERA NEXT AT END MOVE 1 TO w-flag-esp
               NOT AT END
                   IF esp-concepto NOT = "LOC"
                       MOVE 1 TO w-flag-esp
                   ELSE
                       IF esp-estado = "E"
                           AND (esp-preferencia(1:1) = SPACE
                           OR esp-preferencia(1:1) = w-vestuario)
                           AND (esp-preferencia(2:1) = SPACE
                           OR esp-preferencia(2:1) = w-tamanio)
                           MOVE esp-socio TO sm-socio
                           READ SOCIOMAE
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF sm-estado NOT = "B"
                                       MOVE 1 TO w-flag-ofrecido
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Reporte de ocupacion: cada locker con su socio, los meses de
      * LOC vencidos impagos del socio en cargos.dat (los del mes en
      * curso todavia no se cuentan) y la marca MOROSO desde
      * w-meses-locker meses, o BAJA si el socio ya no lo es; al pie
      * la ocupacion por vestuario y la lista de espera.
      ******************************************************************
       700-REPORTE-LOCKERS.
           INITIALIZE tabla-ocupacion.
           MOVE ZERO TO w-cnt-morosos w-cnt-bajas w-cnt-en-espera.
           MOVE 1 TO w-pagina.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 950-LISTAR-ENCABEZADO.
           MOVE 0 TO w-flag-lk.
           MOVE ZERO TO lk-numero.
           START LOCKERS KEY IS >= lk-numero
               INVALID KEY MOVE 1 TO w-flag-lk
           END-START.
           PERFORM UNTIL fin-arch-lk
               READ LOCKERS NEXT AT END MOVE 1 TO w-flag-lk
               NOT AT END PERFORM 710-LISTAR-LOCKER
           END-PERFORM.
           PERFORM 740-CONTAR-ESPERA.
           WRITE rep-lin FROM rep-lin-guarda.
           PERFORM VARYING w-v FROM 1 BY 1 UNTIL w-v > 2
               IF w-v = 1
                   MOVE "CABALLEROS" TO o-titulo
               ELSE
                   MOVE "DAMAS" TO o-titulo
               END-IF
               MOVE oc-total(w-v) TO o-total
               MOVE oc-ocupados(w-v) TO o-ocupados
               MOVE oc-libres(w-v) TO o-libres
               MOVE oc-fuera(w-v) TO o-fuera
               WRITE rep-lin FROM lin-ocupacion
               DISPLAY lin-ocupacion
           END-PERFORM.
           MOVE w-meses-locker TO r-meses.
           MOVE w-cnt-morosos TO r-morosos.
           MOVE w-cnt-bajas TO r-bajas.
           MOVE w-cnt-en-espera TO r-espera.
           WRITE rep-lin FROM lin-resumen.
           CLOSE REPORTE.
           DISPLAY lin-resumen.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
       710-LISTAR-LOCKER.
           IF lk-vestuario = "D"
               MOVE 2 TO w-v
           ELSE
               MOVE 1 TO w-v
           END-IF.
           ADD 1 TO oc-total(w-v).
           EVALUATE lk-estado
               WHEN "O" ADD 1 TO oc-ocupados(w-v)
               WHEN "F" ADD 1 TO oc-fuera(w-v)
               WHEN OTHER ADD 1 TO oc-libres(w-v)
           END-EVALUATE.
           INITIALIZE lin-detalle.
           MOVE lk-numero TO d-numero.
           MOVE lk-vestuario TO d-vestuario.
           MOVE lk-tamanio TO d-tamanio.
           MOVE lk-estado TO d-estado.
           MOVE ZERO TO d-asignado.
           IF lk-estado = "O"
               MOVE lk-socio TO d-socio
               MOVE lk-fecha-asignado TO d-asignado
               MOVE lk-deposito TO d-deposito
               MOVE lk-deposito-estado TO d-dep-estado
               MOVE lk-socio TO sm-socio
               READ SOCIOMAE INVALID KEY MOVE SPACES TO sm-nombre
                   MOVE "B" TO sm-estado
               END-READ
               MOVE sm-nombre TO d-nombre
               PERFORM 720-CONTAR-LOC-IMPAGOS
               MOVE w-meses-impagos TO d-impagos
               IF sm-estado = "B"
                   MOVE "BAJA" TO d-marca
                   ADD 1 TO w-cnt-bajas
               ELSE
                   IF w-meses-impagos >= w-meses-locker
                       MOVE "MOROSO" TO d-marca
                       ADD 1 TO w-cnt-morosos
                   END-IF
               END-IF
           END-IF.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 960-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-detalle.
           ADD 1 TO w-lineas-impresas.
       720-CONTAR-LOC-IMPAGOS.
           MOVE ZERO TO w-meses-impagos.
           MOVE 0 TO w-flag-car.
           MOVE lk-socio TO car-socio.
           MOVE ZERO TO car-anio car-mes.
           MOVE LOW-VALUES TO car-concepto.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-flag-car
           END-START.
           PERFORM UNTIL fin-arch-car
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-car
               NOT AT END
                   IF car-socio NOT = lk-socio
                       MOVE 1 TO w-flag-car
                   ELSE
                       COMPUTE w-periodo-car = car-anio * 100 + car-mes
                       IF car-concepto = "LOC" AND car-estado = "A"
                           AND car-debe > ZERO
                           AND w-periodo-car < w-periodo-hoy
                           ADD 1 TO w-meses-impagos
                       END-IF
                   END-IF
           END-PERFORM.
       740-CONTAR-ESPERA.
           MOVE 0 TO w-flag-esp.
           MOVE "LOC" TO esp-concepto.
           MOVE LOW-VALUES TO esp-turno.
           MOVE ZERO TO esp-fecha esp-hora.
           START ESPERA KEY IS >= esp-llave
               INVALID KEY MOVE 1 TO w-flag-esp
           END-START.
           PERFORM UNTIL fin-arch-esp
               READ ESPERA NEXT AT END MOVE 1 TO w-flag-esp
               NOT AT END
                   IF esp-concepto NOT = "LOC"
                       MOVE 1 TO w-flag-esp
                   ELSE
                       IF esp-estado = "E" OR esp-estado = "O"
                           ADD 1 TO w-cnt-en-espera
                       END-IF
                   END-IF
           END-PERFORM.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\lockers" w-fecha-hoy
               ".rpt" DELIMITED BY SIZE INTO rep-nombre.
           MOVE "OCUPACION DE LOCKERS" TO rep-titulo.
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
           WRITE rep-lin FROM lin-cab-1.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       960-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 950-LISTAR-ENCABEZADO.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "LOCKERS" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE LOCKERS.
           CLOSE ESPERA.
           CLOSE INSCRIPCIONES.
           CLOSE SOCIOMAE.
           CLOSE CARGOS.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
