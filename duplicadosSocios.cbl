      ******************************************************************
      * Author:
      * Date:
      * Purpose: Probable duplicate member report. Loads every ficha
      *          of sociosmae.dat (except numbers already closed by
      *          unificaSocios, unificaciones.dat) and every pending
      *          solicitud of aspirantes.dat with its name, domicilio
      *          and telefono normalized - upper case, letters and
      *          digits only, the telefono reduced to its digits - and
      *          prints each pair with the same normalized name that
      *          also shares the domicilio or the telefono: the same
      *          person entered twice (readmitted under a new number,
      *          an aspirante approved while the old ficha was still
      *          alive, a cadete registered again as activo). The
      *          list is for review; a confirmed pair is merged with
      *          unificaSocios. A pending aspirante that matches a
      *          ficha is caught before the comision approves it.
      *          Spools to ..\reports\duplicados<aaaammdd>.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCIOMAE ASSIGN TO "..\sociosmae.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS sm-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL ASPIRANTES ASSIGN TO "..\aspirantes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS asp-numero
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL UNIFICACIONES ASSIGN TO
                   "..\unificaciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS uni-socio-baja
                   SHARING WITH ALL OTHER.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  ASPIRANTES.
           COPY "ASPIRREC.cpy".
       FD  UNIFICACIONES.
           COPY "UNIFREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(120).
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value 0.
       77  w-pagina pic 9(3) value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-flag-sociomae pic 9 value zero.
           88 fin-arch-sociomae value 1.
       77  w-flag-aspirantes pic 9 value zero.
           88 fin-arch-aspirantes value 1.
       77  w-flag-unificado pic 9 value zero.
           88 no-esta-unificado value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-tabla pic 9 value zero.
           88 tabla-llena value 1.
       77  w-cnt-tabla pic 9(5) value zero.
       77  w-cnt-fichas pic 9(5) value zero.
       77  w-cnt-aspirantes pic 9(5) value zero.
       77  w-cnt-pares pic 9(5) value zero.
       77  w-i pic 9(5) value zero.
       77  w-j pic 9(5) value zero.
       77  w-c pic 9(2) value zero.
       77  w-pos-norm pic 9(2) value zero.
       77  w-coincide-domicilio pic 9 value zero.
           88 coincide-domicilio value 1.
       77  w-coincide-telefono pic 9 value zero.
           88 coincide-telefono value 1.
       01  w-texto-orig pic x(30) value spaces.
       01  w-texto-norm pic x(30) value spaces.
       01  w-telefono-orig pic x(15) value spaces.
       01  w-telefono-norm pic x(15) value spaces.
       01  w-minusculas pic x(26) value "abcdefghijklmnopqrstuvwxyz".
       01  w-mayusculas pic x(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  tabla-personas.
      *        Una fila por ficha o aspirante, con los datos ya
      *        normalizados; el detalle para imprimir se relee por
      *        clave al encontrar un par.
           03 tp-det OCCURS 9999 TIMES.
               05 tp-tipo pic x.
      *                F = ficha de sociosmae, A = aspirante pendiente.
               05 tp-numero pic 9(5).
               05 tp-nombre pic x(30).
               05 tp-domicilio pic x(30).
               05 tp-telefono pic x(15).
       01  lin-cabecera.
           03 filler pic x(5) value "TIPO".
           03 filler pic x(1) value spaces.
           03 filler pic x(5) value "NRO.".
           03 filler pic x(2) value spaces.
           03 filler pic x(30) value "NOMBRE:".
           03 filler pic x(2) value spaces.
           03 filler pic x(24) value "DOMICILIO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "TELEFONO:".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "ALTA:".
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value "EST".
           03 filler pic x(1) value spaces.
           03 filler pic x(18) value "COINCIDE:".
       01  lin-detalle.
           03 d-tipo pic x(5).
           03 filler pic x(1) value spaces.
           03 d-numero pic zzzz9.
           03 filler pic x(2) value spaces.
           03 d-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 d-domicilio pic x(24).
           03 filler pic x(2) value spaces.
           03 d-telefono pic x(15).
           03 filler pic x(2) value spaces.
           03 d-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 d-estado pic x.
           03 filler pic x(3) value spaces.
           03 d-coincide pic x(18).
       01  lin-blanco pic x(1) value spaces.
       01  lin-total.
           03 filler pic x(18) value "FICHAS LEIDAS:    ".
           03 t-fichas pic zzzz9.
           03 filler pic x(16) value "   ASPIRANTES:  ".
           03 t-aspirantes pic zzzz9.
           03 filler pic x(22) value "   PARES PROBABLES:   ".
           03 t-pares pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-FICHAS.
           PERFORM 250-CARGAR-ASPIRANTES.
           PERFORM 300-BUSCAR-PARES.
           PERFORM 800-IMPRIMIR-TOTAL.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT ASPIRANTES.
           OPEN INPUT UNIFICACIONES.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 150-LISTAR-ENCABEZADO.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\duplicados" w-fecha-hoy ".rpt"
               DELIMITED BY SIZE INTO rep-nombre.
           MOVE "PROBABLES SOCIOS DUPLICADOS" TO rep-titulo.
           MOVE rep-fecha-hora(1:8) TO rep-t-fecha.
           MOVE rep-fecha-hora(9:2) TO rep-t-hora-hh.
           MOVE rep-fecha-hora(11:2) TO rep-t-hora-mm.
           OPEN OUTPUT REPORTE.

       150-LISTAR-ENCABEZADO.
           MOVE w-pagina TO rep-t-pagina.
           WRITE rep-lin FROM rep-lin-club.
           MOVE rep-titulo TO rep-t-titulo.
           WRITE rep-lin FROM rep-lin-titulo.
           WRITE rep-lin FROM rep-lin-emision.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cabecera.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       160-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 150-LISTAR-ENCABEZADO.

      ******************************************************************
      * Todas las fichas, tambien las de baja: la readmision con numero
      * nuevo deja justamente la ficha vieja en "B". Solo se saltean
      * los numeros que ya se cerraron por unificacion.
      ******************************************************************
       200-CARGAR-FICHAS.
           MOVE LOW-VALUES TO sm-socio.
           START SOCIOMAE KEY IS >= sm-socio
               INVALID KEY MOVE 1 TO w-flag-sociomae
           END-START.
           PERFORM UNTIL fin-arch-sociomae OR tabla-llena
               READ SOCIOMAE NEXT AT END MOVE 1 TO w-flag-sociomae
               NOT AT END
                   MOVE 0 TO w-flag-unificado
                   MOVE sm-socio TO uni-socio-baja
                   READ UNIFICACIONES
                       INVALID KEY MOVE 1 TO w-flag-unificado
                   END-READ
                   IF no-esta-unificado
                       PERFORM 210-APILAR-FICHA
                   END-IF
           END-PERFORM.
       210-APILAR-FICHA.
           IF w-cnt-tabla >= 9999
               DISPLAY "MAS DE 9999 PERSONAS - SE REVISA LO CARGADO"
               MOVE 1 TO w-flag-tabla
           ELSE
               ADD 1 TO w-cnt-tabla
               ADD 1 TO w-cnt-fichas
               MOVE "F" TO tp-tipo(w-cnt-tabla)
               MOVE sm-socio TO tp-numero(w-cnt-tabla)
               MOVE sm-nombre TO w-texto-orig
               PERFORM 500-NORMALIZAR-TEXTO
               MOVE w-texto-norm TO tp-nombre(w-cnt-tabla)
               MOVE sm-domicilio TO w-texto-orig
               PERFORM 500-NORMALIZAR-TEXTO
               MOVE w-texto-norm TO tp-domicilio(w-cnt-tabla)
               MOVE sm-telefono TO w-telefono-orig
               PERFORM 510-NORMALIZAR-TELEFONO
               MOVE w-telefono-norm TO tp-telefono(w-cnt-tabla)
           END-IF.

      ******************************************************************
      * Solo las solicitudes pendientes: la aprobada ya tiene su ficha
      * (y aparece como tal) y la rechazada no es socio.
      ******************************************************************
       250-CARGAR-ASPIRANTES.
           MOVE ZERO TO asp-numero.
           START ASPIRANTES KEY IS >= asp-numero
               INVALID KEY MOVE 1 TO w-flag-aspirantes
           END-START.
           PERFORM UNTIL fin-arch-aspirantes OR tabla-llena
               READ ASPIRANTES NEXT AT END MOVE 1 TO w-flag-aspirantes
               NOT AT END
                   IF asp-estado = "P"
                       PERFORM 260-APILAR-ASPIRANTE
                   END-IF
           END-PERFORM.
       260-APILAR-ASPIRANTE.
           IF w-cnt-tabla >= 9999
               DISPLAY "MAS DE 9999 PERSONAS - SE REVISA LO CARGADO"
               MOVE 1 TO w-flag-tabla
           ELSE
               ADD 1 TO w-cnt-tabla
               ADD 1 TO w-cnt-aspirantes
               MOVE "A" TO tp-tipo(w-cnt-tabla)
               MOVE asp-numero TO tp-numero(w-cnt-tabla)
               MOVE asp-nombre TO w-texto-orig
               PERFORM 500-NORMALIZAR-TEXTO
               MOVE w-texto-norm TO tp-nombre(w-cnt-tabla)
               MOVE asp-domicilio TO w-texto-orig
               PERFORM 500-NORMALIZAR-TEXTO
               MOVE w-texto-norm TO tp-domicilio(w-cnt-tabla)
               MOVE asp-telefono TO w-telefono-orig
               PERFORM 510-NORMALIZAR-TELEFONO
               MOVE w-telefono-norm TO tp-telefono(w-cnt-tabla)
           END-IF.

      ******************************************************************
      * Mismo nombre normalizado y ademas mismo domicilio o mismo
      * telefono (no vacios): el nombre solo da demasiados homonimos.
      ******************************************************************
       300-BUSCAR-PARES.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i >= w-cnt-tabla
               IF tp-nombre(w-i) NOT = SPACES
                   COMPUTE w-j = w-i + 1
                   PERFORM UNTIL w-j > w-cnt-tabla
                       IF tp-nombre(w-j) = tp-nombre(w-i)
                           PERFORM 310-COMPARAR-PAR
                       END-IF
                       ADD 1 TO w-j
                   END-PERFORM
               END-IF
           END-PERFORM.
       310-COMPARAR-PAR.
           MOVE 0 TO w-coincide-domicilio.
           MOVE 0 TO w-coincide-telefono.
           IF tp-domicilio(w-i) NOT = SPACES
               AND tp-domicilio(w-i) = tp-domicilio(w-j)
               MOVE 1 TO w-coincide-domicilio
           END-IF.
           IF tp-telefono(w-i) NOT = SPACES
               AND tp-telefono(w-i) = tp-telefono(w-j)
               MOVE 1 TO w-coincide-telefono
           END-IF.
           IF coincide-domicilio OR coincide-telefono
               PERFORM 700-IMPRIMIR-PAR
           END-IF.

      ******************************************************************
      * Mayusculas, y de cada texto solo letras y digitos: "Perez,
      * Juan C." y "PEREZ JUAN C" quedan iguales.
      ******************************************************************
       500-NORMALIZAR-TEXTO.
           MOVE SPACES TO w-texto-norm.
           MOVE ZERO TO w-pos-norm.
           INSPECT w-texto-orig CONVERTING w-minusculas TO w-mayusculas.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > 30
               IF (w-texto-orig(w-c:1) >= "A"
                       AND w-texto-orig(w-c:1) <= "Z")
                   OR (w-texto-orig(w-c:1) >= "0"
                       AND w-texto-orig(w-c:1) <= "9")
                   ADD 1 TO w-pos-norm
                   MOVE w-texto-orig(w-c:1) TO
                       w-texto-norm(w-pos-norm:1)
               END-IF
           END-PERFORM.
       510-NORMALIZAR-TELEFONO.
           MOVE SPACES TO w-telefono-norm.
           MOVE ZERO TO w-pos-norm.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > 15
               IF w-telefono-orig(w-c:1) >= "0"
                   AND w-telefono-orig(w-c:1) <= "9"
                   ADD 1 TO w-pos-norm
                   MOVE w-telefono-orig(w-c:1) TO
                       w-telefono-norm(w-pos-norm:1)
               END-IF
           END-PERFORM.

       700-IMPRIMIR-PAR.
           ADD 1 TO w-cnt-pares.
           IF w-lineas-impresas + 3 > w-lineas-pagina
               PERFORM 160-SALTO-DE-PAGINA
           END-IF.
           EVALUATE TRUE
               WHEN coincide-domicilio AND coincide-telefono
                   MOVE "DOMICILIO+TELEFONO" TO d-coincide
               WHEN coincide-domicilio
                   MOVE "DOMICILIO" TO d-coincide
               WHEN OTHER
                   MOVE "TELEFONO" TO d-coincide
           END-EVALUATE.
           PERFORM 710-ARMAR-RENGLON-I.
           WRITE rep-lin FROM lin-detalle.
           MOVE SPACES TO d-coincide.
           PERFORM 720-ARMAR-RENGLON-J.
           WRITE rep-lin FROM lin-detalle.
           WRITE rep-lin FROM lin-blanco.
           ADD 3 TO w-lineas-impresas.
       710-ARMAR-RENGLON-I.
           IF tp-tipo(w-i) = "F"
               MOVE tp-numero(w-i) TO sm-socio
               PERFORM 730-LEER-FICHA
           ELSE
               MOVE tp-numero(w-i) TO asp-numero
               PERFORM 740-LEER-ASPIRANTE
           END-IF.
       720-ARMAR-RENGLON-J.
           IF tp-tipo(w-j) = "F"
               MOVE tp-numero(w-j) TO sm-socio
               PERFORM 730-LEER-FICHA
           ELSE
               MOVE tp-numero(w-j) TO asp-numero
               PERFORM 740-LEER-ASPIRANTE
           END-IF.
       730-LEER-FICHA.
           MOVE 0 TO w-flag-ficha.
           READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               MOVE SPACES TO sm-nombre sm-domicilio sm-telefono
               MOVE ZERO TO sm-fecha-alta
               MOVE SPACE TO sm-estado
           END-IF.
           MOVE "SOCIO" TO d-tipo.
           MOVE sm-socio TO d-numero.
           MOVE sm-nombre TO d-nombre.
           MOVE sm-domicilio TO d-domicilio.
           MOVE sm-telefono TO d-telefono.
           MOVE sm-fecha-alta TO d-fecha.
           MOVE sm-estado TO d-estado.
       740-LEER-ASPIRANTE.
           MOVE 0 TO w-flag-ficha.
           READ ASPIRANTES INVALID KEY MOVE 1 TO w-flag-ficha.
           IF no-esta-ficha
               MOVE SPACES TO asp-nombre asp-domicilio asp-telefono
               MOVE ZERO TO asp-fecha-presentacion
               MOVE SPACE TO asp-estado
           END-IF.
           MOVE "ASPIR" TO d-tipo.
           MOVE asp-numero TO d-numero.
           MOVE asp-nombre TO d-nombre.
           MOVE asp-domicilio TO d-domicilio.
           MOVE asp-telefono TO d-telefono.
           MOVE asp-fecha-presentacion TO d-fecha.
           MOVE asp-estado TO d-estado.

       800-IMPRIMIR-TOTAL.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE w-cnt-fichas TO t-fichas.
           MOVE w-cnt-aspirantes TO t-aspirantes.
           MOVE w-cnt-pares TO t-pares.
           WRITE rep-lin FROM lin-total.

       900-FIN.
           DISPLAY lin-total.
           CLOSE SOCIOMAE.
           CLOSE ASPIRANTES.
           CLOSE UNIFICACIONES.
           CLOSE REPORTE.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
       END PROGRAM YOUR-PROGRAM-NAME.
