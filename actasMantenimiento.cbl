      ******************************************************************
      * Author:
      * Date:
      * Purpose: Libro de actas of the comision directiva (actas.dat)
      *          and the resolutions recorded under each acta
      *          (resoluciones.dat). ALTA enters a meeting with its
      *          number, date and summary; MODIFICAR corrects the
      *          date or summary; LISTAR shows the book; IMPRIMIR
      *          spools everything decided under one acta - aspirantes
      *          admitted or refused, exenciones, vitalicio
      *          promotions, sanciones, write-offs, moratorias and
      *          period reopenings - to ..\reports\acta<nnnnnn>.rpt,
      *          to be filed with the minutes; VERIFICAR lists the
      *          records already on file that cite an acta missing
      *          from the book. The programs that take an acta number
      *          validate it against actas.dat and write the
      *          resolution line themselves. Only a supervisor may
      *          operate.
      * Tectonics: cobc
      * Modification history:
      *   - Moratoria citations read the numeric mor-acta directly.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL EXENCIONES ASSIGN TO "..\exenciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS exen-socio
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL SANCIONES ASSIGN TO "..\sanciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS san-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL INCOBRABLES ASSIGN TO "..\incobrables.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS inc-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL VITALPEND ASSIGN TO "..\vitalpend.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vit-secuencia
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL MORATORIAS ASSIGN TO "..\moratorias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mor-numero
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL PERIODOS ASSIGN TO "..\periodos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS per-periodo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL OPERADORES ASSIGN TO "..\operadores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS op-codigo
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACTAS.
           COPY "ACTAREC.cpy".
       FD  RESOLUCIONES.
           COPY "RESOLREC.cpy".
       FD  SOCIOMAE.
           COPY "SOCIOMAEREC.cpy".
       FD  ASPIRANTES.
           COPY "ASPIRREC.cpy".
       FD  EXENCIONES.
           COPY "EXENREC.cpy".
       FD  SANCIONES.
           COPY "SANCIONREC.cpy".
       FD  INCOBRABLES.
           COPY "INCOBREC.cpy".
       FD  VITALPEND.
           COPY "VITALREC.cpy".
       FD  MORATORIAS.
           COPY "MORATREC.cpy".
       FD  PERIODOS.
           COPY "PERIODOREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
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
           88 opc-modificar value 2.
           88 opc-listar value 3.
           88 opc-imprimir value 4.
           88 opc-verificar value 5.
           88 opc-salir value 6.
       77  w-flag-actas pic 9 value zero.
           88 fin-arch-actas value 1.
       77  w-flag-acta pic 9 value zero.
           88 acta-inexistente value 1.
       77  w-flag-res pic 9 value zero.
           88 fin-arch-res value 1.
       77  w-flag-ficha pic 9 value zero.
           88 no-esta-ficha value 1.
       77  w-flag-arch pic 9 value zero.
           88 fin-arch-citas value 1.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-flag-valida pic 9 value zero.
           88 alta-invalida value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-nro-acta pic 9(6) value zero.
       77  w-fecha-acta pic 9(8) value zero.
       77  w-resumen pic x(60) value spaces.
       77  w-tipo-ant pic x value space.
       77  w-archivo pic x(12) value spaces.
       77  w-clave-cita pic x(16) value spaces.
       77  w-operador pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value zero.
       77  w-pagina pic 9(3) value 1.
       77  w-cnt-tipo pic 9(4) value zero.
       77  w-cnt-resoluciones pic 9(5) value zero.
       77  w-cnt-citas pic 9(5) value zero.
       77  w-cnt-huerfanas pic 9(5) value zero.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       01  lin-cab-lista.
           03 filler pic x(8) value "ACTA:".
           03 filler pic x(12) value "REUNION:".
           03 filler pic x(62) value "RESUMEN:".
           03 filler pic x(4) value "OPE:".
       01  lin-det-lista.
           03 d-numero pic 9(6).
           03 filler pic x(2) value spaces.
           03 d-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 d-resumen pic x(60).
           03 filler pic x(2) value spaces.
           03 d-operador pic x(3).
       01  lin-cab-acta.
           03 filler pic x(14) value "ACTA NUMERO: ".
           03 ca-numero pic 9(6).
           03 filler pic x(14) value "  REUNION DEL ".
           03 ca-fecha pic 9999/99/99.
       01  lin-cab-resumen.
           03 filler pic x(9) value "RESUMEN: ".
           03 ca-resumen pic x(60).
       01  lin-cab-res.
           03 filler pic x(18) value "REFERENCIA:".
           03 filler pic x(7) value "SOCIO:".
           03 filler pic x(32) value "NOMBRE:".
           03 filler pic x(42) value "RESOLUCION:".
           03 filler pic x(12) value "FECHA:".
           03 filler pic x(17) value "PROGRAMA:".
           03 filler pic x(4) value "OPE:".
       01  lin-tipo.
           03 t-descripcion pic x(40).
       01  lin-det-res.
           03 r-referencia pic x(16).
           03 filler pic x(2) value spaces.
           03 r-socio pic zzzzz BLANK WHEN ZERO.
           03 filler pic x(2) value spaces.
           03 r-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 r-detalle pic x(40).
           03 filler pic x(2) value spaces.
           03 r-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 r-programa pic x(16).
           03 filler pic x value space.
           03 r-operador pic x(3).
       01  lin-total-tipo.
           03 filler pic x(4) value spaces.
           03 filler pic x(14) value "RESOLUCIONES: ".
           03 tt-cantidad pic zzz9.
       01  lin-total-acta.
           03 filler pic x(28) value
               "TOTAL DE RESOLUCIONES: ".
           03 ta-cantidad pic zzzz9.
       01  lin-sin-resoluciones.
           03 filler pic x(40) value
               "NO HAY RESOLUCIONES REGISTRADAS".
       01  lin-firma.
           03 filler pic x(10) value spaces.
           03 filler pic x(30) value "PRESIDENTE: _________________".
           03 filler pic x(10) value spaces.
           03 filler pic x(30) value "SECRETARIO: _________________".
       01  lin-cita.
           03 c-archivo pic x(12).
           03 filler pic x(2) value spaces.
           03 c-clave pic x(16).
           03 filler pic x(16) value "  CITA EL ACTA ".
           03 c-acta pic x(10).
           03 filler pic x(27) value "  QUE NO ESTA EN EL LIBRO".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL opc-salir
               PERFORM 200-MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN opc-alta PERFORM 300-ALTA-ACTA
                   WHEN opc-modificar PERFORM 350-MODIFICAR-ACTA
                   WHEN opc-listar PERFORM 400-LISTAR-ACTAS
                   WHEN opc-imprimir PERFORM 500-IMPRIMIR-ACTA
                   WHEN opc-verificar PERFORM 600-VERIFICAR-CITAS
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
           OPEN I-O ACTAS.
           OPEN INPUT RESOLUCIONES.
           OPEN INPUT SOCIOMAE.
           OPEN EXTEND EXCEPCIONES.

      ******************************************************************
      * El libro de actas lo lleva la secretaria con firma de
      * supervisor: con operadores.dat cargado solo opera un
      * supervisor activo con clave valida. Sin archivo (o vacio)
      * rige el comportamiento historico de las iniciales.
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

       110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS AT END MOVE 1 TO w-flag-param.
           IF NOT sin-parametros
               IF par-lineas-pagina NUMERIC
                   AND par-lineas-pagina > ZERO
                   MOVE par-lineas-pagina TO w-lineas-pagina
               END-IF
           END-IF.
           CLOSE PARAMETROS.

       200-MOSTRAR-MENU.
           DISPLAY "1-ALTA  2-MODIFICAR  3-LISTAR  4-IMPRIMIR  "
               "5-VERIFICAR CITAS  6-SALIR".
           ACCEPT w-opcion.

      ******************************************************************
      * Alta de un acta. El numero no se reutiliza y la reunion no
      * puede ser posterior a hoy: el acta se carga despues de la
      * reunion, no antes.
      ******************************************************************
       300-ALTA-ACTA.
           MOVE 0 TO w-flag-valida.
           DISPLAY "NUMERO DE ACTA:".
           ACCEPT w-nro-acta.
           DISPLAY "FECHA DE LA REUNION (AAAAMMDD):".
           ACCEPT w-fecha-acta.
           DISPLAY "RESUMEN:".
           ACCEPT w-resumen.
           IF w-nro-acta = ZERO
               DISPLAY "NUMERO INVALIDO"
               MOVE 1 TO w-flag-valida
           END-IF.
           IF w-fecha-acta < 19000101 OR w-fecha-acta > w-fecha-hoy
               DISPLAY "FECHA DE REUNION INVALIDA"
               MOVE 1 TO w-flag-valida
           END-IF.
           IF w-resumen = SPACES
               DISPLAY "FALTA EL RESUMEN"
               MOVE 1 TO w-flag-valida
           END-IF.
           IF alta-invalida
               DISPLAY "NO SE DA DE ALTA"
           ELSE
               MOVE w-nro-acta TO acta-numero
               MOVE w-fecha-acta TO acta-fecha
               MOVE w-resumen TO acta-resumen
               MOVE w-fecha-hoy TO acta-fecha-alta
               MOVE w-operador TO acta-operador
               WRITE acta-reg
                   INVALID KEY
                       DISPLAY "YA EXISTE EL ACTA " w-nro-acta
                   NOT INVALID KEY
                       DISPLAY "ACTA " w-nro-acta " GRABADA"
               END-WRITE
           END-IF.

       350-MODIFICAR-ACTA.
           PERFORM 450-PEDIR-ACTA.
           IF NOT acta-inexistente
               PERFORM 410-MOSTRAR-ACTA
               DISPLAY "FECHA DE LA REUNION (AAAAMMDD, 0 = SIN CAMBIO):"
               ACCEPT w-fecha-acta
               DISPLAY "RESUMEN (EN BLANCO = SIN CAMBIO):"
               ACCEPT w-resumen
               IF w-fecha-acta NOT = ZERO
                   IF w-fecha-acta < 19000101
                       OR w-fecha-acta > w-fecha-hoy
                       DISPLAY "FECHA DE REUNION INVALIDA, NO SE CAMBIA"
                   ELSE
                       MOVE w-fecha-acta TO acta-fecha
                   END-IF
               END-IF
               IF w-resumen NOT = SPACES
                   MOVE w-resumen TO acta-resumen
               END-IF
               MOVE w-operador TO acta-operador
               REWRITE acta-reg
                   INVALID KEY
                       DISPLAY "NO PUDE REGRABAR EL ACTA"
                       MOVE "350-MODIFICAR-ACTA" TO w-exc-paragrafo
                       MOVE acta-numero TO w-exc-clave
                       MOVE "NO PUDE REGRABAR EL ACTA" TO w-exc-mensaje
                       PERFORM 995-REGISTRAR-EXCEPCION
                   NOT INVALID KEY
                       DISPLAY "ACTA ACTUALIZADA"
               END-REWRITE
           END-IF.

       400-LISTAR-ACTAS.
           MOVE 0 TO w-flag-actas.
           MOVE ZERO TO acta-numero.
           START ACTAS KEY IS >= acta-numero
               INVALID KEY MOVE 1 TO w-flag-actas
           END-START.
           DISPLAY lin-cab-lista.
           PERFORM UNTIL fin-arch-actas
               READ ACTAS NEXT AT END MOVE 1 TO w-flag-actas
               NOT AT END PERFORM 410-MOSTRAR-ACTA
           END-PERFORM.
       410-MOSTRAR-ACTA.
           MOVE acta-numero TO d-numero.
           MOVE acta-fecha TO d-fecha.
           MOVE acta-resumen TO d-resumen.
           MOVE acta-operador TO d-operador.
           DISPLAY lin-det-lista.

       450-PEDIR-ACTA.
           DISPLAY "NUMERO DE ACTA:".
           ACCEPT w-nro-acta.
           MOVE 0 TO w-flag-acta.
           MOVE w-nro-acta TO acta-numero.
           READ ACTAS INVALID KEY MOVE 1 TO w-flag-acta.
           IF acta-inexistente
               DISPLAY "NO EXISTE EL ACTA " w-nro-acta
           END-IF.

      ******************************************************************
      * Todo lo resuelto bajo un acta, agrupado por tipo de resolucion
      * (el orden de la clave), para archivar con la minuta firmada.
      ******************************************************************
       500-IMPRIMIR-ACTA.
           PERFORM 450-PEDIR-ACTA.
           IF NOT acta-inexistente
               PERFORM 510-LISTAR-RESOLUCIONES
           END-IF.
       510-LISTAR-RESOLUCIONES.
           MOVE ZERO TO w-cnt-resoluciones w-cnt-tipo.
           MOVE SPACE TO w-tipo-ant.
           MOVE 1 TO w-pagina.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 950-LISTAR-ENCABEZADO.
           MOVE 0 TO w-flag-res.
           MOVE w-nro-acta TO res-acta.
           MOVE LOW-VALUES TO res-tipo res-referencia.
           START RESOLUCIONES KEY IS >= res-llave
               INVALID KEY MOVE 1 TO w-flag-res
           END-START.
           PERFORM UNTIL fin-arch-res
               READ RESOLUCIONES NEXT AT END MOVE 1 TO w-flag-res
               NOT AT END
                   IF res-acta NOT = w-nro-acta
                       MOVE 1 TO w-flag-res
                   ELSE
                       PERFORM 520-LISTAR-RESOLUCION
                   END-IF
           END-PERFORM.
           IF w-cnt-resoluciones = ZERO
               WRITE rep-lin FROM lin-sin-resoluciones
           ELSE
               PERFORM 530-CERRAR-TIPO
               WRITE rep-lin FROM rep-lin-guarda
               MOVE w-cnt-resoluciones TO ta-cantidad
               WRITE rep-lin FROM lin-total-acta
           END-IF.
           MOVE SPACES TO rep-lin.
           WRITE rep-lin.
           WRITE rep-lin.
           WRITE rep-lin FROM lin-firma.
           CLOSE REPORTE.
           DISPLAY "RESOLUCIONES DEL ACTA: " w-cnt-resoluciones.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
       520-LISTAR-RESOLUCION.
           IF res-tipo NOT = w-tipo-ant
               IF w-cnt-resoluciones > ZERO
                   PERFORM 530-CERRAR-TIPO
               END-IF
               MOVE res-tipo TO w-tipo-ant
               MOVE ZERO TO w-cnt-tipo
               EVALUATE res-tipo
                   WHEN "A" MOVE "ASPIRANTES ADMITIDOS" TO t-descripcion
                   WHEN "N" MOVE "ASPIRANTES NO ADMITIDOS"
                                TO t-descripcion
                   WHEN "E" MOVE "EXENCIONES OTORGADAS" TO t-descripcion
                   WHEN "V" MOVE "PROMOCIONES A VITALICIO"
                                TO t-descripcion
                   WHEN "S" MOVE "SANCIONES" TO t-descripcion
                   WHEN "I" MOVE "PASES A INCOBRABLES" TO t-descripcion
                   WHEN "M" MOVE "MORATORIAS DE RECARGOS"
                                TO t-descripcion
                   WHEN "P" MOVE "REAPERTURAS DE PERIODO"
                                TO t-descripcion
                   WHEN OTHER MOVE "OTRAS RESOLUCIONES" TO t-descripcion
               END-EVALUATE
               IF w-lineas-impresas + 3 >= w-lineas-pagina
                   PERFORM 960-SALTO-DE-PAGINA
               END-IF
               WRITE rep-lin FROM lin-tipo
               ADD 1 TO w-lineas-impresas
           END-IF.
           MOVE res-referencia TO r-referencia.
           MOVE res-socio TO r-socio.
           MOVE SPACES TO r-nombre.
           IF res-socio > ZERO
               MOVE 0 TO w-flag-ficha
               MOVE res-socio TO sm-socio
               READ SOCIOMAE INVALID KEY MOVE 1 TO w-flag-ficha
               END-READ
               IF no-esta-ficha
                   MOVE "*** SIN FICHA ***" TO r-nombre
               ELSE
                   MOVE sm-nombre TO r-nombre
               END-IF
           END-IF.
           MOVE res-detalle TO r-detalle.
           MOVE res-fecha TO r-fecha.
           MOVE res-programa TO r-programa.
           MOVE res-operador TO r-operador.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 960-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-det-res.
           ADD 1 TO w-lineas-impresas.
           ADD 1 TO w-cnt-tipo.
           ADD 1 TO w-cnt-resoluciones.
       530-CERRAR-TIPO.
           MOVE w-cnt-tipo TO tt-cantidad.
           WRITE rep-lin FROM lin-total-tipo.
           MOVE SPACES TO rep-lin.
           WRITE rep-lin.
           ADD 2 TO w-lineas-impresas.

      ******************************************************************
      * Citas huerfanas: los registros ya grabados que invocan un acta
      * que no esta en el libro (la exencion con un acta que nunca
      * existio). Se muestran para que la secretaria cargue el acta
      * que falta o la comision regularice el registro; no se corrige
      * nada solo. Se revisan las resoluciones ya tomadas: aspirantes
      * tratados, exenciones vigentes, sanciones, pases aprobados,
      * vitalicios aprobados, moratorias y periodos reabiertos.
      ******************************************************************
       600-VERIFICAR-CITAS.
           MOVE ZERO TO w-cnt-citas w-cnt-huerfanas.
           OPEN INPUT ASPIRANTES.
           OPEN INPUT EXENCIONES.
           OPEN INPUT SANCIONES.
           OPEN INPUT INCOBRABLES.
           OPEN INPUT VITALPEND.
           OPEN INPUT MORATORIAS.
           OPEN INPUT PERIODOS.
           PERFORM 610-CITAS-ASPIRANTES.
           PERFORM 620-CITAS-EXENCIONES.
           PERFORM 630-CITAS-SANCIONES.
           PERFORM 640-CITAS-INCOBRABLES.
           PERFORM 650-CITAS-VITALICIOS.
           PERFORM 660-CITAS-MORATORIAS.
           PERFORM 670-CITAS-PERIODOS.
           CLOSE ASPIRANTES EXENCIONES SANCIONES INCOBRABLES
               VITALPEND MORATORIAS PERIODOS.
           DISPLAY "CITAS REVISADAS: " w-cnt-citas
               "  SIN ACTA EN EL LIBRO: " w-cnt-huerfanas.
       610-CITAS-ASPIRANTES.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO asp-numero.
           START ASPIRANTES KEY IS >= asp-numero
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch-citas
               READ ASPIRANTES NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF asp-estado NOT = "P"
                       MOVE "ASPIRANTES" TO w-archivo
                       MOVE asp-numero TO w-clave-cita
                       MOVE asp-acta TO w-nro-acta
                       PERFORM 690-CONTROLAR-CITA
                   END-IF
           END-PERFORM.
       620-CITAS-EXENCIONES.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO exen-socio.
           START EXENCIONES KEY IS >= exen-socio
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch-citas
               READ EXENCIONES NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF exen-estado = "V"
                       MOVE "EXENCIONES" TO w-archivo
                       MOVE exen-socio TO w-clave-cita
                       MOVE exen-acta TO w-nro-acta
                       PERFORM 690-CONTROLAR-CITA
                   END-IF
           END-PERFORM.
       630-CITAS-SANCIONES.
           MOVE 0 TO w-flag-arch.
           MOVE LOW-VALUES TO san-llave.
           START SANCIONES KEY IS >= san-llave
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch-citas
               READ SANCIONES NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   MOVE "SANCIONES" TO w-archivo
                   MOVE san-llave TO w-clave-cita
                   MOVE san-acta TO w-nro-acta
                   PERFORM 690-CONTROLAR-CITA
           END-PERFORM.
       640-CITAS-INCOBRABLES.
           MOVE 0 TO w-flag-arch.
           MOVE LOW-VALUES TO inc-llave.
           START INCOBRABLES KEY IS >= inc-llave
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch-citas
               READ INCOBRABLES NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF inc-estado = "A"
                       MOVE "INCOBRABLES" TO w-archivo
                       MOVE inc-llave TO w-clave-cita
                       MOVE inc-acta TO w-nro-acta
                       PERFORM 690-CONTROLAR-CITA
                   END-IF
           END-PERFORM.
      *        Las promociones aprobadas antes de que se pidiera el
      *        acta no la tienen (vit-acta en cero): esas se omiten.
       650-CITAS-VITALICIOS.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO vit-secuencia.
           START VITALPEND KEY IS >= vit-secuencia
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch-citas
               READ VITALPEND NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF vit-situacion = "A" AND vit-acta NUMERIC
                       AND vit-acta > ZERO
                       MOVE "VITALICIOS" TO w-archivo
                       MOVE vit-secuencia TO w-clave-cita
                       MOVE vit-acta TO w-nro-acta
                       PERFORM 690-CONTROLAR-CITA
                   END-IF
           END-PERFORM.
      *        Toda campania cita un acta: la que quedo en cero al
      *        convertir el texto libre de antes se lista igual.
       660-CITAS-MORATORIAS.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO mor-numero.
           START MORATORIAS KEY IS >= mor-numero
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch-citas
               READ MORATORIAS NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   MOVE "MORATORIAS" TO w-archivo
                   MOVE mor-numero TO w-clave-cita
                   MOVE mor-acta TO w-nro-acta
                   PERFORM 690-CONTROLAR-CITA
                   IF w-nro-acta = ZERO
                       DISPLAY lin-cita
                   END-IF
           END-PERFORM.
       670-CITAS-PERIODOS.
           MOVE 0 TO w-flag-arch.
           MOVE ZERO TO per-periodo.
           START PERIODOS KEY IS >= per-periodo
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch-citas
               READ PERIODOS NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF per-estado = "A" AND per-acta NUMERIC
                       AND per-acta > ZERO
                       MOVE "PERIODOS" TO w-archivo
                       MOVE per-periodo TO w-clave-cita
                       MOVE per-acta TO w-nro-acta
                       PERFORM 690-CONTROLAR-CITA
                   END-IF
           END-PERFORM.
       690-CONTROLAR-CITA.
           ADD 1 TO w-cnt-citas.
           MOVE 0 TO w-flag-acta.
           MOVE w-nro-acta TO acta-numero.
           READ ACTAS INVALID KEY MOVE 1 TO w-flag-acta.
           IF acta-inexistente
               ADD 1 TO w-cnt-huerfanas
               MOVE w-archivo TO c-archivo
               MOVE w-clave-cita TO c-clave
               MOVE w-nro-acta TO c-acta
               IF w-nro-acta NOT = ZERO
                   DISPLAY lin-cita
               END-IF
           END-IF.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\acta" w-nro-acta
               ".rpt" DELIMITED BY SIZE INTO rep-nombre.
           MOVE "RESOLUCIONES DEL ACTA" TO rep-titulo.
           MOVE rep-fecha-hora(1:8) TO rep-t-fecha.
           MOVE rep-fecha-hora(9:2) TO rep-t-hora-hh.
           MOVE rep-fecha-hora(11:2) TO rep-t-hora-mm.
           MOVE acta-numero TO ca-numero.
           MOVE acta-fecha TO ca-fecha.
           MOVE acta-resumen TO ca-resumen.
           OPEN OUTPUT REPORTE.

       950-LISTAR-ENCABEZADO.
           MOVE w-pagina TO rep-t-pagina.
           WRITE rep-lin FROM rep-lin-club.
           MOVE rep-titulo TO rep-t-titulo.
           WRITE rep-lin FROM rep-lin-titulo.
           WRITE rep-lin FROM rep-lin-emision.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cab-acta.
           WRITE rep-lin FROM lin-cab-resumen.
           WRITE rep-lin FROM lin-cab-res.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       960-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 950-LISTAR-ENCABEZADO.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "ACTASMANT" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE ACTAS.
           CLOSE RESOLUCIONES.
           CLOSE SOCIOMAE.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
