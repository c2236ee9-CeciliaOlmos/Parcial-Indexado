      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the recargo amnesty campaigns the
      *          commission declares by acta (moratorias.dat). ALTA
      *          records a campaign with its window, acta, percentage
      *          of recargo forgiven and eligible years; ANULAR voids
      *          it before use; LISTAR shows every campaign. The
      *          closing report lists, from moratusos.dat, the members
      *          who used a campaign and the recargo forgiven to each,
      *          leaving out annulled receipts and bounced cheques.
      *          pagoDirecto and segParcialIndex apply the campaign
      *          at the cashier. Only a supervisor may operate.
      * Tectonics: cobc
      * Modification history:
      *   - The acta de comision given on ALTA is now a number that
      *     must exist in the libro de actas (actas.dat), stored
      *     left-justified in mor-acta; the campaign is recorded in
      *     resoluciones.dat under that acta.
      *   - mor-acta is now the numeric acta number (pic 9(6));
      *     existing moratorias.dat files are converted with
      *     convierteMoratoriasActa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MORATORIAS ASSIGN TO "..\moratorias.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mor-numero
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL MORATUSOS ASSIGN TO "..\moratusos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS mu-recibo
                   ALTERNATE RECORD KEY IS mu-moratoria WITH DUPLICATES
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
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MORATORIAS.
           COPY "MORATREC.cpy".
       FD  MORATUSOS.
           COPY "MORUSOREC.cpy".
       FD  OPERADORES.
           COPY "OPERREC.cpy".
       FD  ACTAS.
           COPY "ACTAREC.cpy".
       FD  RESOLUCIONES.
           COPY "RESOLREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(132).
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-opcion pic 9 value zero.
           88 opc-alta value 1.
           88 opc-anular value 2.
           88 opc-listar value 3.
           88 opc-cierre value 4.
           88 opc-salir value 5.
       77  w-flag-mor pic 9 value zero.
           88 fin-arch-mor value 1.
       77  w-flag-uso pic 9 value zero.
           88 fin-arch-uso value 1.
       77  w-flag-valida pic 9 value zero.
           88 alta-invalida value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-numero pic 9(4) value zero.
       77  w-confirma pic x value space.
       77  w-nro-acta pic 9(6) value zero.
       77  w-flag-acta pic 9 value zero.
           88 acta-inexistente value 1.
       77  w-operador pic x(3) value spaces.
       77  w-clave-login pic x(8) value spaces.
       77  w-flag-login pic 9 value zero.
           88 no-esta-login value 1.
       77  w-oper-activos pic 9 value zero.
           88 control-operadores value 1.
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value zero.
       77  w-pagina pic 9(3) value 1.
       77  w-cnt-usos pic 9(5) value zero.
       77  w-cnt-anulados pic 9(5) value zero.
       77  w-tot-recargo pic 9(10) value zero.
       77  w-tot-condonado pic 9(10) value zero.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       01  lin-det-mor.
           03 d-numero pic 9(4).
           03 filler pic x(2) value spaces.
           03 d-desde pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 d-hasta pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 d-acta pic zzzzz9.
           03 filler pic x(4) value spaces.
           03 filler pic x(2) value spaces.
           03 d-pct pic zz9.
           03 filler pic x(3) value "%  ".
           03 d-anio-desde pic 9(4).
           03 filler pic x value "-".
           03 d-anio-hasta pic 9(4).
           03 filler pic x(2) value spaces.
           03 d-estado pic x.
           03 filler pic x(2) value spaces.
           03 d-operador pic x(3).
       01  lin-cab-mor.
           03 filler pic x(6) value "NRO:".
           03 filler pic x(12) value "DESDE:".
           03 filler pic x(12) value "HASTA:".
           03 filler pic x(12) value "ACTA:".
           03 filler pic x(6) value "PCT:".
           03 filler pic x(11) value "ANIOS:".
           03 filler pic x(3) value "E:".
           03 filler pic x(4) value "OPE:".
       01  lin-cab-camp.
           03 filler pic x(10) value "MORATORIA ".
           03 cc-numero pic 9(4).
           03 filler pic x(7) value "  ACTA ".
           03 cc-acta pic zzzzz9.
           03 filler pic x(8) value "  DESDE ".
           03 cc-desde pic 9999/99/99.
           03 filler pic x(7) value " HASTA ".
           03 cc-hasta pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 cc-pct pic zz9.
           03 filler pic x(18) value "% DEL RECARGO".
       01  lin-cab-uso.
           03 filler pic x(7) value "SOCIO:".
           03 filler pic x(9) value "CUOTA:".
           03 filler pic x(12) value "RECIBO:".
           03 filler pic x(12) value "FECHA:".
           03 filler pic x(10) value "  RECARGO:".
           03 filler pic x(12) value "  CONDONADO:".
           03 filler pic x(17) value "  PROGRAMA:".
           03 filler pic x(4) value "CAJ:".
       01  lin-det-uso.
           03 u-socio pic 9(5).
           03 filler pic x(2) value spaces.
           03 u-anio pic 9(4).
           03 filler pic x value "/".
           03 u-mes pic 99.
           03 filler pic x(2) value spaces.
           03 u-recibo pic 9(10).
           03 filler pic x(2) value spaces.
           03 u-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 u-recargo pic zzz.zz9.
           03 filler pic x(5) value spaces.
           03 u-condonado pic zzz.zz9.
           03 filler pic x(2) value spaces.
           03 u-programa pic x(16).
           03 filler pic x value space.
           03 u-cajero pic x(3).
       01  lin-resumen.
           03 filler pic x(7) value "USOS: ".
           03 r-usos pic zzzz9.
           03 filler pic x(13) value "  ANULADOS: ".
           03 r-anulados pic zzzz9.
           03 filler pic x(12) value "  RECARGO: ".
           03 r-recargo pic z.zzz.zzz.zz9.
           03 filler pic x(14) value "  CONDONADO: ".
           03 r-condonado pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL opc-salir
               PERFORM 200-MOSTRAR-MENU
               EVALUATE TRUE
                   WHEN opc-alta PERFORM 300-ALTA-MORATORIA
                   WHEN opc-anular PERFORM 400-ANULAR-MORATORIA
                   WHEN opc-listar PERFORM 500-LISTAR-MORATORIAS
                   WHEN opc-cierre PERFORM 600-REPORTE-CIERRE
                   WHEN opc-salir CONTINUE
                   WHEN OTHER DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 105-VALIDAR-OPERADOR.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O MORATORIAS.
           OPEN INPUT MORATUSOS.
           OPEN INPUT ACTAS.
           OPEN I-O RESOLUCIONES.
           OPEN EXTEND EXCEPCIONES.

      ******************************************************************
      * La moratoria la declara la comision: con operadores.dat
      * cargado solo la carga o anula un supervisor activo con clave
      * valida. Sin archivo (o vacio) rige el comportamiento
      * historico de las iniciales.
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
           DISPLAY "1-ALTA  2-ANULAR  3-LISTAR  4-REPORTE DE CIERRE  "
               "5-SALIR".
           ACCEPT w-opcion.

      ******************************************************************
      * Alta de una campania. El numero no se reutiliza: una moratoria
      * anulada queda en el archivo con su acta.
      ******************************************************************
       300-ALTA-MORATORIA.
           MOVE 0 TO w-flag-valida.
           INITIALIZE mor-reg.
           DISPLAY "NUMERO DE MORATORIA:".
           ACCEPT mor-numero.
           DISPLAY "DESDE (AAAAMMDD):".
           ACCEPT mor-desde.
           DISPLAY "HASTA (AAAAMMDD):".
           ACCEPT mor-hasta.
           DISPLAY "ACTA DE COMISION:".
           ACCEPT w-nro-acta.
           MOVE w-nro-acta TO mor-acta.
           DISPLAY "PORCENTAJE DEL RECARGO QUE SE CONDONA (1-100):".
           ACCEPT mor-pct.
           DISPLAY "CUOTAS DESDE EL ANIO (AAAA):".
           ACCEPT mor-anio-desde.
           DISPLAY "CUOTAS HASTA EL ANIO (AAAA):".
           ACCEPT mor-anio-hasta.
           IF mor-numero = ZERO
               DISPLAY "NUMERO INVALIDO"
               MOVE 1 TO w-flag-valida
           END-IF.
           IF mor-desde < 20000101 OR mor-hasta < mor-desde
               DISPLAY "VIGENCIA INVALIDA"
               MOVE 1 TO w-flag-valida
           END-IF.
           PERFORM 370-VALIDAR-ACTA.
           IF acta-inexistente
               MOVE 1 TO w-flag-valida
           END-IF.
           IF mor-pct = ZERO OR mor-pct > 100
               DISPLAY "PORCENTAJE INVALIDO"
               MOVE 1 TO w-flag-valida
           END-IF.
           IF mor-anio-desde < 2000 OR mor-anio-hasta < mor-anio-desde
               DISPLAY "ANIOS ELEGIBLES INVALIDOS"
               MOVE 1 TO w-flag-valida
           END-IF.
           IF alta-invalida
               DISPLAY "NO SE DA DE ALTA"
           ELSE
               MOVE "V" TO mor-estado
               MOVE w-fecha-hoy TO mor-fecha-alta
               MOVE w-operador TO mor-operador
               WRITE mor-reg
                   INVALID KEY
                       DISPLAY "YA EXISTE LA MORATORIA " mor-numero
                   NOT INVALID KEY
                       MOVE "M" TO res-tipo
                       MOVE mor-numero TO res-referencia
                       MOVE ZERO TO res-socio
                       MOVE SPACES TO res-detalle
                       STRING "MORATORIA " mor-pct "% DE RECARGOS "
                           mor-anio-desde "-" mor-anio-hasta
                           DELIMITED BY SIZE INTO res-detalle
                       PERFORM 375-REGISTRAR-RESOLUCION
                       DISPLAY "MORATORIA " mor-numero " GRABADA"
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
           MOVE "MORATORIASMANT" TO res-programa.
           MOVE w-operador TO res-operador.
           MOVE w-fecha-hoy TO res-fecha.
           WRITE res-reg
               INVALID KEY REWRITE res-reg
           END-WRITE.

      ******************************************************************
      * Anulacion de una campania vigente. Los usos ya registrados no
      * se tocan: la condonacion se dio con la moratoria en vigor.
      ******************************************************************
       400-ANULAR-MORATORIA.
           DISPLAY "NUMERO DE MORATORIA:".
           ACCEPT mor-numero.
           READ MORATORIAS
               INVALID KEY
                   DISPLAY "NO EXISTE LA MORATORIA " mor-numero
               NOT INVALID KEY
                   PERFORM 410-CONFIRMAR-ANULACION
           END-READ.
       410-CONFIRMAR-ANULACION.
           IF mor-estado NOT = "V"
               DISPLAY "LA MORATORIA YA ESTA ANULADA"
           ELSE
               PERFORM 510-MOSTRAR-MORATORIA
               DISPLAY "CONFIRMA LA ANULACION (S/N):"
               ACCEPT w-confirma
               IF w-confirma = "S" OR w-confirma = "s"
                   MOVE "A" TO mor-estado
                   REWRITE mor-reg
                       INVALID KEY
                           DISPLAY "NO PUDE ANULAR LA MORATORIA"
                           MOVE "410-CONFIRMAR-ANULACION" TO
                               w-exc-paragrafo
                           MOVE mor-numero TO w-exc-clave
                           MOVE "NO PUDE ANULAR LA MORATORIA" TO
                               w-exc-mensaje
                           PERFORM 995-REGISTRAR-EXCEPCION
                       NOT INVALID KEY
                           DISPLAY "MORATORIA ANULADA"
                   END-REWRITE
               ELSE
                   DISPLAY "NO SE ANULA"
               END-IF
           END-IF.

       500-LISTAR-MORATORIAS.
           MOVE 0 TO w-flag-mor.
           MOVE ZERO TO mor-numero.
           START MORATORIAS KEY IS >= mor-numero
               INVALID KEY MOVE 1 TO w-flag-mor
           END-START.
           DISPLAY lin-cab-mor.
           PERFORM UNTIL fin-arch-mor
               READ MORATORIAS NEXT AT END MOVE 1 TO w-flag-mor
               NOT AT END PERFORM 510-MOSTRAR-MORATORIA
           END-PERFORM.
       510-MOSTRAR-MORATORIA.
           MOVE mor-numero TO d-numero.
           MOVE mor-desde TO d-desde.
           MOVE mor-hasta TO d-hasta.
           MOVE mor-acta TO d-acta.
           MOVE mor-pct TO d-pct.
           MOVE mor-anio-desde TO d-anio-desde.
           MOVE mor-anio-hasta TO d-anio-hasta.
           MOVE mor-estado TO d-estado.
           MOVE mor-operador TO d-operador.
           DISPLAY lin-det-mor.

      ******************************************************************
      * Reporte de cierre de una campania: los socios que la usaron,
      * la cuota que cancelaron y el recargo condonado, por la clave
      * alternada mu-moratoria. Los usos marcados "X" (recibo anulado
      * o cheque rechazado) no suman; se cuentan al pie.
      ******************************************************************
       600-REPORTE-CIERRE.
           DISPLAY "NUMERO DE MORATORIA:".
           ACCEPT w-numero.
           MOVE w-numero TO mor-numero.
           READ MORATORIAS
               INVALID KEY
                   DISPLAY "NO EXISTE LA MORATORIA " w-numero
               NOT INVALID KEY
                   PERFORM 610-LISTAR-USOS
           END-READ.
       610-LISTAR-USOS.
           MOVE ZERO TO w-cnt-usos w-cnt-anulados.
           MOVE ZERO TO w-tot-recargo w-tot-condonado.
           MOVE 1 TO w-pagina.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 950-LISTAR-ENCABEZADO.
           MOVE 0 TO w-flag-uso.
           MOVE w-numero TO mu-moratoria.
           START MORATUSOS KEY IS = mu-moratoria
               INVALID KEY MOVE 1 TO w-flag-uso
           END-START.
           PERFORM UNTIL fin-arch-uso
               READ MORATUSOS NEXT AT END MOVE 1 TO w-flag-uso
               NOT AT END
                   IF mu-moratoria NOT = w-numero
                       MOVE 1 TO w-flag-uso
                   ELSE
                       PERFORM 620-LISTAR-USO
                   END-IF
           END-PERFORM.
           MOVE w-cnt-usos TO r-usos.
           MOVE w-cnt-anulados TO r-anulados.
           MOVE w-tot-recargo TO r-recargo.
           MOVE w-tot-condonado TO r-condonado.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-resumen.
           CLOSE REPORTE.
           DISPLAY lin-resumen.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
       620-LISTAR-USO.
           IF mu-estado = "X"
               ADD 1 TO w-cnt-anulados
           ELSE
               ADD 1 TO w-cnt-usos
               ADD mu-recargo TO w-tot-recargo
               ADD mu-condonado TO w-tot-condonado
               MOVE mu-socio TO u-socio
               MOVE mu-anio TO u-anio
               MOVE mu-mes TO u-mes
               MOVE mu-recibo TO u-recibo
               MOVE mu-fecha TO u-fecha
               MOVE mu-recargo TO u-recargo
               MOVE mu-condonado TO u-condonado
               MOVE mu-programa TO u-programa
               MOVE mu-cajero TO u-cajero
               IF w-lineas-impresas >= w-lineas-pagina
                   PERFORM 960-SALTO-DE-PAGINA
               END-IF
               WRITE rep-lin FROM lin-det-uso
               ADD 1 TO w-lineas-impresas
           END-IF.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\moratoria" w-numero
               ".rpt" DELIMITED BY SIZE INTO rep-nombre.
           MOVE "CIERRE DE MORATORIA" TO rep-titulo.
           MOVE rep-fecha-hora(1:8) TO rep-t-fecha.
           MOVE rep-fecha-hora(9:2) TO rep-t-hora-hh.
           MOVE rep-fecha-hora(11:2) TO rep-t-hora-mm.
           MOVE mor-numero TO cc-numero.
           MOVE mor-acta TO cc-acta.
           MOVE mor-desde TO cc-desde.
           MOVE mor-hasta TO cc-hasta.
           MOVE mor-pct TO cc-pct.
           OPEN OUTPUT REPORTE.

       950-LISTAR-ENCABEZADO.
           MOVE w-pagina TO rep-t-pagina.
           WRITE rep-lin FROM rep-lin-club.
           MOVE rep-titulo TO rep-t-titulo.
           WRITE rep-lin FROM rep-lin-titulo.
           WRITE rep-lin FROM rep-lin-emision.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cab-camp.
           WRITE rep-lin FROM lin-cab-uso.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       960-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 950-LISTAR-ENCABEZADO.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "MORATORIASMANT" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           CLOSE MORATORIAS.
           CLOSE MORATUSOS.
           CLOSE ACTAS.
           CLOSE RESOLUCIONES.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
