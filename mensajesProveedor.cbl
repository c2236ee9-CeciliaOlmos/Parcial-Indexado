      ******************************************************************
      * Author:
      * Date:
      * Purpose: Hand-off of the member notification outbox
      *          (mensajes.dat) to the messaging provider, and the
      *          delivery results back. The mode comes on the command
      *          line:
      *          E - export: every pending message ("P") is added to
      *              the day's mensajesprov<aaaammdd>.txt (";"
      *              separated: key, channel, destination, text) and
      *              is marked exported ("X") with the export date. A
      *              second export the same day appends to that file.
      *          I - import: reads the provider's result file
      *              mensajesresp.txt (key, estado E delivered / F
      *              failed, detail) and records the status and its
      *              date on each message; an unknown key or estado
      *              goes to excepciones.dat.
      *          L - reach report for collections: every message (or
      *              only one type, e.g. "L IN3") with its channel,
      *              destination and status, and the totals by status,
      *              so it is clear who was actually reached.
      *          The messages are queued by pagoDirecto,
      *          segParcialIndex, avisoVencimiento, intimaciones,
      *          debitosRespuesta and chequesCartera for the members
      *          with a channel and opt-in in contactos.dat.
      * Tectonics: cobc
      * Modification history:
      *   - Export mode (E) records its INI/FIN in corridas.dat as
      *     MENSAJESPROV, like the other steps of the daily chain.
      *   - The provider file is dated (mensajesprov<aaaammdd>.txt)
      *     and opened EXTEND: a second export the same day, or a
      *     night whose file the provider had not collected yet,
      *     used to overwrite messages already marked "X".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MENSAJES ASSIGN TO "..\mensajes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS men-llave
                   SHARING WITH ALL OTHER.
           SELECT OPTIONAL PROVEEDOR ASSIGN TO w-nombre-prov
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RESULTADOS ASSIGN TO "..\mensajesresp.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MENSAJES.
           COPY "MENSAJEREC.cpy".
       FD  PROVEEDOR.
       01  prov-lin pic x(210).
       FD  RESULTADOS.
       01  res-reg.
           03 res-llave.
               05 res-socio pic 9(5).
               05 res-fecha-hora pic x(16).
               05 res-tipo pic x(3).
               05 res-referencia pic 9(10).
           03 res-estado pic x.
           03 res-detalle pic x(30).
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-param pic x(20) value spaces.
       77  w-modo pic x value space.
           88 modo-exportar value "E".
           88 modo-importar value "I".
           88 modo-listar value "L".
       77  w-tipo-filtro pic x(3) value spaces.
       77  w-flag-men pic 9 value zero.
           88 fin-arch-men value 1.
       77  w-flag-res pic 9 value zero.
           88 fin-arch-res value 1.
       77  w-flag-mensaje pic 9 value zero.
           88 no-esta-mensaje value 1.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-nombre-prov pic x(40) value spaces.
       77  w-cnt-exportados pic 9(6) value zero.
       77  w-cnt-entregados pic 9(6) value zero.
       77  w-cnt-fallidos pic 9(6) value zero.
       77  w-cnt-pendientes pic 9(6) value zero.
       77  w-cnt-rechazados pic 9(6) value zero.
       77  w-cnt-listados pic 9(6) value zero.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-cor-evento pic x(3) value spaces.
       77  w-cor-estado pic x(5) value spaces.
       77  w-fecha-hora-cor pic x(21) value spaces.
       01  lin-guarda.
           03 filler pic x(79) value all "-".
       01  lin-cab-lista.
           03 filler pic x(7) value "SOCIO: ".
           03 filler pic x(12) value "FECHA:".
           03 filler pic x(5) value "TIPO:".
           03 filler pic x(2) value "C:".
           03 filler pic x(32) value "DESTINO:".
           03 filler pic x(3) value "E:".
           03 filler pic x(18) value "DETALLE:".
       01  lin-det-lista.
           03 d-socio pic zzzzz.
           03 filler pic x(2) value spaces.
           03 d-fecha pic 9999/99/99.
           03 filler pic x(2) value spaces.
           03 d-tipo pic x(3).
           03 filler pic x(2) value spaces.
           03 d-canal pic x.
           03 filler pic x(1) value spaces.
           03 d-destino pic x(30).
           03 filler pic x(2) value spaces.
           03 d-estado pic x.
           03 filler pic x(2) value spaces.
           03 d-detalle pic x(18).
       01  lin-resumen-det.
           03 r-etiqueta pic x(26).
           03 r-valor pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           EVALUATE TRUE
               WHEN modo-exportar PERFORM 300-EXPORTAR
               WHEN modo-importar PERFORM 400-IMPORTAR
               WHEN modo-listar PERFORM 500-LISTAR-ALCANCE
           END-EVALUATE.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE
               INTO w-modo w-tipo-filtro.
           IF NOT modo-exportar AND NOT modo-importar
               AND NOT modo-listar
               DISPLAY "MODO INVALIDO - USO: E | I | L [TIPO]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           IF modo-listar
               OPEN INPUT MENSAJES
           ELSE
               OPEN I-O MENSAJES
           END-IF.
           OPEN EXTEND EXCEPCIONES.
      *        La exportacion es parte de la cadena diaria: deja su
      *        INI/FIN en corridas.dat como los demas pasos.
           IF modo-exportar
               OPEN EXTEND CORRIDAS
               MOVE "INI" TO w-cor-evento
               MOVE SPACES TO w-cor-estado
               PERFORM 985-REGISTRAR-CORRIDA
           END-IF.

      ******************************************************************
      * Exportacion: todo lo pendiente pasa al archivo del proveedor y
      * queda marcado "X" con la fecha, asi la proxima exportacion no
      * lo vuelve a mandar. El archivo del proveedor lleva la fecha y se
      * abre EXTEND: una segunda exportacion del dia se agrega al final
      * y no pisa lo ya marcado "X" que el proveedor aun no retiro.
      ******************************************************************
       300-EXPORTAR.
           MOVE SPACES TO w-nombre-prov.
           STRING "..\mensajesprov" w-fecha-hoy ".txt"
               DELIMITED BY SIZE INTO w-nombre-prov.
           OPEN EXTEND PROVEEDOR.
           MOVE LOW-VALUES TO men-llave.
           START MENSAJES KEY IS >= men-llave
               INVALID KEY MOVE 1 TO w-flag-men
           END-START.
           PERFORM UNTIL fin-arch-men
               READ MENSAJES NEXT AT END MOVE 1 TO w-flag-men
               NOT AT END
                   IF men-estado = "P"
                       PERFORM 310-EXPORTAR-MENSAJE
                   END-IF
           END-PERFORM.
           CLOSE PROVEEDOR.
           MOVE "MENSAJES EXPORTADOS" TO r-etiqueta.
           MOVE w-cnt-exportados TO r-valor.
           DISPLAY lin-resumen-det.
           DISPLAY "ARCHIVO GRABADO EN " w-nombre-prov.
       310-EXPORTAR-MENSAJE.
           MOVE SPACES TO prov-lin.
           STRING men-llave ";" men-canal ";" men-destino ";"
               men-texto DELIMITED BY SIZE INTO prov-lin.
           WRITE prov-lin.
           MOVE "X" TO men-estado.
           MOVE w-fecha-hoy TO men-fecha-export.
           REWRITE men-reg.
           ADD 1 TO w-cnt-exportados.

      ******************************************************************
      * Importacion del resultado de la entrega: cada linea trae la
      * clave del mensaje y si llego (E) o fallo (F). Una clave que no
      * esta en la bandeja o un estado desconocido quedan en
      * excepciones.dat para revisarlos con el proveedor.
      ******************************************************************
       400-IMPORTAR.
           OPEN INPUT RESULTADOS.
           PERFORM UNTIL fin-arch-res
               READ RESULTADOS AT END MOVE 1 TO w-flag-res
               NOT AT END
                   PERFORM 410-REGISTRAR-RESULTADO
           END-PERFORM.
           CLOSE RESULTADOS.
           MOVE "ENTREGADOS" TO r-etiqueta.
           MOVE w-cnt-entregados TO r-valor.
           DISPLAY lin-resumen-det.
           MOVE "FALLIDOS" TO r-etiqueta.
           MOVE w-cnt-fallidos TO r-valor.
           DISPLAY lin-resumen-det.
           MOVE "RESULTADOS RECHAZADOS" TO r-etiqueta.
           MOVE w-cnt-rechazados TO r-valor.
           DISPLAY lin-resumen-det.
       410-REGISTRAR-RESULTADO.
           MOVE 0 TO w-flag-mensaje.
           MOVE res-llave TO men-llave.
           READ MENSAJES INVALID KEY MOVE 1 TO w-flag-mensaje.
           EVALUATE TRUE
               WHEN no-esta-mensaje
                   ADD 1 TO w-cnt-rechazados
                   MOVE "410-REGISTRAR-RESULTADO" TO w-exc-paragrafo
                   MOVE res-socio TO w-exc-clave
                   MOVE "RESULTADO DE UN MENSAJE INEXISTENTE" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               WHEN res-estado NOT = "E" AND res-estado NOT = "F"
                   ADD 1 TO w-cnt-rechazados
                   MOVE "410-REGISTRAR-RESULTADO" TO w-exc-paragrafo
                   MOVE res-socio TO w-exc-clave
                   MOVE "ESTADO DE ENTREGA DESCONOCIDO" TO
                       w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               WHEN OTHER
                   MOVE res-estado TO men-estado
                   MOVE w-fecha-hoy TO men-fecha-estado
                   MOVE res-detalle TO men-detalle
                   REWRITE men-reg
                   IF res-estado = "E"
                       ADD 1 TO w-cnt-entregados
                   ELSE
                       ADD 1 TO w-cnt-fallidos
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * Alcance para cobranzas: cada mensaje con su canal, destino y
      * estado (P pendiente, X exportado sin resultado, E entregado,
      * F fallido), y los totales por estado.
      ******************************************************************
       500-LISTAR-ALCANCE.
           DISPLAY lin-cab-lista.
           DISPLAY lin-guarda.
           MOVE LOW-VALUES TO men-llave.
           START MENSAJES KEY IS >= men-llave
               INVALID KEY MOVE 1 TO w-flag-men
           END-START.
           PERFORM UNTIL fin-arch-men
               READ MENSAJES NEXT AT END MOVE 1 TO w-flag-men
               NOT AT END
                   IF w-tipo-filtro = SPACES
                       OR w-tipo-filtro = men-tipo
                       PERFORM 510-LISTAR-MENSAJE
                   END-IF
           END-PERFORM.
           DISPLAY lin-guarda.
           MOVE "MENSAJES LISTADOS" TO r-etiqueta.
           MOVE w-cnt-listados TO r-valor.
           DISPLAY lin-resumen-det.
           MOVE "PENDIENTES DE EXPORTAR" TO r-etiqueta.
           MOVE w-cnt-pendientes TO r-valor.
           DISPLAY lin-resumen-det.
           MOVE "EXPORTADOS SIN RESULTADO" TO r-etiqueta.
           MOVE w-cnt-exportados TO r-valor.
           DISPLAY lin-resumen-det.
           MOVE "ENTREGADOS" TO r-etiqueta.
           MOVE w-cnt-entregados TO r-valor.
           DISPLAY lin-resumen-det.
           MOVE "FALLIDOS" TO r-etiqueta.
           MOVE w-cnt-fallidos TO r-valor.
           DISPLAY lin-resumen-det.
       510-LISTAR-MENSAJE.
           ADD 1 TO w-cnt-listados.
           EVALUATE men-estado
               WHEN "P" ADD 1 TO w-cnt-pendientes
               WHEN "X" ADD 1 TO w-cnt-exportados
               WHEN "E" ADD 1 TO w-cnt-entregados
               WHEN "F" ADD 1 TO w-cnt-fallidos
           END-EVALUATE.
           MOVE men-socio TO d-socio.
           MOVE men-fecha-hora(1:8) TO d-fecha.
           MOVE men-tipo TO d-tipo.
           MOVE men-canal TO d-canal.
           MOVE men-destino TO d-destino.
           MOVE men-estado TO d-estado.
           MOVE men-detalle TO d-detalle.
           DISPLAY lin-det-lista.

       985-REGISTRAR-CORRIDA.
           MOVE FUNCTION CURRENT-DATE TO w-fecha-hora-cor.
           MOVE w-fecha-hora-cor(1:8) TO cor-fecha.
           MOVE "MENSAJESPROV" TO cor-programa.
           MOVE w-cor-evento TO cor-evento.
           MOVE w-cor-estado TO cor-estado.
           MOVE w-fecha-hora-cor(9:6) TO cor-hora.
           WRITE cor-reg.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "MENSAJESPROV" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           IF modo-exportar
               MOVE "FIN" TO w-cor-evento
               MOVE "OK" TO w-cor-estado
               PERFORM 985-REGISTRAR-CORRIDA
               CLOSE CORRIDAS
           END-IF.
           CLOSE MENSAJES.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
