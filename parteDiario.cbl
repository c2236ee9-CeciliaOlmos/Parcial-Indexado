      ******************************************************************
      * Author:
      * Date:
      * Purpose: Morning operations report (parte diario). Puts on one
      *          page what the shift supervisor used to look up in six
      *          programs before the cajas open, each line with its
      *          traffic light (VERDE / AMARILLO / ROJO):
      *          - the jobDiario chain of last night (corridas.dat
      *            since yesterday): every step with its FIN OK, or
      *            aborted, or never run;
      *          - excepciones.dat lines still pendiente, by program;
      *          - yesterday's cierreCaja result per cajero
      *            (arqueos.dat), and the cajeros who took recibos
      *            yesterday and never closed;
      *          - cheques en cartera due today or already overdue;
      *          - the debitos answer and the card liquidacion files
      *            waiting to be processed (respuesta.txt against the
      *            last debitosPresentacion / debitosRespuesta runs,
      *            liqtarjeta.txt against the last liquidacionTarjeta
      *            run);
      *          - pendientes.dat and vitalpend.dat items waiting for
      *            a supervisor;
      *          - drawer deposits past their fecha de acreditacion
      *            that conciliaBanco has not matched yet
      *            (depconcilia.dat);
      *          - the periodos.dat status of this month and the last.
      *          Anything older than w-dias-alerta days turns ROJO.
      *          Optional argument: the parte's date (aaaammdd), by
      *          default today; "yesterday" is the day before it.
      *          Writes ..\reports\partediario<aaaammdd>.rpt and shows
      *          the overall light on the console.
      * Tectonics: cobc
      * Modification history:
      *   - The chain section also follows the MICUENTA and
      *     MENSAJESPROV steps of jobDiario (eleven steps).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CORRIDAS ASSIGN TO "..\corridas.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUEOS ASSIGN TO "..\arqueos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT PAGOS ASSIGN TO "..\pagos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT OPTIONAL CHEQUES ASSIGN TO "..\cheques.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS chq-recibo.
           SELECT OPTIONAL RESPUESTA ASSIGN TO "..\respuesta.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL LIQTARJETA ASSIGN TO "..\liqtarjeta.txt"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PENDIENTES ASSIGN TO "..\pendientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pend-secuencia.
           SELECT OPTIONAL VITALPEND ASSIGN TO "..\vitalpend.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS vit-secuencia.
           SELECT OPTIONAL DEPOSITOS ASSIGN TO "..\depositos.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DEPCONCILIA ASSIGN TO "..\depconcilia.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS dc-llave.
           SELECT OPTIONAL PERIODOS ASSIGN TO "..\periodos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS per-periodo.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CORRIDAS.
           COPY "CORRIDAREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       FD  ARQUEOS.
           COPY "ARQUEOREC.cpy".
       FD  PAGOS.
           COPY "PAGREC.cpy".
       FD  CHEQUES.
           COPY "CHEQUEREC.cpy".
       FD  RESPUESTA.
       01  resp-lin pic x(80).
       FD  LIQTARJETA.
       01  liq-reg.
           03 liq-tipo pic x.
           03 liq-fecha pic 9(8).
           03 filler pic x(32).
       FD  PENDIENTES.
           COPY "PENDREC.cpy".
       FD  VITALPEND.
           COPY "VITALREC.cpy".
       FD  DEPOSITOS.
           COPY "DEPOSITOREC.cpy".
       FD  DEPCONCILIA.
           COPY "DEPCONCREC.cpy".
       FD  PERIODOS.
           COPY "PERIODOREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(132).
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-param pic x(20) value spaces.
       01  w-fecha-hoy pic 9(8) value zero.
       01  w-fecha-hoy-r redefines w-fecha-hoy.
           03 w-hoy-anio pic 9(4).
           03 w-hoy-mes pic 9(2).
           03 w-hoy-dia pic 9(2).
       77  w-fecha-ayer pic 9(8) value zero.
       77  w-fecha-alerta pic 9(8) value zero.
       77  w-int-hoy pic 9(7) value zero.
       77  w-dias-alerta pic 9(2) value 7.
      *        Antiguedad en dias a partir de la cual un pendiente, una
      *        excepcion o un deposito sin conciliar pasa a ROJO.
       77  w-periodo-actual pic 9(6) value zero.
       77  w-periodo-anterior pic 9(6) value zero.
       77  w-flag-arch pic 9 value zero.
           88 fin-arch value 1.
       77  w-flag-lectura pic 9 value zero.
           88 no-existe-registro value 1.
       77  w-flag-dia-entero pic 9 value zero.
           88 hay-cierre-dia-entero value 1.
       77  w-i pic 99 value zero.
       77  w-k pic 99 value zero.
       77  w-cnt-pend pic 9(6) value zero.
       77  w-cnt-aux pic 9(6) value zero.
       77  w-fecha-vieja pic 9(8) value zero.
       01  w-importe-aux pic 9(10) value zero.
       01  w-importe-aux2 pic 9(10) value zero.
       77  w-cnt-aux2 pic 9(6) value zero.
       77  w-ult-debpres pic 9(8) value zero.
       77  w-ult-debresp pic 9(8) value zero.
       77  w-ult-liqtarj pic 9(8) value zero.
       77  w-max-liq pic 9(8) value zero.
       77  w-semaforo pic 9 value zero.
      *        0 = verde, 1 = amarillo, 2 = rojo.
       77  w-peor pic 9 value zero.
       77  w-cnt-rojos pic 9(3) value zero.
       77  w-cnt-amarillos pic 9(3) value zero.
       77  w-area pic x(14) value spaces.
       77  w-item pic x(16) value spaces.
       77  w-detalle pic x(70) value spaces.
       01  w-importe-ed pic z.zzz.zzz.zz9.
       01  w-importe-ed2 pic z.zzz.zzz.zz9.
       01  w-cnt-ed pic zzzzz9.
       01  w-fecha-ed pic 9999/99/99.
       01  w-hora-ed pic 99b99b99.
      *    Pasos de jobDiario.bat que dejan INI/FIN en corridas.dat,
      *    en el orden de la cadena.
       01  tabla-pasos-valores.
           03 filler pic x(16) value "SOCTEXINDEX".
           03 filler pic x(16) value "PAGTEXINDEX".
           03 filler pic x(16) value "SEGPARCIALIND".
           03 filler pic x(16) value "LEESOCIOS".
           03 filler pic x(16) value "LEEPAGOS".
           03 filler pic x(16) value "FACTURAPRES".
           03 filler pic x(16) value "ACCESOSMOLINETE".
           03 filler pic x(16) value "HABILITADOS".
           03 filler pic x(16) value "MICUENTA".
           03 filler pic x(16) value "MENSAJESPROV".
           03 filler pic x(16) value "VERIFICAREFER".
       01  filler REDEFINES tabla-pasos-valores.
           03 vec-paso pic x(16) OCCURS 11 TIMES.
       01  tabla-pasos.
           03 tp-det OCCURS 11 TIMES.
               05 tp-ini pic 9.
               05 tp-fin pic 9.
               05 tp-estado pic x(5).
               05 tp-fecha pic 9(8).
               05 tp-hora pic 9(6).
       77  w-cnt-prog pic 99 value zero.
       01  tabla-excepciones.
           03 te-det OCCURS 50 TIMES.
               05 te-programa pic x(16).
               05 te-cantidad pic 9(6).
               05 te-mas-vieja pic 9(8).
       77  w-cnt-cajas pic 99 value zero.
       01  tabla-cajas.
           03 tc-det OCCURS 40 TIMES.
               05 tc-cajero pic x(3).
               05 tc-recibos pic 9(6).
               05 tc-arqueo pic 9.
               05 tc-faltante pic 9(9).
               05 tc-sobrante pic 9(9).
               05 tc-formas-mal pic 9.
       01  lin-cab-1.
           03 filler pic x(10) value "SEMAFORO".
           03 filler pic x(16) value "AREA".
           03 filler pic x(18) value "ITEM".
           03 filler pic x(40) value "DETALLE".
       01  lin-item.
           03 l-semaforo pic x(8).
           03 filler pic x(2) value spaces.
           03 l-area pic x(14).
           03 filler pic x(2) value spaces.
           03 l-item pic x(16).
           03 filler pic x(2) value spaces.
           03 l-detalle pic x(70).
       01  lin-resultado.
           03 filler pic x(20) value "RESULTADO GENERAL: ".
           03 r-semaforo pic x(8).
           03 filler pic x(9) value "  ROJOS: ".
           03 r-rojos pic zz9.
           03 filler pic x(13) value "  AMARILLOS: ".
           03 r-amarillos pic zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CADENA-DIARIA.
           PERFORM 300-EXCEPCIONES-PENDIENTES.
           PERFORM 400-CIERRES-DE-CAJA.
           PERFORM 500-CHEQUES-EN-CARTERA.
           PERFORM 600-ARCHIVOS-A-PROCESAR.
           PERFORM 700-PENDIENTES-SUPERVISOR.
           PERFORM 800-DEPOSITOS-SIN-CONCILIAR.
           PERFORM 850-ESTADO-PERIODOS.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE INTO w-fecha-hoy.
           IF w-fecha-hoy = ZERO
               ACCEPT w-fecha-hoy FROM DATE YYYYMMDD
           END-IF.
           COMPUTE w-int-hoy = FUNCTION INTEGER-OF-DATE(w-fecha-hoy).
           COMPUTE w-fecha-ayer =
               FUNCTION DATE-OF-INTEGER(w-int-hoy - 1).
           COMPUTE w-fecha-alerta =
               FUNCTION DATE-OF-INTEGER(w-int-hoy - w-dias-alerta).
           COMPUTE w-periodo-actual = w-hoy-anio * 100 + w-hoy-mes.
           IF w-hoy-mes = 1
               COMPUTE w-periodo-anterior =
                   (w-hoy-anio - 1) * 100 + 12
           ELSE
               COMPUTE w-periodo-anterior = w-periodo-actual - 1
           END-IF.
           PERFORM 940-ABRIR-REPORTE.
           PERFORM 950-LISTAR-ENCABEZADO.

      ******************************************************************
      * Cadena de anoche: para cada paso de jobDiario el ultimo INI
      * desde ayer y si lo siguio un FIN OK. De paso se toma la fecha
      * del ultimo FIN OK de los programas de debitos y de tarjeta,
      * que se usan en 600-ARCHIVOS-A-PROCESAR.
      ******************************************************************
       200-CADENA-DIARIA.
           INITIALIZE tabla-pasos.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT CORRIDAS.
           PERFORM UNTIL fin-arch
               READ CORRIDAS AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   PERFORM 210-ANOTAR-CORRIDA
           END-PERFORM.
           CLOSE CORRIDAS.
           MOVE "CADENA DIARIA" TO w-area.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > 11
               PERFORM 220-INFORMAR-PASO
           END-PERFORM.
       210-ANOTAR-CORRIDA.
           IF cor-evento = "FIN" AND cor-estado = "OK"
               EVALUATE cor-programa
                   WHEN "DEBITOSPRES"
                       IF cor-fecha > w-ult-debpres
                           MOVE cor-fecha TO w-ult-debpres
                       END-IF
                   WHEN "DEBITOSRESP"
                       IF cor-fecha > w-ult-debresp
                           MOVE cor-fecha TO w-ult-debresp
                       END-IF
                   WHEN "LIQTARJETA"
                       IF cor-fecha > w-ult-liqtarj
                           MOVE cor-fecha TO w-ult-liqtarj
                       END-IF
               END-EVALUATE
           END-IF.
           IF cor-fecha >= w-fecha-ayer AND cor-fecha <= w-fecha-hoy
               PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 11
                   IF cor-programa = vec-paso(w-k)
                       IF cor-evento = "INI"
                           MOVE 1 TO tp-ini(w-k)
                           MOVE 0 TO tp-fin(w-k)
                           MOVE SPACES TO tp-estado(w-k)
                       ELSE
                           MOVE 1 TO tp-fin(w-k)
                           MOVE cor-estado TO tp-estado(w-k)
                       END-IF
                       MOVE cor-fecha TO tp-fecha(w-k)
                       MOVE cor-hora TO tp-hora(w-k)
                   END-IF
               END-PERFORM
           END-IF.
       220-INFORMAR-PASO.
           MOVE vec-paso(w-i) TO w-item.
           MOVE SPACES TO w-detalle.
           MOVE tp-fecha(w-i) TO w-fecha-ed.
           MOVE tp-hora(w-i) TO w-hora-ed.
           EVALUATE TRUE
               WHEN tp-ini(w-i) = 0 AND tp-fin(w-i) = 0
                   MOVE 2 TO w-semaforo
                   MOVE "NO CORRIO DESDE AYER" TO w-detalle
               WHEN tp-fin(w-i) = 1 AND tp-estado(w-i) = "OK"
                   MOVE 0 TO w-semaforo
                   STRING "FIN OK " w-fecha-ed " " w-hora-ed
                       DELIMITED BY SIZE INTO w-detalle
               WHEN tp-fin(w-i) = 1
                   MOVE 2 TO w-semaforo
                   STRING "TERMINO CON " tp-estado(w-i) " "
                       w-fecha-ed " " w-hora-ed
                       DELIMITED BY SIZE INTO w-detalle
               WHEN OTHER
                   MOVE 2 TO w-semaforo
                   STRING "ARRANCO " w-fecha-ed " " w-hora-ed
                       " Y NO TERMINO (ABORTADO)"
                       DELIMITED BY SIZE INTO w-detalle
           END-EVALUATE.
           PERFORM 990-ESCRIBIR-ITEM.

      ******************************************************************
      * Excepciones sin resolver, por programa, con la mas vieja.
      ******************************************************************
       300-EXCEPCIONES-PENDIENTES.
           MOVE ZERO TO w-cnt-prog.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT EXCEPCIONES.
           PERFORM UNTIL fin-arch
               READ EXCEPCIONES AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF exc-estado = "P"
                       PERFORM 310-ANOTAR-EXCEPCION
                   END-IF
           END-PERFORM.
           CLOSE EXCEPCIONES.
           MOVE "EXCEPCIONES" TO w-area.
           IF w-cnt-prog = ZERO
               MOVE SPACES TO w-item
               MOVE "SIN EXCEPCIONES PENDIENTES" TO w-detalle
               MOVE 0 TO w-semaforo
               PERFORM 990-ESCRIBIR-ITEM
           END-IF.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cnt-prog
               MOVE te-programa(w-i) TO w-item
               MOVE te-cantidad(w-i) TO w-cnt-ed
               MOVE te-mas-vieja(w-i) TO w-fecha-ed
               MOVE SPACES TO w-detalle
               STRING w-cnt-ed " PENDIENTES, LA MAS VIEJA DEL "
                   w-fecha-ed DELIMITED BY SIZE INTO w-detalle
               IF te-mas-vieja(w-i) < w-fecha-alerta
                   MOVE 2 TO w-semaforo
               ELSE
                   MOVE 1 TO w-semaforo
               END-IF
               PERFORM 990-ESCRIBIR-ITEM
           END-PERFORM.
       310-ANOTAR-EXCEPCION.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cnt-prog
               OR te-programa(w-k) = exc-programa
               CONTINUE
           END-PERFORM.
           IF w-k > w-cnt-prog AND w-cnt-prog < 50
               ADD 1 TO w-cnt-prog
               MOVE w-cnt-prog TO w-k
               MOVE exc-programa TO te-programa(w-k)
               MOVE ZERO TO te-cantidad(w-k)
               MOVE exc-fecha-hora(1:8) TO te-mas-vieja(w-k)
           END-IF.
           IF w-k <= w-cnt-prog
               ADD 1 TO te-cantidad(w-k)
               IF exc-fecha-hora(1:8) < te-mas-vieja(w-k)
                   MOVE exc-fecha-hora(1:8) TO te-mas-vieja(w-k)
               END-IF
           END-IF.

      ******************************************************************
      * Cierres de caja de ayer: el ultimo arqueo de cada cajero en
      * arqueos.dat, y cada cajero que cobro recibos ayer (pagos.dat
      * por la clave fecha+cajero, sin los "S" sinteticos) sin cierre
      * propio ni cierre del dia entero.
      ******************************************************************
       400-CIERRES-DE-CAJA.
           INITIALIZE tabla-cajas.
           MOVE ZERO TO w-cnt-cajas.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT ARQUEOS.
           PERFORM UNTIL fin-arch
               READ ARQUEOS AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF arq-fecha = w-fecha-ayer
                       MOVE arq-cajero TO w-item
                       PERFORM 410-BUSCAR-CAJA
                       IF w-k <= w-cnt-cajas
                           MOVE 1 TO tc-arqueo(w-k)
                           MOVE arq-faltante TO tc-faltante(w-k)
                           MOVE arq-sobrante TO tc-sobrante(w-k)
                           MOVE arq-formas-mal TO tc-formas-mal(w-k)
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE ARQUEOS.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT PAGOS.
           MOVE w-fecha-ayer TO pag-lf-fecha.
           MOVE LOW-VALUES TO pag-lf-cajero.
           START PAGOS KEY IS >= pag-llave-fecha
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ PAGOS NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF pag-lf-fecha NOT = w-fecha-ayer
                       MOVE 1 TO w-flag-arch
                   ELSE
                       IF pag-forma-pago NOT = "S"
                           MOVE pag-lf-cajero TO w-item
                           PERFORM 410-BUSCAR-CAJA
                           IF w-k <= w-cnt-cajas
                               ADD 1 TO tc-recibos(w-k)
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE PAGOS.
           PERFORM 420-INFORMAR-CAJAS.
       410-BUSCAR-CAJA.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cnt-cajas
               OR tc-cajero(w-k) = w-item(1:3)
               CONTINUE
           END-PERFORM.
           IF w-k > w-cnt-cajas AND w-cnt-cajas < 40
               ADD 1 TO w-cnt-cajas
               MOVE w-cnt-cajas TO w-k
               MOVE w-item(1:3) TO tc-cajero(w-k)
           END-IF.
       420-INFORMAR-CAJAS.
           MOVE "CIERRE CAJA" TO w-area.
      *        Un cierre del dia entero (cajero en blanco) cubre a los
      *        cajeros sin cierre propio.
           MOVE SPACES TO w-item.
           MOVE 0 TO w-flag-dia-entero.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > w-cnt-cajas
               IF tc-cajero(w-k) = SPACES AND tc-arqueo(w-k) = 1
                   MOVE 1 TO w-flag-dia-entero
               END-IF
           END-PERFORM.
           IF w-cnt-cajas = ZERO
               MOVE "SIN MOVIMIENTO AYER" TO w-detalle
               MOVE 0 TO w-semaforo
               PERFORM 990-ESCRIBIR-ITEM
           END-IF.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-cnt-cajas
               MOVE SPACES TO w-item w-detalle
               IF tc-cajero(w-i) = SPACES
                   MOVE "DIA ENTERO" TO w-item
               ELSE
                   STRING "CAJERO " tc-cajero(w-i)
                       DELIMITED BY SIZE INTO w-item
               END-IF
               EVALUATE TRUE
                   WHEN tc-arqueo(w-i) = 1 AND tc-formas-mal(w-i) = 0
                       MOVE 0 TO w-semaforo
                       MOVE "CIERRE SIN DIFERENCIAS" TO w-detalle
                   WHEN tc-arqueo(w-i) = 1
                       MOVE 2 TO w-semaforo
                       MOVE tc-faltante(w-i) TO w-importe-ed
                       MOVE tc-sobrante(w-i) TO w-importe-ed2
                       STRING "DIFERENCIA - FALTANTE " w-importe-ed
                           " SOBRANTE " w-importe-ed2
                           DELIMITED BY SIZE INTO w-detalle
                   WHEN hay-cierre-dia-entero
                       MOVE 0 TO w-semaforo
                       MOVE "INCLUIDO EN EL CIERRE DEL DIA ENTERO"
                           TO w-detalle
                   WHEN OTHER
                       MOVE 2 TO w-semaforo
                       MOVE tc-recibos(w-i) TO w-cnt-ed
                       STRING "SIN CIERRE DE CAJA (" w-cnt-ed
                           " RECIBOS)" DELIMITED BY SIZE
                           INTO w-detalle
               END-EVALUATE
               PERFORM 990-ESCRIBIR-ITEM
           END-PERFORM.

      ******************************************************************
      * Cheques en cartera (chq-estado "C") que vencen hoy y los que
      * ya vencieron y siguen sin acreditar ni rechazar.
      ******************************************************************
       500-CHEQUES-EN-CARTERA.
           MOVE ZERO TO w-cnt-aux w-cnt-aux2.
           MOVE ZERO TO w-importe-aux w-importe-aux2.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT CHEQUES.
           MOVE ZERO TO chq-recibo.
           START CHEQUES KEY IS >= chq-recibo
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ CHEQUES NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF chq-estado = "C"
                       IF chq-fecha-cobro = w-fecha-hoy
                           ADD 1 TO w-cnt-aux
                           ADD chq-importe TO w-importe-aux
                       END-IF
                       IF chq-fecha-cobro < w-fecha-hoy
                           ADD 1 TO w-cnt-aux2
                           ADD chq-importe TO w-importe-aux2
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE CHEQUES.
           MOVE "CHEQUES" TO w-area.
           MOVE SPACES TO w-detalle.
           MOVE "VENCEN HOY" TO w-item.
           IF w-cnt-aux = ZERO
               MOVE 0 TO w-semaforo
               MOVE "NINGUNO" TO w-detalle
           ELSE
               MOVE 1 TO w-semaforo
               MOVE w-cnt-aux TO w-cnt-ed
               MOVE w-importe-aux TO w-importe-ed
               STRING w-cnt-ed " CHEQUES POR " w-importe-ed
                   " A DEPOSITAR HOY" DELIMITED BY SIZE
                   INTO w-detalle
           END-IF.
           PERFORM 990-ESCRIBIR-ITEM.
           IF w-cnt-aux2 > ZERO
               MOVE "VENCIDOS" TO w-item
               MOVE SPACES TO w-detalle
               MOVE 2 TO w-semaforo
               MOVE w-cnt-aux2 TO w-cnt-ed
               MOVE w-importe-aux2 TO w-importe-ed
               STRING w-cnt-ed " CHEQUES POR " w-importe-ed
                   " SIGUEN EN CARTERA" DELIMITED BY SIZE
                   INTO w-detalle
               PERFORM 990-ESCRIBIR-ITEM
           END-IF.

      ******************************************************************
      * Archivos de respuesta que esperan su proceso. Debitos: hubo
      * presentacion despues del ultimo debitosRespuesta; si ya llego
      * respuesta.txt hay que procesarla, si no se espera al banco.
      * Tarjeta: liqtarjeta.txt trae liquidaciones acreditadas despues
      * del ultimo liquidacionTarjeta terminado.
      ******************************************************************
       600-ARCHIVOS-A-PROCESAR.
           MOVE "ARCHIVOS" TO w-area.
           MOVE ZERO TO w-cnt-aux.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT RESPUESTA.
           PERFORM UNTIL fin-arch
               READ RESPUESTA AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   ADD 1 TO w-cnt-aux
           END-PERFORM.
           CLOSE RESPUESTA.
           MOVE "DEBITOS" TO w-item.
           MOVE SPACES TO w-detalle.
           MOVE w-ult-debpres TO w-fecha-ed.
           EVALUATE TRUE
               WHEN w-ult-debpres <= w-ult-debresp
                   MOVE 0 TO w-semaforo
                   MOVE "SIN PRESENTACION PENDIENTE DE RESPUESTA"
                       TO w-detalle
               WHEN w-cnt-aux > ZERO
                   MOVE 1 TO w-semaforo
                   MOVE w-cnt-aux TO w-cnt-ed
                   STRING "RESPUESTA.TXT SIN PROCESAR (" w-cnt-ed
                       " LINEAS) - CORRER DEBITOSRESPUESTA"
                       DELIMITED BY SIZE INTO w-detalle
               WHEN w-ult-debpres < w-fecha-alerta
                   MOVE 2 TO w-semaforo
                   STRING "PRESENTADOS EL " w-fecha-ed
                       " Y EL BANCO NO RESPONDIO"
                       DELIMITED BY SIZE INTO w-detalle
               WHEN OTHER
                   MOVE 1 TO w-semaforo
                   STRING "PRESENTADOS EL " w-fecha-ed
                       ", ESPERANDO RESPUESTA DEL BANCO"
                       DELIMITED BY SIZE INTO w-detalle
           END-EVALUATE.
           PERFORM 990-ESCRIBIR-ITEM.
           MOVE ZERO TO w-cnt-aux.
           MOVE ZERO TO w-max-liq.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT LIQTARJETA.
           PERFORM UNTIL fin-arch
               READ LIQTARJETA AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF liq-tipo = "L" AND liq-fecha NUMERIC
                       ADD 1 TO w-cnt-aux
                       IF liq-fecha > w-max-liq
                           MOVE liq-fecha TO w-max-liq
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE LIQTARJETA.
           MOVE "LIQ. TARJETA" TO w-item.
           MOVE SPACES TO w-detalle.
           IF w-cnt-aux > ZERO AND w-max-liq > w-ult-liqtarj
               MOVE 1 TO w-semaforo
               MOVE w-cnt-aux TO w-cnt-ed
               STRING "LIQTARJETA.TXT SIN PROCESAR (" w-cnt-ed
                   " LIQUIDACIONES) - CORRER LIQUIDACIONTARJETA"
                   DELIMITED BY SIZE INTO w-detalle
           ELSE
               MOVE 0 TO w-semaforo
               MOVE "SIN LIQUIDACIONES PENDIENTES" TO w-detalle
           END-IF.
           PERFORM 990-ESCRIBIR-ITEM.

      ******************************************************************
      * Lo que espera la firma de un supervisor: cambios de saldo en
      * pendientes.dat (aprobarCambios) y promociones a vitalicio en
      * vitalpend.dat (vitaliciosPropuesta).
      ******************************************************************
       700-PENDIENTES-SUPERVISOR.
           MOVE "SUPERVISOR" TO w-area.
           MOVE ZERO TO w-cnt-pend.
           MOVE 99999999 TO w-fecha-vieja.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT PENDIENTES.
           MOVE ZERO TO pend-secuencia.
           START PENDIENTES KEY IS >= pend-secuencia
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ PENDIENTES NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF pend-situacion = "P"
                       ADD 1 TO w-cnt-pend
                       IF pend-fecha < w-fecha-vieja
                           MOVE pend-fecha TO w-fecha-vieja
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE PENDIENTES.
           MOVE "PENDIENTES.DAT" TO w-item.
           PERFORM 710-INFORMAR-PENDIENTES.
           MOVE ZERO TO w-cnt-pend.
           MOVE 99999999 TO w-fecha-vieja.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT VITALPEND.
           MOVE ZERO TO vit-secuencia.
           START VITALPEND KEY IS >= vit-secuencia
               INVALID KEY MOVE 1 TO w-flag-arch
           END-START.
           PERFORM UNTIL fin-arch
               READ VITALPEND NEXT AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF vit-situacion = "P"
                       ADD 1 TO w-cnt-pend
                       IF vit-fecha-propuesta < w-fecha-vieja
                           MOVE vit-fecha-propuesta TO w-fecha-vieja
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE VITALPEND.
           MOVE "VITALPEND.DAT" TO w-item.
           PERFORM 710-INFORMAR-PENDIENTES.
       710-INFORMAR-PENDIENTES.
           MOVE SPACES TO w-detalle.
           IF w-cnt-pend = ZERO
               MOVE 0 TO w-semaforo
               MOVE "NADA PENDIENTE DE APROBACION" TO w-detalle
           ELSE
               MOVE w-cnt-pend TO w-cnt-ed
               MOVE w-fecha-vieja TO w-fecha-ed
               STRING w-cnt-ed " A APROBAR, EL MAS VIEJO DEL "
                   w-fecha-ed DELIMITED BY SIZE INTO w-detalle
               IF w-fecha-vieja < w-fecha-alerta
                   MOVE 2 TO w-semaforo
               ELSE
                   MOVE 1 TO w-semaforo
               END-IF
           END-IF.
           PERFORM 990-ESCRIBIR-ITEM.

      ******************************************************************
      * Depositos del efectivo de caja cuya fecha de acreditacion ya
      * paso y que conciliaBanco todavia no encontro en el extracto.
      ******************************************************************
       800-DEPOSITOS-SIN-CONCILIAR.
           MOVE ZERO TO w-cnt-aux.
           MOVE ZERO TO w-importe-aux.
           MOVE 99999999 TO w-fecha-vieja.
           MOVE 0 TO w-flag-arch.
           OPEN INPUT DEPOSITOS.
           OPEN INPUT DEPCONCILIA.
           PERFORM UNTIL fin-arch
               READ DEPOSITOS AT END MOVE 1 TO w-flag-arch
               NOT AT END
                   IF dep-fecha < w-fecha-hoy
                       MOVE dep-boleta TO dc-boleta
                       MOVE dep-caja TO dc-caja
                       MOVE 0 TO w-flag-lectura
                       READ DEPCONCILIA
                           INVALID KEY MOVE 1 TO w-flag-lectura
                       END-READ
                       IF no-existe-registro
                           ADD 1 TO w-cnt-aux
                           ADD dep-importe TO w-importe-aux
                           IF dep-fecha < w-fecha-vieja
                               MOVE dep-fecha TO w-fecha-vieja
                           END-IF
                       END-IF
                   END-IF
           END-PERFORM.
           CLOSE DEPOSITOS.
           CLOSE DEPCONCILIA.
           MOVE "DEPOSITOS" TO w-area.
           MOVE "SIN CONCILIAR" TO w-item.
           MOVE SPACES TO w-detalle.
           IF w-cnt-aux = ZERO
               MOVE 0 TO w-semaforo
               MOVE "TODOS LOS DEPOSITOS VENCIDOS ESTAN EN EL BANCO"
                   TO w-detalle
           ELSE
               MOVE w-cnt-aux TO w-cnt-ed
               MOVE w-importe-aux TO w-importe-ed
               MOVE w-fecha-vieja TO w-fecha-ed
               STRING w-cnt-ed " POR " w-importe-ed
                   ", EL MAS VIEJO DEL " w-fecha-ed
                   DELIMITED BY SIZE INTO w-detalle
               IF w-fecha-vieja < w-fecha-alerta
                   MOVE 2 TO w-semaforo
               ELSE
                   MOVE 1 TO w-semaforo
               END-IF
           END-IF.
           PERFORM 990-ESCRIBIR-ITEM.

      ******************************************************************
      * Estado de los periodos en periodos.dat: el mes en curso
      * cerrado deja a las cajas sin poder cobrar; el anterior
      * abierto es un cierre mensual pendiente. Un mes sin registro
      * esta abierto.
      ******************************************************************
       850-ESTADO-PERIODOS.
           MOVE "PERIODOS" TO w-area.
           OPEN INPUT PERIODOS.
           MOVE w-periodo-actual TO per-periodo.
           MOVE 0 TO w-flag-lectura.
           READ PERIODOS INVALID KEY MOVE 1 TO w-flag-lectura.
           MOVE SPACES TO w-item w-detalle.
           STRING "MES " w-periodo-actual DELIMITED BY SIZE
               INTO w-item.
           IF NOT no-existe-registro AND per-estado = "C"
               MOVE 2 TO w-semaforo
               MOVE "CERRADO - LAS CAJAS NO PUEDEN COBRAR EN EL MES"
                   TO w-detalle
           ELSE
               MOVE 0 TO w-semaforo
               MOVE "ABIERTO" TO w-detalle
           END-IF.
           PERFORM 990-ESCRIBIR-ITEM.
           MOVE w-periodo-anterior TO per-periodo.
           MOVE 0 TO w-flag-lectura.
           READ PERIODOS INVALID KEY MOVE 1 TO w-flag-lectura.
           MOVE SPACES TO w-item w-detalle.
           STRING "MES " w-periodo-anterior DELIMITED BY SIZE
               INTO w-item.
           IF NOT no-existe-registro AND per-estado = "C"
               MOVE 0 TO w-semaforo
               MOVE per-fecha-cambio TO w-fecha-ed
               STRING "CERRADO EL " w-fecha-ed DELIMITED BY SIZE
                   INTO w-detalle
           ELSE
               MOVE 1 TO w-semaforo
               MOVE "ABIERTO - FALTA EL CIERRE MENSUAL" TO w-detalle
           END-IF.
           PERFORM 990-ESCRIBIR-ITEM.
           CLOSE PERIODOS.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\partediario" w-fecha-hoy ".rpt"
               DELIMITED BY SIZE INTO rep-nombre.
           MOVE "PARTE DIARIO DE OPERACIONES" TO rep-titulo.
           MOVE rep-fecha-hora(1:8) TO rep-t-fecha.
           MOVE rep-fecha-hora(9:2) TO rep-t-hora-hh.
           MOVE rep-fecha-hora(11:2) TO rep-t-hora-mm.
           OPEN OUTPUT REPORTE.

       950-LISTAR-ENCABEZADO.
           MOVE 1 TO rep-t-pagina.
           WRITE rep-lin FROM rep-lin-club.
           MOVE rep-titulo TO rep-t-titulo.
           WRITE rep-lin FROM rep-lin-titulo.
           WRITE rep-lin FROM rep-lin-emision.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cab-1.
           WRITE rep-lin FROM rep-lin-guarda.

       990-ESCRIBIR-ITEM.
           EVALUATE w-semaforo
               WHEN 0 MOVE "VERDE" TO l-semaforo
               WHEN 1 MOVE "AMARILLO" TO l-semaforo
                   ADD 1 TO w-cnt-amarillos
               WHEN OTHER MOVE "ROJO" TO l-semaforo
                   ADD 1 TO w-cnt-rojos
           END-EVALUATE.
           IF w-semaforo > w-peor
               MOVE w-semaforo TO w-peor
           END-IF.
           MOVE w-area TO l-area.
           MOVE w-item TO l-item.
           MOVE w-detalle TO l-detalle.
           WRITE rep-lin FROM lin-item.

       900-FIN.
           EVALUATE w-peor
               WHEN 0 MOVE "VERDE" TO r-semaforo
               WHEN 1 MOVE "AMARILLO" TO r-semaforo
               WHEN OTHER MOVE "ROJO" TO r-semaforo
           END-EVALUATE.
           MOVE w-cnt-rojos TO r-rojos.
           MOVE w-cnt-amarillos TO r-amarillos.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-resultado.
           CLOSE REPORTE.
           DISPLAY lin-resultado.
           DISPLAY "PARTE GRABADO EN " rep-nombre.
       END PROGRAM YOUR-PROGRAM-NAME.
