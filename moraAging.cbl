      *     afterwards: emitting mid-scan re-reads cargos.dat by key
      *     and clobbered the scan's position and flag, cutting the
      *     list off at the first debtor.
      *   - Debt carried over from closed years (deudaant.dat) is aged
      *     as well, on its own ANTERIOR line bucketed like the cargos
      *     line, and a third pass lists the socios who owe only
      *     prior-year debt, staged the same way as the cargos pass.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pag-recibo
                   ALTERNATE RECORD KEY IS pag-socio WITH DUPLICATES
                   ALTERNATE RECORD KEY IS pag-llave-fecha
                       WITH DUPLICATES.
           SELECT OPTIONAL CONVENIOS ASSIGN TO "..\convenios.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT OPTIONAL DEUDAANT ASSIGN TO "..\deudaant.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS da-llave.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "SALDOREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(100).
       WORKING-STORAGE SECTION.
           03 pcg-det OCCURS 500 TIMES.
               05 pcg-socio pic 9(5).
               05 pcg-deuda pic 9(8).
       77  w-flag-deuda-ant pic 9 value zero.
           88 fin-arch-deuda-ant value 1.
       77  w-socio-deuda-ant pic 9(5) value zero.
       01  w-deuda-ant pic 9(8) value zero.
       77  w-cnt-pend-ant pic 9(4) value zero.
       77  w-aviso-pend-ant pic 9 value zero.
           88 pendientes-ant-desbordados value 1.
       01  tabla-pend-deuda-ant.
      *        Morosos solo por deuda de ejercicios anteriores; igual
      *        que los de cargos, se apilan en el barrido de
      *        deudaant.dat y se emiten despues.
           03 pda-det OCCURS 500 TIMES.
               05 pda-socio pic 9(5).
               05 pda-deuda pic 9(8).
       01  lin-cabecera.
           03 filler pic x(7) value "SOCIO:".
           03 filler pic x(4) value spaces.
               PERFORM 200-LEER-SOCIOS-MOROSOS
           END-PERFORM.
           PERFORM 600-MOROSOS-SOLO-CARGOS.
           PERFORM 700-MOROSOS-SOLO-DEUDA-ANT.
           PERFORM 900-FIN.
           STOP RUN.

           OPEN INPUT CONVENIOS.
           OPEN INPUT SALDOS.
           OPEN INPUT CARGOS.
           OPEN INPUT DEUDAANT.
           MOVE w-fecha-hoy(1:4) TO w-anio-hoy.
           MOVE "A" TO soc-estado.
           START SOCIOS KEY IS = soc-estado
               PERFORM 330-ANOTAR-LISTADO
               IF sin-convenio
                   PERFORM 350-AGREGAR-LINEA-CARGOS
                   PERFORM 370-AGREGAR-LINEA-DEUDA-ANT
               END-IF
           END-IF.

                   END-IF
           END-PERFORM.

      ******************************************************************
      * La deuda de ejercicios ya cerrados (deudaant.dat) tambien
      * envejece: linea propia marcada ANTERIOR, en el bucket del
      * ultimo pago del socio, como la de cargos.
      ******************************************************************
       370-AGREGAR-LINEA-DEUDA-ANT.
           PERFORM 380-SUMAR-DEUDA-ANT.
           PERFORM 375-EMITIR-LINEA-DEUDA-ANT.
       375-EMITIR-LINEA-DEUDA-ANT.
           IF w-deuda-ant > ZERO
               MOVE ZERO TO a-corriente a-30 a-60 a-90
               MOVE w-socio-actual TO a-socio
               MOVE w-deuda-ant TO a-debe
               MOVE "ANTERIOR" TO a-convenio
               EVALUATE TRUE
                   WHEN w-ult-pago = ZERO OR w-dias-mora > 90
                       MOVE w-deuda-ant TO a-90
                   WHEN w-dias-mora > 60
                       MOVE w-deuda-ant TO a-60
                   WHEN w-dias-mora > 30
                       MOVE w-deuda-ant TO a-30
                   WHEN OTHER
                       MOVE w-deuda-ant TO a-corriente
               END-EVALUATE
               IF w-lineas-impresas >= w-lineas-pagina
                   PERFORM 160-SALTO-DE-PAGINA
               END-IF
               WRITE rep-lin FROM lin-detalle
               ADD 1 TO w-lineas-impresas
               MOVE SPACES TO a-convenio
           END-IF.
       380-SUMAR-DEUDA-ANT.
           MOVE ZERO TO w-deuda-ant.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE w-socio-actual TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = w-socio-actual
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       ADD da-debe TO w-deuda-ant
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Segunda pasada: el socio que debe SOLO cargos (el locker y la
      * pileta de ocho meses) nunca entraba a ninguna lista porque la
                   FUNCTION INTEGER-OF-DATE(w-fecha-hoy)
                   - FUNCTION INTEGER-OF-DATE(w-ult-pago)
               PERFORM 355-EMITIR-LINEA-CARGOS
               PERFORM 370-AGREGAR-LINEA-DEUDA-ANT
           END-IF.
           MOVE w-socio-actual TO w-socio-cargos.
           PERFORM 630-YA-LISTADO.
           IF w-x > w-cnt-listados
               PERFORM 330-ANOTAR-LISTADO
           END-IF.
       630-YA-LISTADO.
           PERFORM VARYING w-x FROM 1 BY 1 UNTIL w-x > w-cnt-listados
               CONTINUE
           END-PERFORM.

      ******************************************************************
      * Tercera pasada: el socio que solo debe meses de ejercicios ya
      * cerrados no aparece ni por soc-debe ni por cargos. Se recorre
      * deudaant.dat y los no listados en las pasadas anteriores salen
      * con su linea ANTERIOR; el barrido solo apila, como en 600.
      ******************************************************************
       700-MOROSOS-SOLO-DEUDA-ANT.
           MOVE ZERO TO w-cnt-pend-ant.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE ZERO TO da-socio da-anio da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           MOVE ZERO TO w-socio-deuda-ant.
           MOVE ZERO TO w-deuda-ant.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = w-socio-deuda-ant
                       PERFORM 710-APILAR-DEUDA-ANT
                       MOVE da-socio TO w-socio-deuda-ant
                       MOVE ZERO TO w-deuda-ant
                   END-IF
                   ADD da-debe TO w-deuda-ant
           END-PERFORM.
           PERFORM 710-APILAR-DEUDA-ANT.
           PERFORM VARYING w-y FROM 1 BY 1 UNTIL w-y > w-cnt-pend-ant
               PERFORM 720-EMITIR-DEUDA-ANT
           END-PERFORM.
       710-APILAR-DEUDA-ANT.
           IF w-socio-deuda-ant > ZERO AND w-deuda-ant > ZERO
               MOVE w-socio-deuda-ant TO w-socio-cargos
               PERFORM 630-YA-LISTADO
               IF w-x > w-cnt-listados
                   IF w-cnt-pend-ant < 500
                       ADD 1 TO w-cnt-pend-ant
                       MOVE w-socio-deuda-ant
                           TO pda-socio(w-cnt-pend-ant)
                       MOVE w-deuda-ant TO pda-deuda(w-cnt-pend-ant)
                   ELSE
                       IF NOT pendientes-ant-desbordados
                           DISPLAY "MAS DE 500 MOROSOS SOLO POR "
                               "DEUDA ANTERIOR, EL RESTO NO SE LISTA"
                           MOVE 1 TO w-aviso-pend-ant
                       END-IF
                   END-IF
               END-IF
           END-IF.
       720-EMITIR-DEUDA-ANT.
           MOVE pda-socio(w-y) TO w-socio-actual.
           MOVE pda-deuda(w-y) TO w-deuda-ant.
           PERFORM 305-BUSCAR-CONVENIO.
           IF sin-convenio
               PERFORM 310-BUSCAR-ULTIMO-PAGO
               COMPUTE w-dias-mora =
                   FUNCTION INTEGER-OF-DATE(w-fecha-hoy)
                   - FUNCTION INTEGER-OF-DATE(w-ult-pago)
               PERFORM 375-EMITIR-LINEA-DEUDA-ANT
           END-IF.

       305-BUSCAR-CONVENIO.
           MOVE 1 TO w-flag-convenio.
           MOVE w-socio-actual TO conv-socio.
           CLOSE CONVENIOS.
           CLOSE SALDOS.
           CLOSE CARGOS.
           CLOSE DEUDAANT.
       END PROGRAM YOUR-PROGRAM-NAME.
