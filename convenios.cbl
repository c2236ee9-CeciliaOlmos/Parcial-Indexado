      *     and conciliaPagos finally see plan money) and advance the
      *     convenio automatically, cumplido on the last one. The menu
      *     option now just shows the plan's progress.
      *   - The ALTA debt sum also takes the member's open months from
      *     closed years (deudaant.dat), which the year-end close used
      *     to drop from the plan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT OPTIONAL DEUDAANT ASSIGN TO "..\deudaant.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS da-llave
                   SHARING WITH ALL OTHER.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "SOCIOMAEREC.cpy".
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  DEUDAANT.
           COPY "DEUDAANTREC.cpy".
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
       77  w-deuda pic 9(8) value zero.
       77  w-flag-cargos pic 9 value zero.
           88 fin-arch-cargos value 1.
       77  w-flag-deuda-ant pic 9 value zero.
           88 fin-arch-deuda-ant value 1.
       77  w-cant pic 9(2) value zero.
       77  w-importe-cuota pic 9(8) value zero.
       77  w-exc-clave pic x(16) value spaces.
           OPEN INPUT SOCIOS.
           OPEN INPUT SOCIOMAE.
           OPEN INPUT CARGOS.
           OPEN INPUT DEUDAANT.
           OPEN EXTEND EXCEPCIONES.

       200-MOSTRAR-MENU.
      ******************************************************************
      * La deuda del convenio es la suma de soc-debe de los meses del
      * anio en curso (recargos ya incluidos en soc-debe) MAS los
      * cargos de actividades adeudados del anio MAS los meses impagos
      * de ejercicios cerrados que quedaron en deudaant.dat (da-debe):
      * el plan refinancia todo lo que el socio arrastra, no solo la
      * cuota social del anio.
      ******************************************************************
       310-SUMAR-DEUDA.
           MOVE ZERO TO w-deuda.
                   END-IF
           END-PERFORM.
           PERFORM 315-SUMAR-CARGOS.
           PERFORM 318-SUMAR-DEUDA-ANTERIOR.
       315-SUMAR-CARGOS.
           MOVE 0 TO w-flag-cargos.
           MOVE w-socio-conv TO car-socio.
                       ADD car-debe TO w-deuda
                   END-IF
           END-PERFORM.
       318-SUMAR-DEUDA-ANTERIOR.
           MOVE 0 TO w-flag-deuda-ant.
           MOVE w-socio-conv TO da-socio.
           MOVE ZERO TO da-anio.
           MOVE ZERO TO da-mes.
           START DEUDAANT KEY IS >= da-llave
               INVALID KEY MOVE 1 TO w-flag-deuda-ant
           END-START.
           PERFORM UNTIL fin-arch-deuda-ant
               READ DEUDAANT NEXT AT END MOVE 1 TO w-flag-deuda-ant
               NOT AT END
                   IF da-socio NOT = w-socio-conv
                       MOVE 1 TO w-flag-deuda-ant
                   ELSE
                       ADD da-debe TO w-deuda
                   END-IF
           END-PERFORM.
       320-GRABAR-CONVENIO.
           DISPLAY "CANTIDAD DE CUOTAS:".
           ACCEPT w-cant.
           CLOSE SOCIOS.
           CLOSE SOCIOMAE.
           CLOSE CARGOS.
           CLOSE DEUDAANT.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
