      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly instructor fee settlement (liquidacion de
      *          profesores), which until now the treasurer worked out
      *          from the CSV export. For the year/month given on the
      *          command line (default: current month) totals the
      *          car-pagado collected on the month's cargos.dat rows
      *          per concepto, and per concepto and turno through the
      *          member's inscripcion (ins-turno) - the same monthly
      *          attribution of cargo money asientosContables uses.
      *          Each active instructor (profesores.dat) is paid, for
      *          every activity in profactividad.dat, the percentage
      *          of what that concepto/turno collected or the fixed
      *          monthly fee. The settlement lines go to liqprof.dat,
      *          replacing any earlier run of the same month, so the
      *          month's asiento (asientosContables) carries the total
      *          as an expense; a settlement sheet per instructor, one
      *          per page, goes to ..\reports\profesores<aaaamm>.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARGOS ASSIGN TO "..\cargos.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS car-llave.
           SELECT OPTIONAL INSCRIPCIONES ASSIGN TO
                   "..\inscripciones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ins-llave.
           SELECT OPTIONAL PROFESORES ASSIGN TO "..\profesores.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS prof-codigo.
           SELECT OPTIONAL PROFACTIVIDAD ASSIGN TO
                   "..\profactividad.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS pa-llave.
           SELECT OPTIONAL LIQPROF ASSIGN TO "..\liqprof.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS lp-llave.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "..\parametros.dat"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORTE ASSIGN TO rep-nombre
           ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPCIONES ASSIGN TO "..\excepciones.dat"
           ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CARGOS.
           COPY "CARGOREC.cpy".
       FD  INSCRIPCIONES.
           COPY "INSCRIPREC.cpy".
       FD  PROFESORES.
           COPY "PROFESORREC.cpy".
       FD  PROFACTIVIDAD.
           COPY "PROFACTREC.cpy".
       FD  LIQPROF.
           COPY "LIQPROFREC.cpy".
       FD  PARAMETROS.
           COPY "PARAMREC.cpy".
       FD  REPORTE.
       01  rep-lin pic x(132).
       FD  EXCEPCIONES.
           COPY "EXCEPREC.cpy".
       WORKING-STORAGE SECTION.
           COPY "REPCAB.cpy".
       77  w-param pic x(20) value spaces.
       77  w-anio-periodo pic 9(4) value zero.
       77  w-mes-periodo pic 9(2) value zero.
       77  w-fecha-hoy pic 9(8) value zero.
       77  w-flag-cargos pic 9 value zero.
           88 fin-arch-cargos value 1.
       77  w-flag-prof pic 9 value zero.
           88 fin-arch-prof value 1.
       77  w-flag-pa pic 9 value zero.
           88 fin-arch-pa value 1.
       77  w-flag-lp pic 9 value zero.
           88 fin-arch-lp value 1.
       77  w-flag-ins pic 9 value zero.
           88 no-existe-inscripcion value 1.
       77  w-flag-param pic 9 value zero.
           88 sin-parametros value 1.
       77  w-lineas-pagina pic 9(2) value 50.
       77  w-lineas-impresas pic 9(2) value zero.
       77  w-pagina pic 9(3) value 1.
       77  w-concepto pic x(3) value spaces.
       77  w-turno pic x(2) value spaces.
       77  w-r pic 9(3) value zero.
       77  w-idx-rec pic 9(3) value zero.
       77  w-cnt-recaudado pic 9(3) value zero.
       77  w-cnt-profesores pic 9(3) value zero.
       77  w-cnt-lineas pic 9(4) value zero.
       77  w-cnt-borradas pic 9(4) value zero.
       01  w-base pic 9(10) value zero.
       01  w-honorario pic 9(10) value zero.
       01  w-total-profesor pic 9(10) value zero.
       01  w-total-general pic 9(10) value zero.
       77  w-exc-paragrafo pic x(24) value spaces.
       77  w-exc-clave pic x(16) value spaces.
       77  w-exc-mensaje pic x(40) value spaces.
      *    Recaudado del mes por concepto y turno; la linea con turno
      *    en blanco es el total del concepto.
       01  tabla-recaudado.
           03 tr-det OCCURS 200 TIMES.
               05 tr-concepto pic x(3).
               05 tr-turno pic x(2).
               05 tr-importe pic 9(10).
       01  lin-cab-profesor.
           03 filler pic x(10) value "PROFESOR: ".
           03 cp-codigo pic 999.
           03 filler pic x(2) value spaces.
           03 cp-nombre pic x(30).
           03 filler pic x(8) value "  CUIT: ".
           03 cp-cuit pic x(11).
           03 filler pic x(10) value "  PERIODO ".
           03 cp-mes pic 99.
           03 filler pic x value "/".
           03 cp-anio pic 9999.
       01  lin-cab-1.
           03 filler pic x(10) value "CONCEPTO".
           03 filler pic x(8) value "TURNO".
           03 filler pic x(18) value "RECAUDADO".
           03 filler pic x(14) value "MODALIDAD".
           03 filler pic x(10) value "%".
           03 filler pic x(16) value "HONORARIO".
       01  lin-detalle.
           03 filler pic x(2) value spaces.
           03 d-concepto pic x(3).
           03 filler pic x(5) value spaces.
           03 d-turno pic x(2).
           03 filler pic x(3) value spaces.
           03 d-recaudado pic z.zzz.zzz.zz9.
           03 filler pic x(4) value spaces.
           03 d-modalidad pic x(10).
           03 filler pic x(2) value spaces.
           03 d-porcentaje pic zz9,99.
           03 filler pic x(3) value spaces.
           03 d-honorario pic z.zzz.zzz.zz9.
       01  lin-total-profesor.
           03 filler pic x(47) value spaces.
           03 filler pic x(15) value "TOTAL A PAGAR: ".
           03 t-honorario pic z.zzz.zzz.zz9.
       01  lin-firma.
           03 filler pic x(10) value spaces.
           03 filler pic x(30) value "RECIBI CONFORME: ____________".
           03 filler pic x(10) value spaces.
           03 filler pic x(30) value "TESORERO: ___________________".
       01  lin-resumen.
           03 filler pic x(12) value "PROFESORES: ".
           03 r-profesores pic zz9.
           03 filler pic x(12) value "  RENGLONES:".
           03 r-lineas pic zzz9.
           03 filler pic x(20) value "  TOTAL HONORARIOS: ".
           03 r-total pic z.zzz.zzz.zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-BORRAR-LIQUIDACION-ANTERIOR.
           PERFORM 300-ACUMULAR-RECAUDADO.
           PERFORM 400-LIQUIDAR-PROFESORES.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           ACCEPT w-param FROM COMMAND-LINE.
           UNSTRING w-param DELIMITED BY SPACE
               INTO w-anio-periodo w-mes-periodo.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           IF w-anio-periodo = ZERO
               MOVE w-fecha-hoy(1:4) TO w-anio-periodo
               MOVE w-fecha-hoy(5:2) TO w-mes-periodo
           END-IF.
           IF w-mes-periodo = ZERO OR w-mes-periodo > 12
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LEER-PARAMETROS-SISTEMA.
           OPEN INPUT CARGOS.
           OPEN INPUT INSCRIPCIONES.
           OPEN INPUT PROFESORES.
           OPEN INPUT PROFACTIVIDAD.
           OPEN I-O LIQPROF.
           OPEN EXTEND EXCEPCIONES.
           PERFORM 940-ABRIR-REPORTE.

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

      ******************************************************************
      * Volver a liquidar un mes reemplaza la liquidacion anterior: se
      * borran los renglones del periodo antes de grabar los nuevos,
      * asi una actividad quitada o un profesor dado de baja no queda
      * colgado en el asiento.
      ******************************************************************
       200-BORRAR-LIQUIDACION-ANTERIOR.
           MOVE 0 TO w-flag-lp.
           MOVE LOW-VALUES TO lp-llave.
           MOVE w-anio-periodo TO lp-anio.
           MOVE w-mes-periodo TO lp-mes.
           START LIQPROF KEY IS >= lp-llave
               INVALID KEY MOVE 1 TO w-flag-lp
           END-START.
           PERFORM UNTIL fin-arch-lp
               READ LIQPROF NEXT AT END MOVE 1 TO w-flag-lp
               NOT AT END
                   IF lp-anio NOT = w-anio-periodo
                       OR lp-mes NOT = w-mes-periodo
                       MOVE 1 TO w-flag-lp
                   ELSE
                       DELETE LIQPROF RECORD
                       ADD 1 TO w-cnt-borradas
                   END-IF
           END-PERFORM.
           IF w-cnt-borradas > ZERO
               DISPLAY "SE REEMPLAZA LA LIQUIDACION ANTERIOR DEL MES ("
                   w-cnt-borradas " RENGLONES)"
           END-IF.

      ******************************************************************
      * Lo cobrado de cada cargo del mes va al total de su concepto y,
      * si el socio esta inscripto en un turno, tambien al del turno.
      ******************************************************************
       300-ACUMULAR-RECAUDADO.
           MOVE 0 TO w-flag-cargos.
           MOVE LOW-VALUES TO car-llave.
           START CARGOS KEY IS >= car-llave
               INVALID KEY MOVE 1 TO w-flag-cargos
           END-START.
           PERFORM UNTIL fin-arch-cargos
               READ CARGOS NEXT AT END MOVE 1 TO w-flag-cargos
               NOT AT END
                   IF car-anio = w-anio-periodo
                       AND car-mes = w-mes-periodo
                       AND car-pagado > ZERO
                       PERFORM 310-ACUMULAR-CARGO
                   END-IF
           END-PERFORM.
       310-ACUMULAR-CARGO.
           MOVE car-concepto TO w-concepto.
           MOVE SPACES TO w-turno.
           PERFORM 320-BUSCAR-RECAUDADO.
           IF w-idx-rec > ZERO
               ADD car-pagado TO tr-importe(w-idx-rec)
           END-IF.
           MOVE 0 TO w-flag-ins.
           MOVE car-socio TO ins-socio.
           MOVE car-concepto TO ins-concepto.
           READ INSCRIPCIONES INVALID KEY MOVE 1 TO w-flag-ins.
           IF NOT no-existe-inscripcion AND ins-turno NOT = SPACES
               MOVE ins-turno TO w-turno
               PERFORM 320-BUSCAR-RECAUDADO
               IF w-idx-rec > ZERO
                   ADD car-pagado TO tr-importe(w-idx-rec)
               END-IF
           END-IF.
       320-BUSCAR-RECAUDADO.
           MOVE ZERO TO w-idx-rec.
           PERFORM VARYING w-r FROM 1 BY 1 UNTIL w-r > w-cnt-recaudado
               OR w-idx-rec > ZERO
               IF tr-concepto(w-r) = w-concepto
                   AND tr-turno(w-r) = w-turno
                   MOVE w-r TO w-idx-rec
               END-IF
           END-PERFORM.
           IF w-idx-rec = ZERO
               IF w-cnt-recaudado < 200
                   ADD 1 TO w-cnt-recaudado
                   MOVE w-cnt-recaudado TO w-idx-rec
                   MOVE w-concepto TO tr-concepto(w-idx-rec)
                   MOVE w-turno TO tr-turno(w-idx-rec)
                   MOVE ZERO TO tr-importe(w-idx-rec)
               ELSE
                   DISPLAY "MAS DE 200 CONCEPTOS Y TURNOS, SE IGNORA "
                       w-concepto " " w-turno
                   MOVE "320-BUSCAR-RECAUDADO" TO w-exc-paragrafo
                   MOVE w-concepto TO w-exc-clave
                   MOVE "TABLA DE RECAUDADO LLENA" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               END-IF
           END-IF.

       400-LIQUIDAR-PROFESORES.
           MOVE 0 TO w-flag-prof.
           MOVE ZERO TO prof-codigo.
           START PROFESORES KEY IS >= prof-codigo
               INVALID KEY MOVE 1 TO w-flag-prof
           END-START.
           PERFORM UNTIL fin-arch-prof
               READ PROFESORES NEXT AT END MOVE 1 TO w-flag-prof
               NOT AT END
                   IF prof-estado = "A"
                       PERFORM 410-LIQUIDAR-PROFESOR
                   END-IF
           END-PERFORM.

      ******************************************************************
      * Hoja de liquidacion del profesor, una por pagina, con un
      * renglon por actividad y el total a pagar.
      ******************************************************************
       410-LIQUIDAR-PROFESOR.
           MOVE ZERO TO w-total-profesor.
           ADD 1 TO w-cnt-profesores.
           IF w-cnt-profesores > 1
               ADD 1 TO w-pagina
           END-IF.
           MOVE prof-codigo TO cp-codigo.
           MOVE prof-nombre TO cp-nombre.
           MOVE prof-cuit TO cp-cuit.
           PERFORM 950-LISTAR-ENCABEZADO.
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
                       PERFORM 420-LIQUIDAR-ACTIVIDAD
                   END-IF
           END-PERFORM.
           MOVE w-total-profesor TO t-honorario.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-total-profesor.
           MOVE SPACES TO rep-lin.
           WRITE rep-lin.
           WRITE rep-lin.
           WRITE rep-lin FROM lin-firma.
       420-LIQUIDAR-ACTIVIDAD.
           MOVE pa-concepto TO w-concepto.
           MOVE pa-turno TO w-turno.
           MOVE ZERO TO w-base.
           PERFORM VARYING w-r FROM 1 BY 1 UNTIL w-r > w-cnt-recaudado
               IF tr-concepto(w-r) = w-concepto
                   AND tr-turno(w-r) = w-turno
                   MOVE tr-importe(w-r) TO w-base
               END-IF
           END-PERFORM.
           IF pa-modalidad = "F"
               MOVE pa-fijo TO w-honorario
           ELSE
               COMPUTE w-honorario ROUNDED =
                   w-base * pa-porcentaje / 100
           END-IF.
           MOVE w-anio-periodo TO lp-anio.
           MOVE w-mes-periodo TO lp-mes.
           MOVE pa-profesor TO lp-profesor.
           MOVE pa-concepto TO lp-concepto.
           MOVE pa-turno TO lp-turno.
           MOVE pa-modalidad TO lp-modalidad.
           MOVE pa-porcentaje TO lp-porcentaje.
           MOVE w-base TO lp-recaudado.
           MOVE w-honorario TO lp-honorario.
           MOVE w-fecha-hoy TO lp-fecha.
           WRITE lp-reg
               INVALID KEY
                   MOVE "420-LIQUIDAR-ACTIVIDAD" TO w-exc-paragrafo
                   MOVE lp-llave TO w-exc-clave
                   MOVE "NO PUDE GRABAR EL RENGLON" TO w-exc-mensaje
                   PERFORM 995-REGISTRAR-EXCEPCION
               NOT INVALID KEY
                   ADD 1 TO w-cnt-lineas
                   ADD w-honorario TO w-total-profesor
                   ADD w-honorario TO w-total-general
           END-WRITE.
           MOVE pa-concepto TO d-concepto.
           MOVE pa-turno TO d-turno.
           MOVE w-base TO d-recaudado.
           MOVE ZERO TO d-porcentaje.
           IF pa-modalidad = "F"
               MOVE "FIJO" TO d-modalidad
           ELSE
               MOVE "PORCENTAJE" TO d-modalidad
               MOVE pa-porcentaje TO d-porcentaje
           END-IF.
           MOVE w-honorario TO d-honorario.
           IF w-lineas-impresas >= w-lineas-pagina
               PERFORM 960-SALTO-DE-PAGINA
           END-IF.
           WRITE rep-lin FROM lin-detalle.
           ADD 1 TO w-lineas-impresas.

       940-ABRIR-REPORTE.
           MOVE FUNCTION CURRENT-DATE TO rep-fecha-hora.
           MOVE SPACES TO rep-nombre.
           STRING "..\reports\profesores" w-anio-periodo w-mes-periodo
               ".rpt" DELIMITED BY SIZE INTO rep-nombre.
           MOVE "LIQUIDACION DE PROFESORES" TO rep-titulo.
           MOVE rep-fecha-hora(1:8) TO rep-t-fecha.
           MOVE rep-fecha-hora(9:2) TO rep-t-hora-hh.
           MOVE rep-fecha-hora(11:2) TO rep-t-hora-mm.
           MOVE w-anio-periodo TO cp-anio.
           MOVE w-mes-periodo TO cp-mes.
           OPEN OUTPUT REPORTE.

       950-LISTAR-ENCABEZADO.
           MOVE w-pagina TO rep-t-pagina.
           WRITE rep-lin FROM rep-lin-club.
           MOVE rep-titulo TO rep-t-titulo.
           WRITE rep-lin FROM rep-lin-titulo.
           WRITE rep-lin FROM rep-lin-emision.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-cab-profesor.
           WRITE rep-lin FROM lin-cab-1.
           WRITE rep-lin FROM rep-lin-guarda.
           MOVE 0 TO w-lineas-impresas.

       960-SALTO-DE-PAGINA.
           ADD 1 TO w-pagina.
           PERFORM 950-LISTAR-ENCABEZADO.

       995-REGISTRAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO exc-fecha-hora.
           MOVE "LIQPROFESORES" TO exc-programa.
           MOVE w-exc-paragrafo TO exc-paragrafo.
           MOVE w-exc-clave TO exc-clave.
           MOVE w-exc-mensaje TO exc-mensaje.
           MOVE "P" TO exc-estado.
           MOVE SPACES TO exc-resuelto-por.
           MOVE SPACES TO exc-nota.
           WRITE exc-reg.
       900-FIN.
           MOVE w-cnt-profesores TO r-profesores.
           MOVE w-cnt-lineas TO r-lineas.
           MOVE w-total-general TO r-total.
           WRITE rep-lin FROM rep-lin-guarda.
           WRITE rep-lin FROM lin-resumen.
           CLOSE REPORTE.
           DISPLAY lin-resumen.
           DISPLAY "REPORTE GRABADO EN " rep-nombre.
           CLOSE CARGOS.
           CLOSE INSCRIPCIONES.
           CLOSE PROFESORES.
           CLOSE PROFACTIVIDAD.
           CLOSE LIQPROF.
           CLOSE EXCEPCIONES.
       END PROGRAM YOUR-PROGRAM-NAME.
