      *          cierreDeEjercicio now enforce when they load the
      *          table.
      * Tectonics: cobc
      * Modification history:
      *   - Maintains the optional cuota de licencia (categoria L);
      *     its 12 rows are written only when all are loaded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           88 opc-grabar value 3.
           88 opc-abandonar value 4.
       01  tabla-cuotas.
           03 cat-cuotas OCCURS 4 TIMES.
               05 vec-mes pic 9(6) OCCURS 12 TIMES.
       01  tabla-categorias.
           03 filler pic x value "A".
           03 filler pic x value "V".
           03 filler pic x value "C".
           03 filler pic x value "L".
       01  filler REDEFINES tabla-categorias.
           03 vec-categoria pic x OCCURS 4 TIMES.
      *        La cuarta fila (L) es la cuota de licencia: optativa,
      *        o los doce meses o ninguno.
       77  w-cnt-licencia pic 99 value zero.
       77  w-filas pic 99 value zero.
       77  w-idx-cat pic 9 value 1.
       77  w-categoria pic x value "A".
       77  w-mes pic 99 value zero.
           EVALUATE cuota-tex-categoria
               WHEN "V" MOVE 2 TO w-idx-cat
               WHEN "C" MOVE 3 TO w-idx-cat
               WHEN "L" MOVE 4 TO w-idx-cat
               WHEN OTHER MOVE 1 TO w-idx-cat
           END-EVALUATE.
       127-INDICE-CATEGORIA.
           EVALUATE w-categoria
               WHEN "V" MOVE 2 TO w-idx-cat
               WHEN "C" MOVE 3 TO w-idx-cat
               WHEN "L" MOVE 4 TO w-idx-cat
               WHEN OTHER MOVE 1 TO w-idx-cat
           END-EVALUATE.

           ACCEPT w-opcion.

       300-MODIFICAR-CUOTA.
           DISPLAY "CATEGORIA (A/V/C, L = CUOTA DE LICENCIA):".
           ACCEPT w-categoria.
           IF w-categoria NOT = "A" AND w-categoria NOT = "V"
                   AND w-categoria NOT = "C" AND w-categoria NOT = "L"
               DISPLAY "CATEGORIA INVALIDA"
           ELSE
               PERFORM 310-PEDIR-MES-IMPORTE
           END-IF.

       400-LISTAR-TABLA.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > 4
               PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > 12
                   MOVE vec-categoria(w-c) TO d-categoria
                   MOVE w-m TO d-mes
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE ZERO TO w-cnt-licencia.
           PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > 12
               IF vec-mes(4, w-m) NOT = ZERO
                   ADD 1 TO w-cnt-licencia
               END-IF
           END-PERFORM.
           IF w-cnt-licencia > ZERO AND w-cnt-licencia < 12
               MOVE 0 TO w-tabla-ok
               DISPLAY "CUOTA DE LICENCIA INCOMPLETA: CARGAR LOS DOCE "
                   "MESES O NINGUNO"
           END-IF.

       500-GRABAR-TABLA.
           PERFORM 450-CONTROLAR-TABLA.
               DISPLAY "TABLA INCOMPLETA, CUOTAS.DAT NO SE GRABA"
           ELSE
               OPEN OUTPUT CUOTAS
               MOVE ZERO TO w-filas
               PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > 4
                   IF w-c < 4 OR w-cnt-licencia = 12
                       PERFORM VARYING w-m FROM 1 BY 1 UNTIL w-m > 12
                           MOVE vec-categoria(w-c) TO
                               cuota-tex-categoria
                           MOVE w-m TO cuota-tex-mes
                           MOVE vec-mes(w-c, w-m) TO cuota-tex-importe
                           WRITE cuota-tex-reg
                           ADD 1 TO w-filas
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE CUOTAS
               DISPLAY "CUOTAS.DAT GRABADO (" w-filas " FILAS)"
           END-IF.
       END PROGRAM YOUR-PROGRAM-NAME.
