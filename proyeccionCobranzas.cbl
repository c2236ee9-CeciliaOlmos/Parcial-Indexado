      *          not exist until cierreDeEjercicio generates them.
      *          Spools to ..\reports\proyeccion<aaaammdd>.rpt.
      * Tectonics: cobc
      * Modification history:
      *   - Months written off to incobrables (soc-estado I) are left
      *     out of the collection-rate table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
      * a la columna CUOTAS de su mes; los meses ya transcurridos
      * alimentan la tabla de antiguedad (cuota, pagado, debe por
      * distancia en meses) de la que sale la tasa real de cobro para
      * el recupero de mora. Los meses pasados a incobrables quedan
      * fuera: no son cobranza perdida del anio sino deuda dada de baja.
      ******************************************************************
       200-RECORRER-SOCIOS.
           PERFORM UNTIL fin-arch-socios
               READ SOCIOS NEXT AT END MOVE 1 TO w-flag-socios
               NOT AT END
                   IF soc-anio = w-anio-proy AND soc-mes > 0
                       AND soc-estado NOT = "I"
                       PERFORM 210-ACUMULAR-MES-SOCIO
                   END-IF
           END-PERFORM.
