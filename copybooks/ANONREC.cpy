      ******************************************************************
      * anon-reg - registro de anonimizaciones (anonimizaciones.dat,
      * LINE SEQUENTIAL, se abre EXTEND). Una linea por cada registro
      * al que retencionDatos le borro los datos personales: archivo,
      * clave, socio, la regla de retencion que lo alcanzo con su
      * fecha de origen y el plazo vigente, y el supervisor que firmo
      * la corrida. No guarda ningun dato personal; es la constancia
      * de que se borraron, de cuando y por que.
      ******************************************************************
       01  anon-reg.
           03 anon-fecha-hora pic x(21).
           03 anon-archivo pic x(12).
      *        SOCIOSMAE, FICHAHIST, DEBITOS, CONTACTOS o ASPIRANTES.
           03 anon-clave pic x(16).
           03 anon-socio pic 9(5).
      *        Cero en un aspirante rechazado (nunca fue socio).
           03 anon-regla pic x.
      *        B = baja de socio, R = aspirante rechazado.
           03 anon-fecha-origen pic 9(8).
      *        Fecha de la baja o del rechazo.
           03 anon-anios pic 9(2).
           03 anon-registros pic 9(4).
      *        Registros tocados bajo esa clave (las fotos de la
      *        historia de la ficha); uno en los demas archivos.
           03 anon-operador pic x(3).
