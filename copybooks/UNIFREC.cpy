      ******************************************************************
      * uni-reg - unificacion de fichas duplicadas (unificaciones.dat),
      * clave uni-socio-baja. Cuando la misma persona quedo cargada
      * con dos numeros (readmision con numero nuevo, aspirante
      * aprobado con la ficha vieja viva, cadete dado de alta de nuevo
      * como activo), unificaSocios pasa cuotas, cargos, recibos y
      * vinculos del numero que se cierra al que queda y graba aca la
      * constancia. duplicadosSocios no vuelve a proponer un numero ya
      * unificado, y la constancia dice a donde fue a parar la cuenta
      * de un numero viejo.
      ******************************************************************
       01  uni-reg.
           03 uni-socio-baja pic 9(5).
           03 uni-socio-queda pic 9(5).
           03 uni-fecha pic 9(8).
           03 uni-operador pic x(3).
           03 uni-alta-queda-ant pic 9(8).
      *        sm-fecha-alta que tenia el numero que queda antes de
      *        tomar la mas antigua de las dos fichas.
           03 uni-meses pic 9(3).
           03 uni-cargos pic 9(3).
           03 uni-deuda-ant pic 9(3).
           03 uni-recibos pic 9(5).
           03 uni-conflictos pic 9(3).
      *        Registros que existian con la misma clave en los dos
      *        numeros: quedan bajo el numero cerrado para resolverlos
      *        a mano (ver excepciones.dat).
