      ******************************************************************
      * esp-reg - lista de espera (espera.dat), clave esp-llave
      * (concepto, turno, fecha y hora de anotacion), con clave alterna
      * esp-socio. El orden de la clave es el orden de llegada: quien
      * se anoto primero es el primero a quien se le ofrece el lugar
      * que se libera. Para los lockers (concepto LOC) el turno va en
      * blanco y esp-preferencia lleva vestuario y tamanio pedidos
      * (blanco = cualquiera).
      ******************************************************************
       01  esp-reg.
           03 esp-llave.
               05 esp-concepto pic x(3).
               05 esp-turno pic x(2).
               05 esp-fecha pic 9(8).
               05 esp-hora pic 9(8).
           03 esp-socio pic 9(5).
           03 esp-preferencia pic x(2).
           03 esp-estado pic x.
      *        E = esperando, O = lugar ofrecido, A = asignado,
      *        X = retirado de la lista.
           03 esp-fecha-estado pic 9(8).
