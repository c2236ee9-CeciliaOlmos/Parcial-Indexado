      ******************************************************************
      * dc-reg - deposito de caja ya conciliado contra el extracto
      * (depconcilia.dat, INDEXED, clave boleta + caja). Lo graba
      * conciliaBanco (450-CONCILIAR-DEPOSITOS) cada vez que un
      * credito del banco matchea un deposito de depositos.dat; un
      * deposito sin registro aca todavia no aparecio en el banco, y
      * el parte diario lo senala pasada su fecha de acreditacion.
      ******************************************************************
       01  dc-reg.
           03 dc-llave.
               05 dc-boleta pic 9(8).
               05 dc-caja pic 9(2).
           03 dc-fecha pic 9(8).
           03 dc-importe pic 9(8).
           03 dc-fecha-conciliacion pic 9(8).
