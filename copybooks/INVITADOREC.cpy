      ******************************************************************
      * inv-reg - pase de invitado a la pileta (invitados.dat), uno por
      * invitado, dia y socio anfitrion. Reemplaza la lista de papel
      * de la recepcion: invitadosPileta registra el pase, controla
      * los topes del estatuto (invitados por anfitrion y dia, visitas
      * por invitado y temporada), carga la tarifa del concepto INV
      * de conceptos.dat en el cargo INV del mes del anfitrion y deja
      * la lista del dia en invitados.txt para el molinete.
      * invitados.dat es INDEXED: clave primaria inv-numero (numero
      * correlativo que el programa continua al abrir) y claves
      * alternadas inv-fecha, inv-socio e inv-documento CON
      * DUPLICADOS, para la lista del dia, el informe por anfitrion y
      * el conteo de visitas del invitado sin barrer el archivo.
      ******************************************************************
       01  inv-reg.
           03 inv-numero pic 9(8).
           03 inv-fecha pic 9(8).
           03 inv-socio pic 9(5).
           03 inv-documento pic 9(8).
           03 inv-nombre pic x(30).
           03 inv-temporada pic 9(4).
      *        Anio en que empieza la temporada de verano: los pases
      *        de julio a diciembre son de la temporada del anio, los
      *        de enero a junio de la del anio anterior.
           03 inv-importe pic 9(6).
           03 inv-operador pic x(3).
           03 inv-estado pic x.
      *        A = vigente, N = anulado (se descuenta del cargo).
