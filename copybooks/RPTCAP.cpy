      *****************************************************************
      * RPTCAP.CPY
      * AREA DE COMUNICACION CON EL SUBPROGRAMA RPTCAP, QUE CAPTURA
      * UN REPORTE IMPRESO AL REPOSITORIO DE REPORTES (RPTIDX Y
      * RPTREP) ANTES DE QUE LA SIGUIENTE CORRIDA LO PISE.
      * PROCESODIARIO Y CIERREMES LO LLAMAN AL CERRAR BIEN CADA PASO
      * QUE IMPRIME, Y OPSDASH AL TERMINAR SU TABLERO.
      *
      * EL QUE LLAMA PONE EL NOMBRE DEL REPORTE (EL DEL ARCHIVO
      * IMPRESO), EL PROGRAMA QUE LO PRODUJO, EL TRABAJO Y EL PASO
      * EN QUE CORRIO Y LA FECHA DE NEGOCIO. DE REGRESO TRAE LOS
      * RENGLONES Y LAS PAGINAS CAPTURADOS (CERO SI EL REPORTE NO
      * EXISTIA O VENIA VACIO) Y LA SECUENCIA QUE SE LE ASIGNO.
      *****************************************************************
       01  RPTCAP-AREA.
           05  RCA-REPORTE              PIC X(08).
           05  RCA-PROGRAMA             PIC X(12).
           05  RCA-TRABAJO              PIC X(13).
           05  RCA-PASO                 PIC X(12).
           05  RCA-FECHA-NEGOCIO        PIC 9(8).
           05  RCA-SECUENCIA            PIC 99.
           05  RCA-LINEAS               PIC 9(6).
           05  RCA-PAGINAS              PIC 9(4).
