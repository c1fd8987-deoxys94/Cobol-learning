      *****************************************************************
      * RPTLIN.CPY
      * RENGLONES DEL REPOSITORIO DE REPORTES (RPTREP): CADA RENGLON
      * IMPRESO DEL EJEMPLAR, TAL CUAL LO ESCRIBIO SU PROGRAMA, BAJO
      * LA LLAVE DEL EJEMPLAR EN RPTIDX MAS EL NUMERO DE RENGLON,
      * PARA REIMPRIMIRLO EN EL MISMO ORDEN.
      *****************************************************************
       01  REPORTE-LIN-RECORD.
           05  RLN-CLAVE.
               10  RLN-INSTANCIA.
                   15  RLN-REPORTE      PIC X(08).
                   15  RLN-FECHA-NEGOCIO PIC 9(8).
                   15  RLN-SECUENCIA    PIC 99.
               10  RLN-LINEA            PIC 9(6).
           05  RLN-TEXTO                PIC X(80).
