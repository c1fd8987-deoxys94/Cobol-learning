      *****************************************************************
      * RPTIDX.CPY
      * INDICE DEL REPOSITORIO DE REPORTES: UN RENGLON POR CADA
      * EJEMPLAR DE REPORTE CAPTURADO DESPUES DE SU PASO (TAXRPT,
      * SSDRPT, SSDGAR, GPARPT, GPATRN, INVRPT, SERRPT, OPSRPT Y EL
      * TAXREM DE CIERRE DE MES), INDEXADO POR NOMBRE DEL REPORTE,
      * FECHA DE NEGOCIO Y SECUENCIA DENTRO DEL DIA (UNA CORRIDA
      * REPETIDA EL MISMO DIA NO PISA LA ANTERIOR). LOS RENGLONES
      * DEL REPORTE QUEDAN EN RPTREP (RPTLIN) BAJO LA MISMA LLAVE.
      * RPTCAP LO ESCRIBE, RPTCON LO CONSULTA Y REIMPRIME, Y ARCHGEN
      * DEPURA LOS EJEMPLARES QUE PASARON SU PLAZO DE RETENCION.
      *****************************************************************
       01  REPORTE-IDX-RECORD.
           05  RIX-CLAVE.
               10  RIX-REPORTE          PIC X(08).
               10  RIX-FECHA-NEGOCIO    PIC 9(8).
               10  RIX-SECUENCIA        PIC 99.
           05  RIX-PROGRAMA             PIC X(12).
           05  RIX-TRABAJO              PIC X(13).
           05  RIX-PASO                 PIC X(12).
           05  RIX-PAGINAS              PIC 9(4).
           05  RIX-LINEAS               PIC 9(6).
           05  RIX-FECHA-CAPTURA        PIC 9(8).
           05  RIX-HORA-CAPTURA         PIC 9(8).
           05  FILLER                   PIC X(09).
