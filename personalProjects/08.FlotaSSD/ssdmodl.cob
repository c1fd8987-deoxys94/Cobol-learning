      * LAS LECTURAS ACUMULADAS Y EL DWPD PROMEDIO Y MAXIMO
      * OBSERVADOS, PARA QUE COMPRAS VEA QUE MODELOS SE DESGASTAN
      * REALMENTE MAS RAPIDO ANTES DE LA SIGUIENTE COMPRA.
      * MODIFICADO 15/10/2026 - EL MAESTRO SSDAST CRECIO CON COSTO
      * DE COMPRA, METODO DE DEPRECIACION, VIDA UTIL Y DEPRECIACION
      * ACUMULADA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  ASSET-UBICACION             PIC X(10).
           05  ASSET-HOST                  PIC X(10).
           05  ASSET-MODELO                PIC X(8).
           05  ASSET-COSTO                 PIC 9(6)V99.
           05  ASSET-METODO-DEPREC         PIC X.
               88  DEPREC-LINEA-RECTA          VALUE 'L'.
               88  DEPREC-SALDO-DECRECIENTE    VALUE 'D'.
           05  ASSET-VIDA-UTIL             PIC 9(3).
           05  ASSET-DEPREC-ACUM           PIC 9(6)V99.
      *
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
