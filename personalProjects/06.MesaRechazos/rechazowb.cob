      * MODIFICADO 02/09/2026 - EL DETALLE DE TAXIN LLEVA CODIGO DE
      * MONEDA; AL RESUBMITIR UN RECHAZO DE CALCIMPUESTO SE CAPTURA
      * TAMBIEN LA MONEDA (ESPACIOS PARA MONEDA BASE).
      * MODIFICADO 15/10/2026 - EL DETALLE DE TAXIN LLEVA NUMERO DE
      * FACTURA; AL RESUBMITIR SE CAPTURA EL NUMERO DE LA FACTURA
      * (LA ENTRADA CRUDA DEL RECHAZO LO MUESTRA AL FINAL).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  TRANS-CATEGORIA         PIC X(03).
           05  TRANS-CLIENTE           PIC X(06).
           05  TRANS-MONEDA            PIC X(03).
           05  TRANS-FACTURA           PIC X(08).
      *
       FD  NUMEROS-FILE.
       01  NUMEROS-RECORD.
       77  WS-CATEGORIA-CORREGIDA      PIC X(03).
       77  WS-CLIENTE-CORREGIDO        PIC X(06).
       77  WS-MONEDA-CORREGIDA         PIC X(03).
       77  WS-FACTURA-CORREGIDA        PIC X(08).
       77  WS-VALOR-CORREGIDO          PIC S999.
       77  WS-SERIE-CORREGIDA          PIC X(4).
       77  WS-ID-CORREGIDO             PIC X(09).
                           "BASE): "
                       MOVE SPACES TO WS-MONEDA-CORREGIDA
                       ACCEPT WS-MONEDA-CORREGIDA
                       DISPLAY "NUMERO DE FACTURA (8 CAR.): "
                       MOVE SPACES TO WS-FACTURA-CORREGIDA
                       ACCEPT WS-FACTURA-CORREGIDA
                       MOVE SPACES TO TRANS-RECORD
                       MOVE 'D' TO TRANS-TIPO
                       MOVE WS-MONTO-CORREGIDO TO TRANS-MONTO-VENTA
                       MOVE WS-CATEGORIA-CORREGIDA TO TRANS-CATEGORIA
                       MOVE WS-CLIENTE-CORREGIDO TO TRANS-CLIENTE
                       MOVE WS-MONEDA-CORREGIDA TO TRANS-MONEDA
                       MOVE WS-FACTURA-CORREGIDA TO TRANS-FACTURA
                       WRITE TRANS-RECORD
                       MOVE 'R' TO TRJ-DISPOSICION
                       REWRITE TAXREJ-COMUN-RECORD
