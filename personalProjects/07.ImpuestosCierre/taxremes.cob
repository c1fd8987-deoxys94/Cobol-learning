      * TAXCORTE (PERIODO, FECHA, FACTURAS E IMPUESTO), PARA QUE
      * TAXCONC CONCILIE LOS PAGOS REALES CONTRA LO DECLARADO Y UN
      * SUBPAGO NO PASE DOS MESES SIN VERSE.
      * MODIFICADO 15/10/2026 - INVERSION AGREGA A TAXMES LA
      * RETENCION SOBRE LOS INTERESES QUE ABONA A LAS CARTERAS, BAJO
      * SU CATEGORIA PROPIA (RIN). SE REMESA CON TODO LO DEMAS, PERO
      * SUS ABONOS NO CUENTAN COMO FACTURAS, EL REPORTE MUESTRA
      * CUANTO DE LA REMESA ES RETENCION Y EL CORTE LA GUARDA APARTE
      * PARA QUE TAXCERT AMARRE LAS FACTURAS SOLO CONTRA SU IMPUESTO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CTE-FECHA               PIC 9(8).
           05  CTE-FACTURAS            PIC 9(6).
           05  CTE-IMPUESTO            PIC S9(9)V99.
           05  CTE-RETENCION           PIC S9(9)V99.
      *
       WORKING-STORAGE SECTION.
       77  WS-EOF-REMESA               PIC X VALUE 'N'.
               10  REM-IMPUESTO        PIC S9(8)V99.
       77  WS-TOTAL-FACTURAS           PIC 9(6) VALUE 0.
       77  WS-TOTAL-IMPUESTO           PIC S9(9)V99 VALUE 0.
       77  WS-CATEGORIA-RETENCION      PIC X(03) VALUE "RIN".
       77  WS-TOTAL-ABONOS             PIC 9(6) VALUE 0.
       77  WS-TOTAL-RETENCION          PIC S9(9)V99 VALUE 0.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
               "REMESA DEL PERIODO: ".
           05  GT-TOTAL-IMPUESTO       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  RETENCION-TOTAL-LINEA.
           05  FILLER                  PIC X(20) VALUE
               "ABONOS DE INTERES: ".
           05  GT-TOTAL-ABONOS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "RETENCION INCLUIDA: ".
           05  GT-TOTAL-RETENCION      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(15) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      * LA COMBINACION AUN NO EXISTE EN LA TABLA SE ABRE UN RENGLON
      * NUEVO. EL GRAN TOTAL SE ALIMENTA CON TODO RENGLON LEIDO,
      * AUNQUE LA TABLA DE GRUPOS SE LLENE, PARA QUE SIEMPRE CUADRE
      * CONTRA LOS TOTALES DIARIOS DE LOS PIES DE LOTE. LOS
      * RENGLONES DE RETENCION SOBRE INTERESES CUENTAN ABONOS, NO
      * FACTURAS, Y SU IMPUESTO SE LLEVA APARTE ADEMAS DEL GRAN
      * TOTAL.
      *
       120-ACUMULAR-FACTURA.
           MOVE 'N' TO WS-GRUPO-ENCONTRADO.
               ADD TXM-VENTAS TO REM-VENTAS(IDX-REMESA)
               ADD TXM-IMPUESTO TO REM-IMPUESTO(IDX-REMESA)
           END-IF.
           IF TXM-CATEGORIA = WS-CATEGORIA-RETENCION
               ADD TXM-FACTURAS TO WS-TOTAL-ABONOS
               ADD TXM-IMPUESTO TO WS-TOTAL-RETENCION
           ELSE
               ADD TXM-FACTURAS TO WS-TOTAL-FACTURAS
           END-IF.
           ADD TXM-IMPUESTO TO WS-TOTAL-IMPUESTO.
           PERFORM 110-LEER-REMESA.
      *
           MOVE WS-TOTAL-FACTURAS TO GT-TOTAL-FACTURAS.
           MOVE WS-TOTAL-IMPUESTO TO GT-TOTAL-IMPUESTO.
           WRITE REMESA-REPORT-RECORD FROM GRAN-TOTAL-LINEA.
           IF WS-TOTAL-ABONOS > 0
               MOVE WS-TOTAL-ABONOS TO GT-TOTAL-ABONOS
               MOVE WS-TOTAL-RETENCION TO GT-TOTAL-RETENCION
               WRITE REMESA-REPORT-RECORD FROM RETENCION-TOTAL-LINEA
           END-IF.
           WRITE REMESA-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE REMESA-REPORT-FILE.
      *
           ACCEPT CTE-FECHA FROM DATE YYYYMMDD.
           MOVE WS-TOTAL-FACTURAS TO CTE-FACTURAS.
           MOVE WS-TOTAL-IMPUESTO TO CTE-IMPUESTO.
           MOVE WS-TOTAL-RETENCION TO CTE-RETENCION.
           WRITE CORTE-RECORD.
           CLOSE CORTE-FILE.
      *
