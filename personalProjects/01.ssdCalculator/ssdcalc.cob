      * EL DWPD DE CADA UNIDAD Y SUBTOTAL DE UNIDADES Y CAPACIDAD
      * POR UBICACION, PARA AMARRAR LAS CIFRAS DE DESGASTE DE LA
      * CORRIDA NOCTURNA A UN RACK REAL.
      * MODIFICADO 15/10/2026 - EL MAESTRO SSDAST CRECIO CON COSTO
      * DE COMPRA, METODO DE DEPRECIACION, VIDA UTIL Y DEPRECIACION
      * ACUMULADA.
      * MODIFICADO 15/10/2026 - LA CORRIDA NOCTURNA MANDA A SERIN
      * (VIA SERKPI) LAS ESCRITURAS DIARIAS DE TODA LA FLOTA ACTIVA
      * (SUMA DEL USO DIARIO DE CADA UNIDAD, EN CIENTOS DE GB) COMO
      * LA SERIE FIJA KSSD, PARA QUE SERNUM LE PASE LA VARIANZA.
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

       SD  WORK-SORT-FILE.
       01  WORK-SORT-RECORD.
       77  WS-REGISTRO-ACTUAL          PIC 9(6) VALUE 0.
       77  WS-REGISTRO-REINICIO        PIC 9(6) VALUE 0.
       77  WS-INTERVALO-CHECKPOINT     PIC 99 VALUE 10.
       77  WS-UNIDADES-EVALUADAS       PIC 9(6) VALUE 0.
       77  WS-USO-DIARIO-FLOTA         PIC 9(11)V999 VALUE 0.
       77  WS-CKP-COCIENTE             PIC 9(6).
       77  WS-CKP-RESIDUO              PIC 99.
       77  GARANTIA-HORIZONTE-DIAS     PIC 9(3) VALUE 90.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LR-TENDENCIA            PIC X(08).
           05  FILLER                  PIC X(31) VALUE SPACES.
      *
       COPY SERKPI.
      *
       LINKAGE SECTION.
       01  LK-MODO-LLAMADA             PIC X.
           IF LLAMADA-MODO-LOTE
               PERFORM 400-PROCESAR-FLOTA
               MOVE WS-REGISTRO-ACTUAL TO LK-REGISTROS-PROCESADOS
               PERFORM 470-ALIMENTAR-SERIES
           ELSE
               MOVE 1 TO SELECCION-USUARIO
               PERFORM 100-MENU-PRINCIPAL
      *
       410-CARGAR-FLOTA.
           PERFORM 460-LEER-CHECKPOINT.
           MOVE 0 TO WS-UNIDADES-EVALUADAS.
           MOVE 0 TO WS-USO-DIARIO-FLOTA.
           OPEN INPUT ASSET-FILE.
           MOVE 'N' TO WS-EOF-ASSET.
           PERFORM 411-LEER-ACTIVO.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
      *
      * TOTAL DE LA CORRIDA NOCTURNA PARA LA VARIANZA DE SERNUM: LOS
      * GB QUE LA FLOTA ACTIVA ESCRIBE AL DIA, EN CIENTOS DE GB. LA
      * SUMA SALE COMPLETA AUN TRAS UN REINICIO, PORQUE TODA LA
      * FLOTA SE VUELVE A LIBERAR AL SORT.
      *
       470-ALIMENTAR-SERIES.
           MOVE "SSD" TO SKP-FUENTE.
           MOVE 1 TO SKP-LECTURAS.
           MOVE "KSSD" TO SKP-SERIE(1).
           MOVE WS-USO-DIARIO-FLOTA TO SKP-IMPORTE(1).
           MOVE 100 TO SKP-DIVISOR(1).
           CALL "SERKPI" USING SERKPI-AREA.
      *
      * BORRA EL CHECKPOINT AL TERMINAR EL LOTE CON EXITO.
      *
       490-LIMPIAR-CHECKPOINT.
      * ARRIBA PARA QUE NO SIGAN APARECIENDO EN EL REPORTE DE FLOTA.
      *
       413-PROCESAR-ACTIVO.
           ADD 1 TO WS-UNIDADES-EVALUADAS.
           MOVE ASSET-TAG TO UNIT-TAG-ACTUAL.
           COMPUTE DWPD = (ASSET-TBW * 1000) /
                   ( ASSET-CAPACIDAD * ASSET-GARANTIA * 365 ).
           COMPUTE USO-DIARIO-SSD = DWPD * ASSET-CAPACIDAD.
           ADD USO-DIARIO-SSD TO WS-USO-DIARIO-FLOTA.
           PERFORM 140-CALCULAR-TENDENCIA.
           IF WS-REGISTRO-ACTUAL > WS-REGISTRO-REINICIO
               PERFORM 150-REGISTRAR-HISTORIA
