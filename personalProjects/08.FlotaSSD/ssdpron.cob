      * POR TRIMESTRE CON CONTEO DE UNIDADES Y CAPACIDAD TOTAL,
      * PARA QUE COMPRAS PRESUPUESTE CON ANTICIPACION EN LUGAR DE
      * ENTERARSE CUANDO LA UNIDAD YA ESTA EN RIESGO.
      * MODIFICADO 15/10/2026 - LOS TRIMESTRES DEL PRESUPUESTO SE
      * DEJAN TAMBIEN EN EL ARCHIVO SSDPRQ (REESCRITO EN CADA
      * CORRIDA), DE DONDE SSDCOMP GENERA LAS REQUISICIONES DE
      * COMPRA DE CADA TRIMESTRE.
      * MODIFICADO 15/10/2026 - EL MAESTRO SSDAST CRECIO CON COSTO
      * DE COMPRA, METODO DE DEPRECIACION, VIDA UTIL Y DEPRECIACION
      * ACUMULADA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRONOSTICO-REPORT-FILE ASSIGN TO "SSDPRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRIMESTRE-FILE ASSIGN TO "SSDPRQ"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
      *
       FD  PRONOSTICO-REPORT-FILE.
       01  PRONOSTICO-REPORT-RECORD        PIC X(80).
      *
      * PRESUPUESTO POR TRIMESTRE PARA COMPRAS, EN ORDEN
      * CRONOLOGICO.
      *
       FD  TRIMESTRE-FILE.
       01  TRIMESTRE-RECORD.
           05  PRQ-TRIMESTRE               PIC X(6).
           05  PRQ-UNIDADES                PIC 9(5).
           05  PRQ-CAPACIDAD               PIC 9(9).
           05  PRQ-FECHA-CORRIDA           PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       77  WS-EOF-ASSET                PIC X VALUE 'N'.
           END-IF.
      *
      * RESUMEN PARA COMPRAS: UNIDADES Y CAPACIDAD TOTAL A
      * REEMPLAZAR EN CADA TRIMESTRE PROYECTADO, EN EL REPORTE Y
      * EN SSDPRQ.
      *
       600-RESUMEN-TRIMESTRAL.
           OPEN OUTPUT TRIMESTRE-FILE.
           MOVE SPACES TO LS-TEXTO.
           MOVE "PRESUPUESTO DE REEMPLAZO POR TRIMESTRE" TO LS-TEXTO.
           PERFORM 710-VERIFICAR-PAGINA.
           PERFORM 610-ESCRIBIR-TRIMESTRE
               VARYING IDX-TRIM FROM 1 BY 1
               UNTIL IDX-TRIM > TRIMESTRES-CARGADOS.
           CLOSE TRIMESTRE-FILE.
      *
       610-ESCRIBIR-TRIMESTRE.
           PERFORM 710-VERIFICAR-PAGINA.
           MOVE TRM-CAPACIDAD(IDX-TRIM) TO LT-CAPACIDAD.
           WRITE PRONOSTICO-REPORT-RECORD FROM LINEA-TRIMESTRE.
           ADD 1 TO WS-RENGLONES-PAGINA.
           MOVE TRM-CLAVE(IDX-TRIM) TO PRQ-TRIMESTRE.
           MOVE TRM-UNIDADES(IDX-TRIM) TO PRQ-UNIDADES.
           MOVE TRM-CAPACIDAD(IDX-TRIM) TO PRQ-CAPACIDAD.
           MOVE WS-FECHA-HOY TO PRQ-FECHA-CORRIDA.
           WRITE TRIMESTRE-RECORD.
      *
       700-ESCRIBIR-DETALLE.
           PERFORM 710-VERIFICAR-PAGINA.
