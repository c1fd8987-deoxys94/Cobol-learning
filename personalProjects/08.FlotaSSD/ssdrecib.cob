       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSDRECIB.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - RECEPCION DE UNIDADES SSD CONTRA LAS
      * ORDENES DE COMPRA DE SSDOC. CADA TAG CAPTURADO EN SSDRCB
      * (CON SSDCOMP) SE DA DE ALTA SOLO EN EL MAESTRO SSDAST CON
      * EL MODELO Y LA CAPACIDAD DE SU ORDEN, EL TBW Y LA GARANTIA
      * DEL CATALOGO SSDCAT Y FECHA DE INSTALACION IGUAL A LA DE
      * RECEPCION, EN LUGAR DE TECLEAR CADA UNIDAD EN SSDMANT. LA
      * ORDEN SUMA LO RECIBIDO Y QUEDA PARCIAL O COMPLETA. EL
      * REPORTE SSDRCR LISTA LO APLICADO Y LO RECHAZADO (CON SU
      * MOTIVO) Y LAS ORDENES ABIERTAS, MARCANDO LAS ATRASADAS Y
      * LAS RECIBIDAS A MEDIAS. SSDRCB SE VACIA AL TERMINAR.
      * MODIFICADO 15/10/2026 - EL MAESTRO SSDAST CRECIO CON LOS
      * DATOS CONTABLES; LAS UNIDADES RECIBIDAS ENTRAN SIN COSTO Y
      * FINANZAS LO CAPTURA EN SSDMANT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSET-FILE ASSIGN TO "SSDAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSET-TAG.
           SELECT OPTIONAL ORDEN-FILE ASSIGN TO "SSDOC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RECEPCION-FILE ASSIGN TO "SSDRCB"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "SSDCAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECEPCION-REPORT-FILE ASSIGN TO "SSDRCR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE.
       01  ASSET-RECORD.
           05  ASSET-TAG                   PIC X(10).
           05  ASSET-CAPACIDAD             PIC 9(5).
           05  ASSET-TBW                   PIC 9(5).
           05  ASSET-GARANTIA              PIC 9(2).
           05  ASSET-FECHA-INSTALL         PIC 9(8).
           05  ASSET-ESTADO                PIC X.
               88  ASSET-ACTIVO                VALUE 'A' SPACE.
               88  ASSET-RETIRADO              VALUE 'R'.
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
       FD  ORDEN-FILE.
       01  ORDEN-RECORD.
           05  ODC-NUMERO                  PIC 9(6).
           05  ODC-TRIMESTRE               PIC X(6).
           05  ODC-MODELO                  PIC X(8).
           05  ODC-VENDOR                  PIC X(10).
           05  ODC-CAPACIDAD               PIC 9(5).
           05  ODC-CANTIDAD                PIC 9(5).
           05  ODC-RECIBIDAS               PIC 9(5).
           05  ODC-FECHA-ORDEN             PIC 9(8).
           05  ODC-FECHA-ESPERADA          PIC 9(8).
           05  ODC-ESTADO                  PIC X.
           05  ODC-FECHA-ULT-RECEP         PIC 9(8).
      *
       FD  RECEPCION-FILE.
       01  RECEPCION-RECORD.
           05  RCB-ORDEN                   PIC 9(6).
           05  RCB-TAG                     PIC X(10).
           05  RCB-FECHA                   PIC 9(8).
           05  RCB-UBICACION               PIC X(10).
           05  RCB-HOST                    PIC X(10).
      *
       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CAT-MODELO                  PIC X(8).
           05  CAT-VENDOR                  PIC X(10).
           05  CAT-TBW                     PIC 9(5).
           05  CAT-GARANTIA                PIC 9(2).
      *
       FD  RECEPCION-REPORT-FILE.
       01  RECEPCION-REPORT-RECORD         PIC X(80).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       77  WS-FECHA-HOY                PIC 9(8) VALUE 0.
       77  WS-EOF-ORDEN                PIC X VALUE 'N'.
           88  EOF-ORDEN                        VALUE 'Y'.
       77  WS-EOF-RECEPCION            PIC X VALUE 'N'.
           88  EOF-RECEPCION                    VALUE 'Y'.
       77  WS-EOF-CATALOGO             PIC X VALUE 'N'.
           88  EOF-CATALOGO                     VALUE 'Y'.
       77  WS-EOF-RECUENTO             PIC X VALUE 'N'.
           88  EOF-RECUENTO                     VALUE 'Y'.
       77  WS-TABLA-REBASADA           PIC X VALUE 'N'.
           88  TABLA-REBASADA                   VALUE 'Y'.
       77  ORDENES-CARGADAS            PIC 999 VALUE 0.
       01  TABLA-ORDENES.
           05  ORDEN-ENTRY OCCURS 200 TIMES
                   INDEXED BY IDX-ORDEN.
               10  TOC-NUMERO          PIC 9(6).
               10  TOC-TRIMESTRE       PIC X(6).
               10  TOC-MODELO          PIC X(8).
               10  TOC-VENDOR          PIC X(10).
               10  TOC-CAPACIDAD       PIC 9(5).
               10  TOC-CANTIDAD        PIC 9(5).
               10  TOC-RECIBIDAS       PIC 9(5).
               10  TOC-FECHA-ORDEN     PIC 9(8).
               10  TOC-FECHA-ESPERADA  PIC 9(8).
               10  TOC-ESTADO          PIC X.
               10  TOC-FECHA-ULT-RECEP PIC 9(8).
       77  WS-ORDEN-ENCONTRADA         PIC X VALUE 'N'.
           88  ORDEN-ENCONTRADA                 VALUE 'Y'.
       77  CATALOGO-CARGADOS           PIC 99 VALUE 0.
       01  TABLA-CATALOGO.
           05  CATALOGO-ENTRY OCCURS 50 TIMES
                   INDEXED BY IDX-CATALOGO.
               10  CTG-MODELO          PIC X(8).
               10  CTG-TBW             PIC 9(5).
               10  CTG-GARANTIA        PIC 9(2).
       77  WS-MODELO-ENCONTRADO        PIC X VALUE 'N'.
           88  MODELO-ENCONTRADO                VALUE 'Y'.
       77  WS-MOTIVO                   PIC X(30).
       77  WS-APLICADAS                PIC 9(5) VALUE 0.
       77  WS-RECHAZADAS               PIC 9(5) VALUE 0.
       77  WS-ABIERTAS                 PIC 9(5) VALUE 0.
       77  WS-ATRASADAS                PIC 9(5) VALUE 0.
       77  WS-PENDIENTES               PIC 9(5) VALUE 0.
       77  WS-ARCHIVO-CONTROL          PIC X(8) VALUE "SSDAST".
       77  WS-CUENTA-CONTROL           PIC 9(6) VALUE 0.
       77  WS-HASH-CONTROL             PIC S9(12)V99 VALUE 0.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       COPY RPTHDR.
       01  RCR-SUBTITULO-LINEA.
           05  RS-TEXTO                PIC X(80).
       01  RCR-ENCABEZADO-RECEPCION.
           05  FILLER                  PIC X(80) VALUE
               "ORDEN  TAG        MODELO   RECIBIDA  RESULTADO".
       01  RCR-RECEPCION-LINEA.
           05  RR-ORDEN                PIC 9(6).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RR-TAG                  PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RR-MODELO               PIC X(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RR-FECHA                PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-RESULTADO            PIC X(30).
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  RCR-ENCABEZADO-ABIERTAS.
           05  FILLER                  PIC X(80) VALUE
               "ORDEN  E MODELO   PROVEEDOR  PEDIDAS RECIB. PEND. ESPE
      -        "RADA  MARCA".
       01  RCR-ABIERTA-LINEA.
           05  RA-ORDEN                PIC 9(6).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-ESTADO               PIC X.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-MODELO               PIC X(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-VENDOR               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-CANTIDAD             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-RECIBIDAS            PIC ZZ,ZZ9.
           05  RA-PENDIENTES           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-ESPERADA             PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RA-MARCA                PIC X(16).
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  RCR-RESUMEN-LINEA.
           05  FILLER                  PIC X(11) VALUE "APLICADAS: ".
           05  RT-APLICADAS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  RECHAZADAS: ".
           05  RT-RECHAZADAS           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE
               "  ABIERTAS: ".
           05  RT-ABIERTAS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  ATRASADAS: ".
           05  RT-ATRASADAS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-RECIBIR-UNIDADES.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           MOVE 'N' TO WS-TABLA-REBASADA.
           PERFORM 050-CARGAR-CATALOGO.
           PERFORM 100-CARGAR-ORDENES.
           IF TABLA-REBASADA
               DISPLAY "RECEPCION NO APLICADA: TABLA DE ORDENES "
                   "LLENA (200), SSDRCB SE CONSERVA"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-NUMERO-PAGINA
               MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA
               OPEN OUTPUT RECEPCION-REPORT-FILE
               PERFORM 200-APLICAR-RECEPCIONES
               PERFORM 400-REPORTAR-ABIERTAS
               WRITE RECEPCION-REPORT-RECORD FROM RPT-PIE-LINEA
               CLOSE RECEPCION-REPORT-FILE
               IF WS-APLICADAS > 0
                   PERFORM 800-REESCRIBIR-ORDENES
                   PERFORM 950-ESTAMPAR-CONTROL
               END-IF
               DISPLAY "UNIDADES RECIBIDAS EN SSDAST: " WS-APLICADAS
               DISPLAY "RECEPCIONES RECHAZADAS: " WS-RECHAZADAS
                   " (VER SSDRCR)"
               DISPLAY "ORDENES ABIERTAS: " WS-ABIERTAS
                   " ATRASADAS: " WS-ATRASADAS
           END-IF.
           GOBACK.
      *
       040-LEER-FECHA-NEGOCIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT FECHA-CONTROL-FILE.
           READ FECHA-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FCT-FECHA-NEGOCIO > 0
                       MOVE FCT-FECHA-NEGOCIO TO WS-FECHA-HOY
                   END-IF
           END-READ.
           CLOSE FECHA-CONTROL-FILE.
      *
       050-CARGAR-CATALOGO.
           MOVE 0 TO CATALOGO-CARGADOS.
           MOVE 'N' TO WS-EOF-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           PERFORM 060-LEER-CATALOGO.
           PERFORM 070-ALMACENAR-CATALOGO
               UNTIL EOF-CATALOGO.
           CLOSE CATALOGO-FILE.
      *
       060-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END MOVE 'Y' TO WS-EOF-CATALOGO
           END-READ.
      *
       070-ALMACENAR-CATALOGO.
           IF CATALOGO-CARGADOS < 50
               ADD 1 TO CATALOGO-CARGADOS
               MOVE CAT-MODELO TO CTG-MODELO(CATALOGO-CARGADOS)
               MOVE CAT-TBW TO CTG-TBW(CATALOGO-CARGADOS)
               MOVE CAT-GARANTIA
                   TO CTG-GARANTIA(CATALOGO-CARGADOS)
           ELSE
               DISPLAY "CATALOGO LLENO (50), SE IGNORA MODELO: "
                   CAT-MODELO
           END-IF.
           PERFORM 060-LEER-CATALOGO.
      *
       080-BUSCAR-MODELO.
           MOVE 'N' TO WS-MODELO-ENCONTRADO.
           SET IDX-CATALOGO TO 1.
           PERFORM 090-COMPARAR-MODELO
               UNTIL IDX-CATALOGO > CATALOGO-CARGADOS
                  OR MODELO-ENCONTRADO.
      *
       090-COMPARAR-MODELO.
           IF CTG-MODELO(IDX-CATALOGO) = TOC-MODELO(IDX-ORDEN)
               MOVE 'Y' TO WS-MODELO-ENCONTRADO
           ELSE
               SET IDX-CATALOGO UP BY 1.
      *
       100-CARGAR-ORDENES.
           MOVE 0 TO ORDENES-CARGADAS.
           MOVE 'N' TO WS-EOF-ORDEN.
           OPEN INPUT ORDEN-FILE.
           PERFORM 110-LEER-ORDEN.
           PERFORM 120-ALMACENAR-ORDEN
               UNTIL EOF-ORDEN.
           CLOSE ORDEN-FILE.
      *
       110-LEER-ORDEN.
           READ ORDEN-FILE
               AT END MOVE 'Y' TO WS-EOF-ORDEN
           END-READ.
      *
       120-ALMACENAR-ORDEN.
           IF ORDENES-CARGADAS < 200
               ADD 1 TO ORDENES-CARGADAS
               SET IDX-ORDEN TO ORDENES-CARGADAS
               MOVE ODC-NUMERO TO TOC-NUMERO(IDX-ORDEN)
               MOVE ODC-TRIMESTRE TO TOC-TRIMESTRE(IDX-ORDEN)
               MOVE ODC-MODELO TO TOC-MODELO(IDX-ORDEN)
               MOVE ODC-VENDOR TO TOC-VENDOR(IDX-ORDEN)
               MOVE ODC-CAPACIDAD TO TOC-CAPACIDAD(IDX-ORDEN)
               MOVE ODC-CANTIDAD TO TOC-CANTIDAD(IDX-ORDEN)
               MOVE ODC-RECIBIDAS TO TOC-RECIBIDAS(IDX-ORDEN)
               MOVE ODC-FECHA-ORDEN TO TOC-FECHA-ORDEN(IDX-ORDEN)
               MOVE ODC-FECHA-ESPERADA
                   TO TOC-FECHA-ESPERADA(IDX-ORDEN)
               MOVE ODC-ESTADO TO TOC-ESTADO(IDX-ORDEN)
               MOVE ODC-FECHA-ULT-RECEP
                   TO TOC-FECHA-ULT-RECEP(IDX-ORDEN)
           ELSE
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
           PERFORM 110-LEER-ORDEN.
      *
      * APLICA CADA RECEPCION CAPTURADA. SE RECHAZA LA QUE TRAE UNA
      * ORDEN INEXISTENTE O NO EMITIDA, LA QUE EXCEDE LO PEDIDO, UN
      * MODELO FUERA DEL CATALOGO, UN TAG VACIO O UN TAG QUE YA
      * ESTA EN EL MAESTRO. AL TERMINAR, SSDRCB SE VACIA COMO SSDMOV
      * EN SSDMANT: LO RECHAZADO QUEDA EN EL REPORTE PARA RECAPTURA.
      *
       200-APLICAR-RECEPCIONES.
           MOVE 0 TO WS-APLICADAS.
           MOVE 0 TO WS-RECHAZADAS.
           PERFORM 490-ENCABEZADO.
           MOVE "UNIDADES RECIBIDAS" TO RS-TEXTO.
           WRITE RECEPCION-REPORT-RECORD FROM RCR-SUBTITULO-LINEA.
           WRITE RECEPCION-REPORT-RECORD FROM RCR-ENCABEZADO-RECEPCION.
           ADD 2 TO WS-RENGLONES-PAGINA.
           MOVE 'N' TO WS-EOF-RECEPCION.
           OPEN INPUT RECEPCION-FILE.
           OPEN I-O ASSET-FILE.
           PERFORM 210-LEER-RECEPCION.
           PERFORM 220-APLICAR-RECEPCION
               UNTIL EOF-RECEPCION.
           CLOSE RECEPCION-FILE.
           CLOSE ASSET-FILE.
           OPEN OUTPUT RECEPCION-FILE.
           CLOSE RECEPCION-FILE.
      *
       210-LEER-RECEPCION.
           READ RECEPCION-FILE
               AT END MOVE 'Y' TO WS-EOF-RECEPCION
           END-READ.
      *
       220-APLICAR-RECEPCION.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO RR-MODELO.
           IF RCB-FECHA = 0
               MOVE WS-FECHA-HOY TO RCB-FECHA
           END-IF.
           MOVE 'N' TO WS-ORDEN-ENCONTRADA.
           SET IDX-ORDEN TO 1.
           PERFORM 230-BUSCAR-ORDEN
               UNTIL IDX-ORDEN > ORDENES-CARGADAS
                  OR ORDEN-ENCONTRADA.
           EVALUATE TRUE
               WHEN NOT ORDEN-ENCONTRADA
                   MOVE "ORDEN INEXISTENTE" TO WS-MOTIVO
               WHEN TOC-ESTADO(IDX-ORDEN) NOT = 'O'
                AND TOC-ESTADO(IDX-ORDEN) NOT = 'P'
                   MOVE "ORDEN NO EMITIDA O CERRADA" TO WS-MOTIVO
               WHEN TOC-RECIBIDAS(IDX-ORDEN)
                       NOT < TOC-CANTIDAD(IDX-ORDEN)
                   MOVE "EXCEDE LA CANTIDAD PEDIDA" TO WS-MOTIVO
               WHEN RCB-TAG = SPACES
                   MOVE "TAG VACIO" TO WS-MOTIVO
               WHEN OTHER
                   MOVE TOC-MODELO(IDX-ORDEN) TO RR-MODELO
                   PERFORM 080-BUSCAR-MODELO
                   IF NOT MODELO-ENCONTRADO
                       MOVE "MODELO FUERA DE SSDCAT" TO WS-MOTIVO
                   ELSE
                       PERFORM 240-ALTA-UNIDAD
                   END-IF
           END-EVALUATE.
           IF WS-MOTIVO = SPACES
               MOVE "ALTA EN SSDAST" TO RR-RESULTADO
           ELSE
               ADD 1 TO WS-RECHAZADAS
               MOVE WS-MOTIVO TO RR-RESULTADO
           END-IF.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 490-ENCABEZADO
               WRITE RECEPCION-REPORT-RECORD
                   FROM RCR-ENCABEZADO-RECEPCION
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
           MOVE RCB-ORDEN TO RR-ORDEN.
           MOVE RCB-TAG TO RR-TAG.
           MOVE RCB-FECHA TO RR-FECHA.
           WRITE RECEPCION-REPORT-RECORD FROM RCR-RECEPCION-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
           PERFORM 210-LEER-RECEPCION.
      *
       230-BUSCAR-ORDEN.
           IF TOC-NUMERO(IDX-ORDEN) = RCB-ORDEN
               MOVE 'Y' TO WS-ORDEN-ENCONTRADA
           ELSE
               SET IDX-ORDEN UP BY 1.
      *
      * ALTA DE LA UNIDAD COMO LA HARIA SSDMANT, CON LOS DATOS DE
      * LA ORDEN Y DEL CATALOGO. LA ORDEN SE COMPLETA AL RECIBIR LA
      * ULTIMA UNIDAD PEDIDA.
      *
       240-ALTA-UNIDAD.
           MOVE RCB-TAG TO ASSET-TAG.
           MOVE TOC-CAPACIDAD(IDX-ORDEN) TO ASSET-CAPACIDAD.
           MOVE CTG-TBW(IDX-CATALOGO) TO ASSET-TBW.
           MOVE CTG-GARANTIA(IDX-CATALOGO) TO ASSET-GARANTIA.
           MOVE RCB-FECHA TO ASSET-FECHA-INSTALL.
           MOVE 'A' TO ASSET-ESTADO.
           MOVE RCB-UBICACION TO ASSET-UBICACION.
           MOVE RCB-HOST TO ASSET-HOST.
           MOVE TOC-MODELO(IDX-ORDEN) TO ASSET-MODELO.
           MOVE 0 TO ASSET-COSTO.
           MOVE SPACE TO ASSET-METODO-DEPREC.
           MOVE 0 TO ASSET-VIDA-UTIL.
           MOVE 0 TO ASSET-DEPREC-ACUM.
           WRITE ASSET-RECORD
               INVALID KEY
                   MOVE "TAG YA EXISTE EN SSDAST" TO WS-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO WS-APLICADAS
                   ADD 1 TO TOC-RECIBIDAS(IDX-ORDEN)
                   MOVE RCB-FECHA TO TOC-FECHA-ULT-RECEP(IDX-ORDEN)
                   IF TOC-RECIBIDAS(IDX-ORDEN)
                           NOT < TOC-CANTIDAD(IDX-ORDEN)
                       MOVE 'C' TO TOC-ESTADO(IDX-ORDEN)
                   ELSE
                       MOVE 'P' TO TOC-ESTADO(IDX-ORDEN)
                   END-IF
           END-WRITE.
      *
      * ORDENES ABIERTAS (REQUISICIONES, EMITIDAS Y PARCIALES). UNA
      * ORDEN ES ATRASADA SI YA PASO SU FECHA ESPERADA SIN
      * COMPLETARSE, Y PARCIAL SI TIENE UNIDADES RECIBIDAS.
      *
       400-REPORTAR-ABIERTAS.
           MOVE 0 TO WS-ABIERTAS.
           MOVE 0 TO WS-ATRASADAS.
           PERFORM 490-ENCABEZADO.
           MOVE "ORDENES ABIERTAS" TO RS-TEXTO.
           WRITE RECEPCION-REPORT-RECORD FROM RCR-SUBTITULO-LINEA.
           WRITE RECEPCION-REPORT-RECORD FROM RCR-ENCABEZADO-ABIERTAS.
           ADD 2 TO WS-RENGLONES-PAGINA.
           PERFORM 410-REPORTAR-ORDEN
               VARYING IDX-ORDEN FROM 1 BY 1
               UNTIL IDX-ORDEN > ORDENES-CARGADAS.
           MOVE WS-APLICADAS TO RT-APLICADAS.
           MOVE WS-RECHAZADAS TO RT-RECHAZADAS.
           MOVE WS-ABIERTAS TO RT-ABIERTAS.
           MOVE WS-ATRASADAS TO RT-ATRASADAS.
           WRITE RECEPCION-REPORT-RECORD FROM RCR-RESUMEN-LINEA.
      *
       410-REPORTAR-ORDEN.
           IF TOC-ESTADO(IDX-ORDEN) = 'R' OR 'O' OR 'P'
               ADD 1 TO WS-ABIERTAS
               COMPUTE WS-PENDIENTES = TOC-CANTIDAD(IDX-ORDEN)
                   - TOC-RECIBIDAS(IDX-ORDEN)
               MOVE SPACES TO RA-MARCA
               IF TOC-FECHA-ESPERADA(IDX-ORDEN) < WS-FECHA-HOY
                   ADD 1 TO WS-ATRASADAS
                   IF TOC-RECIBIDAS(IDX-ORDEN) > 0
                       MOVE "ATRASADA PARCIAL" TO RA-MARCA
                   ELSE
                       MOVE "ATRASADA" TO RA-MARCA
                   END-IF
               ELSE
                   IF TOC-RECIBIDAS(IDX-ORDEN) > 0
                       MOVE "PARCIAL" TO RA-MARCA
                   END-IF
               END-IF
               IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
                   PERFORM 490-ENCABEZADO
                   WRITE RECEPCION-REPORT-RECORD
                       FROM RCR-ENCABEZADO-ABIERTAS
                   ADD 1 TO WS-RENGLONES-PAGINA
               END-IF
               MOVE TOC-NUMERO(IDX-ORDEN) TO RA-ORDEN
               MOVE TOC-ESTADO(IDX-ORDEN) TO RA-ESTADO
               MOVE TOC-MODELO(IDX-ORDEN) TO RA-MODELO
               MOVE TOC-VENDOR(IDX-ORDEN) TO RA-VENDOR
               MOVE TOC-CANTIDAD(IDX-ORDEN) TO RA-CANTIDAD
               MOVE TOC-RECIBIDAS(IDX-ORDEN) TO RA-RECIBIDAS
               MOVE WS-PENDIENTES TO RA-PENDIENTES
               MOVE TOC-FECHA-ESPERADA(IDX-ORDEN) TO RA-ESPERADA
               WRITE RECEPCION-REPORT-RECORD FROM RCR-ABIERTA-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
      *
       490-ENCABEZADO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "RECEPCION DE UNIDADES SSD" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           WRITE RECEPCION-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE RECEPCION-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE RECEPCION-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
      *
       800-REESCRIBIR-ORDENES.
           OPEN OUTPUT ORDEN-FILE.
           PERFORM 810-ESCRIBIR-ORDEN
               VARYING IDX-ORDEN FROM 1 BY 1
               UNTIL IDX-ORDEN > ORDENES-CARGADAS.
           CLOSE ORDEN-FILE.
      *
       810-ESCRIBIR-ORDEN.
           MOVE TOC-NUMERO(IDX-ORDEN) TO ODC-NUMERO.
           MOVE TOC-TRIMESTRE(IDX-ORDEN) TO ODC-TRIMESTRE.
           MOVE TOC-MODELO(IDX-ORDEN) TO ODC-MODELO.
           MOVE TOC-VENDOR(IDX-ORDEN) TO ODC-VENDOR.
           MOVE TOC-CAPACIDAD(IDX-ORDEN) TO ODC-CAPACIDAD.
           MOVE TOC-CANTIDAD(IDX-ORDEN) TO ODC-CANTIDAD.
           MOVE TOC-RECIBIDAS(IDX-ORDEN) TO ODC-RECIBIDAS.
           MOVE TOC-FECHA-ORDEN(IDX-ORDEN) TO ODC-FECHA-ORDEN.
           MOVE TOC-FECHA-ESPERADA(IDX-ORDEN) TO ODC-FECHA-ESPERADA.
           MOVE TOC-ESTADO(IDX-ORDEN) TO ODC-ESTADO.
           MOVE TOC-FECHA-ULT-RECEP(IDX-ORDEN) TO ODC-FECHA-ULT-RECEP.
           WRITE ORDEN-RECORD.
      *
      * LAS ALTAS TOCARON EL MAESTRO: SE RECUENTA Y SE ESTAMPAN SUS
      * TOTALES DE CONTROL EN CTLTOT, COMO EN SSDMANT.
      *
       950-ESTAMPAR-CONTROL.
           MOVE 0 TO WS-CUENTA-CONTROL.
           MOVE 0 TO WS-HASH-CONTROL.
           MOVE 'N' TO WS-EOF-RECUENTO.
           OPEN INPUT ASSET-FILE.
           PERFORM 955-LEER-RECUENTO.
           PERFORM 960-CONTAR-UNIDAD
               UNTIL EOF-RECUENTO.
           CLOSE ASSET-FILE.
           CALL "CTLMAST" USING WS-ARCHIVO-CONTROL
               WS-CUENTA-CONTROL WS-HASH-CONTROL.
      *
       955-LEER-RECUENTO.
           READ ASSET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-RECUENTO
           END-READ.
      *
       960-CONTAR-UNIDAD.
           ADD 1 TO WS-CUENTA-CONTROL.
           ADD ASSET-CAPACIDAD TO WS-HASH-CONTROL.
           PERFORM 955-LEER-RECUENTO.
