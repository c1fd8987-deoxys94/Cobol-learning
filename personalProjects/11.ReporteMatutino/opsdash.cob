      * VENTANA DE LOTES QUE LOGTREND DEJA EN LOGVEN (INICIO, FIN,
      * MINUTOS Y ALERTAS SLA DE ANOCHE) COMO UNA LINEA MAS DEL
      * REPORTE MATUTINO.
      * MODIFICADO 15/10/2026 - EL TABLERO LISTA LAS SERIES ACTIVAS
      * QUE SERNUM DEJO EN SERFAL POR NO MANDAR LECTURAS O MANDAR
      * MENOS DE LAS ESPERADAS; CUALQUIERA DE ELLAS PONE EL
      * VEREDICTO EN ATENCION.
      * MODIFICADO 15/10/2026 - EL TABLERO LISTA LAS SERIES QUE EL
      * PASE DE VARIANZA DE SERNUM DEJO EN SERVAR (INCLUIDOS LOS
      * TOTALES NOCTURNOS DE LOS PROGRAMAS DE CALCULO); CUALQUIERA
      * DE ELLAS PONE EL VEREDICTO EN ATENCION. EL CHECKPOINT SERCKP
      * CAMBIO DE TAMANO; SE AJUSTO EL RELLENO DEL LAYOUT LOCAL.
      * MODIFICADO 15/10/2026 - LOS CHECKPOINTS TAXCKP, GPACKP Y
      * SERCKP CRECIERON CON LA FECHA DE CABECERA Y LOS LOTES POR
      * REGISTRAR EN LOTREG; SE AJUSTO EL RELLENO DE LOS LAYOUTS
      * LOCALES.
      * MODIFICADO 15/10/2026 - EL TABLERO LISTA LOS CAMBIOS A
      * TASAS, TIPOS DE CAMBIO, PRODUCTOS Y CLIENTES QUE SIGUEN
      * PENDIENTES DE APROBACION EN MSTPEN; CUALQUIERA DE ELLOS PONE
      * EL VEREDICTO EN ATENCION.
      * MODIFICADO 15/10/2026 - EL TABLERO EMITIDO SE CAPTURA VIA
      * RPTCAP AL REPOSITORIO DE REPORTES CON LA FECHA DE NEGOCIO
      * DE LA CORRIDA QUE RESUME, ANTES DE QUE EL DE MANANA LO PISE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL VENTANA-FILE ASSIGN TO "LOGVEN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FALTANTE-FILE ASSIGN TO "SERFAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL VARIACION-FILE ASSIGN TO "SERVAR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "MSTPEN"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TAXCKP-FILE.
       01  TAXCKP-RECORD.
           05  TCK-ULTIMO-REGISTRO     PIC 9(6).
           05  FILLER                  PIC X(52279).
      *
       FD  SSDCKP-FILE.
       01  SSDCKP-RECORD.
       FD  GPACKP-FILE.
       01  GPACKP-RECORD.
           05  GCK-ULTIMO-REGISTRO     PIC 9(6).
           05  FILLER                  PIC X(499).
      *
       FD  SERCKP-FILE.
       01  SERCKP-RECORD.
           05  KCK-ULTIMO-REGISTRO     PIC 9(6).
           05  FILLER                  PIC X(1202).
      *
       FD  OPS-REPORT-FILE.
       01  OPS-REPORT-RECORD           PIC X(80).
           05  VEN-HORA-FIN            PIC 9(8).
           05  VEN-MINUTOS             PIC 9(4).
           05  VEN-ALERTAS             PIC 9(2).
      *
      * SERIES FALTANTES O INCOMPLETAS QUE DEJA SERNUM.
      *
       FD  FALTANTE-FILE.
       01  FALTANTE-RECORD.
           05  SFL-FECHA               PIC 9(8).
           05  SFL-SERIE               PIC X(4).
           05  SFL-DESCRIPCION         PIC X(30).
           05  SFL-DEPARTAMENTO        PIC X(10).
           05  SFL-ESPERADAS           PIC 9(3).
           05  SFL-RECIBIDAS           PIC 9(3).
      *
      * SERIES SOBRE TOLERANCIA QUE DEJA EL PASE DE VARIANZA.
      *
       FD  VARIACION-FILE.
       01  VARIACION-RECORD.
           05  SVR-FECHA               PIC 9(8).
           05  SVR-SERIE               PIC X(4).
           05  SVR-DESCRIPCION         PIC X(30).
           05  SVR-PROM-HOY            PIC 9(4)V99.
           05  SVR-PROM-HIST           PIC 9(4)V99.
           05  SVR-VAR-PCT             PIC 9(4)V9.
           05  SVR-VAR-CTA-PCT         PIC 9(4)V9.
      *
      * CAMBIOS A MAESTROS QUE ESPERAN APROBACION EN MSTAPR.
      *
       FD  PENDIENTE-FILE.
       COPY MSTPEN.
      *
       WORKING-STORAGE SECTION.
       77  WS-EOF-LOG                  PIC X VALUE 'N'.
               " MIN, ALERTAS SLA: ".
           05  LW-ALERTAS              PIC Z9.
           05  FILLER                  PIC X(03) VALUE SPACES.
       77  WS-EOF-FALTANTE             PIC X VALUE 'N'.
           88  EOF-FALTANTE                     VALUE 'Y'.
       77  WS-SERIES-FALTANTES         PIC 999 VALUE 0.
       01  LINEA-FALTANTE-OPS.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LF-SERIE                PIC X(4).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LF-DESCRIPCION          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LF-DEPARTAMENTO         PIC X(10).
           05  FILLER                  PIC X(07) VALUE " ESPER ".
           05  LF-ESPERADAS            PIC ZZ9.
           05  FILLER                  PIC X(07) VALUE " RECIB ".
           05  LF-RECIBIDAS            PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.
       77  WS-EOF-VARIACION            PIC X VALUE 'N'.
           88  EOF-VARIACION                    VALUE 'Y'.
       77  WS-SERIES-VARIACION         PIC 999 VALUE 0.
       01  LINEA-VARIACION-OPS.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LX-SERIE                PIC X(4).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LX-DESCRIPCION          PIC X(30).
           05  FILLER                  PIC X(05) VALUE " HOY ".
           05  LX-PROM-HOY             PIC ZZZ9.99.
           05  FILLER                  PIC X(06) VALUE " HIST ".
           05  LX-PROM-HIST            PIC ZZZ9.99.
           05  FILLER                  PIC X(05) VALUE " VAR ".
           05  LX-VAR-PCT              PIC ZZZ9.9.
           05  FILLER                  PIC X(06) VALUE "%".
       77  WS-EOF-PENDIENTE            PIC X VALUE 'N'.
           88  EOF-PENDIENTE                    VALUE 'Y'.
       77  WS-CAMBIOS-PENDIENTES       PIC 999 VALUE 0.
       01  LINEA-PENDIENTE-OPS.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LQ-MAESTRO              PIC X(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LQ-ACCION               PIC X(6).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LQ-CLAVE                PIC X(12).
           05  FILLER                  PIC X(09) VALUE " TECLEO: ".
           05  LQ-OPERADOR             PIC X(8).
           05  FILLER                  PIC X(04) VALUE " EL ".
           05  LQ-FECHA                PIC 9(8).
           05  FILLER                  PIC X(19) VALUE SPACES.
       COPY RPTHDR.
       01  LINEA-VEREDICTO.
           05  FILLER                  PIC X(11) VALUE "VEREDICTO: ".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-MARCA                PIC X(24).
           05  FILLER                  PIC X(28) VALUE SPACES.
      *
      * CAPTURA DEL TABLERO AL REPOSITORIO DE REPORTES.
      *
       COPY RPTCAP.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 200-CONTAR-RECHAZOS.
           PERFORM 300-LEER-CHECKPOINTS.
           PERFORM 350-LEER-VENTANA.
           PERFORM 360-CONTAR-FALTANTES.
           PERFORM 390-CONTAR-VARIACIONES.
           PERFORM 395-CONTAR-PENDIENTES.
           PERFORM 400-EMITIR-TABLERO.
           DISPLAY "TABLERO MATUTINO GENERADO EN OPSRPT".
           PERFORM 480-CAPTURAR-TABLERO.
           GOBACK.
      *
      * PRIMERA PASADA: ENCUENTRA LA FECHA DE NEGOCIO MAS RECIENTE
           END-READ.
           CLOSE VENTANA-FILE.
      *
      * CUENTA LAS SERIES QUE SERNUM DEJO EN SERFAL; SE LISTAN AL
      * EMITIR EL TABLERO.
      *
       360-CONTAR-FALTANTES.
           MOVE 0 TO WS-SERIES-FALTANTES.
           MOVE 'N' TO WS-EOF-FALTANTE.
           OPEN INPUT FALTANTE-FILE.
           PERFORM 370-LEER-FALTANTE.
           PERFORM 380-SUMAR-FALTANTE
               UNTIL EOF-FALTANTE.
           CLOSE FALTANTE-FILE.
      *
       370-LEER-FALTANTE.
           READ FALTANTE-FILE
               AT END MOVE 'Y' TO WS-EOF-FALTANTE
           END-READ.
      *
       380-SUMAR-FALTANTE.
           ADD 1 TO WS-SERIES-FALTANTES.
           PERFORM 370-LEER-FALTANTE.
      *
      * CUENTA LAS SERIES QUE SERNUM DEJO EN SERVAR POR REBASAR LA
      * TOLERANCIA; SE LISTAN AL EMITIR EL TABLERO.
      *
       390-CONTAR-VARIACIONES.
           MOVE 0 TO WS-SERIES-VARIACION.
           MOVE 'N' TO WS-EOF-VARIACION.
           OPEN INPUT VARIACION-FILE.
           PERFORM 391-LEER-VARIACION.
           PERFORM 392-SUMAR-VARIACION
               UNTIL EOF-VARIACION.
           CLOSE VARIACION-FILE.
      *
       391-LEER-VARIACION.
           READ VARIACION-FILE
               AT END MOVE 'Y' TO WS-EOF-VARIACION
           END-READ.
      *
       392-SUMAR-VARIACION.
           ADD 1 TO WS-SERIES-VARIACION.
           PERFORM 391-LEER-VARIACION.
      *
      * CUENTA LOS CAMBIOS A MAESTROS QUE SIGUEN PENDIENTES EN
      * MSTPEN; SE LISTAN AL EMITIR EL TABLERO.
      *
       395-CONTAR-PENDIENTES.
           MOVE 0 TO WS-CAMBIOS-PENDIENTES.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN INPUT PENDIENTE-FILE.
           PERFORM 396-LEER-PENDIENTE.
           PERFORM 397-SUMAR-PENDIENTE
               UNTIL EOF-PENDIENTE.
           CLOSE PENDIENTE-FILE.
      *
       396-LEER-PENDIENTE.
           READ PENDIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PENDIENTE
           END-READ.
      *
       397-SUMAR-PENDIENTE.
           IF PEN-PENDIENTE
               ADD 1 TO WS-CAMBIOS-PENDIENTES
           END-IF.
           PERFORM 396-LEER-PENDIENTE.
      *
      * UNA SOLA PAGINA: VEREDICTO ARRIBA, LUEGO LA VENTANA DE
      * LOTES, LOS PASOS DE LA ULTIMA CORRIDA, LOS RECHAZOS
      * ABIERTOS Y LOS CHECKPOINTS.
           WRITE OPS-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE OPS-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           IF HAY-FALLA OR HAY-CKP-SUCIO
              OR WS-SERIES-FALTANTES > 0
              OR WS-SERIES-VARIACION > 0
              OR WS-CAMBIOS-PENDIENTES > 0
               MOVE "ATENCION" TO LV-VEREDICTO
               IF HAY-CKP-SUCIO
                   MOVE " - CHECKPOINT SUCIO: REARRANCAR EL LOTE"
                       TO LV-DETALLE
               ELSE
                   IF HAY-FALLA
                       MOVE " - PASO FALLIDO EN LA ULTIMA CORRIDA"
                           TO LV-DETALLE
                   ELSE
                       IF WS-SERIES-VARIACION > 0
                           MOVE " - SERIES FUERA DE TOLERANCIA"
                               TO LV-DETALLE
                       ELSE
                           IF WS-SERIES-FALTANTES > 0
                               MOVE " - SERIES SIN LECTURAS COMPLETAS"
                                   TO LV-DETALLE
                           ELSE
                               MOVE " - CAMBIOS A MAESTROS SIN APROBAR"
                                   TO LV-DETALLE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE "LIMPIO" TO LV-VEREDICTO
           PERFORM 420-ESCRIBIR-RECHAZO
               VARYING IDX-REJ FROM 1 BY 1
               UNTIL IDX-REJ > GRUPOS-REJ-CARGADOS.
           MOVE "SERIES CON VARIACION FUERA DE TOLERANCIA (SERVAR)"
               TO LS-TEXTO.
           WRITE OPS-REPORT-RECORD FROM LINEA-SUBTITULO.
           IF WS-SERIES-VARIACION = 0
               MOVE "  (NINGUNA SERIE FUERA DE TOLERANCIA)"
                   TO LS-TEXTO
               WRITE OPS-REPORT-RECORD FROM LINEA-SUBTITULO
           ELSE
               MOVE 'N' TO WS-EOF-VARIACION
               OPEN INPUT VARIACION-FILE
               PERFORM 391-LEER-VARIACION
               PERFORM 450-ESCRIBIR-VARIACION
                   UNTIL EOF-VARIACION
               CLOSE VARIACION-FILE
           END-IF.
           MOVE "SERIES SIN LECTURAS O INCOMPLETAS (SERFAL)"
               TO LS-TEXTO.
           WRITE OPS-REPORT-RECORD FROM LINEA-SUBTITULO.
           IF WS-SERIES-FALTANTES = 0
               MOVE "  (TODAS LAS SERIES ACTIVAS REPORTARON)"
                   TO LS-TEXTO
               WRITE OPS-REPORT-RECORD FROM LINEA-SUBTITULO
           ELSE
               MOVE 'N' TO WS-EOF-FALTANTE
               OPEN INPUT FALTANTE-FILE
               PERFORM 370-LEER-FALTANTE
               PERFORM 440-ESCRIBIR-FALTANTE
                   UNTIL EOF-FALTANTE
               CLOSE FALTANTE-FILE
           END-IF.
           MOVE "CAMBIOS A MAESTROS PENDIENTES DE APROBACION (MSTPEN)"
               TO LS-TEXTO.
           WRITE OPS-REPORT-RECORD FROM LINEA-SUBTITULO.
           IF WS-CAMBIOS-PENDIENTES = 0
               MOVE "  (NINGUN CAMBIO PENDIENTE)" TO LS-TEXTO
               WRITE OPS-REPORT-RECORD FROM LINEA-SUBTITULO
           ELSE
               MOVE 'N' TO WS-EOF-PENDIENTE
               OPEN INPUT PENDIENTE-FILE
               PERFORM 396-LEER-PENDIENTE
               PERFORM 460-ESCRIBIR-PENDIENTE
                   UNTIL EOF-PENDIENTE
               CLOSE PENDIENTE-FILE
           END-IF.
           MOVE "CHECKPOINTS (SOBRANTE > 0 = CORRIDA CAIDA)"
               TO LS-TEXTO.
           WRITE OPS-REPORT-RECORD FROM LINEA-SUBTITULO.
               MOVE "*** REARRANCAR LOTE ***" TO LC-MARCA
           END-IF.
           WRITE OPS-REPORT-RECORD FROM LINEA-CHECKPOINT.
      *
       440-ESCRIBIR-FALTANTE.
           MOVE SFL-SERIE TO LF-SERIE.
           MOVE SFL-DESCRIPCION TO LF-DESCRIPCION.
           MOVE SFL-DEPARTAMENTO TO LF-DEPARTAMENTO.
           MOVE SFL-ESPERADAS TO LF-ESPERADAS.
           MOVE SFL-RECIBIDAS TO LF-RECIBIDAS.
           WRITE OPS-REPORT-RECORD FROM LINEA-FALTANTE-OPS.
           PERFORM 370-LEER-FALTANTE.
      *
       450-ESCRIBIR-VARIACION.
           MOVE SVR-SERIE TO LX-SERIE.
           MOVE SVR-DESCRIPCION TO LX-DESCRIPCION.
           MOVE SVR-PROM-HOY TO LX-PROM-HOY.
           MOVE SVR-PROM-HIST TO LX-PROM-HIST.
           MOVE SVR-VAR-PCT TO LX-VAR-PCT.
           WRITE OPS-REPORT-RECORD FROM LINEA-VARIACION-OPS.
           PERFORM 391-LEER-VARIACION.
      *
       460-ESCRIBIR-PENDIENTE.
           IF PEN-PENDIENTE
               MOVE PEN-MAESTRO TO LQ-MAESTRO
               MOVE PEN-ACCION TO LQ-ACCION
               MOVE PEN-CLAVE TO LQ-CLAVE
               MOVE PEN-OPERADOR TO LQ-OPERADOR
               MOVE PEN-FECHA TO LQ-FECHA
               WRITE OPS-REPORT-RECORD FROM LINEA-PENDIENTE-OPS
           END-IF.
           PERFORM 396-LEER-PENDIENTE.
      *
      * EL TABLERO SE GUARDA CON LA FECHA DE NEGOCIO DE LA CORRIDA
      * QUE RESUME; SIN BITACORA, CON LA FECHA DEL RELOJ.
      *
       480-CAPTURAR-TABLERO.
           MOVE "OPSRPT" TO RCA-REPORTE.
           MOVE "OPSDASH" TO RCA-PROGRAMA.
           MOVE "OPSDASH" TO RCA-TRABAJO.
           MOVE "OPSDASH" TO RCA-PASO.
           IF WS-FECHA-ULTIMA > 0
               MOVE WS-FECHA-ULTIMA TO RCA-FECHA-NEGOCIO
           ELSE
               ACCEPT RCA-FECHA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           CALL "RPTCAP" USING RPTCAP-AREA.
           MOVE 0 TO RETURN-CODE.
