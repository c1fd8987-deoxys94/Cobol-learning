       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCAP.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - CAPTURA DE REPORTES IMPRESOS AL
      * REPOSITORIO DE REPORTES. CADA NOCHE LA SIGUIENTE CORRIDA
      * PISABA TAXRPT, SSDRPT, SSDGAR, GPARPT, GPATRN, INVRPT,
      * SERRPT, OPSRPT Y EL TAXREM DEL CIERRE DE MES, Y NO HABIA
      * MANERA DE ENTREGARLE A UN AUDITOR EL REPORTE DE UN DIA
      * PASADO. PROCESODIARIO Y CIERREMES LLAMAN AQUI AL CERRAR BIEN
      * CADA PASO QUE IMPRIME, Y OPSDASH AL TERMINAR SU TABLERO: LOS
      * RENGLONES DEL REPORTE SE COPIAN TAL CUAL A RPTREP Y SE DA DE
      * ALTA EN RPTIDX EL EJEMPLAR CON SU PROGRAMA, TRABAJO, PASO,
      * FECHA DE NEGOCIO, PAGINAS Y RENGLONES. UNA FALLA AL CAPTURAR
      * SOLO SE AVISA EN CONSOLA; NUNCA DETIENE EL TRABAJO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TAXRPT-FILE ASSIGN TO "TAXRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SSDRPT-FILE ASSIGN TO "SSDRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SSDGAR-FILE ASSIGN TO "SSDGAR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GPARPT-FILE ASSIGN TO "GPARPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GPATRN-FILE ASSIGN TO "GPATRN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INVRPT-FILE ASSIGN TO "INVRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SERRPT-FILE ASSIGN TO "SERRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OPSRPT-FILE ASSIGN TO "OPSRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TAXREM-FILE ASSIGN TO "TAXREM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REPORTE-IDX-FILE ASSIGN TO "RPTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-CLAVE.
           SELECT OPTIONAL REPORTE-LIN-FILE ASSIGN TO "RPTREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLN-CLAVE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TAXRPT-FILE.
       01  TAXRPT-RECORD               PIC X(80).
      *
       FD  SSDRPT-FILE.
       01  SSDRPT-RECORD               PIC X(80).
      *
       FD  SSDGAR-FILE.
       01  SSDGAR-RECORD               PIC X(80).
      *
       FD  GPARPT-FILE.
       01  GPARPT-RECORD               PIC X(80).
      *
       FD  GPATRN-FILE.
       01  GPATRN-RECORD               PIC X(80).
      *
       FD  INVRPT-FILE.
       01  INVRPT-RECORD               PIC X(80).
      *
       FD  SERRPT-FILE.
       01  SERRPT-RECORD               PIC X(80).
      *
       FD  OPSRPT-FILE.
       01  OPSRPT-RECORD               PIC X(80).
      *
       FD  TAXREM-FILE.
       01  TAXREM-RECORD               PIC X(80).
      *
       FD  REPORTE-IDX-FILE.
       COPY RPTIDX.
      *
       FD  REPORTE-LIN-FILE.
       COPY RPTLIN.
      *
       WORKING-STORAGE SECTION.
       77  WS-RENGLON                  PIC X(80).
       77  WS-REPORTE-VALIDO           PIC X VALUE 'N'.
           88  REPORTE-VALIDO                   VALUE 'Y'.
       77  WS-EOF-REPORTE              PIC X VALUE 'N'.
           88  EOF-REPORTE                      VALUE 'Y'.
       77  WS-EOF-INDICE               PIC X VALUE 'N'.
           88  EOF-INDICE                       VALUE 'Y'.
       77  WS-FALLA-CAPTURA            PIC X VALUE 'N'.
           88  FALLA-CAPTURA                    VALUE 'Y'.
       77  WS-SECUENCIA                PIC 9(3) VALUE 0.
       77  WS-LINEAS                   PIC 9(6) VALUE 0.
       77  WS-PAGINAS                  PIC 9(4) VALUE 0.
      *
      * TODA PAGINA DE LA SUITE ABRE CON LA PRIMERA LINEA DE RPTHDR.
      *
       77  WS-MARCA-PAGINA             PIC X(24) VALUE
           "TALLER DE COMPUTO ALDAIR".
      *
       LINKAGE SECTION.
       COPY RPTCAP.
      *
       PROCEDURE DIVISION USING RPTCAP-AREA.
      *
       000-CAPTURAR-REPORTE.
           MOVE 0 TO RCA-SECUENCIA.
           MOVE 0 TO RCA-LINEAS.
           MOVE 0 TO RCA-PAGINAS.
           MOVE 0 TO WS-LINEAS.
           MOVE 0 TO WS-PAGINAS.
           MOVE 'N' TO WS-FALLA-CAPTURA.
           MOVE 'N' TO WS-EOF-REPORTE.
           PERFORM 100-ABRIR-REPORTE.
           IF NOT REPORTE-VALIDO
               DISPLAY "RPTCAP: REPORTE " RCA-REPORTE
                   " NO ES CAPTURABLE, SE IGNORA"
           ELSE
               PERFORM 110-LEER-REPORTE
               IF EOF-REPORTE
                   DISPLAY "RPTCAP: " RCA-REPORTE
                       " VACIO O INEXISTENTE, NO SE CAPTURA"
               ELSE
                   PERFORM 200-GUARDAR-EJEMPLAR
               END-IF
               PERFORM 120-CERRAR-REPORTE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
      *
      * UN SOLO ARCHIVO IMPRESO POR LLAMADA, EL QUE NOMBRA EL AREA.
      *
       100-ABRIR-REPORTE.
           MOVE 'Y' TO WS-REPORTE-VALIDO.
           EVALUATE RCA-REPORTE
               WHEN "TAXRPT"
                   OPEN INPUT TAXRPT-FILE
               WHEN "SSDRPT"
                   OPEN INPUT SSDRPT-FILE
               WHEN "SSDGAR"
                   OPEN INPUT SSDGAR-FILE
               WHEN "GPARPT"
                   OPEN INPUT GPARPT-FILE
               WHEN "GPATRN"
                   OPEN INPUT GPATRN-FILE
               WHEN "INVRPT"
                   OPEN INPUT INVRPT-FILE
               WHEN "SERRPT"
                   OPEN INPUT SERRPT-FILE
               WHEN "OPSRPT"
                   OPEN INPUT OPSRPT-FILE
               WHEN "TAXREM"
                   OPEN INPUT TAXREM-FILE
               WHEN OTHER
                   MOVE 'N' TO WS-REPORTE-VALIDO
           END-EVALUATE.
      *
       110-LEER-REPORTE.
           MOVE SPACES TO WS-RENGLON.
           EVALUATE RCA-REPORTE
               WHEN "TAXRPT"
                   READ TAXRPT-FILE INTO WS-RENGLON
                       AT END MOVE 'Y' TO WS-EOF-REPORTE
                   END-READ
               WHEN "SSDRPT"
                   READ SSDRPT-FILE INTO WS-RENGLON
                       AT END MOVE 'Y' TO WS-EOF-REPORTE
                   END-READ
               WHEN "SSDGAR"
                   READ SSDGAR-FILE INTO WS-RENGLON
                       AT END MOVE 'Y' TO WS-EOF-REPORTE
                   END-READ
               WHEN "GPARPT"
                   READ GPARPT-FILE INTO WS-RENGLON
                       AT END MOVE 'Y' TO WS-EOF-REPORTE
                   END-READ
               WHEN "GPATRN"
                   READ GPATRN-FILE INTO WS-RENGLON
                       AT END MOVE 'Y' TO WS-EOF-REPORTE
                   END-READ
               WHEN "INVRPT"
                   READ INVRPT-FILE INTO WS-RENGLON
                       AT END MOVE 'Y' TO WS-EOF-REPORTE
                   END-READ
               WHEN "SERRPT"
                   READ SERRPT-FILE INTO WS-RENGLON
                       AT END MOVE 'Y' TO WS-EOF-REPORTE
                   END-READ
               WHEN "OPSRPT"
                   READ OPSRPT-FILE INTO WS-RENGLON
                       AT END MOVE 'Y' TO WS-EOF-REPORTE
                   END-READ
               WHEN "TAXREM"
                   READ TAXREM-FILE INTO WS-RENGLON
                       AT END MOVE 'Y' TO WS-EOF-REPORTE
                   END-READ
           END-EVALUATE.
      *
       120-CERRAR-REPORTE.
           EVALUATE RCA-REPORTE
               WHEN "TAXRPT"
                   CLOSE TAXRPT-FILE
               WHEN "SSDRPT"
                   CLOSE SSDRPT-FILE
               WHEN "SSDGAR"
                   CLOSE SSDGAR-FILE
               WHEN "GPARPT"
                   CLOSE GPARPT-FILE
               WHEN "GPATRN"
                   CLOSE GPATRN-FILE
               WHEN "INVRPT"
                   CLOSE INVRPT-FILE
               WHEN "SERRPT"
                   CLOSE SERRPT-FILE
               WHEN "OPSRPT"
                   CLOSE OPSRPT-FILE
               WHEN "TAXREM"
                   CLOSE TAXREM-FILE
           END-EVALUATE.
      *
      * EL EJEMPLAR TOMA LA SIGUIENTE SECUENCIA LIBRE DEL REPORTE EN
      * SU FECHA DE NEGOCIO: UN PASO REPETIDO EL MISMO DIA (UNA
      * CORRIDA RETOMADA, UNA RECUPERACION DE ATRASO) DEJA OTRO
      * EJEMPLAR EN LUGAR DE PISAR EL PRIMERO. LOS RENGLONES SE
      * GRABAN PRIMERO Y EL INDICE AL FINAL CON LO QUE SI SE GRABO.
      *
       200-GUARDAR-EJEMPLAR.
           OPEN I-O REPORTE-IDX-FILE.
           OPEN I-O REPORTE-LIN-FILE.
           PERFORM 210-ASIGNAR-SECUENCIA.
           IF WS-SECUENCIA > 99
               DISPLAY "RPTCAP: " RCA-REPORTE " DEL "
                   RCA-FECHA-NEGOCIO " YA TIENE 99 EJEMPLARES, "
                   "NO SE CAPTURA"
           ELSE
               PERFORM 230-GUARDAR-RENGLON
                   UNTIL EOF-REPORTE OR FALLA-CAPTURA
               PERFORM 240-ESCRIBIR-INDICE
           END-IF.
           CLOSE REPORTE-IDX-FILE.
           CLOSE REPORTE-LIN-FILE.
      *
       210-ASIGNAR-SECUENCIA.
           MOVE 0 TO WS-SECUENCIA.
           MOVE 'N' TO WS-EOF-INDICE.
           MOVE RCA-REPORTE TO RIX-REPORTE.
           MOVE RCA-FECHA-NEGOCIO TO RIX-FECHA-NEGOCIO.
           MOVE 0 TO RIX-SECUENCIA.
           START REPORTE-IDX-FILE KEY IS NOT LESS THAN RIX-CLAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-INDICE
           END-START.
           IF NOT EOF-INDICE
               PERFORM 220-LEER-INDICE
           END-IF.
           PERFORM 215-CONTAR-EJEMPLAR
               UNTIL EOF-INDICE.
           ADD 1 TO WS-SECUENCIA.
      *
       215-CONTAR-EJEMPLAR.
           MOVE RIX-SECUENCIA TO WS-SECUENCIA.
           PERFORM 220-LEER-INDICE.
      *
       220-LEER-INDICE.
           READ REPORTE-IDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-INDICE
           END-READ.
           IF NOT EOF-INDICE
               IF RIX-REPORTE NOT = RCA-REPORTE
                  OR RIX-FECHA-NEGOCIO NOT = RCA-FECHA-NEGOCIO
                   MOVE 'Y' TO WS-EOF-INDICE
               END-IF
           END-IF.
      *
       230-GUARDAR-RENGLON.
           ADD 1 TO WS-LINEAS.
           IF WS-RENGLON(1:24) = WS-MARCA-PAGINA
               ADD 1 TO WS-PAGINAS
           END-IF.
           MOVE RCA-REPORTE TO RLN-REPORTE.
           MOVE RCA-FECHA-NEGOCIO TO RLN-FECHA-NEGOCIO.
           MOVE WS-SECUENCIA TO RLN-SECUENCIA.
           MOVE WS-LINEAS TO RLN-LINEA.
           MOVE WS-RENGLON TO RLN-TEXTO.
           WRITE REPORTE-LIN-RECORD
               INVALID KEY
                   DISPLAY "RPTCAP: NO SE PUDO GRABAR EL RENGLON "
                       WS-LINEAS " DE " RCA-REPORTE
                   SUBTRACT 1 FROM WS-LINEAS
                   MOVE 'Y' TO WS-FALLA-CAPTURA
           END-WRITE.
           PERFORM 110-LEER-REPORTE.
      *
      * UN REPORTE SIN ENCABEZADO DE LA SUITE CUENTA COMO UNA PAGINA.
      *
       240-ESCRIBIR-INDICE.
           IF WS-PAGINAS = 0
              AND WS-LINEAS > 0
               MOVE 1 TO WS-PAGINAS
           END-IF.
           MOVE SPACES TO REPORTE-IDX-RECORD.
           MOVE RCA-REPORTE TO RIX-REPORTE.
           MOVE RCA-FECHA-NEGOCIO TO RIX-FECHA-NEGOCIO.
           MOVE WS-SECUENCIA TO RIX-SECUENCIA.
           MOVE RCA-PROGRAMA TO RIX-PROGRAMA.
           MOVE RCA-TRABAJO TO RIX-TRABAJO.
           MOVE RCA-PASO TO RIX-PASO.
           MOVE WS-PAGINAS TO RIX-PAGINAS.
           MOVE WS-LINEAS TO RIX-LINEAS.
           ACCEPT RIX-FECHA-CAPTURA FROM DATE YYYYMMDD.
           ACCEPT RIX-HORA-CAPTURA FROM TIME.
           WRITE REPORTE-IDX-RECORD
               INVALID KEY
                   DISPLAY "RPTCAP: NO SE PUDO DAR DE ALTA EL "
                       "EJEMPLAR " RCA-REPORTE " "
                       RCA-FECHA-NEGOCIO " " WS-SECUENCIA
               NOT INVALID KEY
                   MOVE WS-SECUENCIA TO RCA-SECUENCIA
                   MOVE WS-LINEAS TO RCA-LINEAS
                   MOVE WS-PAGINAS TO RCA-PAGINAS
                   DISPLAY "RPTCAP: " RCA-REPORTE " "
                       RCA-FECHA-NEGOCIO "-" RIX-SECUENCIA
                       " CAPTURADO, PAGINAS " WS-PAGINAS
                       " RENGLONES " WS-LINEAS
           END-WRITE.
