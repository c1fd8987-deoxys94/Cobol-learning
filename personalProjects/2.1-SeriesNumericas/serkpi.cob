       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERKPI.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - ALIMENTACION DE SERIN CON LOS TOTALES
      * NOCTURNOS DE LOS PROGRAMAS DE CALCULO. CADA PROGRAMA LLAMA
      * AQUI AL TERMINAR BIEN SU LOTE Y SUS TOTALES SE AGREGAN AL
      * FINAL DE SERIN COMO UN BLOQUE PROPIO: CABECERA CON SU
      * FUENTE Y LA FECHA DE NEGOCIO DE FECHACTL, UN DETALLE POR
      * SERIE Y CIERRE CON LA CUENTA Y LA SUMA DE LO ESCRITO, IGUAL
      * QUE CUALQUIER OTRO REMITENTE. ASI SERNUM, QUE CORRE DESPUES
      * EN PROCESODIARIO, LES PASA LA VARIANZA CONTRA SU HISTORIAL
      * Y UNA NOCHE CON LA MITAD DEL IMPUESTO O LA DECIMA PARTE DE
      * LAS CALIFICACIONES SE VE EN EL TABLERO MATUTINO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NUMEROS-FILE ASSIGN TO "SERIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  NUMEROS-FILE.
       01  NUMEROS-RECORD.
           05  NUM-TIPO               PIC X.
           05  NUM-SERIE              PIC X(4).
           05  NUM-VALOR              PIC S999.
           05  FILLER                 PIC X(8).
       01  NUMEROS-HEADER-REG.
           05  NH-TIPO                PIC X.
           05  NH-FUENTE              PIC X(03).
           05  NH-FECHA-NEGOCIO       PIC 9(8).
           05  FILLER                 PIC X(04).
       01  NUMEROS-TRAILER-REG.
           05  NT-TIPO                PIC X.
           05  NT-CUENTA              PIC 9(6).
           05  NT-TOTAL               PIC S9(8).
           05  FILLER                 PIC X(01).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-VALOR                    PIC 9(11).
       77  WS-DIVISOR                  PIC 9(07).
       77  WS-CUENTA                   PIC 9(6) VALUE 0.
       77  WS-TOTAL                    PIC S9(8) VALUE 0.
       77  IDX-LECTURA                 PIC 9.
      *
       LINKAGE SECTION.
       COPY SERKPI.
      *
       PROCEDURE DIVISION USING SERKPI-AREA.
      *
       000-ALIMENTAR-SERIN.
           PERFORM 100-LEER-FECHA-NEGOCIO.
           MOVE 0 TO WS-CUENTA.
           MOVE 0 TO WS-TOTAL.
           OPEN EXTEND NUMEROS-FILE.
           MOVE SPACES TO NUMEROS-HEADER-REG.
           MOVE 'H' TO NH-TIPO.
           MOVE SKP-FUENTE TO NH-FUENTE.
           MOVE WS-FECHA-HOY TO NH-FECHA-NEGOCIO.
           WRITE NUMEROS-HEADER-REG.
           PERFORM 200-ESCRIBIR-LECTURA
               VARYING IDX-LECTURA FROM 1 BY 1
               UNTIL IDX-LECTURA > SKP-LECTURAS.
           MOVE SPACES TO NUMEROS-TRAILER-REG.
           MOVE 'T' TO NT-TIPO.
           MOVE WS-CUENTA TO NT-CUENTA.
           MOVE WS-TOTAL TO NT-TOTAL.
           WRITE NUMEROS-TRAILER-REG.
           CLOSE NUMEROS-FILE.
           GOBACK.
      *
      * FECHA DE NEGOCIO DE FECHACTL; SIN EL ARCHIVO, EL RELOJ.
      *
       100-LEER-FECHA-NEGOCIO.
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
      * LLEVA EL IMPORTE A LA ESCALA DE LA SERIE. UN TOTAL NEGATIVO
      * (NOTAS DE CREDITO POR ENCIMA DE LO FACTURADO) SE MANDA EN
      * CERO, QUE SERNUM RECHAZA POR FUERA DE RANGO, Y UNO MAYOR A
      * 999 EN 999.
      *
       200-ESCRIBIR-LECTURA.
           MOVE SKP-DIVISOR(IDX-LECTURA) TO WS-DIVISOR.
           IF WS-DIVISOR = 0
               MOVE 1 TO WS-DIVISOR
           END-IF.
           IF SKP-IMPORTE(IDX-LECTURA) < 0
               MOVE 0 TO WS-VALOR
           ELSE
               COMPUTE WS-VALOR ROUNDED =
                   SKP-IMPORTE(IDX-LECTURA) / WS-DIVISOR
           END-IF.
           IF WS-VALOR > 999
               MOVE 999 TO WS-VALOR
           END-IF.
           MOVE SPACES TO NUMEROS-RECORD.
           MOVE 'D' TO NUM-TIPO.
           MOVE SKP-SERIE(IDX-LECTURA) TO NUM-SERIE.
           MOVE WS-VALOR TO NUM-VALOR.
           WRITE NUMEROS-RECORD.
           ADD 1 TO WS-CUENTA.
           ADD WS-VALOR TO WS-TOTAL.
