      * CONTROL TOTALS (RECORD COUNT AND CREDIT-HOURS HASH) ARE
      * STAMPED IN CTLTOT VIA CTLMAST, FOR THE MASTER VERIFICATION
      * PASS IN PROCESODIARIO.
      * MODIFIED 15/10/2026 - THE STUDENT MASTER IS NOW INDEXED ON
      * STUDENT AND TERM, SO A DUPLICATE PAIR IS REFUSED WHEN IT IS
      * WRITTEN. THE OLD FLAT MASTER IS KEPT AS GPAMSTSQ: OPTIONS 1
      * AND 2 NOW CLEAN UP THAT COPY, AND THE NEW OPTION 3 CONVERTS
      * IT ONCE INTO THE INDEXED MASTER, SENDING ANY PAIR ALREADY ON
      * FILE TO SUSPENSE AND STAMPING THE CONTROL TOTALS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-MASTER-FILE ASSIGN TO "GPAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE.
           SELECT OPTIONAL MASTER-SEQ-FILE ASSIGN TO "GPAMSTSQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL WORK-FILE ASSIGN TO "GPAWRK"
               ORGANIZATION IS SEQUENTIAL.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05  SM-CLAVE.
               10  SM-STUDENT-ID       PIC X(09).
               10  SM-TERM             PIC X(06).
           05  SM-CREDITS-TERM         PIC 9(2)V9.
           05  SM-GRADE-POINTS-TERM    PIC 9(3)V9.
           05  SM-GPA-TERM             PIC 9(2)V99.
      *
      * LAYOUT OF THE OLD FLAT MASTER, FOR THE CLEAN-UP AND THE
      * CONVERSION ONLY.
      *
       FD  MASTER-SEQ-FILE.
       01  MASTER-SEQ-RECORD.
           05  SEQ-STUDENT-ID          PIC X(09).
           05  SEQ-TERM                PIC X(06).
           05  SEQ-CREDITS-TERM        PIC 9(2)V9.
           05  SEQ-GRADE-POINTS-TERM   PIC 9(3)V9.
           05  SEQ-GPA-TERM            PIC 9(2)V99.
      *
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(26).
       77  WS-ARCHIVO-CONTROL          PIC X(8) VALUE "GPAMST".
       77  WS-CUENTA-CONTROL           PIC 9(6) VALUE 0.
       77  WS-HASH-CONTROL             PIC S9(12)V99 VALUE 0.
       77  WS-CONVERTIDOS              PIC 9(6) VALUE 0.
       77  WS-DUPLICADOS               PIC 9(6) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY "------STUDENT MASTER INTEGRITY------".
           DISPLAY "1. DETECT AND REPORT DUPLICATE TERMS".
           DISPLAY "2. CORRECT DUPLICATES (SUPERVISED)".
           DISPLAY "3. CONVERT FLAT MASTER (GPAMSTSQ)".
           DISPLAY "0. EXIT".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           IF SELECCION-USUARIO = 2
             PERFORM 300-CORREGIR-DUPLICADOS.

           IF SELECCION-USUARIO = 3
             PERFORM 600-CONVERTIR-PLANO.

           IF SELECCION-USUARIO > 3
             DISPLAY "INVALID CHOICE"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * FIRST PASS: COUNTS THE OCCURRENCES OF EVERY STUDENT/TERM
      * PAIR IN THE FLAT MASTER AND LISTS THE PAIRS SEEN MORE THAN
      * ONCE.
      *
       200-DETECTAR-DUPLICADOS.
           PERFORM 210-CONTAR-LLAVES.
       210-CONTAR-LLAVES.
           MOVE 0 TO LLAVES-CARGADAS.
           MOVE 'N' TO WS-EOF-MASTER.
           OPEN INPUT MASTER-SEQ-FILE.
           PERFORM 220-LEER-PLANO.
           PERFORM 230-ACUMULAR-LLAVE
               UNTIL EOF-MASTER.
           CLOSE MASTER-SEQ-FILE.
      *
       220-LEER-PLANO.
           READ MASTER-SEQ-FILE
               AT END MOVE 'Y' TO WS-EOF-MASTER
           END-READ.
      *
           IF LLAVE-ENCONTRADA
               ADD 1 TO LLV-VECES(IDX-LLAVE)
           END-IF.
           PERFORM 220-LEER-PLANO.
      *
       240-LISTAR-DUPLICADO.
           IF LLV-VECES(IDX-LLAVE) > 1
               IF LLAVES-CARGADAS < 600
                   ADD 1 TO LLAVES-CARGADAS
                   SET IDX-LLAVE TO LLAVES-CARGADAS
                   MOVE SEQ-STUDENT-ID TO LLV-ID(IDX-LLAVE)
                   MOVE SEQ-TERM TO LLV-TERM(IDX-LLAVE)
                   MOVE 0 TO LLV-VECES(IDX-LLAVE)
                   MOVE SPACE TO LLV-DECISION(IDX-LLAVE)
                   MOVE 0 TO LLV-VISTAS(IDX-LLAVE)
                   MOVE 'Y' TO WS-LLAVE-ENCONTRADA
               ELSE
                   DISPLAY "KEY TABLE FULL (600), NOT TRACKED: "
                       SEQ-STUDENT-ID " " SEQ-TERM
               END-IF
           END-IF.
      *
       260-BUSCAR-LLAVE.
           IF LLV-ID(IDX-LLAVE) = SEQ-STUDENT-ID
              AND LLV-TERM(IDX-LLAVE) = SEQ-TERM
               MOVE 'Y' TO WS-LLAVE-ENCONTRADA
           ELSE
               SET IDX-LLAVE UP BY 1.
      * SUPERVISED CORRECTION: FOR EACH DUPLICATED PAIR THE
      * OPERATOR SEES EVERY OCCURRENCE AND CHOOSES TO KEEP THE
      * LATEST COPY, KEEP THE FIRST, OR DIVERT ALL COPIES TO THE
      * SUSPENSE FILE; THE FLAT MASTER IS THEN REWRITTEN
      * ACCORDINGLY, READY FOR THE CONVERSION.
      *
       300-CORREGIR-DUPLICADOS.
           PERFORM 210-CONTAR-LLAVES.
       320-MOSTRAR-OCURRENCIAS.
           MOVE 0 TO WS-OCURRENCIA.
           MOVE 'N' TO WS-EOF-MASTER.
           OPEN INPUT MASTER-SEQ-FILE.
           PERFORM 220-LEER-PLANO.
           PERFORM 330-MOSTRAR-UNA-OCURRENCIA
               UNTIL EOF-MASTER.
           CLOSE MASTER-SEQ-FILE.
      *
       330-MOSTRAR-UNA-OCURRENCIA.
           IF SEQ-STUDENT-ID = LLV-ID(IDX-LLAVE)
              AND SEQ-TERM = LLV-TERM(IDX-LLAVE)
               ADD 1 TO WS-OCURRENCIA
               DISPLAY "  COPY " WS-OCURRENCIA ": CREDITS "
                   SEQ-CREDITS-TERM " POINTS " SEQ-GRADE-POINTS-TERM
                   " GPA " SEQ-GPA-TERM
           END-IF.
           PERFORM 220-LEER-PLANO.
      *
      * REWRITES THE MASTER APPLYING THE DECISIONS: FOR 'U' ONLY
      * THE LAST COPY SURVIVES, FOR 'P' ONLY THE FIRST, FOR 'S'
           MOVE 0 TO WS-DESCARTADOS.
           MOVE 0 TO WS-SUSPENDIDOS.
           MOVE 'N' TO WS-EOF-MASTER.
           OPEN INPUT MASTER-SEQ-FILE.
           OPEN OUTPUT WORK-FILE.
           OPEN EXTEND SUSPENSE-FILE.
           PERFORM 220-LEER-PLANO.
           PERFORM 410-FILTRAR-REGISTRO
               UNTIL EOF-MASTER.
           CLOSE MASTER-SEQ-FILE.
           CLOSE WORK-FILE.
           CLOSE SUSPENSE-FILE.
           PERFORM 450-REGRESAR-MASTER.
      *
       405-LIMPIAR-VISTAS.
           MOVE 0 TO LLV-VISTAS(IDX-LLAVE).
           PERFORM 250-LOCALIZAR-LLAVE.
           IF NOT LLAVE-ENCONTRADA
               PERFORM 420-CONSERVAR-REGISTRO
               PERFORM 220-LEER-PLANO
           ELSE
               PERFORM 415-APLICAR-DECISION
           END-IF.
               WHEN OTHER
                   PERFORM 420-CONSERVAR-REGISTRO
           END-EVALUATE.
           PERFORM 220-LEER-PLANO.
      *
       420-CONSERVAR-REGISTRO.
           MOVE SPACES TO WORK-RECORD.
           MOVE MASTER-SEQ-RECORD TO WORK-RECORD.
           WRITE WORK-RECORD.
      *
       430-SUSPENDER-REGISTRO.
           ACCEPT RCH-FECHA FROM DATE YYYYMMDD.
           ACCEPT RCH-HORA FROM TIME.
           MOVE SPACES TO RCH-ENTRADA-CRUDA.
           STRING SEQ-STUDENT-ID DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SEQ-TERM DELIMITED BY SIZE
                  " GPA " DELIMITED BY SIZE
                  SEQ-GPA-TERM DELIMITED BY SIZE
               INTO RCH-ENTRADA-CRUDA.
           MOVE "DU" TO RCH-REASON-CODE.
           MOVE 'A' TO RCH-DISPOSICION.
       450-REGRESAR-MASTER.
           MOVE 'N' TO WS-EOF-WORK.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT MASTER-SEQ-FILE.
           PERFORM 460-LEER-WORK.
           PERFORM 470-COPIAR-MASTER
               UNTIL EOF-WORK.
           CLOSE WORK-FILE.
           CLOSE MASTER-SEQ-FILE.
      *
       460-LEER-WORK.
           READ WORK-FILE
           END-READ.
      *
       470-COPIAR-MASTER.
           MOVE WORK-RECORD TO MASTER-SEQ-RECORD.
           WRITE MASTER-SEQ-RECORD.
           PERFORM 460-LEER-WORK.
      *
      * RECOUNTS THE INDEXED MASTER AND STAMPS ITS CONTROL TOTALS
      * (RECORD COUNT AND CREDIT-HOURS HASH) IN CTLTOT.
      *
       500-ESTAMPAR-MASTER.
           MOVE 0 TO WS-HASH-CONTROL.
           MOVE 'N' TO WS-EOF-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           PERFORM 520-LEER-MASTER.
           PERFORM 510-CONTAR-MASTER
               UNTIL EOF-MASTER.
           CLOSE STUDENT-MASTER-FILE.
       510-CONTAR-MASTER.
           ADD 1 TO WS-CUENTA-CONTROL.
           ADD SM-CREDITS-TERM TO WS-HASH-CONTROL.
           PERFORM 520-LEER-MASTER.
      *
       520-LEER-MASTER.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-MASTER
           END-READ.
      *
      * LOADS THE OLD FLAT MASTER INTO THE INDEXED ONE, ONCE, WHEN
      * THE INDEXED MASTER GOES INTO SERVICE. A STUDENT/TERM PAIR
      * ALREADY ON FILE IS REFUSED AND GOES TO SUSPENSE, SO RUN
      * OPTION 2 FIRST IF THE OPERATOR SHOULD CHOOSE THE SURVIVING
      * COPY; OTHERWISE THE FIRST COPY IN THE FLAT FILE IS KEPT.
      *
       600-CONVERTIR-PLANO.
           MOVE 0 TO WS-CONVERTIDOS.
           MOVE 0 TO WS-DUPLICADOS.
           MOVE 0 TO WS-SUSPENDIDOS.
           MOVE 'N' TO WS-EOF-MASTER.
           OPEN INPUT MASTER-SEQ-FILE.
           OPEN I-O STUDENT-MASTER-FILE.
           OPEN EXTEND SUSPENSE-FILE.
           PERFORM 220-LEER-PLANO.
           PERFORM 620-CARGAR-PLANO
               UNTIL EOF-MASTER.
           CLOSE MASTER-SEQ-FILE.
           CLOSE STUDENT-MASTER-FILE.
           CLOSE SUSPENSE-FILE.
           IF WS-CONVERTIDOS > 0
               PERFORM 500-ESTAMPAR-MASTER
           END-IF.
           DISPLAY "TERMS CONVERTED: " WS-CONVERTIDOS.
           DISPLAY "DUPLICATE PAIRS SENT TO SUSPENSE: " WS-DUPLICADOS.
      *
       620-CARGAR-PLANO.
           MOVE MASTER-SEQ-RECORD TO STUDENT-MASTER-RECORD.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICADOS
                   PERFORM 430-SUSPENDER-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTIDOS
           END-WRITE.
           PERFORM 220-LEER-PLANO.
