      * CONTROL TOTALS (RECORD COUNT AND CREDIT-HOURS HASH) ARE
      * STAMPED IN CTLTOT VIA CTLMAST, FOR THE MASTER VERIFICATION
      * PASS IN PROCESODIARIO.
      * MODIFIED 15/10/2026 - COURSE REPEAT POLICY: BOTH
      * TRANSCRIPTS COUNT ONLY THE LATEST ATTEMPT OF A RETAKEN
      * COURSE IN THE CUMULATIVE GPA (VIA GPAREP), AND THE BATCH
      * TRANSCRIPT MARKS THE SUPERSEDED ATTEMPTS AS EXCLUDED.
      * MODIFIED 15/10/2026 - TERM REGISTRATION: ONCE A TERM HAS
      * REGISTRATIONS ON GPAINS (KEPT WITH GPAREG), THE ROSTER PASS
      * SENDS A GRADE FOR A STUDENT NOT REGISTERED IN THAT COURSE
      * AND TERM TO GPASUS WITH REASON NR.
      * MODIFIED 15/10/2026 - TRANSFER CREDIT (GPATRF, KEPT WITH
      * TRFMANT): THE GPACAT EQUIVALENTS SATISFY PREREQUISITES IN
      * THE ROSTER EDIT, AND THE BATCH TRANSCRIPT PRINTS THEM IN
      * THEIR OWN SECTION. THEY NEVER ENTER A GPA.
      * MODIFIED 15/10/2026 - THE BATCH TRANSCRIPT WITHHOLDS THE
      * TRANSCRIPT OF A STUDENT ON HOLD FOR PAST-DUE TUITION
      * (GPAHLD), REQUESTED OR NOT, AND THE SINGLE TRANSCRIPT
      * REFUSES IT WITH THE SAME MESSAGE.
      * MODIFIED 15/10/2026 - GPAMST IS NOW INDEXED ON STUDENT AND
      * TERM. A TERM ALREADY ON FILE IS REFUSED BY THE KEY ITSELF:
      * THE ROSTER PASS READS THE KEY BEFORE FILING (SUSPENSE
      * REASON DT, NO KEY TABLE OR SIZE LIMIT ANY MORE) AND THE
      * INTERACTIVE FILING SAYS SO INSTEAD OF APPENDING A SECOND
      * COPY. THE SINGLE TRANSCRIPT AND THE REQUESTED STUDENTS OF
      * THE BATCH TRANSCRIPT ARE READ BY KEY.
      * MODIFIED 15/10/2026 - A NIGHTLY ROSTER THAT BALANCES SENDS
      * ITS GRADE COUNT (COURSE DETAILS READ) TO SERIN THROUGH
      * SERKPI AS FIXED SERIES KCAL, SO SERNUM RUNS ITS VARIANCE
      * PASS ON IT. A ROSTER THAT DOES NOT BALANCE NOW KEEPS ITS
      * RETURN CODE 8 PAST THE CONTROL-TOTAL STAMP.
      * MODIFIED 15/10/2026 - THE ROSTER HEADER IS CHECKED AGAINST
      * THE BATCH REGISTER LOTREG (THROUGH LOTVAL): A ROSTER DATED
      * OTHER THAN THE BUSINESS DATE WITHOUT A LEVEL-3
      * AUTHORIZATION, OR ONE ALREADY PROCESSED, IS REFUSED - NO
      * DETAIL IS GRADED OR FILED AND THE RUN ENDS WITH RETURN CODE
      * 8. A ROSTER THAT BALANCES IS ADDED TO LOTREG.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-MASTER-FILE ASSIGN TO "GPAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE.
           SELECT ROSTER-FILE ASSIGN TO "GPAROS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROSTER-REPORT-FILE ASSIGN TO "GPARPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BIO-FILE ASSIGN TO "GPABIO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INSCRIPCION-FILE ASSIGN TO "GPAINS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANSFER-FILE ASSIGN TO "GPATRF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANS-SORT-FILE ASSIGN TO "GPATSRT".
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
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
           05  CKP-TRAILER-TOTAL       PIC S9(6)V9.
           05  CKP-CURSOS-GRUPO        PIC 99.
           05  CKP-TABLA-CURSOS        PIC X(420).
           05  CKP-FUENTE-LOTE         PIC X(03).
           05  CKP-FECHA-LOTE          PIC 9(8).
           05  CKP-LOTE-RECHAZADO      PIC X.
      *
       FD  PARAM-FILE.
       COPY PARMSHOP.
           05  BIO-ADMIT-TERM          PIC X(06).
           05  BIO-ESTADO              PIC X.
      *
      * TERM REGISTRATIONS, KEPT WITH GPAREG: A = ACTIVE,
      * D = DROPPED.
      *
       FD  INSCRIPCION-FILE.
       01  INSCRIPCION-RECORD.
           05  INS-STUDENT-ID          PIC X(09).
           05  INS-TERM                PIC X(06).
           05  INS-COURSE-CODE         PIC X(06).
           05  INS-ESTADO              PIC X.
               88  INS-ACTIVA                   VALUE 'A'.
           05  INS-FECHA               PIC 9(8).
      *
      * CREDITS ACCEPTED FROM OTHER INSTITUTIONS, KEPT WITH
      * TRFMANT.
      *
       FD  TRANSFER-FILE.
       01  TRANSFER-RECORD.
           05  TRF-STUDENT-ID          PIC X(09).
           05  TRF-INSTITUCION         PIC X(25).
           05  TRF-CURSO-EXTERNO       PIC X(10).
           05  TRF-COURSE-CODE         PIC X(06).
           05  TRF-CREDITS             PIC 9(2)V9.
           05  TRF-FECHA-EVAL          PIC 9(8).
           05  TRF-EVALUADOR           PIC X(08).
      *
      * COURSE-LEVEL HISTORY: ONE RECORD PER GRADED COURSE, FILED
      * WHEN ITS TERM IS ACCEPTED INTO THE STUDENT MASTER. THE
      * TRANSCRIPT PRINT PULLS THE COURSE LINES OF EACH TERM FROM
       77  WS-TRAILER-VISTO            PIC X VALUE 'N'.
           88  TRAILER-VISTO                    VALUE 'Y'.
       77  WS-LOTE-DETALLES            PIC 9(6) VALUE 0.
       77  WS-LOTE-CUADRA              PIC X VALUE 'Y'.
           88  LOTE-CUADRA                      VALUE 'Y'.
       77  WS-LOTE-HASH                PIC S9(6)V9 VALUE 0.
      *
      * SOURCE AND DATE OF THE ROSTER HEADER AND ITS CHECK AGAINST
      * LOTREG; THE DETAILS OF A REFUSED ROSTER ARE COUNTED FOR THE
      * TRAILER BUT NEVER GRADED.
      *
       77  WS-FUENTE-LOTE              PIC X(03) VALUE SPACES.
       77  WS-FECHA-LOTE               PIC 9(8) VALUE 0.
       77  WS-LOTE-RECHAZADO           PIC X VALUE 'N'.
           88  LOTE-RECHAZADO                   VALUE 'Y'.
       77  WS-RETORNO-LOTE             PIC 9(4).
       77  WS-TRAILER-CUENTA           PIC 9(6) VALUE 0.
       77  WS-TRAILER-TOTAL            PIC S9(6)V9 VALUE 0.
       77  WS-GRUPO-ACTIVO             PIC X VALUE 'N'.
               10  SOL-STUDENT-ID      PIC X(09).
       77  WS-SOLICITADO               PIC X VALUE 'N'.
           88  SOLICITADO                       VALUE 'Y'.
       77  WS-ULTIMO-RETENIDO          PIC X(09) VALUE SPACES.
       77  WS-SOLICITUD-ACTUAL         PIC 9(3) VALUE 0.
       77  WS-TRN-ID-ACTUAL            PIC X(09) VALUE SPACES.
       77  WS-TRN-ACTIVO               PIC X VALUE 'N'.
           88  TRN-ACTIVO                       VALUE 'Y'.
           88  PREREQ-ACTIVO                    VALUE 'Y'.
       77  WS-PREREQ-CUMPLIDO          PIC X VALUE 'N'.
           88  PREREQ-CUMPLIDO                  VALUE 'Y'.
      *
      * ACTIVE REGISTRATIONS FROM GPAINS FOR THE REGISTRATION EDIT.
      * ONLY TERMS THAT HAVE REGISTRATIONS ARE CHECKED, SO ROSTERS
      * FOR TERMS TAKEN BEFORE REGISTRATION EXISTED STILL LOAD. IF
      * GPAINS OUTGROWS THE TABLE THE EDIT IS SWITCHED OFF WITH A
      * WARNING.
      *
       77  INSCRIPCIONES-CARGADAS      PIC 9(4) VALUE 0.
       01  TABLA-INSCRIPCIONES.
           05  INSCRIPCION-ENTRY OCCURS 1500 TIMES
                   INDEXED BY IDX-INS.
               10  TIN-STUDENT-ID      PIC X(09).
               10  TIN-TERM            PIC X(06).
               10  TIN-COURSE-CODE     PIC X(06).
       77  WS-EOF-INS                  PIC X VALUE 'N'.
           88  EOF-INS                          VALUE 'Y'.
       77  WS-INSCRIPCION-ACTIVA       PIC X VALUE 'Y'.
           88  INSCRIPCION-ACTIVA               VALUE 'Y'.
       77  WS-INSCRITO                 PIC X VALUE 'N'.
           88  INSCRITO                         VALUE 'Y'.
       77  WS-TERMINO-INSCRITO         PIC X VALUE 'N'.
           88  TERMINO-CON-INSCRIPCION          VALUE 'Y'.
       77  TRANSFERENCIAS-CARGADAS     PIC 9(3) VALUE 0.
       01  TABLA-TRANSFERENCIAS.
           05  TRANSFER-ENTRY OCCURS 500 TIMES
                   INDEXED BY IDX-TRF.
               10  TRT-STUDENT-ID      PIC X(09).
               10  TRT-INSTITUCION     PIC X(25).
               10  TRT-COURSE-CODE     PIC X(06).
               10  TRT-CREDITS         PIC 9(2)V9.
       77  WS-EOF-TRF                  PIC X VALUE 'N'.
           88  EOF-TRF                          VALUE 'Y'.
       77  WS-TRF-IMPRESAS             PIC 9(3) VALUE 0.
       77  WS-TRF-TOTAL                PIC 9(3)V9 VALUE 0.
       77  WS-ARCHIVO-CONTROL          PIC X(8) VALUE "GPAMST".
       77  WS-CUENTA-CONTROL           PIC 9(6) VALUE 0.
       77  WS-HASH-CONTROL             PIC S9(12)V99 VALUE 0.
       77  WS-LLAVE-EXISTE             PIC X VALUE 'N'.
           88  LLAVE-EXISTE                     VALUE 'Y'.
       77  WS-DUPLICADOS-COUNT         PIC 9(4) VALUE 0.
       77  WS-FECHA-HOY                PIC 9(8).
       COPY GPAREP.
       COPY GPAHLD.
       COPY RPTHDR.
       01  ENCABEZADO-LINEA-4.
           05  FILLER                  PIC X(80) VALUE
           05  TRN-CRS-LETTER          PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TRN-CRS-CREDITS         PIC Z9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRN-CRS-NOTA            PIC X(08).
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  TRN-DETALLE-LINEA.
           05  TRN-DET-TERM            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
               "CUMULATIVE GPA: ".
           05  TRN-CUM-GPA-ED          PIC Z9.99.
           05  FILLER                  PIC X(59) VALUE SPACES.
       01  TRN-TRF-TITULO-LINEA.
           05  FILLER                  PIC X(80) VALUE
               "TRANSFER CREDIT (NOT IN GPA)".
       01  TRN-TRF-LINEA.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRN-TRF-CODE            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TRN-TRF-TITLE           PIC X(30).
           05  FILLER                  PIC X(04) VALUE " TR ".
           05  TRN-TRF-CREDITS         PIC Z9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TRN-TRF-INSTITUCION     PIC X(25).
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  TRN-TRF-TOTAL-LINEA.
           05  FILLER                  PIC X(18) VALUE
               "TRANSFER CREDITS: ".
           05  TRN-TRF-TOTAL-ED        PIC ZZ9.9.
           05  FILLER                  PIC X(57) VALUE SPACES.
       01  ROSTER-LINE-PIE.
           05  FILLER                  PIC X(15) VALUE
               "STUDENTS RUN: ".
               "  DEAN'S LIST: ".
           05  RLP-HONOR-COUNT         PIC ZZZ9.
           05  FILLER                  PIC X(42) VALUE SPACES.
      *
       COPY SERKPI.
       COPY LOTVAL.
      *
       LINKAGE SECTION.
       01  LK-MODO-LLAMADA             PIC X.
           PERFORM 045-CARGAR-ESCALA.
           PERFORM 048-CARGAR-CATALOGO.
           PERFORM 051-CARGAR-BIOS.
           PERFORM 054-CARGAR-TRANSFERENCIAS.
           MOVE 0 TO LK-REGISTROS-PROCESADOS.
           IF LLAMADA-MODO-LOTE
               PERFORM 300-PROCESAR-ROSTER
               MOVE WS-ROSTER-COUNT TO LK-REGISTROS-PROCESADOS
               IF LOTE-CUADRA
                   PERFORM 396-ALIMENTAR-SERIES
               END-IF
           ELSE
               MOVE 1 TO SELECCION-USUARIO
               PERFORM 100-MENU-PRINCIPAL
           END-IF.
           PERFORM 052-LEER-BIO.
      *
      * LOADS THE TRANSFER CREDIT ACCEPTED FROM OTHER INSTITUTIONS.
      * ABSENT OR EMPTY, NOTHING CHANGES.
      *
       054-CARGAR-TRANSFERENCIAS.
           MOVE 0 TO TRANSFERENCIAS-CARGADAS.
           MOVE 'N' TO WS-EOF-TRF.
           OPEN INPUT TRANSFER-FILE.
           PERFORM 055-LEER-TRANSFERENCIA.
           PERFORM 056-ALMACENAR-TRANSFERENCIA
               UNTIL EOF-TRF.
           CLOSE TRANSFER-FILE.
      *
       055-LEER-TRANSFERENCIA.
           READ TRANSFER-FILE
               AT END MOVE 'Y' TO WS-EOF-TRF
           END-READ.
      *
       056-ALMACENAR-TRANSFERENCIA.
           IF TRANSFERENCIAS-CARGADAS < 500
               ADD 1 TO TRANSFERENCIAS-CARGADAS
               SET IDX-TRF TO TRANSFERENCIAS-CARGADAS
               MOVE TRF-STUDENT-ID TO TRT-STUDENT-ID(IDX-TRF)
               MOVE TRF-INSTITUCION TO TRT-INSTITUCION(IDX-TRF)
               MOVE TRF-COURSE-CODE TO TRT-COURSE-CODE(IDX-TRF)
               MOVE TRF-CREDITS TO TRT-CREDITS(IDX-TRF)
           ELSE
               DISPLAY "TRANSFER TABLE FULL (500), IGNORING: "
                   TRF-STUDENT-ID " " TRF-COURSE-CODE
           END-IF.
           PERFORM 055-LEER-TRANSFERENCIA.
      *
      * LOOKS A STUDENT UP IN THE BIO TABLE, LEAVING THE NAME AND
      * PROGRAM READY (SPACES WHEN NOT FOUND).
      *
           ACCEPT STUDENT-ID-ACTUAL.
           DISPLAY "Term (e.g. FALL26): ".
           ACCEPT TERM-ACTUAL.
           MOVE 'N' TO WS-LLAVE-EXISTE.
           OPEN I-O STUDENT-MASTER-FILE.
           MOVE STUDENT-ID-ACTUAL TO SM-STUDENT-ID.
           MOVE TERM-ACTUAL TO SM-TERM.
           MOVE CREDITS-TAKEN TO SM-CREDITS-TERM.
           MOVE SEMESTER-GRADE-POINTS TO SM-GRADE-POINTS-TERM.
           MOVE GPA TO SM-GPA-TERM.
           WRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-LLAVE-EXISTE
           END-WRITE.
           CLOSE STUDENT-MASTER-FILE.
           IF LLAVE-EXISTE
               DISPLAY "That term is already on file for the "
                   "student; nothing filed."
           ELSE
               OPEN EXTEND COURSE-HIST-FILE
               PERFORM 121-ARCHIVAR-CURSO-CAPTURA
                   VARYING IDX-COURSE FROM 1 BY 1
                   UNTIL IDX-COURSE > COURSE-COUNT
               CLOSE COURSE-HIST-FILE
               PERFORM 700-ESTAMPAR-MASTER
           END-IF.
      *
      * FILES THE COURSES OF THE INTERACTIVE SESSION TO THE COURSE
      * HISTORY, SO BOTH ENTRY PATHS LEAVE THE SAME TRAIL.
           PERFORM 210-LEER-TERMINO.
      *
      * PULLS EVERY TERM ON FILE FOR ONE STUDENT AND REPORTS A
      * CUMULATIVE GPA ACROSS THOSE TERMS. A STUDENT ON FINANCIAL
      * HOLD (GPAHLD) GETS NO TRANSCRIPT, AS IN THE BATCH PRINT.
      *
       200-IMPRIMIR-TRANSCRIPT.
           DISPLAY " ".
           DISPLAY "Student ID to print: ".
           ACCEPT WS-TRANSCRIPT-ID.
           MOVE 'C' TO HLD-ACCION.
           CALL "GPAHLD" USING GPAHLD-AREA.
           MOVE 'A' TO HLD-ACCION.
           MOVE WS-TRANSCRIPT-ID TO HLD-STUDENT-ID.
           CALL "GPAHLD" USING GPAHLD-AREA.
           IF HLD-EN-RETENCION
               DISPLAY "TRANSCRIPT WITHHELD, FINANCIAL HOLD: "
                   WS-TRANSCRIPT-ID
           ELSE
               PERFORM 205-LISTAR-TRANSCRIPT
           END-IF.
      *
       205-LISTAR-TRANSCRIPT.
           MOVE 0 TO WS-TERMS-ENCONTRADOS.
           MOVE 0 TO CUM-CREDITS.
           MOVE 0 TO CUM-GRADE-POINTS.
           MOVE 'N' TO WS-EOF-MASTER.
           DISPLAY "-----TRANSCRIPT FOR " WS-TRANSCRIPT-ID "-----".
           OPEN INPUT STUDENT-MASTER-FILE.
           MOVE WS-TRANSCRIPT-ID TO SM-STUDENT-ID.
           PERFORM 215-POSICIONAR-ALUMNO.
           PERFORM 220-EVALUAR-TERMINO
               UNTIL EOF-MASTER
                  OR SM-STUDENT-ID NOT = WS-TRANSCRIPT-ID.
           CLOSE STUDENT-MASTER-FILE.
           IF WS-TERMS-ENCONTRADOS = 0
               DISPLAY "No terms on file for that student."
           ELSE
               PERFORM 230-EXCLUIR-REPETICIONES
               IF CUM-CREDITS > 0
                   COMPUTE CUM-GPA = CUM-GRADE-POINTS / CUM-CREDITS
               ELSE
                   MOVE 0 TO CUM-GPA
               END-IF
               DISPLAY "------------------------------"
               DISPLAY "Cumulative GPA: " CUM-GPA
           END-IF.
           DISPLAY "------------------------------".
      *
       210-LEER-TERMINO.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-MASTER
           END-READ.
      *
      * POSITIONS THE MASTER ON THE FIRST TERM OF THE STUDENT IN
      * SM-STUDENT-ID AND READS IT; THE CALLER STOPS WHEN THE
      * STUDENT CHANGES.
      *
       215-POSICIONAR-ALUMNO.
           MOVE 'N' TO WS-EOF-MASTER.
           MOVE LOW-VALUES TO SM-TERM.
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-CLAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MASTER
           END-START.
           IF NOT EOF-MASTER
               PERFORM 210-LEER-TERMINO
           END-IF.
      *
       220-EVALUAR-TERMINO.
           IF SM-STUDENT-ID = WS-TRANSCRIPT-ID
           END-IF.
           PERFORM 210-LEER-TERMINO.
      *
      * REPEAT POLICY: THE SUPERSEDED ATTEMPTS OF A RETAKEN COURSE
      * COME OUT OF THE CUMULATIVE FIGURES; THE TERM LINES ABOVE
      * STAY AS FILED.
      *
       230-EXCLUIR-REPETICIONES.
           MOVE 'C' TO REP-ACCION.
           CALL "GPAREP" USING GPAREP-AREA.
           MOVE 'A' TO REP-ACCION.
           MOVE WS-TRANSCRIPT-ID TO REP-STUDENT-ID.
           CALL "GPAREP" USING GPAREP-AREA.
           IF REP-CREDITOS-EXCLUIDOS > 0
               DISPLAY "Repeated-course credits excluded: "
                   REP-CREDITOS-EXCLUIDOS
           END-IF.
           IF REP-CREDITOS-EXCLUIDOS > CUM-CREDITS
               MOVE 0 TO CUM-CREDITS
           ELSE
               SUBTRACT REP-CREDITOS-EXCLUIDOS FROM CUM-CREDITS
           END-IF.
           IF REP-PUNTOS-EXCLUIDOS > CUM-GRADE-POINTS
               MOVE 0 TO CUM-GRADE-POINTS
           ELSE
               SUBTRACT REP-PUNTOS-EXCLUIDOS FROM CUM-GRADE-POINTS
           END-IF.
      *
      * BATCH SCORING PASS FOR A WHOLE CLASS ROSTER: EACH INPUT
      * RECORD IS A STUDENT'S ALREADY-TOTALED TERM, SCORED, FILED
      * INTO THE STUDENT MASTER, AND LISTED WITH ITS HONORS FLAG.
           MOVE 'N' TO WS-EOF-ROSTER.
           MOVE 'N' TO WS-HEADER-VISTO.
           MOVE 'N' TO WS-TRAILER-VISTO.
           MOVE 'Y' TO WS-LOTE-CUADRA.
           MOVE 0 TO WS-SIN-BIO.
           MOVE SPACES TO WS-FUENTE-LOTE.
           MOVE 0 TO WS-FECHA-LOTE.
           MOVE 'N' TO WS-LOTE-RECHAZADO.
           PERFORM 360-LEER-CHECKPOINT.
           OPEN INPUT ROSTER-FILE.
           IF WS-REGISTRO-REINICIO > 0
           END-IF.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE WS-MAX-RENGLONES TO WS-RENGLONES-PAGINA.
           MOVE 0 TO WS-DUPLICADOS-COUNT.
           PERFORM 311-CARGAR-HISTORIAL.
           PERFORM 317-CARGAR-INSCRIPCIONES.
           OPEN I-O STUDENT-MASTER-FILE.
           OPEN EXTEND SUSPENSE-FILE.
           OPEN EXTEND COURSE-HIST-FILE.
           PERFORM 310-LEER-ROSTER.
           CLOSE SUSPENSE-FILE.
           CLOSE COURSE-HIST-FILE.
           PERFORM 700-ESTAMPAR-MASTER.
           IF LOTE-CUADRA
               PERFORM 398-REGISTRAR-LOTE
           END-IF.
           IF NOT LOTE-CUADRA
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "Roster batch complete. Students read: "
               WS-ROSTER-COUNT.
           DISPLAY "Sent to suspense: " WS-SUSPENSE-COUNT.
           END-IF.
           DISPLAY "------------------------------".
      *
      * A TERM ALREADY ON THE MASTER, FILED BEFORE OR EARLIER IN
      * THIS SAME ROSTER, IS FOUND BY READING ITS KEY.
      *
       307-BUSCAR-LLAVE-MASTER.
           MOVE 'N' TO WS-LLAVE-EXISTE.
           MOVE WS-GRUPO-ID TO SM-STUDENT-ID.
           MOVE WS-GRUPO-TERM TO SM-TERM.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LLAVE-EXISTE
           END-READ.
      *
      * LOADS EVERY COURSE ALREADY PASSED (QUALITY POINTS ABOVE
      * ZERO) FROM THE COURSE HISTORY, AS THE BASE FOR THE
           PERFORM 313-ALMACENAR-HISTORIAL
               UNTIL EOF-CRS.
           CLOSE COURSE-HIST-FILE.
           PERFORM 323-HISTORIAL-TRANSFERENCIA
               VARYING IDX-TRF FROM 1 BY 1
               UNTIL IDX-TRF > TRANSFERENCIAS-CARGADAS.
      *
       312-LEER-HISTORIAL.
           READ COURSE-HIST-FILE
               END-IF
           END-IF.
      *
      * A TRANSFERRED EQUIVALENT COUNTS AS A PASSED COURSE FOR THE
      * PREREQUISITE EDIT.
      *
       323-HISTORIAL-TRANSFERENCIA.
           IF HISTORIAL-CARGADO < 600
               ADD 1 TO HISTORIAL-CARGADO
               MOVE TRT-STUDENT-ID(IDX-TRF)
                   TO HST-STUDENT-ID(HISTORIAL-CARGADO)
               MOVE TRT-COURSE-CODE(IDX-TRF)
                   TO HST-COURSE-CODE(HISTORIAL-CARGADO)
           ELSE
               IF PREREQ-ACTIVO
                   DISPLAY "COURSE HISTORY TABLE FULL (600), "
                       "PREREQUISITE EDIT DISABLED FOR THIS RUN"
                   MOVE 'N' TO WS-PREREQ-ACTIVO
               END-IF
           END-IF.
      *
      * CHECKS WHETHER THE STUDENT OF THE ROSTER DETAIL IN TURN
      * ALREADY PASSED THE GIVEN COURSE CODE.
      *
               MOVE 'Y' TO WS-PREREQ-CUMPLIDO
           ELSE
               SET IDX-HST UP BY 1.
      *
      * LOADS THE ACTIVE REGISTRATIONS FROM GPAINS. WITHOUT THE
      * FILE NO GRADE IS CHECKED AGAINST REGISTRATION, AS BEFORE.
      *
       317-CARGAR-INSCRIPCIONES.
           MOVE 0 TO INSCRIPCIONES-CARGADAS.
           MOVE 'Y' TO WS-INSCRIPCION-ACTIVA.
           MOVE 'N' TO WS-EOF-INS.
           OPEN INPUT INSCRIPCION-FILE.
           PERFORM 318-LEER-INSCRIPCION.
           PERFORM 319-ALMACENAR-INSCRIPCION
               UNTIL EOF-INS.
           CLOSE INSCRIPCION-FILE.
      *
       318-LEER-INSCRIPCION.
           READ INSCRIPCION-FILE
               AT END MOVE 'Y' TO WS-EOF-INS
           END-READ.
      *
       319-ALMACENAR-INSCRIPCION.
           IF INS-ACTIVA
               IF INSCRIPCIONES-CARGADAS < 1500
                   ADD 1 TO INSCRIPCIONES-CARGADAS
                   MOVE INS-STUDENT-ID
                       TO TIN-STUDENT-ID(INSCRIPCIONES-CARGADAS)
                   MOVE INS-TERM
                       TO TIN-TERM(INSCRIPCIONES-CARGADAS)
                   MOVE INS-COURSE-CODE
                       TO TIN-COURSE-CODE(INSCRIPCIONES-CARGADAS)
               ELSE
                   IF INSCRIPCION-ACTIVA
                       DISPLAY "REGISTRATION TABLE FULL (1500), "
                           "REGISTRATION EDIT DISABLED FOR THIS RUN"
                       MOVE 'N' TO WS-INSCRIPCION-ACTIVA
                   END-IF
               END-IF
           END-IF.
           PERFORM 318-LEER-INSCRIPCION.
      *
      * CHECKS WHETHER THE ROSTER DETAIL IN TURN IS AN ACTIVE
      * REGISTRATION, NOTING ALONG THE WAY WHETHER ITS TERM HAS ANY
      * REGISTRATIONS AT ALL.
      *
       321-VERIFICAR-INSCRIPCION.
           MOVE 'N' TO WS-INSCRITO.
           MOVE 'N' TO WS-TERMINO-INSCRITO.
           SET IDX-INS TO 1.
           PERFORM 322-COMPARAR-INSCRIPCION
               UNTIL IDX-INS > INSCRIPCIONES-CARGADAS
                  OR INSCRITO.
      *
       322-COMPARAR-INSCRIPCION.
           IF TIN-TERM(IDX-INS) = ROS-TERM
               MOVE 'Y' TO WS-TERMINO-INSCRITO
               IF TIN-STUDENT-ID(IDX-INS) = ROS-STUDENT-ID
                  AND TIN-COURSE-CODE(IDX-INS) = ROS-COURSE-CODE
                   MOVE 'Y' TO WS-INSCRITO
               END-IF
           END-IF.
           SET IDX-INS UP BY 1.
      *
       310-LEER-ROSTER.
           READ ROSTER-FILE
                   MOVE CKP-TRAILER-VISTO TO WS-TRAILER-VISTO
                   MOVE CKP-TRAILER-CUENTA TO WS-TRAILER-CUENTA
                   MOVE CKP-TRAILER-TOTAL TO WS-TRAILER-TOTAL
                   MOVE CKP-FUENTE-LOTE TO WS-FUENTE-LOTE
                   MOVE CKP-FECHA-LOTE TO WS-FECHA-LOTE
                   MOVE CKP-LOTE-RECHAZADO TO WS-LOTE-RECHAZADO
           END-READ.
           CLOSE CHECKPOINT-FILE.
      *
           MOVE WS-TRAILER-VISTO TO CKP-TRAILER-VISTO.
           MOVE WS-TRAILER-CUENTA TO CKP-TRAILER-CUENTA.
           MOVE WS-TRAILER-TOTAL TO CKP-TRAILER-TOTAL.
           MOVE WS-FUENTE-LOTE TO CKP-FUENTE-LOTE.
           MOVE WS-FECHA-LOTE TO CKP-FECHA-LOTE.
           MOVE WS-LOTE-RECHAZADO TO CKP-LOTE-RECHAZADO.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
      *
           MOVE 'N' TO CKP-TRAILER-VISTO.
           MOVE 0 TO CKP-TRAILER-CUENTA.
           MOVE 0 TO CKP-TRAILER-TOTAL.
           MOVE SPACES TO CKP-FUENTE-LOTE.
           MOVE 0 TO CKP-FECHA-LOTE.
           MOVE 'N' TO CKP-LOTE-RECHAZADO.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
      *
           EVALUATE TRUE
               WHEN ROS-ES-HEADER
                   MOVE 'Y' TO WS-HEADER-VISTO
                   MOVE RH-FUENTE TO WS-FUENTE-LOTE
                   MOVE RH-FECHA-NEGOCIO TO WS-FECHA-LOTE
                   PERFORM 397-VALIDAR-FECHA-LOTE
               WHEN ROS-ES-TRAILER
                   MOVE 'Y' TO WS-TRAILER-VISTO
                   MOVE RT-CUENTA TO WS-TRAILER-CUENTA
                       ADD 1 TO WS-LOTE-DETALLES
                       ADD ROS-CREDITS TO WS-LOTE-HASH
                   END-IF
                   IF NOT LOTE-RECHAZADO
                       PERFORM 325-CALIFICAR-DETALLE
                   END-IF
           END-EVALUATE.
           DIVIDE WS-REGISTRO-ACTUAL BY WS-INTERVALO-CHECKPOINT
               GIVING WS-CKP-COCIENTE REMAINDER WS-CKP-RESIDUO.
           ELSE
               MOVE ROS-CREDITS TO WS-CREDITOS-CURSO
           END-IF.
           IF CURSO-VALIDO AND INSCRIPCION-ACTIVA
              AND INSCRIPCIONES-CARGADAS > 0
               PERFORM 321-VERIFICAR-INSCRIPCION
               IF TERMINO-CON-INSCRIPCION AND NOT INSCRITO
                   PERFORM 339-DESVIAR-NO-INSCRITO
                   MOVE 'N' TO WS-CURSO-VALIDO
               END-IF
           END-IF.
           IF NOT CURSO-VALIDO
               CONTINUE
           ELSE
      *
       326-CERRAR-GRUPO.
           ADD 1 TO WS-ROSTER-COUNT.
           PERFORM 307-BUSCAR-LLAVE-MASTER.
           IF LLAVE-EXISTE
               ADD 1 TO WS-DUPLICADOS-COUNT
               PERFORM 338-DESVIAR-TERMINO-DUPLICADO
               MOVE WS-GRUPO-POINTS TO SM-GRADE-POINTS-TERM
               MOVE WS-ROSTER-GPA TO SM-GPA-TERM
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "MASTER WRITE REFUSED: " SM-CLAVE
               END-WRITE
               PERFORM 327-ARCHIVAR-CURSOS-GRUPO
               PERFORM 331-HISTORIAL-DEL-GRUPO
           END-IF.
           MOVE 'N' TO WS-GRUPO-ACTIVO.
           MOVE 0 TO CURSOS-GRUPO.
           MOVE CGR-POINTS(IDX-CRS) TO CRS-POINTS.
           WRITE COURSE-HIST-RECORD.
      *
      * CHECKS THE BATCH TRAILER AGAINST WHAT WAS ACTUALLY READ. A
      * ROSTER WITH NO HEADER OR TRAILER, OR WHOSE COUNT OR CREDIT
      * HASH DOES NOT BALANCE, LEAVES RETURN CODE 8 SO THE RUN DOES
           EVALUATE TRUE
               WHEN NOT HEADER-VISTO
                   DISPLAY "BATCH ERROR: GPAROS HAS NO HEADER"
                   MOVE 'N' TO WS-LOTE-CUADRA
                   MOVE 8 TO RETURN-CODE
               WHEN NOT TRAILER-VISTO
                   DISPLAY "BATCH ERROR: GPAROS HAS NO TRAILER, "
                       "POSSIBLE TRUNCATED TRANSFER"
                   MOVE 'N' TO WS-LOTE-CUADRA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRAILER-CUENTA NOT = WS-LOTE-DETALLES
                   DISPLAY "BATCH ERROR: TRAILER DECLARES "
                       WS-TRAILER-CUENTA " DETAILS BUT "
                       WS-LOTE-DETALLES " WERE READ"
                   MOVE 'N' TO WS-LOTE-CUADRA
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRAILER-TOTAL NOT = WS-LOTE-HASH
                   DISPLAY "BATCH ERROR: TRAILER CREDIT HASH DOES "
                       "NOT BALANCE AGAINST WHAT WAS READ"
                   MOVE 'N' TO WS-LOTE-CUADRA
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      * NIGHTLY TOTAL FOR THE SERNUM VARIANCE PASS: THE GRADES IN
      * THE ROSTER, ONE PER COURSE DETAIL READ. ONLY SENT WHEN THE
      * ROSTER BALANCED AGAINST ITS TRAILER.
      *
       396-ALIMENTAR-SERIES.
           MOVE "GPA" TO SKP-FUENTE.
           MOVE 1 TO SKP-LECTURAS.
           MOVE "KCAL" TO SKP-SERIE(1).
           MOVE WS-LOTE-DETALLES TO SKP-IMPORTE(1).
           MOVE 1 TO SKP-DIVISOR(1).
           CALL "SERKPI" USING SERKPI-AREA.
      *
      * THE HEADER DATE MUST BE THE BUSINESS DATE OF THE RUN (OR BE
      * AUTHORIZED BY A LEVEL 3 IN LOTCON) AND THE ROSTER MUST NOT
      * HAVE BEEN PROCESSED BEFORE. A REFUSED ROSTER FILES NOTHING.
      *
       397-VALIDAR-FECHA-LOTE.
           MOVE 'N' TO WS-LOTE-RECHAZADO.
           MOVE 'V' TO LTV-FUNCION.
           MOVE "GPAROS" TO LTV-ARCHIVO.
           MOVE WS-FUENTE-LOTE TO LTV-FUENTE.
           MOVE WS-FECHA-LOTE TO LTV-FECHA-LOTE.
           MOVE WS-FECHA-HOY TO LTV-FECHA-NEGOCIO.
           MOVE 0 TO LTV-CUENTA.
           MOVE 0 TO LTV-TOTAL.
           CALL "LOTVAL" USING LOTVAL-AREA.
           EVALUATE TRUE
               WHEN LTV-DUPLICADO
                   DISPLAY "BATCH ERROR: ROSTER " WS-FUENTE-LOTE
                       " DATED " WS-FECHA-LOTE " WAS ALREADY "
                       "PROCESSED IN THE RUN OF " LTV-FECHA-PROCESO
                   MOVE 'Y' TO WS-LOTE-RECHAZADO
               WHEN LTV-FECHA-DISTINTA
                   DISPLAY "BATCH ERROR: ROSTER " WS-FUENTE-LOTE
                       " DATED " WS-FECHA-LOTE " BUT THE BUSINESS "
                       "DATE IS " WS-FECHA-HOY ", NOT AUTHORIZED"
                   MOVE 'Y' TO WS-LOTE-RECHAZADO
               WHEN LTV-AUTORIZADO
                   DISPLAY "ROSTER " WS-FUENTE-LOTE " DATED "
                       WS-FECHA-LOTE " AUTHORIZED BY " LTV-OPERADOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF LOTE-RECHAZADO
               DISPLAY "NO DETAIL OF THIS ROSTER IS GRADED OR FILED"
               MOVE 'N' TO WS-LOTE-CUADRA
           END-IF.
      *
      * ADDS THE ROSTER THAT BALANCED TO LOTREG, ONCE EVERYTHING IS
      * FILED, SO THE SAME FILE IS NEVER GRADED TWICE.
      *
       398-REGISTRAR-LOTE.
           MOVE RETURN-CODE TO WS-RETORNO-LOTE.
           MOVE 'R' TO LTV-FUNCION.
           MOVE "GPAROS" TO LTV-ARCHIVO.
           MOVE WS-FUENTE-LOTE TO LTV-FUENTE.
           MOVE WS-FECHA-LOTE TO LTV-FECHA-LOTE.
           MOVE WS-FECHA-HOY TO LTV-FECHA-NEGOCIO.
           MOVE WS-TRAILER-CUENTA TO LTV-CUENTA.
           MOVE WS-TRAILER-TOTAL TO LTV-TOTAL.
           CALL "LOTVAL" USING LOTVAL-AREA.
           MOVE WS-RETORNO-LOTE TO RETURN-CODE.
      *
      * PRINTS ONE ROSTER DETAIL LINE, PULLING A NEW PAGE HEADER
      * WHEN THE CURRENT PAGE IS FULL.
      *
           MOVE 'A' TO RCH-DISPOSICION.
           WRITE RECHAZO-COMUN-RECORD.
      *
      * SENDS A GRADE FOR A STUDENT NOT REGISTERED IN THE COURSE
      * FOR THE TERM TO THE SUSPENSE FILE, SO A GRADE FOR SOMEONE
      * WHO NEVER ENROLLED NEVER REACHES THE MASTER.
      *
       339-DESVIAR-NO-INSCRITO.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE "GPACALC" TO RCH-PROGRAMA.
           MOVE WS-FECHA-HOY TO RCH-FECHA.
           ACCEPT RCH-HORA FROM TIME.
           MOVE SPACES TO RCH-ENTRADA-CRUDA.
           STRING ROS-STUDENT-ID DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ROS-TERM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ROS-COURSE-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ROS-LETTER-GRADE DELIMITED BY SIZE
               INTO RCH-ENTRADA-CRUDA.
           MOVE "NR" TO RCH-REASON-CODE.
           MOVE 'A' TO RCH-DISPOSICION.
           WRITE RECHAZO-COMUN-RECORD.
      *
      * BATCH TRANSCRIPT PRINT: SORTS THE WHOLE STUDENT MASTER BY
      * STUDENT (TERMS IN KEY ORDER), BREAKS ON STUDENT ID
      * AND PRINTS ONE FORMATTED TRANSCRIPT PAGE PER STUDENT TO THE
      * REPORT FILE, WITH THE CUMULATIVE GPA AT THE BOTTOM. WHEN A
      * REQUEST FILE (GPAREQ) IS PRESENT, ONLY THE LISTED STUDENTS
      *
       400-TRANSCRIPTS-EN-LOTE.
           PERFORM 410-CARGAR-SOLICITUDES.
           MOVE 'C' TO REP-ACCION.
           CALL "GPAREP" USING GPAREP-AREA.
           MOVE 'C' TO HLD-ACCION.
           CALL "GPAHLD" USING GPAHLD-AREA.
           MOVE SPACES TO WS-ULTIMO-RETENIDO.
           MOVE 0 TO WS-TRN-IMPRESOS.
           MOVE 'N' TO WS-TRN-ACTIVO.
           SORT TRANS-SORT-FILE
           READ REQUEST-FILE
               AT END MOVE 'Y' TO WS-EOF-REQUEST
           END-READ.
      *
      * AN ID REQUESTED TWICE IS KEPT ONCE, SO ITS TERMS ARE NOT
      * READ TWICE BY KEY.
      *
       412-ALMACENAR-SOLICITUD.
           MOVE 'N' TO WS-SOLICITADO.
           PERFORM 413-COMPARAR-REPETIDA
               VARYING IDX-SOLICITUD FROM 1 BY 1
               UNTIL IDX-SOLICITUD > SOLICITUDES-CARGADAS
                  OR SOLICITADO.
           IF NOT SOLICITADO
               IF SOLICITUDES-CARGADAS < 300
                   ADD 1 TO SOLICITUDES-CARGADAS
                   MOVE REQ-STUDENT-ID
                       TO SOL-STUDENT-ID(SOLICITUDES-CARGADAS)
               ELSE
                   DISPLAY "REQUEST TABLE FULL (300), IGNORING: "
                       REQ-STUDENT-ID
               END-IF
           END-IF.
           PERFORM 411-LEER-SOLICITUD.
      *
       413-COMPARAR-REPETIDA.
           IF SOL-STUDENT-ID(IDX-SOLICITUD) = REQ-STUDENT-ID
               MOVE 'Y' TO WS-SOLICITADO
           END-IF.
      *
      * WITHOUT A REQUEST LIST THE WHOLE MASTER IS READ IN KEY
      * ORDER; WITH ONE, ONLY THE TERMS OF THE LISTED STUDENTS ARE
      * READ, BY KEY.
      *
       420-CARGAR-TERMINOS.
           MOVE 'N' TO WS-EOF-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF SOLICITUDES-CARGADAS = 0
               PERFORM 210-LEER-TERMINO
               PERFORM 430-LIBERAR-TERMINO
                   UNTIL EOF-MASTER
           ELSE
               PERFORM 425-CARGAR-SOLICITADO
                   VARYING WS-SOLICITUD-ACTUAL FROM 1 BY 1
                   UNTIL WS-SOLICITUD-ACTUAL > SOLICITUDES-CARGADAS
           END-IF.
           CLOSE STUDENT-MASTER-FILE.
      *
       425-CARGAR-SOLICITADO.
           MOVE SOL-STUDENT-ID(WS-SOLICITUD-ACTUAL) TO SM-STUDENT-ID.
           PERFORM 215-POSICIONAR-ALUMNO.
           PERFORM 430-LIBERAR-TERMINO
               UNTIL EOF-MASTER
                  OR SM-STUDENT-ID
                     NOT = SOL-STUDENT-ID(WS-SOLICITUD-ACTUAL).
      *
       430-LIBERAR-TERMINO.
           PERFORM 435-VERIFICAR-SOLICITUD.
           PERFORM 210-LEER-TERMINO.
      *
      * WITHOUT A REQUEST LIST EVERY STUDENT IS IN SCOPE; WITH ONE,
      * ONLY THE LISTED IDS ARE RELEASED TO THE SORT. A STUDENT ON
      * FINANCIAL HOLD IS NEVER RELEASED.
      *
       435-VERIFICAR-SOLICITUD.
           IF SOLICITUDES-CARGADAS = 0
                   UNTIL IDX-SOLICITUD > SOLICITUDES-CARGADAS
                      OR SOLICITADO
           END-IF.
           IF SOLICITADO
               MOVE 'A' TO HLD-ACCION
               MOVE SM-STUDENT-ID TO HLD-STUDENT-ID
               CALL "GPAHLD" USING GPAHLD-AREA
               IF HLD-EN-RETENCION
                   MOVE 'N' TO WS-SOLICITADO
                   IF SM-STUDENT-ID NOT = WS-ULTIMO-RETENIDO
                       DISPLAY "TRANSCRIPT WITHHELD, FINANCIAL HOLD: "
                           SM-STUDENT-ID
                       MOVE SM-STUDENT-ID TO WS-ULTIMO-RETENIDO
                   END-IF
               END-IF
           END-IF.
      *
       436-COMPARAR-SOLICITUD.
           IF SOL-STUDENT-ID(IDX-SOLICITUD) = SM-STUDENT-ID
               END-IF
               MOVE CRS-LETTER-GRADE TO TRN-CRS-LETTER
               MOVE CRS-CREDITS TO TRN-CRS-CREDITS
               MOVE 'I' TO REP-ACCION
               MOVE CRS-STUDENT-ID TO REP-STUDENT-ID
               MOVE CRS-TERM TO REP-TERM
               MOVE CRS-COURSE-CODE TO REP-COURSE-CODE
               CALL "GPAREP" USING GPAREP-AREA
               IF REP-ES-EXCLUIDO
                   MOVE "EXCLUDED" TO TRN-CRS-NOTA
               ELSE
                   MOVE SPACES TO TRN-CRS-NOTA
               END-IF
               WRITE TRANSCRIPT-REPORT-RECORD FROM TRN-CURSO-LINEA
           END-IF.
           PERFORM 456-LEER-CURSO-HIST.
      *
       460-CERRAR-TRANSCRIPT.
           MOVE 'A' TO REP-ACCION.
           MOVE WS-TRN-ID-ACTUAL TO REP-STUDENT-ID.
           CALL "GPAREP" USING GPAREP-AREA.
           IF REP-CREDITOS-EXCLUIDOS > WS-TRN-CREDITS
               MOVE 0 TO WS-TRN-CREDITS
           ELSE
               SUBTRACT REP-CREDITOS-EXCLUIDOS FROM WS-TRN-CREDITS
           END-IF.
           IF REP-PUNTOS-EXCLUIDOS > WS-TRN-POINTS
               MOVE 0 TO WS-TRN-POINTS
           ELSE
               SUBTRACT REP-PUNTOS-EXCLUIDOS FROM WS-TRN-POINTS
           END-IF.
           IF WS-TRN-CREDITS > 0
               COMPUTE WS-TRN-CUM-GPA =
                   WS-TRN-POINTS / WS-TRN-CREDITS
           ELSE
               MOVE 0 TO WS-TRN-CUM-GPA
           END-IF.
           PERFORM 465-IMPRIMIR-TRANSFERENCIAS.
           MOVE WS-TRN-CUM-GPA TO TRN-CUM-GPA-ED.
           WRITE TRANSCRIPT-REPORT-RECORD FROM TRN-CUM-LINEA.
           ADD 1 TO WS-TRN-IMPRESOS.
           MOVE 'N' TO WS-TRN-ACTIVO.
      *
      * TRANSFER CREDIT SECTION: EACH GPACAT EQUIVALENT GRANTED TO
      * THE STUDENT WITH THE SOURCE INSTITUTION, AND THE TOTAL
      * ACCEPTED. NONE OF IT IS IN THE CUMULATIVE GPA BELOW.
      *
       465-IMPRIMIR-TRANSFERENCIAS.
           MOVE 0 TO WS-TRF-IMPRESAS.
           MOVE 0 TO WS-TRF-TOTAL.
           PERFORM 466-IMPRIMIR-TRANSFERENCIA
               VARYING IDX-TRF FROM 1 BY 1
               UNTIL IDX-TRF > TRANSFERENCIAS-CARGADAS.
           IF WS-TRF-IMPRESAS > 0
               MOVE WS-TRF-TOTAL TO TRN-TRF-TOTAL-ED
               WRITE TRANSCRIPT-REPORT-RECORD
                   FROM TRN-TRF-TOTAL-LINEA
           END-IF.
      *
       466-IMPRIMIR-TRANSFERENCIA.
           IF TRT-STUDENT-ID(IDX-TRF) = WS-TRN-ID-ACTUAL
               IF WS-TRF-IMPRESAS = 0
                   WRITE TRANSCRIPT-REPORT-RECORD
                       FROM TRN-TRF-TITULO-LINEA
               END-IF
               ADD 1 TO WS-TRF-IMPRESAS
               ADD TRT-CREDITS(IDX-TRF) TO WS-TRF-TOTAL
               MOVE TRT-COURSE-CODE(IDX-TRF) TO TRN-TRF-CODE
               MOVE TRT-COURSE-CODE(IDX-TRF) TO WS-CURSO-BUSCADO
               PERFORM 135-BUSCAR-CATALOGO
               MOVE WS-TITULO-CATALOGO TO TRN-TRF-TITLE
               MOVE TRT-CREDITS(IDX-TRF) TO TRN-TRF-CREDITS
               MOVE TRT-INSTITUCION(IDX-TRF) TO TRN-TRF-INSTITUCION
               WRITE TRANSCRIPT-REPORT-RECORD FROM TRN-TRF-LINEA
           END-IF.
      *
       470-ABRIR-PAGINA-TRANSCRIPT.
           ADD 1 TO WS-NUMERO-PAGINA.
