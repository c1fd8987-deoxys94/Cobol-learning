       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPACHG.
       AUTHOR. ALDAIR.
      * WRITTEN 15/10/2026 - POST-TERM GRADE CHANGE WORKFLOW. THE
      * REGISTRAR KEYS A CHANGE (STUDENT, TERM, COURSE, OLD GRADE,
      * NEW GRADE, REASON) INTO THE PENDING FILE GPACHP; A SECOND
      * OPERATOR OF LEVEL 3, NEVER THE ONE WHO KEYED IT, APPROVES
      * OR REJECTS IT. AN APPROVED CHANGE REWRITES THE GPACRS
      * COURSE LINE, RECOMPUTES THAT TERM'S CREDITS, QUALITY POINTS
      * AND GPA IN GPAMST FROM THE GPASCL SCALE, AND RE-STAMPS THE
      * GPAMST CONTROL TOTALS IN CTLTOT VIA CTLMAST. EVERY DECISION
      * IS KEPT IN THE GRADE-CHANGE AUDIT FILE GPACHA, WHICH IS
      * NEVER ARCHIVED, AND A CHANGE THAT MOVES THE STUDENT ACROSS
      * A STANDING OR DEAN'S LIST LINE IS PRINTED TO GPACHR SO THE
      * NOTICES CAN BE REISSUED. REPLACES HAND EDITS OF GPACRS AND
      * GPAMST THAT LEFT GPASTAND, GPARANK AND GPAGRAD WRONG UNTIL
      * SOMEONE NOTICED.
      * MODIFIED 15/10/2026 - GPAMST IS NOW INDEXED ON STUDENT AND
      * TERM: THE CHANGED TERM IS READ AND REWRITTEN BY KEY, AND
      * THE STUDENT'S EVALUATION READS ONLY THAT STUDENT'S TERMS.
      * MODIFIED 15/10/2026 - THE EVALUATION APPLIES THE REPEAT
      * POLICY THROUGH GPAREP LIKE GPASTAND: THE SUPERSEDED
      * ATTEMPTS OF RETAKEN COURSES COME OUT OF THE CUMULATIVE GPA,
      * RELOADED FROM GPACRS BEFORE AND AFTER THE CHANGE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-MASTER-FILE ASSIGN TO "GPAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE.
           SELECT OPTIONAL COURSE-HIST-FILE ASSIGN TO "GPACRS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GRADE-SCALE-FILE ASSIGN TO "GPASCL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CAMBIO-FILE ASSIGN TO "GPACHP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUDITORIA-FILE ASSIGN TO "GPACHA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT UMBRAL-REPORT-FILE ASSIGN TO "GPACHR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "PARMSHOP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO "OPRMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
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
       FD  COURSE-HIST-FILE.
       01  COURSE-HIST-RECORD.
           05  CRS-STUDENT-ID          PIC X(09).
           05  CRS-TERM                PIC X(06).
           05  CRS-COURSE-CODE         PIC X(06).
           05  CRS-LETTER-GRADE        PIC X(02).
           05  CRS-CREDITS             PIC 9(2)V9.
           05  CRS-POINTS              PIC 99V9.
      *
       FD  GRADE-SCALE-FILE.
       01  GRADE-SCALE-RECORD.
           05  SCL-LETTER              PIC X(02).
           05  SCL-VALUE               PIC 9V99.
      *
      * PENDING GRADE CHANGES: P = PENDING, A = APPROVED AND
      * APPLIED, X = REJECTED.
      *
       FD  CAMBIO-FILE.
       01  CAMBIO-RECORD.
           05  CHG-STUDENT-ID          PIC X(09).
           05  CHG-TERM                PIC X(06).
           05  CHG-COURSE-CODE         PIC X(06).
           05  CHG-OLD-GRADE           PIC X(02).
           05  CHG-NEW-GRADE           PIC X(02).
           05  CHG-REASON              PIC X(30).
           05  CHG-REQUESTED-BY        PIC X(08).
           05  CHG-REQUEST-DATE        PIC 9(8).
           05  CHG-STATUS              PIC X.
               88  CHG-PENDING                  VALUE 'P'.
               88  CHG-APPLIED                  VALUE 'A'.
               88  CHG-REJECTED                 VALUE 'X'.
           05  CHG-APPROVER            PIC X(08).
           05  CHG-DECISION-DATE       PIC 9(8).
      *
      * PERMANENT GRADE-CHANGE AUDIT: ONE RECORD PER DECISION WITH
      * THE TERM AND CUMULATIVE GPA AND THE STANDING BEFORE AND
      * AFTER. THIS FILE IS NEVER ARCHIVED.
      *
       FD  AUDITORIA-FILE.
       01  AUDITORIA-RECORD.
           05  AUD-STUDENT-ID          PIC X(09).
           05  AUD-TERM                PIC X(06).
           05  AUD-COURSE-CODE         PIC X(06).
           05  AUD-OLD-GRADE           PIC X(02).
           05  AUD-NEW-GRADE           PIC X(02).
           05  AUD-REASON              PIC X(30).
           05  AUD-REQUESTED-BY        PIC X(08).
           05  AUD-REQUEST-DATE        PIC 9(8).
           05  AUD-ACTION              PIC X.
           05  AUD-APPROVER            PIC X(08).
           05  AUD-DECISION-DATE       PIC 9(8).
           05  AUD-OLD-TERM-GPA        PIC 9(2)V99.
           05  AUD-NEW-TERM-GPA        PIC 9(2)V99.
           05  AUD-OLD-CUM-GPA         PIC 9(2)V99.
           05  AUD-NEW-CUM-GPA         PIC 9(2)V99.
           05  AUD-OLD-STANDING        PIC X(12).
           05  AUD-NEW-STANDING        PIC X(12).
      *
       FD  UMBRAL-REPORT-FILE.
       01  UMBRAL-REPORT-RECORD        PIC X(80).
      *
       FD  PARAM-FILE.
       COPY PARMSHOP.
      *
       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05  OPR-ID                  PIC X(8).
           05  OPR-PASSWORD            PIC X(8).
           05  OPR-NIVEL               PIC 9.
           05  OPR-FECHA-EXPIRA        PIC 9(8).
           05  OPR-BLOQUEADO           PIC X.
           05  OPR-INTENTOS            PIC 9.
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-EOF-MASTER               PIC X VALUE 'N'.
           88  EOF-MASTER                       VALUE 'Y'.
       77  WS-EOF-CRS                  PIC X VALUE 'N'.
           88  EOF-CRS                          VALUE 'Y'.
       77  WS-EOF-CAMBIO               PIC X VALUE 'N'.
           88  EOF-CAMBIO                       VALUE 'Y'.
       77  WS-EOF-AUDITORIA            PIC X VALUE 'N'.
           88  EOF-AUDITORIA                    VALUE 'Y'.
       77  WS-EOF-OPERADOR             PIC X VALUE 'N'.
           88  EOF-OPERADOR                     VALUE 'Y'.
      *
      * OPERATOR SIGN-ON, AS IN SSDRET: KEYING A CHANGE NEEDS LEVEL
      * 2 AND APPROVING ONE LEVEL 3. WITHOUT THE OPERATOR MASTER ON
      * DISK THE PROGRAM RUNS UNRESTRICTED, BUT THE APPROVER MUST
      * STILL BE A DIFFERENT ID FROM THE ONE WHO KEYED THE CHANGE.
      *
       77  WS-ID-ENTRADA               PIC X(8).
       77  WS-PASSWORD-ENTRADA         PIC X(8).
       77  WS-OPERADOR-ACTUAL          PIC X(8) VALUE SPACES.
       77  WS-NIVEL-ACTUAL             PIC 9 VALUE 0.
       77  WS-FIRMADO                  PIC X VALUE 'N'.
           88  FIRMADO                          VALUE 'Y'.
       77  WS-HAY-OPERADORES           PIC X VALUE 'N'.
           88  HAY-OPERADORES                   VALUE 'Y'.
      *
      * COMPILED DEFAULT 4.0 GRADE SCALE, OVERRIDDEN IN FULL WHEN
      * THE GPASCL FILE HAS RECORDS, AS IN GPACALC.
      *
       01  ESCALA-INICIAL              PIC X(55) VALUE
           "A 400A-370B+330B 300B-270C+230C 200C-170D+130D 100F 000".
       01  ESCALA-INICIAL-TABLA REDEFINES ESCALA-INICIAL.
           05  ESCALA-INI-ENTRY OCCURS 11 TIMES.
               10  INI-LETTER          PIC X(02).
               10  INI-VALUE           PIC 9V99.
       01  TABLA-ESCALA.
           05  ESCALA-ENTRY OCCURS 20 TIMES
                   INDEXED BY IDX-ESCALA.
               10  ESC-LETTER          PIC X(02).
               10  ESC-VALUE           PIC 9V99.
       77  ESCALA-TOTAL-CARGADAS       PIC 99 VALUE 0.
       77  WS-EOF-ESCALA               PIC X VALUE 'N'.
           88  EOF-ESCALA                       VALUE 'Y'.
       77  WS-LETRA-BUSCADA            PIC X(02).
       77  WS-VALOR-ESCALA             PIC 9V99.
       77  WS-LETRA-ENCONTRADA         PIC X VALUE 'N'.
           88  LETRA-ENCONTRADA                 VALUE 'Y'.
       77  IDX-INI                     PIC 99.
      *
      * STANDING THRESHOLDS AND DEAN'S LIST CUTOFF, WITH THE SAME
      * COMPILED DEFAULTS AS GPASTAND AND GPACALC.
      *
       77  GPA-SUSPENSION              PIC 9V99 VALUE 1.00.
       77  GPA-PROBATION               PIC 9V99 VALUE 2.00.
       77  GPA-WARNING                 PIC 9V99 VALUE 2.50.
       77  PROBATION-SEGUIDAS-MAX      PIC 9 VALUE 2.
       77  DEANS-LIST-CUTOFF           PIC 9V99 VALUE 3.50.
      *
      * CHANGE BEING KEYED.
      *
       77  WS-ALUMNO-ENTRADA           PIC X(09).
       77  WS-TERMINO-ENTRADA          PIC X(06).
       77  WS-CURSO-ENTRADA            PIC X(06).
       77  WS-NOTA-ANTERIOR            PIC X(02).
       77  WS-NOTA-NUEVA               PIC X(02).
       77  WS-MOTIVO-ENTRADA           PIC X(30).
       77  WS-ENTRADA-VALIDA           PIC X VALUE 'Y'.
           88  ENTRADA-VALIDA                   VALUE 'Y'.
       77  WS-LINEA-ENCONTRADA         PIC X VALUE 'N'.
           88  LINEA-ENCONTRADA                 VALUE 'Y'.
       77  WS-TERMINO-ENCONTRADO       PIC X VALUE 'N'.
           88  TERMINO-ENCONTRADO               VALUE 'Y'.
       77  WS-YA-PENDIENTE             PIC X VALUE 'N'.
           88  YA-PENDIENTE                     VALUE 'Y'.
      *
      * APPROVAL SESSION.
      *
       77  ACCION-OPERADOR             PIC X.
       77  WS-APLICADOS                PIC 9(4) VALUE 0.
       77  WS-RECHAZADOS               PIC 9(4) VALUE 0.
       77  WS-NO-APLICABLES            PIC 9(4) VALUE 0.
       77  WS-CRUCES                   PIC 9(4) VALUE 0.
       77  WS-CAMBIO-APLICADO          PIC X VALUE 'N'.
           88  CAMBIO-APLICADO                  VALUE 'Y'.
       77  WS-CREDITOS-TERMINO         PIC 9(3)V9.
       77  WS-PUNTOS-TERMINO           PIC 9(4)V9.
       77  WS-GPA-TERMINO              PIC 9(2)V99.
      *
      * STUDENT EVALUATION, TAKEN BEFORE AND AFTER THE CHANGE WITH
      * THE SAME RULES AS GPASTAND (CUMULATIVE GPA AGAINST THE
      * THRESHOLDS, CONSECUTIVE PROBATION TERMS ESCALATING TO
      * SUSPENSION) PLUS THE DEAN'S LIST TEST ON THE CHANGED TERM.
      *
       77  WS-EVAL-CREDITOS            PIC 9(4)V9.
       77  WS-EVAL-PUNTOS              PIC 9(5)V9.
       77  WS-EVAL-PROB-SEGUIDAS       PIC 9(2).
       77  WS-EVAL-CUM-GPA             PIC 9(2)V99.
       77  WS-EVAL-TERM-GPA            PIC 9(2)V99.
       77  WS-EVAL-STANDING            PIC X(12).
       77  WS-ANTES-CUM-GPA            PIC 9(2)V99.
       77  WS-ANTES-TERM-GPA           PIC 9(2)V99.
       77  WS-ANTES-STANDING           PIC X(12).
       77  WS-DESPUES-CUM-GPA          PIC 9(2)V99.
       77  WS-DESPUES-TERM-GPA         PIC 9(2)V99.
       77  WS-DESPUES-STANDING         PIC X(12).
       77  WS-ANTES-DEANS              PIC X VALUE 'N'.
       77  WS-DESPUES-DEANS            PIC X VALUE 'N'.
       77  WS-CONSULTA-ID              PIC X(09).
       77  WS-CONSULTADOS              PIC 9(4) VALUE 0.
       77  WS-ARCHIVO-CONTROL          PIC X(8) VALUE "GPAMST".
       77  WS-CUENTA-CONTROL           PIC 9(6) VALUE 0.
       77  WS-HASH-CONTROL             PIC S9(12)V99 VALUE 0.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       COPY GPAREP.
       COPY RPTHDR.
       01  ENCABEZADO-UMBRAL-4.
           05  FILLER                  PIC X(80) VALUE
               "STUDENT ID  TERM   COURSE OLD NEW  CUM GPA    STANDING
      -        "          DEAN'S LIST".
       01  LINEA-UMBRAL.
           05  LU-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LU-TERM                 PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LU-COURSE-CODE          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LU-OLD-GRADE            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LU-NEW-GRADE            PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LU-OLD-CUM-GPA          PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE ">".
           05  LU-NEW-CUM-GPA          PIC Z9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LU-OLD-STANDING         PIC X(10).
           05  FILLER                  PIC X(01) VALUE ">".
           05  LU-NEW-STANDING         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LU-DEANS                PIC X(07).
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  PIE-UMBRAL-LINEA.
           05  FILLER                  PIC X(18) VALUE
               "CHANGES APPLIED: ".
           05  PU-APLICADOS            PIC ZZZ9.
           05  FILLER                  PIC X(28) VALUE
               "  NOTICES TO BE REISSUED: ".
           05  PU-CRUCES               PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-CAMBIOS-DE-NOTA.
           PERFORM 040-LEER-PARAMETROS.
           PERFORM 042-LEER-FECHA-NEGOCIO.
           PERFORM 045-CARGAR-ESCALA.
           PERFORM 050-FIRMAR-OPERADOR.
           MOVE 1 TO SELECCION-USUARIO.
           PERFORM 100-MENU-PRINCIPAL
             UNTIL SELECCION-USUARIO = 0.
           DISPLAY "PROGRAM FINISHED".
           GOBACK.
      *
      * READS THE STANDING THRESHOLDS AND THE DEAN'S LIST CUTOFF
      * FROM PARMSHOP; THE COMPILED DEFAULTS APPLY WHEN THE FILE OR
      * THE FIELDS ARE ABSENT.
      *
       040-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-GPA-SUSPENSION > 0
                       MOVE PARM-GPA-SUSPENSION TO GPA-SUSPENSION
                   END-IF
                   IF PARM-GPA-PROBATION > 0
                       MOVE PARM-GPA-PROBATION TO GPA-PROBATION
                   END-IF
                   IF PARM-GPA-WARNING > 0
                       MOVE PARM-GPA-WARNING TO GPA-WARNING
                   END-IF
                   IF PARM-DEANS-LIST-CUTOFF > 0
                       MOVE PARM-DEANS-LIST-CUTOFF
                           TO DEANS-LIST-CUTOFF
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.
      *
       042-LEER-FECHA-NEGOCIO.
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
      * LOADS THE GRADE SCALE: THE COMPILED 4.0 DEFAULTS FIRST, THEN
      * THE GPASCL FILE IN FULL IF THE REGISTRAR PROVIDED ONE.
      *
       045-CARGAR-ESCALA.
           MOVE 0 TO ESCALA-TOTAL-CARGADAS.
           PERFORM 046-CARGAR-ESCALA-DEFAULT
               VARYING IDX-INI FROM 1 BY 1
               UNTIL IDX-INI > 11.
           MOVE 11 TO ESCALA-TOTAL-CARGADAS.
           OPEN INPUT GRADE-SCALE-FILE.
           MOVE 'N' TO WS-EOF-ESCALA.
           READ GRADE-SCALE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ESCALA
           END-READ.
           IF NOT EOF-ESCALA
               MOVE 0 TO ESCALA-TOTAL-CARGADAS
               PERFORM 047-ALMACENAR-ESCALA
                   UNTIL EOF-ESCALA
           END-IF.
           CLOSE GRADE-SCALE-FILE.
      *
       046-CARGAR-ESCALA-DEFAULT.
           MOVE INI-LETTER(IDX-INI) TO ESC-LETTER(IDX-INI).
           MOVE INI-VALUE(IDX-INI) TO ESC-VALUE(IDX-INI).
      *
       047-ALMACENAR-ESCALA.
           IF ESCALA-TOTAL-CARGADAS < 20
               ADD 1 TO ESCALA-TOTAL-CARGADAS
               MOVE SCL-LETTER
                   TO ESC-LETTER(ESCALA-TOTAL-CARGADAS)
               MOVE SCL-VALUE
                   TO ESC-VALUE(ESCALA-TOTAL-CARGADAS)
           ELSE
               DISPLAY "GRADE SCALE TABLE FULL (20), IGNORING: "
                   SCL-LETTER
           END-IF.
           READ GRADE-SCALE-FILE
               AT END MOVE 'Y' TO WS-EOF-ESCALA
           END-READ.
      *
       050-FIRMAR-OPERADOR.
           MOVE 'N' TO WS-HAY-OPERADORES.
           MOVE 'N' TO WS-FIRMADO.
           DISPLAY "OPERATOR ID: ".
           ACCEPT WS-ID-ENTRADA.
           DISPLAY "PASSWORD: ".
           ACCEPT WS-PASSWORD-ENTRADA.
           MOVE 'N' TO WS-EOF-OPERADOR.
           OPEN INPUT OPERADOR-FILE.
           PERFORM 060-LEER-OPERADOR.
           PERFORM 070-VALIDAR-OPERADOR
               UNTIL EOF-OPERADOR.
           CLOSE OPERADOR-FILE.
           IF NOT HAY-OPERADORES
               DISPLAY "WARNING: NO OPERATOR MASTER (OPRMST), "
                   "RUNNING UNRESTRICTED"
               MOVE WS-ID-ENTRADA TO WS-OPERADOR-ACTUAL
               MOVE 9 TO WS-NIVEL-ACTUAL
               MOVE 'Y' TO WS-FIRMADO
           END-IF.
           IF NOT FIRMADO
               DISPLAY "INVALID CREDENTIALS, INQUIRY ONLY (LEVEL 0)"
               MOVE WS-ID-ENTRADA TO WS-OPERADOR-ACTUAL
               MOVE 0 TO WS-NIVEL-ACTUAL
           END-IF.
      *
       060-LEER-OPERADOR.
           READ OPERADOR-FILE
               AT END MOVE 'Y' TO WS-EOF-OPERADOR
           END-READ.
      *
       070-VALIDAR-OPERADOR.
           MOVE 'Y' TO WS-HAY-OPERADORES.
           IF OPR-ID = WS-ID-ENTRADA
              AND OPR-PASSWORD = WS-PASSWORD-ENTRADA
              AND OPR-BLOQUEADO NOT = 'B'
               MOVE OPR-ID TO WS-OPERADOR-ACTUAL
               MOVE OPR-NIVEL TO WS-NIVEL-ACTUAL
               MOVE 'Y' TO WS-FIRMADO
           END-IF.
           PERFORM 060-LEER-OPERADOR.
      *
       100-MENU-PRINCIPAL.
           DISPLAY "------GRADE CHANGES------".
           DISPLAY "OPERATOR: " WS-OPERADOR-ACTUAL
               " LEVEL: " WS-NIVEL-ACTUAL.
           DISPLAY "1. KEY A GRADE CHANGE (LEVEL 2)".
           DISPLAY "2. APPROVE/REJECT CHANGES (LEVEL 3)".
           DISPLAY "3. INQUIRE CHANGE AUDIT FOR A STUDENT".
           DISPLAY "0. EXIT".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "-------------------------".
           IF SELECCION-USUARIO = 1
             PERFORM 200-CAPTURAR-CAMBIO.

           IF SELECCION-USUARIO = 2
             PERFORM 300-APROBAR-CAMBIOS.

           IF SELECCION-USUARIO = 3
             PERFORM 500-CONSULTAR-AUDITORIA.

           IF SELECCION-USUARIO > 3
             DISPLAY "INVALID CHOICE"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * KEYS A CHANGE. THE COURSE LINE MUST BE ON GPACRS WITH THE
      * OLD GRADE STATED, THE NEW GRADE MUST BE ON THE SCALE, THE
      * TERM MUST STILL BE ON THE MASTER (NOT ARCHIVED), AND THE
      * SAME COURSE LINE CANNOT HAVE ANOTHER CHANGE PENDING.
      *
       200-CAPTURAR-CAMBIO.
           IF WS-NIVEL-ACTUAL < 2
               DISPLAY "KEYING A CHANGE REQUIRES A LEVEL 2 OPERATOR"
           ELSE
               MOVE 'Y' TO WS-ENTRADA-VALIDA
               DISPLAY "STUDENT ID (9 CHAR.): "
               ACCEPT WS-ALUMNO-ENTRADA
               DISPLAY "TERM (E.G. FALL26): "
               ACCEPT WS-TERMINO-ENTRADA
               DISPLAY "COURSE CODE: "
               ACCEPT WS-CURSO-ENTRADA
               DISPLAY "OLD GRADE: "
               ACCEPT WS-NOTA-ANTERIOR
               DISPLAY "NEW GRADE: "
               ACCEPT WS-NOTA-NUEVA
               DISPLAY "REASON (30 CHAR.): "
               ACCEPT WS-MOTIVO-ENTRADA
               PERFORM 210-VALIDAR-CAMBIO
               IF ENTRADA-VALIDA
                   MOVE WS-ALUMNO-ENTRADA TO CHG-STUDENT-ID
                   MOVE WS-TERMINO-ENTRADA TO CHG-TERM
                   MOVE WS-CURSO-ENTRADA TO CHG-COURSE-CODE
                   MOVE WS-NOTA-ANTERIOR TO CHG-OLD-GRADE
                   MOVE WS-NOTA-NUEVA TO CHG-NEW-GRADE
                   MOVE WS-MOTIVO-ENTRADA TO CHG-REASON
                   MOVE WS-OPERADOR-ACTUAL TO CHG-REQUESTED-BY
                   MOVE WS-FECHA-HOY TO CHG-REQUEST-DATE
                   MOVE 'P' TO CHG-STATUS
                   MOVE SPACES TO CHG-APPROVER
                   MOVE 0 TO CHG-DECISION-DATE
                   OPEN EXTEND CAMBIO-FILE
                   WRITE CAMBIO-RECORD
                   CLOSE CAMBIO-FILE
                   DISPLAY "CHANGE KEYED, PENDING SECOND APPROVAL"
               END-IF
           END-IF.
      *
       210-VALIDAR-CAMBIO.
           IF WS-MOTIVO-ENTRADA = SPACES
               DISPLAY "A REASON IS REQUIRED"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF WS-NOTA-NUEVA = WS-NOTA-ANTERIOR
               DISPLAY "NEW GRADE IS THE SAME AS THE OLD GRADE"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           MOVE WS-NOTA-NUEVA TO WS-LETRA-BUSCADA.
           PERFORM 130-BUSCAR-ESCALA.
           IF NOT LETRA-ENCONTRADA
               DISPLAY "NEW GRADE NOT ON THE GRADE SCALE: "
                   WS-NOTA-NUEVA
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           MOVE WS-ALUMNO-ENTRADA TO CHG-STUDENT-ID.
           MOVE WS-TERMINO-ENTRADA TO CHG-TERM.
           MOVE WS-CURSO-ENTRADA TO CHG-COURSE-CODE.
           MOVE WS-NOTA-ANTERIOR TO CHG-OLD-GRADE.
           PERFORM 220-BUSCAR-LINEA-CURSO.
           IF NOT LINEA-ENCONTRADA
               DISPLAY "NO COURSE LINE ON GPACRS WITH THAT OLD GRADE"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           PERFORM 230-BUSCAR-TERMINO.
           IF NOT TERMINO-ENCONTRADO
               DISPLAY "TERM NOT ON THE STUDENT MASTER (GPAMST)"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           PERFORM 240-BUSCAR-PENDIENTE.
           IF YA-PENDIENTE
               DISPLAY "THAT COURSE LINE ALREADY HAS A CHANGE PENDING"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
      *
      * LOOKS THE LETTER GRADE UP IN THE SCALE TABLE.
      *
       130-BUSCAR-ESCALA.
           MOVE 'N' TO WS-LETRA-ENCONTRADA.
           MOVE 0 TO WS-VALOR-ESCALA.
           SET IDX-ESCALA TO 1.
           PERFORM 131-COMPARAR-ESCALA
               UNTIL IDX-ESCALA > ESCALA-TOTAL-CARGADAS
                  OR LETRA-ENCONTRADA.
      *
       131-COMPARAR-ESCALA.
           IF ESC-LETTER(IDX-ESCALA) = WS-LETRA-BUSCADA
               MOVE ESC-VALUE(IDX-ESCALA) TO WS-VALOR-ESCALA
               MOVE 'Y' TO WS-LETRA-ENCONTRADA
           ELSE
               SET IDX-ESCALA UP BY 1.
      *
      * LOOKS FOR THE COURSE LINE OF THE CHANGE (STUDENT, TERM,
      * COURSE AND OLD GRADE) ON GPACRS.
      *
       220-BUSCAR-LINEA-CURSO.
           MOVE 'N' TO WS-LINEA-ENCONTRADA.
           MOVE 'N' TO WS-EOF-CRS.
           OPEN INPUT COURSE-HIST-FILE.
           PERFORM 225-LEER-CURSO.
           PERFORM 226-COMPARAR-LINEA
               UNTIL EOF-CRS OR LINEA-ENCONTRADA.
           CLOSE COURSE-HIST-FILE.
      *
       225-LEER-CURSO.
           READ COURSE-HIST-FILE
               AT END MOVE 'Y' TO WS-EOF-CRS
           END-READ.
      *
       226-COMPARAR-LINEA.
           IF CRS-STUDENT-ID = CHG-STUDENT-ID
              AND CRS-TERM = CHG-TERM
              AND CRS-COURSE-CODE = CHG-COURSE-CODE
              AND CRS-LETTER-GRADE = CHG-OLD-GRADE
               MOVE 'Y' TO WS-LINEA-ENCONTRADA
           ELSE
               PERFORM 225-LEER-CURSO
           END-IF.
      *
       230-BUSCAR-TERMINO.
           OPEN INPUT STUDENT-MASTER-FILE.
           PERFORM 236-LEER-TERMINO-CAMBIO.
           CLOSE STUDENT-MASTER-FILE.
      *
       235-LEER-TERMINO.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-MASTER
           END-READ.
      *
       236-LEER-TERMINO-CAMBIO.
           MOVE 'N' TO WS-TERMINO-ENCONTRADO.
           MOVE CHG-STUDENT-ID TO SM-STUDENT-ID.
           MOVE CHG-TERM TO SM-TERM.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TERMINO-ENCONTRADO
           END-READ.
      *
       240-BUSCAR-PENDIENTE.
           MOVE 'N' TO WS-YA-PENDIENTE.
           MOVE 'N' TO WS-EOF-CAMBIO.
           OPEN INPUT CAMBIO-FILE.
           PERFORM 245-LEER-CAMBIO.
           PERFORM 246-COMPARAR-PENDIENTE
               UNTIL EOF-CAMBIO OR YA-PENDIENTE.
           CLOSE CAMBIO-FILE.
      *
       245-LEER-CAMBIO.
           READ CAMBIO-FILE
               AT END MOVE 'Y' TO WS-EOF-CAMBIO
           END-READ.
      *
       246-COMPARAR-PENDIENTE.
           IF CHG-PENDING
              AND CHG-STUDENT-ID = WS-ALUMNO-ENTRADA
              AND CHG-TERM = WS-TERMINO-ENTRADA
              AND CHG-COURSE-CODE = WS-CURSO-ENTRADA
               MOVE 'Y' TO WS-YA-PENDIENTE
           ELSE
               PERFORM 245-LEER-CAMBIO
           END-IF.
      *
      * WALKS THE PENDING CHANGES. A LEVEL 3 OPERATOR OTHER THAN
      * THE ONE WHO KEYED EACH CHANGE APPROVES OR REJECTS IT; AN
      * APPROVAL IS APPLIED ON THE SPOT. A CHANGE WHOSE COURSE LINE
      * OR TERM NO LONGER MATCHES IS LEFT PENDING FOR REJECTION.
      * THE MASTER CONTROL TOTALS ARE RE-STAMPED ONCE AT THE END IF
      * ANYTHING WAS APPLIED.
      *
       300-APROBAR-CAMBIOS.
           IF WS-NIVEL-ACTUAL < 3
               DISPLAY "APPROVAL REQUIRES A LEVEL 3 OPERATOR"
           ELSE
               MOVE 0 TO WS-APLICADOS
               MOVE 0 TO WS-RECHAZADOS
               MOVE 0 TO WS-NO-APLICABLES
               MOVE 0 TO WS-CRUCES
               MOVE 0 TO WS-NUMERO-PAGINA
               MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA
               OPEN OUTPUT UMBRAL-REPORT-FILE
               PERFORM 490-ESCRIBIR-ENCABEZADO
               OPEN EXTEND AUDITORIA-FILE
               MOVE 'N' TO WS-EOF-CAMBIO
               OPEN I-O CAMBIO-FILE
               PERFORM 245-LEER-CAMBIO
               PERFORM 310-DISPONER-CAMBIO
                   UNTIL EOF-CAMBIO
               CLOSE CAMBIO-FILE
               CLOSE AUDITORIA-FILE
               MOVE WS-APLICADOS TO PU-APLICADOS
               MOVE WS-CRUCES TO PU-CRUCES
               WRITE UMBRAL-REPORT-RECORD FROM PIE-UMBRAL-LINEA
               WRITE UMBRAL-REPORT-RECORD FROM RPT-PIE-LINEA
               CLOSE UMBRAL-REPORT-FILE
               IF WS-APLICADOS > 0
                   PERFORM 700-ESTAMPAR-MASTER
               END-IF
               DISPLAY "APPLIED: " WS-APLICADOS
                   "  REJECTED: " WS-RECHAZADOS
                   "  NOT APPLICABLE: " WS-NO-APLICABLES
               IF WS-CRUCES > 0
                   DISPLAY "THRESHOLD CROSSINGS IN GPACHR, NOTICES "
                       "TO REISSUE: " WS-CRUCES
               END-IF
           END-IF.
      *
       310-DISPONER-CAMBIO.
           IF CHG-PENDING
               DISPLAY "-------------------------"
               DISPLAY "STUDENT : " CHG-STUDENT-ID
                   "  TERM: " CHG-TERM
               DISPLAY "COURSE  : " CHG-COURSE-CODE
                   "  GRADE " CHG-OLD-GRADE " -> " CHG-NEW-GRADE
               DISPLAY "REASON  : " CHG-REASON
               DISPLAY "KEYED BY: " CHG-REQUESTED-BY
                   " ON " CHG-REQUEST-DATE
               IF CHG-REQUESTED-BY = WS-OPERADOR-ACTUAL
                   DISPLAY "KEYED BY THIS OPERATOR, NEEDS A SECOND "
                       "APPROVER"
               ELSE
                   DISPLAY "A=APPROVE  X=REJECT  OTHER=LEAVE PENDING"
                   DISPLAY ">"
                   ACCEPT ACCION-OPERADOR
                   EVALUATE ACCION-OPERADOR
                       WHEN 'A' WHEN 'a'
                           PERFORM 400-APLICAR-CAMBIO
                           IF CAMBIO-APLICADO
                               MOVE 'A' TO CHG-STATUS
                               PERFORM 320-CERRAR-CAMBIO
                               ADD 1 TO WS-APLICADOS
                           ELSE
                               ADD 1 TO WS-NO-APLICABLES
                           END-IF
                       WHEN 'X' WHEN 'x'
                           MOVE 'X' TO CHG-STATUS
                           MOVE 0 TO WS-ANTES-TERM-GPA
                           MOVE 0 TO WS-DESPUES-TERM-GPA
                           MOVE 0 TO WS-ANTES-CUM-GPA
                           MOVE 0 TO WS-DESPUES-CUM-GPA
                           MOVE SPACES TO WS-ANTES-STANDING
                           MOVE SPACES TO WS-DESPUES-STANDING
                           PERFORM 320-CERRAR-CAMBIO
                           ADD 1 TO WS-RECHAZADOS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 245-LEER-CAMBIO.
      *
      * STAMPS THE DECISION ON THE PENDING RECORD AND KEEPS IT IN
      * THE PERMANENT AUDIT.
      *
       320-CERRAR-CAMBIO.
           MOVE WS-OPERADOR-ACTUAL TO CHG-APPROVER.
           MOVE WS-FECHA-HOY TO CHG-DECISION-DATE.
           REWRITE CAMBIO-RECORD.
           MOVE CHG-STUDENT-ID TO AUD-STUDENT-ID.
           MOVE CHG-TERM TO AUD-TERM.
           MOVE CHG-COURSE-CODE TO AUD-COURSE-CODE.
           MOVE CHG-OLD-GRADE TO AUD-OLD-GRADE.
           MOVE CHG-NEW-GRADE TO AUD-NEW-GRADE.
           MOVE CHG-REASON TO AUD-REASON.
           MOVE CHG-REQUESTED-BY TO AUD-REQUESTED-BY.
           MOVE CHG-REQUEST-DATE TO AUD-REQUEST-DATE.
           MOVE CHG-STATUS TO AUD-ACTION.
           MOVE CHG-APPROVER TO AUD-APPROVER.
           MOVE CHG-DECISION-DATE TO AUD-DECISION-DATE.
           MOVE WS-ANTES-TERM-GPA TO AUD-OLD-TERM-GPA.
           MOVE WS-DESPUES-TERM-GPA TO AUD-NEW-TERM-GPA.
           MOVE WS-ANTES-CUM-GPA TO AUD-OLD-CUM-GPA.
           MOVE WS-DESPUES-CUM-GPA TO AUD-NEW-CUM-GPA.
           MOVE WS-ANTES-STANDING TO AUD-OLD-STANDING.
           MOVE WS-DESPUES-STANDING TO AUD-NEW-STANDING.
           WRITE AUDITORIA-RECORD.
      *
      * APPLIES AN APPROVED CHANGE: EVALUATES THE STUDENT, REWRITES
      * THE COURSE LINE WITH THE NEW LETTER AND ITS QUALITY POINTS,
      * RE-TOTALS THE TERM FROM ITS COURSE LINES, REWRITES THE
      * MASTER TERM, AND EVALUATES THE STUDENT AGAIN TO CATCH A
      * THRESHOLD CROSSING.
      *
       400-APLICAR-CAMBIO.
           MOVE 'N' TO WS-CAMBIO-APLICADO.
           MOVE CHG-NEW-GRADE TO WS-LETRA-BUSCADA.
           PERFORM 130-BUSCAR-ESCALA.
           PERFORM 220-BUSCAR-LINEA-CURSO.
           PERFORM 230-BUSCAR-TERMINO.
           IF NOT LETRA-ENCONTRADA
               DISPLAY "NEW GRADE NO LONGER ON THE SCALE, NOT APPLIED"
           ELSE
               IF NOT LINEA-ENCONTRADA OR NOT TERMINO-ENCONTRADO
                   DISPLAY "COURSE LINE OR TERM NO LONGER MATCHES, "
                       "NOT APPLIED"
               ELSE
                   PERFORM 600-EVALUAR-ALUMNO
                   MOVE WS-EVAL-CUM-GPA TO WS-ANTES-CUM-GPA
                   MOVE WS-EVAL-TERM-GPA TO WS-ANTES-TERM-GPA
                   MOVE WS-EVAL-STANDING TO WS-ANTES-STANDING
                   PERFORM 410-REESCRIBIR-CURSO
                   PERFORM 420-TOTALIZAR-TERMINO
                   PERFORM 430-REESCRIBIR-TERMINO
                   PERFORM 600-EVALUAR-ALUMNO
                   MOVE WS-EVAL-CUM-GPA TO WS-DESPUES-CUM-GPA
                   MOVE WS-EVAL-TERM-GPA TO WS-DESPUES-TERM-GPA
                   MOVE WS-EVAL-STANDING TO WS-DESPUES-STANDING
                   PERFORM 440-REVISAR-UMBRALES
                   MOVE 'Y' TO WS-CAMBIO-APLICADO
                   DISPLAY "APPLIED. TERM GPA " WS-ANTES-TERM-GPA
                       " -> " WS-DESPUES-TERM-GPA
               END-IF
           END-IF.
      *
       410-REESCRIBIR-CURSO.
           MOVE 'N' TO WS-LINEA-ENCONTRADA.
           MOVE 'N' TO WS-EOF-CRS.
           OPEN I-O COURSE-HIST-FILE.
           PERFORM 225-LEER-CURSO.
           PERFORM 226-COMPARAR-LINEA
               UNTIL EOF-CRS OR LINEA-ENCONTRADA.
           IF LINEA-ENCONTRADA
               MOVE CHG-NEW-GRADE TO CRS-LETTER-GRADE
               COMPUTE CRS-POINTS ROUNDED =
                   WS-VALOR-ESCALA * CRS-CREDITS
               REWRITE COURSE-HIST-RECORD
           END-IF.
           CLOSE COURSE-HIST-FILE.
      *
      * RE-TOTALS THE TERM FROM ALL OF ITS COURSE LINES, CONVERTING
      * EACH LETTER THROUGH THE SCALE THE WAY THE ROSTER PASS DOES;
      * A LETTER NO LONGER ON THE SCALE KEEPS THE POINTS IT WAS
      * FILED WITH.
      *
       420-TOTALIZAR-TERMINO.
           MOVE 0 TO WS-CREDITOS-TERMINO.
           MOVE 0 TO WS-PUNTOS-TERMINO.
           MOVE 'N' TO WS-EOF-CRS.
           OPEN INPUT COURSE-HIST-FILE.
           PERFORM 225-LEER-CURSO.
           PERFORM 425-SUMAR-CURSO
               UNTIL EOF-CRS.
           CLOSE COURSE-HIST-FILE.
           IF WS-CREDITOS-TERMINO > 0
               COMPUTE WS-GPA-TERMINO =
                   WS-PUNTOS-TERMINO / WS-CREDITOS-TERMINO
           ELSE
               MOVE 0 TO WS-GPA-TERMINO
           END-IF.
      *
       425-SUMAR-CURSO.
           IF CRS-STUDENT-ID = CHG-STUDENT-ID
              AND CRS-TERM = CHG-TERM
               ADD CRS-CREDITS TO WS-CREDITOS-TERMINO
               MOVE CRS-LETTER-GRADE TO WS-LETRA-BUSCADA
               PERFORM 130-BUSCAR-ESCALA
               IF LETRA-ENCONTRADA
                   COMPUTE WS-PUNTOS-TERMINO ROUNDED =
                       WS-PUNTOS-TERMINO
                       + (WS-VALOR-ESCALA * CRS-CREDITS)
               ELSE
                   ADD CRS-POINTS TO WS-PUNTOS-TERMINO
               END-IF
           END-IF.
           PERFORM 225-LEER-CURSO.
      *
       430-REESCRIBIR-TERMINO.
           OPEN I-O STUDENT-MASTER-FILE.
           PERFORM 236-LEER-TERMINO-CAMBIO.
           IF TERMINO-ENCONTRADO
               MOVE WS-CREDITOS-TERMINO TO SM-CREDITS-TERM
               MOVE WS-PUNTOS-TERMINO TO SM-GRADE-POINTS-TERM
               MOVE WS-GPA-TERMINO TO SM-GPA-TERM
               REWRITE STUDENT-MASTER-RECORD
           END-IF.
           CLOSE STUDENT-MASTER-FILE.
      *
      * A CHANGE OF STANDING OR A DEAN'S LIST GAINED OR LOST ON THE
      * CHANGED TERM GOES ON THE GPACHR REPORT FOR REISSUE.
      *
       440-REVISAR-UMBRALES.
           MOVE 'N' TO WS-ANTES-DEANS.
           MOVE 'N' TO WS-DESPUES-DEANS.
           IF WS-ANTES-TERM-GPA >= DEANS-LIST-CUTOFF
               MOVE 'Y' TO WS-ANTES-DEANS
           END-IF.
           IF WS-DESPUES-TERM-GPA >= DEANS-LIST-CUTOFF
               MOVE 'Y' TO WS-DESPUES-DEANS
           END-IF.
           IF WS-ANTES-STANDING NOT = WS-DESPUES-STANDING
              OR WS-ANTES-DEANS NOT = WS-DESPUES-DEANS
               ADD 1 TO WS-CRUCES
               IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
                   PERFORM 490-ESCRIBIR-ENCABEZADO
               END-IF
               MOVE CHG-STUDENT-ID TO LU-STUDENT-ID
               MOVE CHG-TERM TO LU-TERM
               MOVE CHG-COURSE-CODE TO LU-COURSE-CODE
               MOVE CHG-OLD-GRADE TO LU-OLD-GRADE
               MOVE CHG-NEW-GRADE TO LU-NEW-GRADE
               MOVE WS-ANTES-CUM-GPA TO LU-OLD-CUM-GPA
               MOVE WS-DESPUES-CUM-GPA TO LU-NEW-CUM-GPA
               MOVE WS-ANTES-STANDING TO LU-OLD-STANDING
               MOVE WS-DESPUES-STANDING TO LU-NEW-STANDING
               MOVE SPACES TO LU-DEANS
               IF WS-ANTES-DEANS = 'N' AND WS-DESPUES-DEANS = 'Y'
                   MOVE "GAINED" TO LU-DEANS
               END-IF
               IF WS-ANTES-DEANS = 'Y' AND WS-DESPUES-DEANS = 'N'
                   MOVE "LOST" TO LU-DEANS
               END-IF
               WRITE UMBRAL-REPORT-RECORD FROM LINEA-UMBRAL
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
      *
       490-ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "GRADE CHANGE THRESHOLD NOTICES" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           WRITE UMBRAL-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE UMBRAL-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE UMBRAL-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           WRITE UMBRAL-REPORT-RECORD FROM ENCABEZADO-UMBRAL-4.
      *
      * LISTS EVERY AUDITED DECISION FOR ONE STUDENT.
      *
       500-CONSULTAR-AUDITORIA.
           DISPLAY "STUDENT ID (9 CHAR.): ".
           ACCEPT WS-CONSULTA-ID.
           MOVE 0 TO WS-CONSULTADOS.
           MOVE 'N' TO WS-EOF-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE.
           PERFORM 510-LEER-AUDITORIA.
           PERFORM 520-MOSTRAR-AUDITORIA
               UNTIL EOF-AUDITORIA.
           CLOSE AUDITORIA-FILE.
           DISPLAY "CHANGES ON FILE: " WS-CONSULTADOS.
      *
       510-LEER-AUDITORIA.
           READ AUDITORIA-FILE
               AT END MOVE 'Y' TO WS-EOF-AUDITORIA
           END-READ.
      *
       520-MOSTRAR-AUDITORIA.
           IF AUD-STUDENT-ID = WS-CONSULTA-ID
               ADD 1 TO WS-CONSULTADOS
               DISPLAY AUD-TERM " " AUD-COURSE-CODE " "
                   AUD-OLD-GRADE "->" AUD-NEW-GRADE " "
                   AUD-ACTION " BY " AUD-REQUESTED-BY "/"
                   AUD-APPROVER " ON " AUD-DECISION-DATE
               DISPLAY "   " AUD-REASON " CUM GPA "
                   AUD-OLD-CUM-GPA "->" AUD-NEW-CUM-GPA
           END-IF.
           PERFORM 510-LEER-AUDITORIA.
      *
      * EVALUATES THE STUDENT OF THE CHANGE FROM THE WHOLE MASTER:
      * CUMULATIVE GPA, RUN OF CONSECUTIVE PROBATION-LEVEL TERMS,
      * STANDING, AND THE GPA OF THE CHANGED TERM.
      *
       600-EVALUAR-ALUMNO.
           MOVE 0 TO WS-EVAL-CREDITOS.
           MOVE 0 TO WS-EVAL-PUNTOS.
           MOVE 0 TO WS-EVAL-PROB-SEGUIDAS.
           MOVE 0 TO WS-EVAL-TERM-GPA.
           MOVE 'N' TO WS-EOF-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           MOVE CHG-STUDENT-ID TO SM-STUDENT-ID.
           MOVE LOW-VALUES TO SM-TERM.
           START STUDENT-MASTER-FILE KEY IS NOT LESS THAN SM-CLAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MASTER
           END-START.
           IF NOT EOF-MASTER
               PERFORM 235-LEER-TERMINO
           END-IF.
           PERFORM 610-ACUMULAR-TERMINO
               UNTIL EOF-MASTER
                  OR SM-STUDENT-ID NOT = CHG-STUDENT-ID.
           CLOSE STUDENT-MASTER-FILE.
           PERFORM 620-APLICAR-REPETICIONES.
           IF WS-EVAL-CREDITOS > 0
               COMPUTE WS-EVAL-CUM-GPA =
                   WS-EVAL-PUNTOS / WS-EVAL-CREDITOS
           ELSE
               MOVE 0 TO WS-EVAL-CUM-GPA
           END-IF.
           EVALUATE TRUE
               WHEN WS-EVAL-CUM-GPA < GPA-SUSPENSION
                   MOVE "SUSPENSION" TO WS-EVAL-STANDING
               WHEN WS-EVAL-CUM-GPA < GPA-PROBATION
                   MOVE "PROBATION" TO WS-EVAL-STANDING
               WHEN WS-EVAL-CUM-GPA < GPA-WARNING
                   MOVE "WARNING" TO WS-EVAL-STANDING
               WHEN OTHER
                   MOVE "GOOD" TO WS-EVAL-STANDING
           END-EVALUATE.
           IF WS-EVAL-STANDING = "PROBATION"
              AND WS-EVAL-PROB-SEGUIDAS >= PROBATION-SEGUIDAS-MAX
               MOVE "SUSPENSION" TO WS-EVAL-STANDING
           END-IF.
      *
       610-ACUMULAR-TERMINO.
           IF SM-STUDENT-ID = CHG-STUDENT-ID
               ADD SM-CREDITS-TERM TO WS-EVAL-CREDITOS
               ADD SM-GRADE-POINTS-TERM TO WS-EVAL-PUNTOS
               IF SM-GPA-TERM < GPA-PROBATION
                   ADD 1 TO WS-EVAL-PROB-SEGUIDAS
               ELSE
                   MOVE 0 TO WS-EVAL-PROB-SEGUIDAS
               END-IF
               IF SM-TERM = CHG-TERM
                   MOVE SM-GPA-TERM TO WS-EVAL-TERM-GPA
               END-IF
           END-IF.
           PERFORM 235-LEER-TERMINO.
      *
      * REPEAT POLICY: GPACRS IS RELOADED ON EVERY EVALUATION, SO
      * THE SECOND ONE ALREADY SEES THE REWRITTEN COURSE LINE, AND
      * THE SUPERSEDED ATTEMPTS COME OUT OF THE ROLL-UP.
      *
       620-APLICAR-REPETICIONES.
           MOVE 'C' TO REP-ACCION.
           CALL "GPAREP" USING GPAREP-AREA.
           MOVE 'A' TO REP-ACCION.
           MOVE CHG-STUDENT-ID TO REP-STUDENT-ID.
           CALL "GPAREP" USING GPAREP-AREA.
           IF REP-CREDITOS-EXCLUIDOS > WS-EVAL-CREDITOS
               MOVE 0 TO WS-EVAL-CREDITOS
           ELSE
               SUBTRACT REP-CREDITOS-EXCLUIDOS FROM WS-EVAL-CREDITOS
           END-IF.
           IF REP-PUNTOS-EXCLUIDOS > WS-EVAL-PUNTOS
               MOVE 0 TO WS-EVAL-PUNTOS
           ELSE
               SUBTRACT REP-PUNTOS-EXCLUIDOS FROM WS-EVAL-PUNTOS
           END-IF.
      *
      * RECOUNTS THE STUDENT MASTER AND STAMPS ITS CONTROL TOTALS
      * (RECORD COUNT AND CREDIT-HOURS HASH) IN CTLTOT, SO THE
      * NIGHTLY VERIFICATION DOES NOT FLAG THE CORRECTED TERM.
      *
       700-ESTAMPAR-MASTER.
           MOVE 0 TO WS-CUENTA-CONTROL.
           MOVE 0 TO WS-HASH-CONTROL.
           MOVE 'N' TO WS-EOF-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           PERFORM 235-LEER-TERMINO.
           PERFORM 710-CONTAR-TERMINO
               UNTIL EOF-MASTER.
           CLOSE STUDENT-MASTER-FILE.
           CALL "CTLMAST" USING WS-ARCHIVO-CONTROL
               WS-CUENTA-CONTROL WS-HASH-CONTROL.
      *
       710-CONTAR-TERMINO.
           ADD 1 TO WS-CUENTA-CONTROL.
           ADD SM-CREDITS-TERM TO WS-HASH-CONTROL.
           PERFORM 235-LEER-TERMINO.
