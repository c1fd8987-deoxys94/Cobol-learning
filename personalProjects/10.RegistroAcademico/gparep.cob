       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPAREP.
       AUTHOR. ALDAIR.
      * WRITTEN 15/10/2026 - COURSE REPEAT POLICY, CALLED BY EVERY
      * CUMULATIVE ROLL-UP (TRANSCRIPTS IN GPACALC, GPASTAND,
      * GPARANK, GPAGRAD) SO THEY ALL APPLY THE SAME RULE FROM THE
      * COURSE HISTORY: WHEN A STUDENT RETAKES A COURSE, THE LATEST
      * ATTEMPT REPLACES THE EARLIER ONES IN THE GPA AND ITS
      * CREDITS COUNT ONCE. GPACRS IS ONLY EVER EXTENDED, SO FILING
      * ORDER IS CHRONOLOGICAL AND THE LAST LINE OF A COURSE IS THE
      * LATEST ATTEMPT. ALSO TRACKS THE ATTEMPTS PER COURSE AGAINST
      * THE REPEAT LIMIT IN PARMSHOP FOR THE EXCEPTIONS REPORT.
      * THE TABLES STAY LOADED BETWEEN CALLS OF THE SAME RUN.
      * MODIFIED 15/10/2026 - A FULL COURSE KEY TABLE TURNS THE
      * POLICY OFF FOR THE RUN, AS A FULL ATTEMPT TABLE ALREADY DID,
      * INSTEAD OF LEAVING NEW COURSES UNTRACKED. GPACHG NOW CALLS
      * IT TOO, RELOADING BEFORE EACH EVALUATION.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COURSE-HIST-FILE ASSIGN TO "GPACRS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "PARMSHOP"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-HIST-FILE.
       01  COURSE-HIST-RECORD.
           05  CRS-STUDENT-ID          PIC X(09).
           05  CRS-TERM                PIC X(06).
           05  CRS-COURSE-CODE         PIC X(06).
           05  CRS-LETTER-GRADE        PIC X(02).
           05  CRS-CREDITS             PIC 9(2)V9.
           05  CRS-POINTS              PIC 99V9.
      *
       FD  PARAM-FILE.
       COPY PARMSHOP.
      *
       WORKING-STORAGE SECTION.
       77  WS-EOF-CRS                  PIC X VALUE 'N'.
           88  EOF-CRS                          VALUE 'Y'.
       77  WS-CARGADO                  PIC X VALUE 'N'.
           88  CARGADO                          VALUE 'Y'.
      *
      * WITH THE HISTORY LARGER THAN THE TABLES THE POLICY IS
      * SWITCHED OFF WITH A WARNING (NOTHING EXCLUDED) RATHER THAN
      * APPLIED TO A PARTIAL HISTORY, AS THE PREREQUISITE EDIT DOES.
      *
       77  WS-POLITICA-ACTIVA          PIC X VALUE 'Y'.
           88  POLITICA-ACTIVA                  VALUE 'Y'.
       77  LIMITE-REPETICIONES         PIC 99 VALUE 2.
      *
      * EVERY COURSE LINE ON FILE, WITH ITS EXCLUSION FLAG.
      *
       77  INTENTOS-CARGADOS           PIC 9(4) VALUE 0.
       01  TABLA-INTENTOS.
           05  INTENTO-ENTRY OCCURS 1500 TIMES
                   INDEXED BY IDX-INTENTO.
               10  INT-STUDENT-ID      PIC X(09).
               10  INT-TERM            PIC X(06).
               10  INT-COURSE-CODE     PIC X(06).
               10  INT-CREDITS         PIC 9(2)V9.
               10  INT-POINTS          PIC 99V9.
               10  INT-EXCLUIDO        PIC X.
      *
      * ONE ROW PER STUDENT/COURSE: ATTEMPTS SO FAR AND WHERE THE
      * LATEST ONE SITS IN THE ATTEMPT TABLE.
      *
       77  CLAVES-CARGADAS             PIC 9(4) VALUE 0.
       01  TABLA-CLAVES.
           05  CLAVE-ENTRY OCCURS 1500 TIMES
                   INDEXED BY IDX-CLAVE.
               10  CLV-STUDENT-ID      PIC X(09).
               10  CLV-COURSE-CODE     PIC X(06).
               10  CLV-INTENTOS        PIC 99.
               10  CLV-ULTIMO          PIC 9(4).
       77  WS-CLAVE-ENCONTRADA         PIC X VALUE 'N'.
           88  CLAVE-ENCONTRADA                 VALUE 'Y'.
       77  WS-INTENTO-ENCONTRADO       PIC X VALUE 'N'.
           88  INTENTO-ENCONTRADO               VALUE 'Y'.
       77  WS-CURSOR-EXCESO            PIC 9(4) VALUE 0.
       77  WS-EXCESO-ENCONTRADO        PIC X VALUE 'N'.
           88  EXCESO-ENCONTRADO                VALUE 'Y'.
      *
       LINKAGE SECTION.
       COPY GPAREP.
      *
       PROCEDURE DIVISION USING GPAREP-AREA.
      *
       000-POLITICA-REPETICION.
           IF REP-CARGAR OR NOT CARGADO
               PERFORM 100-CARGAR-HISTORIAL
           END-IF.
           MOVE LIMITE-REPETICIONES TO REP-LIMITE.
           EVALUATE TRUE
               WHEN REP-CONSULTAR-ALUMNO
                   PERFORM 200-CONSULTAR-ALUMNO
               WHEN REP-CONSULTAR-INTENTO
                   PERFORM 300-CONSULTAR-INTENTO
               WHEN REP-SIGUIENTE-EXCESO
                   PERFORM 400-SIGUIENTE-EXCESO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.
      *
       100-CARGAR-HISTORIAL.
           MOVE 0 TO INTENTOS-CARGADOS.
           MOVE 0 TO CLAVES-CARGADAS.
           MOVE 0 TO WS-CURSOR-EXCESO.
           MOVE 'Y' TO WS-POLITICA-ACTIVA.
           PERFORM 110-LEER-PARAMETROS.
           MOVE 'N' TO WS-EOF-CRS.
           OPEN INPUT COURSE-HIST-FILE.
           PERFORM 120-LEER-CURSO.
           PERFORM 130-REGISTRAR-INTENTO
               UNTIL EOF-CRS.
           CLOSE COURSE-HIST-FILE.
           IF NOT POLITICA-ACTIVA
               MOVE 0 TO INTENTOS-CARGADOS
               MOVE 0 TO CLAVES-CARGADAS
           END-IF.
           MOVE 'Y' TO WS-CARGADO.
      *
      * THE REPEAT LIMIT COMES FROM PARMSHOP; WITHOUT THE FILE OR
      * WITH ZERO THE COMPILED LIMIT OF 2 REPEATS APPLIES.
      *
       110-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-LIMITE-REPETICIONES > 0
                       MOVE PARM-LIMITE-REPETICIONES
                           TO LIMITE-REPETICIONES
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.
      *
       120-LEER-CURSO.
           READ COURSE-HIST-FILE
               AT END MOVE 'Y' TO WS-EOF-CRS
           END-READ.
      *
      * A NEW ATTEMPT OF A COURSE THE STUDENT ALREADY TOOK EXCLUDES
      * THE ATTEMPT THAT WAS CURRENT UNTIL NOW.
      *
       130-REGISTRAR-INTENTO.
           IF POLITICA-ACTIVA
               IF INTENTOS-CARGADOS < 1500
                   ADD 1 TO INTENTOS-CARGADOS
                   SET IDX-INTENTO TO INTENTOS-CARGADOS
                   MOVE CRS-STUDENT-ID TO INT-STUDENT-ID(IDX-INTENTO)
                   MOVE CRS-TERM TO INT-TERM(IDX-INTENTO)
                   MOVE CRS-COURSE-CODE
                       TO INT-COURSE-CODE(IDX-INTENTO)
                   MOVE CRS-CREDITS TO INT-CREDITS(IDX-INTENTO)
                   MOVE CRS-POINTS TO INT-POINTS(IDX-INTENTO)
                   MOVE 'N' TO INT-EXCLUIDO(IDX-INTENTO)
                   PERFORM 140-UBICAR-CLAVE
               ELSE
                   DISPLAY "COURSE HISTORY TABLE FULL (1500), REPEAT "
                       "POLICY NOT APPLIED IN THIS RUN"
                   MOVE 'N' TO WS-POLITICA-ACTIVA
               END-IF
           END-IF.
           PERFORM 120-LEER-CURSO.
      *
       140-UBICAR-CLAVE.
           MOVE 'N' TO WS-CLAVE-ENCONTRADA.
           SET IDX-CLAVE TO 1.
           PERFORM 150-COMPARAR-CLAVE
               UNTIL IDX-CLAVE > CLAVES-CARGADAS
                  OR CLAVE-ENCONTRADA.
           IF CLAVE-ENCONTRADA
               MOVE 'Y' TO INT-EXCLUIDO(CLV-ULTIMO(IDX-CLAVE))
               ADD 1 TO CLV-INTENTOS(IDX-CLAVE)
               MOVE INTENTOS-CARGADOS TO CLV-ULTIMO(IDX-CLAVE)
           ELSE
               IF CLAVES-CARGADAS < 1500
                   ADD 1 TO CLAVES-CARGADAS
                   SET IDX-CLAVE TO CLAVES-CARGADAS
                   MOVE CRS-STUDENT-ID TO CLV-STUDENT-ID(IDX-CLAVE)
                   MOVE CRS-COURSE-CODE TO CLV-COURSE-CODE(IDX-CLAVE)
                   MOVE 1 TO CLV-INTENTOS(IDX-CLAVE)
                   MOVE INTENTOS-CARGADOS TO CLV-ULTIMO(IDX-CLAVE)
               ELSE
                   DISPLAY "COURSE KEY TABLE FULL (1500), REPEAT "
                       "POLICY NOT APPLIED IN THIS RUN"
                   MOVE 'N' TO WS-POLITICA-ACTIVA
               END-IF
           END-IF.
      *
       150-COMPARAR-CLAVE.
           IF CLV-STUDENT-ID(IDX-CLAVE) = CRS-STUDENT-ID
              AND CLV-COURSE-CODE(IDX-CLAVE) = CRS-COURSE-CODE
               MOVE 'Y' TO WS-CLAVE-ENCONTRADA
           ELSE
               SET IDX-CLAVE UP BY 1.
      *
      * CREDITS AND QUALITY POINTS OF THE STUDENT'S SUPERSEDED
      * ATTEMPTS, FOR THE CALLER TO TAKE OUT OF ITS ROLL-UP.
      *
       200-CONSULTAR-ALUMNO.
           MOVE 0 TO REP-CREDITOS-EXCLUIDOS.
           MOVE 0 TO REP-PUNTOS-EXCLUIDOS.
           PERFORM 210-SUMAR-EXCLUIDO
               VARYING IDX-INTENTO FROM 1 BY 1
               UNTIL IDX-INTENTO > INTENTOS-CARGADOS.
      *
       210-SUMAR-EXCLUIDO.
           IF INT-STUDENT-ID(IDX-INTENTO) = REP-STUDENT-ID
              AND INT-EXCLUIDO(IDX-INTENTO) = 'Y'
               ADD INT-CREDITS(IDX-INTENTO) TO REP-CREDITOS-EXCLUIDOS
               ADD INT-POINTS(IDX-INTENTO) TO REP-PUNTOS-EXCLUIDOS
           END-IF.
      *
       300-CONSULTAR-INTENTO.
           MOVE 'N' TO REP-EXCLUIDO.
           MOVE 'N' TO WS-INTENTO-ENCONTRADO.
           SET IDX-INTENTO TO 1.
           PERFORM 310-COMPARAR-INTENTO
               UNTIL IDX-INTENTO > INTENTOS-CARGADOS
                  OR INTENTO-ENCONTRADO.
      *
       310-COMPARAR-INTENTO.
           IF INT-STUDENT-ID(IDX-INTENTO) = REP-STUDENT-ID
              AND INT-TERM(IDX-INTENTO) = REP-TERM
              AND INT-COURSE-CODE(IDX-INTENTO) = REP-COURSE-CODE
               MOVE INT-EXCLUIDO(IDX-INTENTO) TO REP-EXCLUIDO
               MOVE 'Y' TO WS-INTENTO-ENCONTRADO
           ELSE
               SET IDX-INTENTO UP BY 1.
      *
      * RETURNS THE NEXT STUDENT/COURSE REPEATED MORE TIMES THAN
      * THE LIMIT, WITH ITS ATTEMPTS AND THE TERM OF THE LATEST.
      *
       400-SIGUIENTE-EXCESO.
           MOVE 'N' TO REP-FIN.
           MOVE 'N' TO WS-EXCESO-ENCONTRADO.
           PERFORM 410-REVISAR-EXCESO
               UNTIL WS-CURSOR-EXCESO >= CLAVES-CARGADAS
                  OR EXCESO-ENCONTRADO.
           IF NOT EXCESO-ENCONTRADO
               MOVE 'Y' TO REP-FIN
           END-IF.
      *
       410-REVISAR-EXCESO.
           ADD 1 TO WS-CURSOR-EXCESO.
           SET IDX-CLAVE TO WS-CURSOR-EXCESO.
           IF CLV-INTENTOS(IDX-CLAVE) - 1 > LIMITE-REPETICIONES
               MOVE CLV-STUDENT-ID(IDX-CLAVE) TO REP-STUDENT-ID
               MOVE CLV-COURSE-CODE(IDX-CLAVE) TO REP-COURSE-CODE
               MOVE CLV-INTENTOS(IDX-CLAVE) TO REP-INTENTOS
               MOVE INT-TERM(CLV-ULTIMO(IDX-CLAVE)) TO REP-TERM
               MOVE 'Y' TO WS-EXCESO-ENCONTRADO
           END-IF.
