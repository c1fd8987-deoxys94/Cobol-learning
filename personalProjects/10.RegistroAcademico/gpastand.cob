      * IN: THE STANDING REPORT AND THE GPANOT NOTIFICATIONS CARRY
      * THE STUDENT'S NAME AND PROGRAM, AND STUDENTS WITH NO BIO ON
      * FILE ARE COUNTED AND LISTED ON CONSOLE AS EXCEPTIONS.
      * MODIFIED 15/10/2026 - COURSE REPEAT POLICY: THE CUMULATIVE
      * ROLL-UP DROPS THE SUPERSEDED ATTEMPTS OF RETAKEN COURSES
      * (GPAREP), AND STUDENTS WHO REPEATED A COURSE MORE TIMES THAN
      * THE PARMSHOP LIMIT ARE LISTED ON THE EXCEPTIONS REPORT
      * GPAREX.
      * MODIFIED 15/10/2026 - THE STUDENT MASTER IS NOW INDEXED ON
      * STUDENT AND TERM AND IS READ IN KEY ORDER, SO EACH STUDENT'S
      * TERMS ARRIVE TOGETHER; CONSECUTIVE PROBATION TERMS ARE
      * COUNTED IN TERM DATE ORDER THROUGH GPATRM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-MASTER-FILE ASSIGN TO "GPAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-CLAVE.
           SELECT STANDING-REPORT-FILE ASSIGN TO "GPASTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL NOTIFICACION-FILE ASSIGN TO "GPANOT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BIO-FILE ASSIGN TO "GPABIO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCESO-REPORT-FILE ASSIGN TO "GPAREX"
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
           05  BIO-PROGRAMA            PIC X(06).
           05  BIO-ADMIT-TERM          PIC X(06).
           05  BIO-ESTADO              PIC X.
      *
       FD  EXCESO-REPORT-FILE.
       01  EXCESO-REPORT-RECORD        PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  WS-EOF-MASTER               PIC X VALUE 'N'.
               10  ALU-PROB-SEGUIDAS   PIC 9(2).
       77  WS-ALUMNO-ENCONTRADO        PIC X VALUE 'N'.
           88  ALUMNO-ENCONTRADO                VALUE 'Y'.
      *
      * TERMS OF THE STUDENT IN TURN, WITH THEIR DATE ORDER, FOR THE
      * CONSECUTIVE PROBATION COUNT.
      *
       77  TERMINOS-ALUMNO             PIC 9(2) VALUE 0.
       01  TABLA-TERMINOS-ALUMNO.
           05  TERMINO-ENTRY OCCURS 60 TIMES
                   INDEXED BY IDX-TERMINO.
               10  TTA-ORDEN           PIC 9(4).
               10  TTA-PROBATION       PIC X.
       77  WS-ORDEN-BUENO              PIC S9(5).
       COPY GPATRM.
       77  WS-CUM-GPA                  PIC 9(2)V99.
       77  WS-STANDING                 PIC X(12).
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       77  WS-EXCESOS                  PIC 9(4) VALUE 0.
       77  WS-PAGINA-EXCESO            PIC 999 VALUE 0.
       77  WS-RENGLONES-EXCESO         PIC 99 VALUE 0.
       COPY GPAREP.
       COPY RPTHDR.
       01  ENCABEZADO-STANDING-4.
           05  FILLER                  PIC X(80) VALUE
               "  NOTIFICATIONS: ".
           05  PS-NOTIFICADOS          PIC ZZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.
      *
       01  ENCABEZADO-EXCESO-4.
           05  FILLER                  PIC X(80) VALUE
               "STUDENT ID  COURSE  ATTEMPTS  LIMIT  LATEST TERM  NAME".
       01  LINEA-EXCESO.
           05  LX-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LX-COURSE-CODE          PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LX-INTENTOS             PIC Z9.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  LX-LIMITE               PIC Z9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LX-TERM                 PIC X(06).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  LX-NOMBRE               PIC X(25).
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  PIE-EXCESO-LINEA.
           05  FILLER                  PIC X(30) VALUE
               "COURSES OVER THE REPEAT LIMIT:".
           05  PX-EXCESOS              PIC ZZZ9.
           05  FILLER                  PIC X(46) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 200-ACUMULAR-TERMINO
               UNTIL EOF-MASTER.
           CLOSE STUDENT-MASTER-FILE.
           MOVE 'C' TO REP-ACCION.
           CALL "GPAREP" USING GPAREP-AREA.
           PERFORM 270-APLICAR-REPETICIONES
               VARYING IDX-ALUMNO FROM 1 BY 1
               UNTIL IDX-ALUMNO > ALUMNOS-CARGADOS.
           OPEN OUTPUT STANDING-REPORT-FILE.
           OPEN OUTPUT NOTIFICACION-FILE.
           MOVE WS-MAX-RENGLONES TO WS-RENGLONES-PAGINA.
           WRITE STANDING-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE STANDING-REPORT-FILE.
           CLOSE NOTIFICACION-FILE.
           PERFORM 600-EMITIR-EXCESOS.
           DISPLAY "STANDING PASS COMPLETE. STUDENTS: "
               ALUMNOS-CARGADOS " NOTIFICATIONS: " WS-NOTIFICADOS.
           IF BIOS-CARGADOS > 0 AND WS-SIN-BIO > 0
               DISPLAY "STUDENTS WITH NO BIO ON FILE (EXCEPTIONS): "
                   WS-SIN-BIO
           END-IF.
           IF WS-EXCESOS > 0
               DISPLAY "COURSES OVER THE REPEAT LIMIT (GPAREX): "
                   WS-EXCESOS
           END-IF.
           GOBACK.
      *
      * LOADS THE STUDENT BIO MASTER. ABSENT OR EMPTY, THE PASS
      * ACCUMULATES A TERM INTO ITS STUDENT'S ROW: CREDITS, POINTS
      * AND THE RUNNING COUNT OF CONSECUTIVE PROBATION-LEVEL TERMS
      * (A TERM AT OR ABOVE THE PROBATION LINE RESETS THE COUNT).
      * TERMS ARRIVE IN KEY ORDER, WHICH IS NOT THE ORDER THEY WERE
      * TAKEN IN, SO THE COUNT IS TAKEN OVER THE STUDENT'S TERMS BY
      * THEIR GPATRM DATE ORDER: THE PROBATION TERMS LATER THAN THE
      * LATEST TERM IN GOOD STANDING.
      *
       200-ACUMULAR-TERMINO.
           PERFORM 250-LOCALIZAR-ALUMNO.
               ADD 1 TO ALU-TERMINOS(IDX-ALUMNO)
               ADD SM-CREDITS-TERM TO ALU-CREDITOS(IDX-ALUMNO)
               ADD SM-GRADE-POINTS-TERM TO ALU-PUNTOS(IDX-ALUMNO)
               PERFORM 230-GUARDAR-TERMINO
           END-IF.
           PERFORM 110-LEER-TERMINO.
      *
       230-GUARDAR-TERMINO.
           IF TERMINOS-ALUMNO < 60
               ADD 1 TO TERMINOS-ALUMNO
               SET IDX-TERMINO TO TERMINOS-ALUMNO
               MOVE SM-TERM TO TRM-TERM
               CALL "GPATRM" USING GPATRM-AREA
               MOVE TRM-ORDEN TO TTA-ORDEN(IDX-TERMINO)
               IF SM-GPA-TERM < GPA-PROBATION
                   MOVE 'Y' TO TTA-PROBATION(IDX-TERMINO)
               ELSE
                   MOVE 'N' TO TTA-PROBATION(IDX-TERMINO)
               END-IF
               MOVE -1 TO WS-ORDEN-BUENO
               PERFORM 235-ULTIMO-BUENO
                   VARYING IDX-TERMINO FROM 1 BY 1
                   UNTIL IDX-TERMINO > TERMINOS-ALUMNO
               MOVE 0 TO ALU-PROB-SEGUIDAS(IDX-ALUMNO)
               PERFORM 240-CONTAR-SEGUIDA
                   VARYING IDX-TERMINO FROM 1 BY 1
                   UNTIL IDX-TERMINO > TERMINOS-ALUMNO
           ELSE
               DISPLAY "TERM TABLE FULL (60), NOT IN PROBATION "
                   "COUNT: " SM-STUDENT-ID " " SM-TERM
           END-IF.
      *
       235-ULTIMO-BUENO.
           IF TTA-PROBATION(IDX-TERMINO) = 'N'
              AND TTA-ORDEN(IDX-TERMINO) > WS-ORDEN-BUENO
               MOVE TTA-ORDEN(IDX-TERMINO) TO WS-ORDEN-BUENO
           END-IF.
      *
       240-CONTAR-SEGUIDA.
           IF TTA-PROBATION(IDX-TERMINO) = 'Y'
              AND TTA-ORDEN(IDX-TERMINO) > WS-ORDEN-BUENO
               ADD 1 TO ALU-PROB-SEGUIDAS(IDX-ALUMNO)
           END-IF.
      *
      * KEY ORDER KEEPS EACH STUDENT'S TERMS TOGETHER, SO THE TERM
      * BELONGS EITHER TO THE LAST ROW LOADED OR TO A NEW STUDENT.
      *
       250-LOCALIZAR-ALUMNO.
           MOVE 'N' TO WS-ALUMNO-ENCONTRADO.
           IF ALUMNOS-CARGADOS > 0
               SET IDX-ALUMNO TO ALUMNOS-CARGADOS
               IF ALU-ID(IDX-ALUMNO) = SM-STUDENT-ID
                   MOVE 'Y' TO WS-ALUMNO-ENCONTRADO
               END-IF
           END-IF.
           IF NOT ALUMNO-ENCONTRADO
               IF ALUMNOS-CARGADOS < 300
                   ADD 1 TO ALUMNOS-CARGADOS
                   MOVE 0 TO ALU-CREDITOS(IDX-ALUMNO)
                   MOVE 0 TO ALU-PUNTOS(IDX-ALUMNO)
                   MOVE 0 TO ALU-PROB-SEGUIDAS(IDX-ALUMNO)
                   MOVE 0 TO TERMINOS-ALUMNO
                   MOVE 'Y' TO WS-ALUMNO-ENCONTRADO
               ELSE
                   DISPLAY "STUDENT TABLE FULL (300), SKIPPING: "
               END-IF
           END-IF.
      *
      * REPEAT POLICY: THE LATEST ATTEMPT OF A RETAKEN COURSE
      * REPLACES THE EARLIER ONES, SO THE CREDITS AND POINTS OF THE
      * SUPERSEDED ATTEMPTS COME OUT OF THE CUMULATIVE ROLL-UP.
      *
       270-APLICAR-REPETICIONES.
           MOVE 'A' TO REP-ACCION.
           MOVE ALU-ID(IDX-ALUMNO) TO REP-STUDENT-ID.
           CALL "GPAREP" USING GPAREP-AREA.
           IF REP-CREDITOS-EXCLUIDOS > ALU-CREDITOS(IDX-ALUMNO)
               MOVE 0 TO ALU-CREDITOS(IDX-ALUMNO)
           ELSE
               SUBTRACT REP-CREDITOS-EXCLUIDOS
                   FROM ALU-CREDITOS(IDX-ALUMNO)
           END-IF.
           IF REP-PUNTOS-EXCLUIDOS > ALU-PUNTOS(IDX-ALUMNO)
               MOVE 0 TO ALU-PUNTOS(IDX-ALUMNO)
           ELSE
               SUBTRACT REP-PUNTOS-EXCLUIDOS
                   FROM ALU-PUNTOS(IDX-ALUMNO)
           END-IF.
      *
      * ASSIGNS THE STANDING FROM THE CUMULATIVE GPA; A STUDENT AT
      * PROBATION LEVEL FOR TWO OR MORE CONSECUTIVE TERMS ESCALATES
           MOVE WS-BIO-PROGRAMA TO NOT-PROGRAMA.
           WRITE NOTIFICACION-RECORD.
           ADD 1 TO WS-NOTIFICADOS.
      *
      * LISTS EVERY STUDENT/COURSE REPEATED MORE TIMES THAN THE
      * PARMSHOP LIMIT, SO THE REGISTRAR CAN RULE ON THEM BEFORE
      * THE NOTICES GO OUT.
      *
       600-EMITIR-EXCESOS.
           MOVE 0 TO WS-EXCESOS.
           MOVE 0 TO WS-PAGINA-EXCESO.
           OPEN OUTPUT EXCESO-REPORT-FILE.
           PERFORM 650-ENCABEZADO-EXCESOS.
           MOVE 'X' TO REP-ACCION.
           CALL "GPAREP" USING GPAREP-AREA.
           PERFORM 610-ESCRIBIR-EXCESO
               UNTIL REP-SIN-MAS.
           MOVE WS-EXCESOS TO PX-EXCESOS.
           WRITE EXCESO-REPORT-RECORD FROM PIE-EXCESO-LINEA.
           WRITE EXCESO-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE EXCESO-REPORT-FILE.
      *
       610-ESCRIBIR-EXCESO.
           IF WS-RENGLONES-EXCESO >= WS-MAX-RENGLONES
               PERFORM 650-ENCABEZADO-EXCESOS
           END-IF.
           ADD 1 TO WS-EXCESOS.
           MOVE REP-STUDENT-ID TO LX-STUDENT-ID.
           MOVE REP-COURSE-CODE TO LX-COURSE-CODE.
           MOVE REP-INTENTOS TO LX-INTENTOS.
           MOVE REP-LIMITE TO LX-LIMITE.
           MOVE REP-TERM TO LX-TERM.
           MOVE SPACES TO LX-NOMBRE.
           SET IDX-BIO TO 1.
           PERFORM 620-NOMBRE-EXCESO
               UNTIL IDX-BIO > BIOS-CARGADOS.
           WRITE EXCESO-REPORT-RECORD FROM LINEA-EXCESO.
           ADD 1 TO WS-RENGLONES-EXCESO.
           MOVE 'X' TO REP-ACCION.
           CALL "GPAREP" USING GPAREP-AREA.
      *
       620-NOMBRE-EXCESO.
           IF BIT-STUDENT-ID(IDX-BIO) = REP-STUDENT-ID
               MOVE BIT-NOMBRE(IDX-BIO) TO LX-NOMBRE
           END-IF.
           SET IDX-BIO UP BY 1.
      *
       650-ENCABEZADO-EXCESOS.
           ADD 1 TO WS-PAGINA-EXCESO.
           MOVE 0 TO WS-RENGLONES-EXCESO.
           MOVE "REPEAT LIMIT EXCEPTIONS" TO RPT-TITULO.
           MOVE WS-PAGINA-EXCESO TO RPT-NUMERO-PAGINA.
           WRITE EXCESO-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE EXCESO-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE EXCESO-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           WRITE EXCESO-REPORT-RECORD FROM ENCABEZADO-EXCESO-4.
