      * EXACTLY HOW MANY CREDITS EACH STUDENT STILL NEEDS, SO THE
      * REGISTRAR STOPS TOTALLING PRINTED TRANSCRIPTS BY HAND EACH
      * TERM.
      * MODIFIED 15/10/2026 - COURSE REPEAT POLICY: A RETAKEN
      * COURSE COUNTS ITS CREDITS ONCE TOWARD GRADUATION AND ONLY
      * THE LATEST ATTEMPT ENTERS THE GPA, AS APPLIED FROM THE
      * COURSE HISTORY BY GPAREP.
      * MODIFIED 15/10/2026 - TRANSFER CREDIT: THE CREDITS ACCEPTED
      * FROM OTHER INSTITUTIONS (GPATRF, KEPT WITH TRFMANT) COUNT
      * TOWARD THE PROGRAM CREDIT REQUIREMENT AND PRINT IN THEIR
      * OWN COLUMN, BUT NEVER ENTER THE CUMULATIVE GPA.
      * MODIFIED 15/10/2026 - THE STUDENT MASTER IS NOW INDEXED ON
      * STUDENT AND TERM; IT IS STILL READ WHOLE, IN KEY ORDER, AND
      * A STUDENT'S TERMS NOW ARRIVE TOGETHER.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDENT-MASTER-FILE ASSIGN TO "GPAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-CLAVE.
           SELECT OPTIONAL BIO-FILE ASSIGN TO "GPABIO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REQUISITO-FILE ASSIGN TO "GPAPRG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANSFER-FILE ASSIGN TO "GPATRF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CANDIDATO-REPORT-FILE ASSIGN TO "GPAGRD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FALTANTE-REPORT-FILE ASSIGN TO "GPAFAL"
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05  SM-CLAVE.
               10  SM-STUDENT-ID       PIC X(09).
               10  SM-TERM             PIC X(06).
           05  SM-CREDITS-TERM         PIC 9(2)V9.
           05  SM-GRADE-POINTS-TERM    PIC 9(3)V9.
           05  SM-GPA-TERM             PIC 9(2)V99.
           05  REQ-PROGRAMA            PIC X(06).
           05  REQ-CREDITOS            PIC 9(3)V9.
           05  REQ-GPA-MINIMO          PIC 9V99.
      *
      * CREDITS ACCEPTED FROM OTHER INSTITUTIONS.
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
       FD  CANDIDATO-REPORT-FILE.
       01  CANDIDATO-REPORT-RECORD     PIC X(80).
           88  EOF-BIO                          VALUE 'Y'.
       77  WS-EOF-REQ                  PIC X VALUE 'N'.
           88  EOF-REQ                          VALUE 'Y'.
       77  WS-EOF-TRF                  PIC X VALUE 'N'.
           88  EOF-TRF                          VALUE 'Y'.
       77  ALUMNOS-CARGADOS            PIC 9(3) VALUE 0.
       01  TABLA-ALUMNOS.
           05  ALUMNO-ENTRY OCCURS 300 TIMES
               10  ALU-ID              PIC X(09).
               10  ALU-CREDITOS        PIC 9(4)V9.
               10  ALU-PUNTOS          PIC 9(5)V9.
               10  ALU-TRANSFER        PIC 9(4)V9.
       77  WS-ID-BUSCADO               PIC X(09).
       77  WS-ALUMNO-ENCONTRADO        PIC X VALUE 'N'.
           88  ALUMNO-ENCONTRADO                VALUE 'Y'.
       77  BIOS-CARGADOS               PIC 999 VALUE 0.
       77  WS-REQ-GPA                  PIC 9V99.
       77  WS-CUM-GPA                  PIC 9(2)V99.
       77  WS-CREDITOS-FALTAN          PIC 9(4)V9.
       77  WS-CREDITOS-TOTAL           PIC 9(5)V9.
       77  WS-CANDIDATOS               PIC 9(4) VALUE 0.
       77  WS-FALTANTES                PIC 9(4) VALUE 0.
       77  WS-SIN-DATOS                PIC 9(4) VALUE 0.
       77  WS-PAGINA-FALT              PIC 999 VALUE 0.
       77  WS-RENGLONES-FALT           PIC 99 VALUE 99.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       COPY GPAREP.
       COPY RPTHDR.
       01  ENCABEZADO-CAND-4.
           05  FILLER                  PIC X(80) VALUE
               "STUDENT ID  PROGRAM  CREDITS  TRANSF   GPA  NAME".
       01  LINEA-CANDIDATO.
           05  LCA-STUDENT-ID          PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LCA-CREDITOS            PIC ZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCA-TRANSFER            PIC ZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCA-GPA                 PIC Z9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LCA-NOMBRE              PIC X(25).
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  ENCABEZADO-FALT-4.
           05  FILLER                  PIC X(36) VALUE
               "STUDENT ID  PROGRAM  CREDITS  TRANSF".
           05  FILLER                  PIC X(44) VALUE
               "  MISSING   GPA  FLAG".
       01  LINEA-FALTANTE.
           05  LFA-STUDENT-ID          PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LFA-CREDITOS            PIC ZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LFA-TRANSFER            PIC ZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LFA-FALTAN              PIC ZZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LFA-GPA                 PIC Z9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LFA-MARCA               PIC X(12).
           05  FILLER                  PIC X(17) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
           PERFORM 220-ACUMULAR-TERMINO
               UNTIL EOF-MASTER.
           CLOSE STUDENT-MASTER-FILE.
           MOVE 'C' TO REP-ACCION.
           CALL "GPAREP" USING GPAREP-AREA.
           PERFORM 250-APLICAR-REPETICIONES
               VARYING IDX-ALUMNO FROM 1 BY 1
               UNTIL IDX-ALUMNO > ALUMNOS-CARGADOS.
           PERFORM 260-ACUMULAR-TRANSFERENCIAS.
      *
       210-LEER-TERMINO.
           READ STUDENT-MASTER-FILE
           END-READ.
      *
       220-ACUMULAR-TERMINO.
           MOVE SM-STUDENT-ID TO WS-ID-BUSCADO.
           PERFORM 230-LOCALIZAR-ALUMNO.
           IF ALUMNO-ENCONTRADO
               ADD SM-CREDITS-TERM TO ALU-CREDITOS(IDX-ALUMNO)
               ADD SM-GRADE-POINTS-TERM TO ALU-PUNTOS(IDX-ALUMNO)
           END-IF.
           PERFORM 210-LEER-TERMINO.
      *
      * THE MASTER COMES IN KEY ORDER, SO THE STUDENT IS USUALLY THE
      * LAST ROW LOADED; THE TABLE IS ONLY SEARCHED OTHERWISE.
      *
       230-LOCALIZAR-ALUMNO.
           MOVE 'N' TO WS-ALUMNO-ENCONTRADO.
           IF ALUMNOS-CARGADOS > 0
               SET IDX-ALUMNO TO ALUMNOS-CARGADOS
               IF ALU-ID(IDX-ALUMNO) = WS-ID-BUSCADO
                   MOVE 'Y' TO WS-ALUMNO-ENCONTRADO
               END-IF
           END-IF.
           IF NOT ALUMNO-ENCONTRADO
               SET IDX-ALUMNO TO 1
               PERFORM 240-BUSCAR-ALUMNO
                   UNTIL IDX-ALUMNO > ALUMNOS-CARGADOS
                      OR ALUMNO-ENCONTRADO
           END-IF.
           IF NOT ALUMNO-ENCONTRADO
               IF ALUMNOS-CARGADOS < 300
                   ADD 1 TO ALUMNOS-CARGADOS
                   SET IDX-ALUMNO TO ALUMNOS-CARGADOS
                   MOVE WS-ID-BUSCADO TO ALU-ID(IDX-ALUMNO)
                   MOVE 0 TO ALU-CREDITOS(IDX-ALUMNO)
                   MOVE 0 TO ALU-PUNTOS(IDX-ALUMNO)
                   MOVE 0 TO ALU-TRANSFER(IDX-ALUMNO)
                   MOVE 'Y' TO WS-ALUMNO-ENCONTRADO
               ELSE
                   DISPLAY "STUDENT TABLE FULL (300), SKIPPING: "
                       WS-ID-BUSCADO
               END-IF
           END-IF.
      *
       240-BUSCAR-ALUMNO.
           IF ALU-ID(IDX-ALUMNO) = WS-ID-BUSCADO
               MOVE 'Y' TO WS-ALUMNO-ENCONTRADO
           ELSE
               SET IDX-ALUMNO UP BY 1.
      *
      * REPEAT POLICY: THE CREDITS AND POINTS OF THE SUPERSEDED
      * ATTEMPTS OF RETAKEN COURSES COME OUT OF THE ROLL-UP.
      *
       250-APLICAR-REPETICIONES.
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
      * TRANSFER CREDIT IS KEPT APART FROM THE GPA CREDITS; A
      * STUDENT WITH ONLY TRANSFER CREDIT SO FAR STILL GETS AUDITED.
      *
       260-ACUMULAR-TRANSFERENCIAS.
           MOVE 'N' TO WS-EOF-TRF.
           OPEN INPUT TRANSFER-FILE.
           PERFORM 270-LEER-TRANSFERENCIA.
           PERFORM 280-SUMAR-TRANSFERENCIA
               UNTIL EOF-TRF.
           CLOSE TRANSFER-FILE.
      *
       270-LEER-TRANSFERENCIA.
           READ TRANSFER-FILE
               AT END MOVE 'Y' TO WS-EOF-TRF
           END-READ.
      *
       280-SUMAR-TRANSFERENCIA.
           MOVE TRF-STUDENT-ID TO WS-ID-BUSCADO.
           PERFORM 230-LOCALIZAR-ALUMNO.
           IF ALUMNO-ENCONTRADO
               ADD TRF-CREDITS TO ALU-TRANSFER(IDX-ALUMNO)
           END-IF.
           PERFORM 270-LEER-TRANSFERENCIA.
      *
       300-EMITIR-REPORTES.
           OPEN OUTPUT CANDIDATO-REPORT-FILE.
           ELSE
               MOVE 0 TO WS-CUM-GPA
           END-IF.
           COMPUTE WS-CREDITOS-TOTAL =
               ALU-CREDITOS(IDX-ALUMNO) + ALU-TRANSFER(IDX-ALUMNO).
           PERFORM 320-BUSCAR-BIO.
           IF NOT BIO-OK
               ADD 1 TO WS-SIN-DATOS
                   MOVE 0 TO WS-CREDITOS-FALTAN
                   PERFORM 360-ESCRIBIR-FALTANTE
               ELSE
                   IF WS-CREDITOS-TOTAL >= WS-REQ-CREDITOS
                      AND WS-CUM-GPA >= WS-REQ-GPA
                       ADD 1 TO WS-CANDIDATOS
                       PERFORM 350-ESCRIBIR-CANDIDATO
                   ELSE
                       ADD 1 TO WS-FALTANTES
                       IF WS-CREDITOS-TOTAL < WS-REQ-CREDITOS
                           COMPUTE WS-CREDITOS-FALTAN =
                               WS-REQ-CREDITOS - WS-CREDITOS-TOTAL
                       ELSE
                           MOVE 0 TO WS-CREDITOS-FALTAN
                       END-IF
           MOVE ALU-ID(IDX-ALUMNO) TO LCA-STUDENT-ID.
           MOVE WS-BIO-PROGRAMA TO LCA-PROGRAMA.
           MOVE ALU-CREDITOS(IDX-ALUMNO) TO LCA-CREDITOS.
           MOVE ALU-TRANSFER(IDX-ALUMNO) TO LCA-TRANSFER.
           MOVE WS-CUM-GPA TO LCA-GPA.
           MOVE WS-BIO-NOMBRE TO LCA-NOMBRE.
           WRITE CANDIDATO-REPORT-RECORD FROM LINEA-CANDIDATO.
           MOVE ALU-ID(IDX-ALUMNO) TO LFA-STUDENT-ID.
           MOVE WS-BIO-PROGRAMA TO LFA-PROGRAMA.
           MOVE ALU-CREDITOS(IDX-ALUMNO) TO LFA-CREDITOS.
           MOVE ALU-TRANSFER(IDX-ALUMNO) TO LFA-TRANSFER.
           MOVE WS-CREDITOS-FALTAN TO LFA-FALTAN.
           MOVE WS-CUM-GPA TO LFA-GPA.
           WRITE FALTANTE-REPORT-RECORD FROM LINEA-FALTANTE.
