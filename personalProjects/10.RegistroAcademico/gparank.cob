      * RANK, PERCENTILE AND COHORT SIZE WITH A CONTROL BREAK PER
      * ADMIT TERM. THIS IS THE NUMBER THE SCHOLARSHIP COMMITTEES
      * ACTUALLY ASK FOR, NOT THE ONE-BATCH DEAN'S LIST FLAG.
      * MODIFIED 15/10/2026 - COURSE REPEAT POLICY: THE RANKING
      * GPA DROPS THE SUPERSEDED ATTEMPTS OF RETAKEN COURSES, AS
      * APPLIED FROM THE COURSE HISTORY BY GPAREP.
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
           SELECT RANK-SORT-FILE ASSIGN TO "GPARSRT".
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05  SM-CLAVE.
               10  SM-STUDENT-ID       PIC X(09).
               10  SM-TERM             PIC X(06).
           05  SM-CREDITS-TERM         PIC 9(2)V9.
           05  SM-GRADE-POINTS-TERM    PIC 9(3)V9.
           05  SM-GPA-TERM             PIC 9(2)V99.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       COPY GPAREP.
       COPY RPTHDR.
       01  ENCABEZADO-RANK-4.
           05  FILLER                  PIC X(80) VALUE
           PERFORM 220-ACUMULAR-TERMINO
               UNTIL EOF-MASTER.
           CLOSE STUDENT-MASTER-FILE.
           MOVE 'C' TO REP-ACCION.
           CALL "GPAREP" USING GPAREP-AREA.
           PERFORM 250-APLICAR-REPETICIONES
               VARYING IDX-ALUMNO FROM 1 BY 1
               UNTIL IDX-ALUMNO > ALUMNOS-CARGADOS.
      *
       210-LEER-TERMINO.
           READ STUDENT-MASTER-FILE
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
               IF ALU-ID(IDX-ALUMNO) = SM-STUDENT-ID
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
      * RELEASES ONE SORT RECORD PER STUDENT WITH CREDITS, COUNTING
      * THE COHORT SIZES ON THE WAY.
      *
