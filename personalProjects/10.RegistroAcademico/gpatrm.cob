       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPATRM.
       AUTHOR. ALDAIR.
      * WRITTEN 15/10/2026 - CHRONOLOGICAL ORDER OF A TERM CODE.
      * THE INDEXED STUDENT MASTER RETURNS A STUDENT'S TERMS IN KEY
      * ORDER, WHICH FOR CODES LIKE FALL26 / SPR27 IS ALPHABETICAL
      * RATHER THAN CHRONOLOGICAL. GPASTAND (CONSECUTIVE PROBATION
      * TERMS) AND ARCHGEN (OLDEST TERMS GO TO THE ARCHIVE) CALL
      * THIS TO COMPARE TERMS BY DATE INSTEAD. THE RULE IS
      * DESCRIBED IN THE GPATRM COPYBOOK.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-ANIO                     PIC 9(2).
       77  WS-PERIODO                  PIC 9(2).
       77  WS-LETRAS                   PIC X(2).
       77  WS-FIN                      PIC 9.
      *
       LINKAGE SECTION.
       COPY GPATRM.
      *
       PROCEDURE DIVISION USING GPATRM-AREA.
      *
       000-ORDEN-TERMINO.
           MOVE 9999 TO TRM-ORDEN.
           IF TRM-TERM = "PRIOR "
               MOVE 0 TO TRM-ORDEN
           ELSE
               IF TRM-TERM(1:4) IS NUMERIC
                   PERFORM 100-ANIO-AL-FRENTE
               ELSE
                   PERFORM 200-ANIO-AL-FINAL
               END-IF
           END-IF.
           GOBACK.
      *
      * 2026FA OR 202601: YEAR IN POSITIONS 3-4, THEN THE PERIOD AS
      * LETTERS OR AS A NUMBER.
      *
       100-ANIO-AL-FRENTE.
           MOVE TRM-TERM(3:2) TO WS-ANIO.
           IF TRM-TERM(5:2) IS NUMERIC
               MOVE TRM-TERM(5:2) TO WS-PERIODO
           ELSE
               MOVE TRM-TERM(5:2) TO WS-LETRAS
               PERFORM 300-PERIODO-LETRAS
           END-IF.
           COMPUTE TRM-ORDEN = WS-ANIO * 100 + WS-PERIODO.
      *
      * FALL26 OR SPR27: PERIOD LETTERS FIRST, YEAR IN THE LAST TWO
      * NON-BLANK POSITIONS.
      *
       200-ANIO-AL-FINAL.
           MOVE 6 TO WS-FIN.
           PERFORM 210-RETROCEDER-BLANCO
               UNTIL WS-FIN < 1
                  OR TRM-TERM(WS-FIN:1) NOT = SPACE.
           IF WS-FIN > 2
               IF TRM-TERM(WS-FIN - 1:2) IS NUMERIC
                   MOVE TRM-TERM(WS-FIN - 1:2) TO WS-ANIO
                   MOVE TRM-TERM(1:2) TO WS-LETRAS
                   PERFORM 300-PERIODO-LETRAS
                   COMPUTE TRM-ORDEN = WS-ANIO * 100 + WS-PERIODO
               END-IF
           END-IF.
      *
       210-RETROCEDER-BLANCO.
           SUBTRACT 1 FROM WS-FIN.
      *
       300-PERIODO-LETRAS.
           MOVE 50 TO WS-PERIODO.
           IF WS-LETRAS = "WI"
               MOVE 10 TO WS-PERIODO.
           IF WS-LETRAS = "SP"
               MOVE 20 TO WS-PERIODO.
           IF WS-LETRAS = "SU"
               MOVE 30 TO WS-PERIODO.
           IF WS-LETRAS = "FA" OR WS-LETRAS = "AU"
               MOVE 40 TO WS-PERIODO.
