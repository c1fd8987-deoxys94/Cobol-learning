       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFMANT.
       AUTHOR. ALDAIR.
      * WRITTEN 15/10/2026 - MAINTENANCE FOR THE TRANSFER-CREDIT
      * FILE (GPATRF): CREDITS ACCEPTED FROM OTHER INSTITUTIONS,
      * ONE LINE PER EXTERNAL COURSE WITH ITS GPACAT EQUIVALENT,
      * THE CREDITS ACCEPTED, THE EVALUATION DATE AND THE
      * EVALUATOR. GPAGRAD COUNTS THEM TOWARD THE CREDIT
      * REQUIREMENT, THE PREREQUISITE EDITS ACCEPT THEM, AND THE
      * TRANSCRIPT PRINTS THEM IN THEIR OWN SECTION; THEY NEVER
      * ENTER A GPA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSFER-FILE ASSIGN TO "GPATRF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BIO-FILE ASSIGN TO "GPABIO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "GPACAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  BIO-FILE.
       01  BIO-RECORD.
           05  BIO-STUDENT-ID          PIC X(09).
           05  BIO-NOMBRE              PIC X(25).
           05  BIO-PROGRAMA            PIC X(06).
           05  BIO-ADMIT-TERM          PIC X(06).
           05  BIO-ESTADO              PIC X.
      *
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-CODE                PIC X(06).
           05  CAT-TITLE               PIC X(30).
           05  CAT-CREDIT-HOURS        PIC 9(2)V9.
           05  CAT-PREREQ              PIC X(06).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-EOF-TRF                  PIC X VALUE 'N'.
           88  EOF-TRF                          VALUE 'Y'.
       77  WS-EOF-BIO                  PIC X VALUE 'N'.
           88  EOF-BIO                          VALUE 'Y'.
       77  WS-EOF-CATALOGO             PIC X VALUE 'N'.
           88  EOF-CATALOGO                     VALUE 'Y'.
       77  WS-HUBO-CAMBIOS             PIC X VALUE 'N'.
           88  HUBO-CAMBIOS                     VALUE 'Y'.
       77  TRANSFERENCIAS-CARGADAS     PIC 9(3) VALUE 0.
       01  TABLA-TRANSFERENCIAS.
           05  TRANSFER-ENTRY OCCURS 500 TIMES
                   INDEXED BY IDX-TRF.
               10  TRT-STUDENT-ID      PIC X(09).
               10  TRT-INSTITUCION     PIC X(25).
               10  TRT-CURSO-EXTERNO   PIC X(10).
               10  TRT-COURSE-CODE     PIC X(06).
               10  TRT-CREDITS         PIC 9(2)V9.
               10  TRT-FECHA-EVAL      PIC 9(8).
               10  TRT-EVALUADOR       PIC X(08).
       77  BIOS-CARGADOS               PIC 999 VALUE 0.
       01  TABLA-BIOS.
           05  BIO-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-BIO.
               10  BIT-STUDENT-ID      PIC X(09).
               10  BIT-NOMBRE          PIC X(25).
       77  CATALOGO-TOTAL-CARGADOS     PIC 999 VALUE 0.
       01  TABLA-CATALOGO.
           05  CATALOGO-ENTRY OCCURS 200 TIMES
                   INDEXED BY IDX-CATALOGO.
               10  CTG-CODE            PIC X(06).
               10  CTG-TITLE           PIC X(30).
       77  WS-ID-ENTRADA               PIC X(09).
       77  WS-INSTITUCION-ENTRADA      PIC X(25).
       77  WS-EXTERNO-ENTRADA          PIC X(10).
       77  WS-CURSO-ENTRADA            PIC X(06).
       77  WS-CREDITOS-ENTRADA         PIC 9(2)V9.
       77  WS-FECHA-ENTRADA            PIC 9(8).
       77  WS-EVALUADOR-ENTRADA        PIC X(08).
       77  WS-ENTRADA-VALIDA           PIC X VALUE 'Y'.
           88  ENTRADA-VALIDA                   VALUE 'Y'.
       77  WS-BIO-ENCONTRADO           PIC X VALUE 'N'.
           88  BIO-ENCONTRADO                   VALUE 'Y'.
       77  WS-BIO-NOMBRE               PIC X(25).
       77  WS-CURSO-ENCONTRADO         PIC X VALUE 'N'.
           88  CURSO-ENCONTRADO                 VALUE 'Y'.
       77  WS-TRF-ENCONTRADA           PIC X VALUE 'N'.
           88  TRF-ENCONTRADA                   VALUE 'Y'.
       77  WS-IDX-HALLADO              PIC 9(3) VALUE 0.
       77  WS-LISTADOS                 PIC 9(3) VALUE 0.
       77  WS-TOTAL-CREDITOS           PIC 9(4)V9 VALUE 0.
       77  WS-TOTAL-CREDITOS-ED        PIC ZZZ9.9.
       77  WS-CREDITOS-ED              PIC Z9.9.
      *
       PROCEDURE DIVISION.
      *
       000-MANTENER-TRANSFERENCIAS.
           DISPLAY "TRANSFER CREDIT MAINTENANCE".
           PERFORM 042-LEER-FECHA-NEGOCIO.
           PERFORM 050-CARGAR-CATALOGO.
           PERFORM 060-CARGAR-BIOS.
           PERFORM 100-CARGAR-TABLA.
           MOVE 1 TO SELECCION-USUARIO.
           PERFORM 200-MENU-PRINCIPAL
             UNTIL SELECCION-USUARIO = 0.
           IF HUBO-CAMBIOS
               PERFORM 800-REESCRIBIR-ARCHIVO
               DISPLAY "TRANSFER CREDITS UPDATED IN GPATRF"
           END-IF.
           DISPLAY "PROGRAM FINISHED".
           GOBACK.
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
       050-CARGAR-CATALOGO.
           MOVE 0 TO CATALOGO-TOTAL-CARGADOS.
           MOVE 'N' TO WS-EOF-CATALOGO.
           OPEN INPUT CATALOG-FILE.
           PERFORM 051-LEER-CATALOGO.
           PERFORM 052-ALMACENAR-CATALOGO
               UNTIL EOF-CATALOGO.
           CLOSE CATALOG-FILE.
           IF CATALOGO-TOTAL-CARGADOS = 0
               DISPLAY "WARNING: NO COURSE CATALOG (GPACAT), "
                   "NO TRANSFER CREDIT CAN BE ADDED"
           END-IF.
      *
       051-LEER-CATALOGO.
           READ CATALOG-FILE
               AT END MOVE 'Y' TO WS-EOF-CATALOGO
           END-READ.
      *
       052-ALMACENAR-CATALOGO.
           IF CATALOGO-TOTAL-CARGADOS < 200
               ADD 1 TO CATALOGO-TOTAL-CARGADOS
               MOVE CAT-CODE TO CTG-CODE(CATALOGO-TOTAL-CARGADOS)
               MOVE CAT-TITLE TO CTG-TITLE(CATALOGO-TOTAL-CARGADOS)
           ELSE
               DISPLAY "CATALOG TABLE FULL (200), IGNORING: "
                   CAT-CODE
           END-IF.
           PERFORM 051-LEER-CATALOGO.
      *
       060-CARGAR-BIOS.
           MOVE 0 TO BIOS-CARGADOS.
           MOVE 'N' TO WS-EOF-BIO.
           OPEN INPUT BIO-FILE.
           PERFORM 061-LEER-BIO.
           PERFORM 062-ALMACENAR-BIO
               UNTIL EOF-BIO.
           CLOSE BIO-FILE.
      *
       061-LEER-BIO.
           READ BIO-FILE
               AT END MOVE 'Y' TO WS-EOF-BIO
           END-READ.
      *
       062-ALMACENAR-BIO.
           IF BIOS-CARGADOS < 300
               ADD 1 TO BIOS-CARGADOS
               MOVE BIO-STUDENT-ID TO BIT-STUDENT-ID(BIOS-CARGADOS)
               MOVE BIO-NOMBRE TO BIT-NOMBRE(BIOS-CARGADOS)
           ELSE
               DISPLAY "BIO TABLE FULL (300), IGNORING: "
                   BIO-STUDENT-ID
           END-IF.
           PERFORM 061-LEER-BIO.
      *
       100-CARGAR-TABLA.
           MOVE 0 TO TRANSFERENCIAS-CARGADAS.
           MOVE 'N' TO WS-EOF-TRF.
           OPEN INPUT TRANSFER-FILE.
           PERFORM 110-LEER-TRANSFERENCIA.
           PERFORM 120-ALMACENAR-TRANSFERENCIA
               UNTIL EOF-TRF.
           CLOSE TRANSFER-FILE.
           DISPLAY "TRANSFER LINES ON FILE: " TRANSFERENCIAS-CARGADAS.
      *
       110-LEER-TRANSFERENCIA.
           READ TRANSFER-FILE
               AT END MOVE 'Y' TO WS-EOF-TRF
           END-READ.
      *
       120-ALMACENAR-TRANSFERENCIA.
           IF TRANSFERENCIAS-CARGADAS < 500
               ADD 1 TO TRANSFERENCIAS-CARGADAS
               SET IDX-TRF TO TRANSFERENCIAS-CARGADAS
               MOVE TRF-STUDENT-ID TO TRT-STUDENT-ID(IDX-TRF)
               MOVE TRF-INSTITUCION TO TRT-INSTITUCION(IDX-TRF)
               MOVE TRF-CURSO-EXTERNO TO TRT-CURSO-EXTERNO(IDX-TRF)
               MOVE TRF-COURSE-CODE TO TRT-COURSE-CODE(IDX-TRF)
               MOVE TRF-CREDITS TO TRT-CREDITS(IDX-TRF)
               MOVE TRF-FECHA-EVAL TO TRT-FECHA-EVAL(IDX-TRF)
               MOVE TRF-EVALUADOR TO TRT-EVALUADOR(IDX-TRF)
           ELSE
               DISPLAY "TRANSFER TABLE FULL (500), IGNORING: "
                   TRF-STUDENT-ID " " TRF-COURSE-CODE
           END-IF.
           PERFORM 110-LEER-TRANSFERENCIA.
      *
       200-MENU-PRINCIPAL.
           DISPLAY "------TRANSFER CREDIT MAINTENANCE------".
           DISPLAY "1. ADD TRANSFER CREDIT".
           DISPLAY "2. REMOVE TRANSFER CREDIT".
           DISPLAY "3. INQUIRE STUDENT".
           DISPLAY "4. LIST ALL TRANSFER CREDIT".
           DISPLAY "0. EXIT (SAVES CHANGES)".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "---------------------------------------".
           IF SELECCION-USUARIO = 1
             PERFORM 300-ALTA-DE-TRANSFERENCIA.

           IF SELECCION-USUARIO = 2
             PERFORM 400-BAJA-DE-TRANSFERENCIA.

           IF SELECCION-USUARIO = 3
             PERFORM 500-CONSULTAR-ALUMNO.

           IF SELECCION-USUARIO = 4
             PERFORM 600-LISTAR-TRANSFERENCIAS.

           IF SELECCION-USUARIO > 4
             DISPLAY "INVALID CHOICE"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * ADDS ONE EVALUATED EXTERNAL COURSE. THE STUDENT MUST BE ON
      * THE BIO MASTER, THE EQUIVALENT MUST BE IN THE CATALOG, THE
      * CREDITS ACCEPTED ABOVE ZERO, THE EVALUATOR STATED, AND THE
      * SAME EQUIVALENT CANNOT BE GRANTED TWICE TO ONE STUDENT.
      * THE EVALUATION DATE DEFAULTS TO THE BUSINESS DATE.
      *
       300-ALTA-DE-TRANSFERENCIA.
           MOVE 'Y' TO WS-ENTRADA-VALIDA.
           DISPLAY "STUDENT ID (9 CHAR.): ".
           ACCEPT WS-ID-ENTRADA.
           DISPLAY "SOURCE INSTITUTION (25 CHAR.): ".
           ACCEPT WS-INSTITUCION-ENTRADA.
           DISPLAY "EXTERNAL COURSE (10 CHAR.): ".
           ACCEPT WS-EXTERNO-ENTRADA.
           DISPLAY "EQUIVALENT COURSE CODE (6 CHAR.): ".
           ACCEPT WS-CURSO-ENTRADA.
           DISPLAY "CREDITS ACCEPTED (99.9): ".
           ACCEPT WS-CREDITOS-ENTRADA.
           DISPLAY "EVALUATION DATE (YYYYMMDD, 0 = TODAY): ".
           MOVE 0 TO WS-FECHA-ENTRADA.
           ACCEPT WS-FECHA-ENTRADA.
           DISPLAY "EVALUATOR (8 CHAR.): ".
           ACCEPT WS-EVALUADOR-ENTRADA.
           IF WS-FECHA-ENTRADA = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-ENTRADA
           END-IF.
           PERFORM 700-BUSCAR-BIO.
           IF NOT BIO-ENCONTRADO
               DISPLAY "STUDENT NOT ON THE BIO MASTER (GPABIO)"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           PERFORM 720-BUSCAR-CATALOGO.
           IF NOT CURSO-ENCONTRADO
               DISPLAY "EQUIVALENT NOT IN THE CATALOG (GPACAT)"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF WS-CREDITOS-ENTRADA NOT > 0
               DISPLAY "CREDITS ACCEPTED MUST BE ABOVE ZERO"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF WS-INSTITUCION-ENTRADA = SPACES
              OR WS-EVALUADOR-ENTRADA = SPACES
               DISPLAY "INSTITUTION AND EVALUATOR ARE REQUIRED"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           PERFORM 740-BUSCAR-TRANSFERENCIA.
           IF TRF-ENCONTRADA
               DISPLAY "THAT EQUIVALENT IS ALREADY GRANTED TO THE "
                   "STUDENT"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF ENTRADA-VALIDA
               IF TRANSFERENCIAS-CARGADAS < 500
                   ADD 1 TO TRANSFERENCIAS-CARGADAS
                   SET IDX-TRF TO TRANSFERENCIAS-CARGADAS
                   MOVE WS-ID-ENTRADA TO TRT-STUDENT-ID(IDX-TRF)
                   MOVE WS-INSTITUCION-ENTRADA
                       TO TRT-INSTITUCION(IDX-TRF)
                   MOVE WS-EXTERNO-ENTRADA
                       TO TRT-CURSO-EXTERNO(IDX-TRF)
                   MOVE WS-CURSO-ENTRADA TO TRT-COURSE-CODE(IDX-TRF)
                   MOVE WS-CREDITOS-ENTRADA TO TRT-CREDITS(IDX-TRF)
                   MOVE WS-FECHA-ENTRADA TO TRT-FECHA-EVAL(IDX-TRF)
                   MOVE WS-EVALUADOR-ENTRADA
                       TO TRT-EVALUADOR(IDX-TRF)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "TRANSFER CREDIT ADDED"
               ELSE
                   DISPLAY "TABLE FULL, CANNOT ADD"
               END-IF
           END-IF.
      *
      * REMOVES A LINE GRANTED IN ERROR; THE LINES BELOW IT MOVE UP
      * ONE PLACE.
      *
       400-BAJA-DE-TRANSFERENCIA.
           DISPLAY "STUDENT ID (9 CHAR.): ".
           ACCEPT WS-ID-ENTRADA.
           DISPLAY "EQUIVALENT COURSE CODE (6 CHAR.): ".
           ACCEPT WS-CURSO-ENTRADA.
           PERFORM 740-BUSCAR-TRANSFERENCIA.
           IF NOT TRF-ENCONTRADA
               DISPLAY "NO SUCH TRANSFER CREDIT ON FILE"
           ELSE
               PERFORM 410-RECORRER-TRANSFERENCIA
                   VARYING IDX-TRF FROM WS-IDX-HALLADO BY 1
                   UNTIL IDX-TRF >= TRANSFERENCIAS-CARGADAS
               SUBTRACT 1 FROM TRANSFERENCIAS-CARGADAS
               MOVE 'Y' TO WS-HUBO-CAMBIOS
               DISPLAY "TRANSFER CREDIT REMOVED"
           END-IF.
      *
       410-RECORRER-TRANSFERENCIA.
           MOVE TRANSFER-ENTRY(IDX-TRF + 1) TO TRANSFER-ENTRY(IDX-TRF).
      *
       500-CONSULTAR-ALUMNO.
           DISPLAY "STUDENT ID (9 CHAR.): ".
           ACCEPT WS-ID-ENTRADA.
           PERFORM 700-BUSCAR-BIO.
           DISPLAY "STUDENT: " WS-ID-ENTRADA "  " WS-BIO-NOMBRE.
           MOVE 0 TO WS-LISTADOS.
           MOVE 0 TO WS-TOTAL-CREDITOS.
           PERFORM 510-MOSTRAR-DEL-ALUMNO
               VARYING IDX-TRF FROM 1 BY 1
               UNTIL IDX-TRF > TRANSFERENCIAS-CARGADAS.
           MOVE WS-TOTAL-CREDITOS TO WS-TOTAL-CREDITOS-ED.
           DISPLAY "LINES: " WS-LISTADOS
               "  CREDITS ACCEPTED: " WS-TOTAL-CREDITOS-ED.
      *
       510-MOSTRAR-DEL-ALUMNO.
           IF TRT-STUDENT-ID(IDX-TRF) = WS-ID-ENTRADA
               ADD 1 TO WS-LISTADOS
               ADD TRT-CREDITS(IDX-TRF) TO WS-TOTAL-CREDITOS
               PERFORM 610-MOSTRAR-TRANSFERENCIA
           END-IF.
      *
       600-LISTAR-TRANSFERENCIAS.
           PERFORM 610-MOSTRAR-TRANSFERENCIA
               VARYING IDX-TRF FROM 1 BY 1
               UNTIL IDX-TRF > TRANSFERENCIAS-CARGADAS.
           DISPLAY "TOTAL: " TRANSFERENCIAS-CARGADAS.
      *
       610-MOSTRAR-TRANSFERENCIA.
           MOVE TRT-CREDITS(IDX-TRF) TO WS-CREDITOS-ED.
           DISPLAY TRT-STUDENT-ID(IDX-TRF) "  "
               TRT-COURSE-CODE(IDX-TRF) "  "
               WS-CREDITOS-ED "  "
               TRT-CURSO-EXTERNO(IDX-TRF) "  "
               TRT-INSTITUCION(IDX-TRF) "  "
               TRT-FECHA-EVAL(IDX-TRF) "  "
               TRT-EVALUADOR(IDX-TRF).
      *
       700-BUSCAR-BIO.
           MOVE 'N' TO WS-BIO-ENCONTRADO.
           MOVE SPACES TO WS-BIO-NOMBRE.
           SET IDX-BIO TO 1.
           PERFORM 710-COMPARAR-BIO
               UNTIL IDX-BIO > BIOS-CARGADOS
                  OR BIO-ENCONTRADO.
      *
       710-COMPARAR-BIO.
           IF BIT-STUDENT-ID(IDX-BIO) = WS-ID-ENTRADA
               MOVE BIT-NOMBRE(IDX-BIO) TO WS-BIO-NOMBRE
               MOVE 'Y' TO WS-BIO-ENCONTRADO
           ELSE
               SET IDX-BIO UP BY 1.
      *
       720-BUSCAR-CATALOGO.
           MOVE 'N' TO WS-CURSO-ENCONTRADO.
           SET IDX-CATALOGO TO 1.
           PERFORM 730-COMPARAR-CATALOGO
               UNTIL IDX-CATALOGO > CATALOGO-TOTAL-CARGADOS
                  OR CURSO-ENCONTRADO.
      *
       730-COMPARAR-CATALOGO.
           IF CTG-CODE(IDX-CATALOGO) = WS-CURSO-ENTRADA
               MOVE 'Y' TO WS-CURSO-ENCONTRADO
           ELSE
               SET IDX-CATALOGO UP BY 1.
      *
       740-BUSCAR-TRANSFERENCIA.
           MOVE 'N' TO WS-TRF-ENCONTRADA.
           MOVE 0 TO WS-IDX-HALLADO.
           SET IDX-TRF TO 1.
           PERFORM 750-COMPARAR-TRANSFERENCIA
               UNTIL IDX-TRF > TRANSFERENCIAS-CARGADAS
                  OR TRF-ENCONTRADA.
      *
       750-COMPARAR-TRANSFERENCIA.
           IF TRT-STUDENT-ID(IDX-TRF) = WS-ID-ENTRADA
              AND TRT-COURSE-CODE(IDX-TRF) = WS-CURSO-ENTRADA
               SET WS-IDX-HALLADO TO IDX-TRF
               MOVE 'Y' TO WS-TRF-ENCONTRADA
           ELSE
               SET IDX-TRF UP BY 1.
      *
      * REWRITES GPATRF IN FULL FROM THE TABLE ON EXIT, IF THE
      * SESSION CHANGED ANYTHING.
      *
       800-REESCRIBIR-ARCHIVO.
           OPEN OUTPUT TRANSFER-FILE.
           PERFORM 810-ESCRIBIR-TRANSFERENCIA
               VARYING IDX-TRF FROM 1 BY 1
               UNTIL IDX-TRF > TRANSFERENCIAS-CARGADAS.
           CLOSE TRANSFER-FILE.
      *
       810-ESCRIBIR-TRANSFERENCIA.
           MOVE TRT-STUDENT-ID(IDX-TRF) TO TRF-STUDENT-ID.
           MOVE TRT-INSTITUCION(IDX-TRF) TO TRF-INSTITUCION.
           MOVE TRT-CURSO-EXTERNO(IDX-TRF) TO TRF-CURSO-EXTERNO.
           MOVE TRT-COURSE-CODE(IDX-TRF) TO TRF-COURSE-CODE.
           MOVE TRT-CREDITS(IDX-TRF) TO TRF-CREDITS.
           MOVE TRT-FECHA-EVAL(IDX-TRF) TO TRF-FECHA-EVAL.
           MOVE TRT-EVALUADOR(IDX-TRF) TO TRF-EVALUADOR.
           WRITE TRANSFER-RECORD.
