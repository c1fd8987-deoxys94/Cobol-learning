       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPAREG.
       AUTHOR. ALDAIR.
      * WRITTEN 15/10/2026 - TERM REGISTRATION. KEEPS THE
      * REGISTRATION FILE GPAINS (STUDENT, TERM, COURSE) AND THE
      * SEAT CAPACITY PER COURSE AND TERM IN GPACUP. A STUDENT IS
      * REGISTERED ONLY IF ACTIVE ON THE BIO MASTER (GPABIO), THE
      * COURSE IS IN THE CATALOG (GPACAT), THE CATALOG PREREQUISITE
      * WAS PASSED PER THE COURSE HISTORY (GPACRS), AND A SEAT IS
      * LEFT. PRINTS THE CLASS LISTS PER COURSE FOR THE
      * INSTRUCTORS (GPACLS) AND, AT TERM END, BUILDS THE GPAROS
      * SKELETON FOR THE GRADE LOAD: BATCH HEADER, ONE DETAIL PER
      * REGISTRATION WITH THE GRADE BLANK, AND THE TRAILER WITH THE
      * DETAIL COUNT AND CREDIT-HOURS HASH. THE ROSTER PASS IN
      * GPACALC REFUSES GRADES FOR STUDENTS NOT REGISTERED HERE.
      * MODIFIED 15/10/2026 - TRANSFER CREDIT (GPATRF) SATISFIES
      * THE CATALOG PREREQUISITE LIKE A PASSED COURSE.
      * MODIFIED 15/10/2026 - NO REGISTRATION FOR A STUDENT ON
      * HOLD FOR PAST-DUE TUITION (GPAHLD).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INSCRIPCION-FILE ASSIGN TO "GPAINS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CUPO-FILE ASSIGN TO "GPACUP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BIO-FILE ASSIGN TO "GPABIO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "GPACAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL COURSE-HIST-FILE ASSIGN TO "GPACRS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANSFER-FILE ASSIGN TO "GPATRF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ROSTER-FILE ASSIGN TO "GPAROS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LISTA-REPORT-FILE ASSIGN TO "GPACLS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "PARMSHOP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REG-SORT-FILE ASSIGN TO "GPAGSRT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * REGISTRATIONS: A = ACTIVE, D = DROPPED. A DROPPED LINE IS
      * KEPT AND REACTIVATED IF THE STUDENT REGISTERS AGAIN.
      *
       FD  INSCRIPCION-FILE.
       01  INSCRIPCION-RECORD.
           05  INS-STUDENT-ID          PIC X(09).
           05  INS-TERM                PIC X(06).
           05  INS-COURSE-CODE         PIC X(06).
           05  INS-ESTADO              PIC X.
               88  INS-ACTIVA                   VALUE 'A'.
               88  INS-BAJA                     VALUE 'D'.
           05  INS-FECHA               PIC 9(8).
      *
      * SEAT CAPACITY PER COURSE AND TERM. A COURSE WITH NO LINE
      * HERE TAKES THE DEFAULT CAPACITY.
      *
       FD  CUPO-FILE.
       01  CUPO-RECORD.
           05  CUP-TERM                PIC X(06).
           05  CUP-COURSE-CODE         PIC X(06).
           05  CUP-CUPO                PIC 9(3).
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
       FD  COURSE-HIST-FILE.
       01  COURSE-HIST-RECORD.
           05  CRS-STUDENT-ID          PIC X(09).
           05  CRS-TERM                PIC X(06).
           05  CRS-COURSE-CODE         PIC X(06).
           05  CRS-LETTER-GRADE        PIC X(02).
           05  CRS-CREDITS             PIC 9(2)V9.
           05  CRS-POINTS              PIC 99V9.
      *
      * TRANSFER CREDIT, KEPT WITH TRFMANT.
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
      * SAME LAYOUT THE ROSTER PASS IN GPACALC READS.
      *
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  ROS-TIPO                PIC X.
           05  ROS-STUDENT-ID          PIC X(09).
           05  ROS-TERM                PIC X(06).
           05  ROS-COURSE-CODE         PIC X(06).
           05  ROS-LETTER-GRADE        PIC X(02).
           05  ROS-CREDITS             PIC S9(2)V9.
           05  FILLER                  PIC X(01).
       01  ROSTER-HEADER-REG.
           05  RH-TIPO                 PIC X.
           05  RH-FUENTE               PIC X(03).
           05  RH-FECHA-NEGOCIO        PIC 9(8).
           05  FILLER                  PIC X(16).
       01  ROSTER-TRAILER-REG.
           05  RT-TIPO                 PIC X.
           05  RT-CUENTA               PIC 9(6).
           05  RT-TOTAL                PIC S9(6)V9.
           05  FILLER                  PIC X(14).
      *
       FD  LISTA-REPORT-FILE.
       01  LISTA-REPORT-RECORD         PIC X(80).
      *
       FD  PARAM-FILE.
       COPY PARMSHOP.
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       SD  REG-SORT-FILE.
       01  REG-SORT-RECORD.
           05  SRT-STUDENT-ID          PIC X(09).
           05  SRT-COURSE-CODE         PIC X(06).
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-HUBO-CAMBIOS             PIC X VALUE 'N'.
           88  HUBO-CAMBIOS                     VALUE 'Y'.
       77  WS-EOF-INS                  PIC X VALUE 'N'.
           88  EOF-INS                          VALUE 'Y'.
       77  WS-EOF-CUPO                 PIC X VALUE 'N'.
           88  EOF-CUPO                         VALUE 'Y'.
       77  WS-EOF-BIO                  PIC X VALUE 'N'.
           88  EOF-BIO                          VALUE 'Y'.
       77  WS-EOF-CATALOGO             PIC X VALUE 'N'.
           88  EOF-CATALOGO                     VALUE 'Y'.
       77  WS-EOF-CRS                  PIC X VALUE 'N'.
           88  EOF-CRS                          VALUE 'Y'.
       77  WS-EOF-SORT                 PIC X VALUE 'N'.
           88  EOF-SORT                         VALUE 'Y'.
      *
      * DEFAULT SEATS PER COURSE AND TERM, OVERRIDDEN BY PARMSHOP.
      *
       77  CUPO-DEFAULT                PIC 9(3) VALUE 30.
      *
       77  INSCRIPCIONES-CARGADAS      PIC 9(4) VALUE 0.
       01  TABLA-INSCRIPCIONES.
           05  INSCRIPCION-ENTRY OCCURS 1500 TIMES
                   INDEXED BY IDX-INS.
               10  TIN-STUDENT-ID      PIC X(09).
               10  TIN-TERM            PIC X(06).
               10  TIN-COURSE-CODE     PIC X(06).
               10  TIN-ESTADO          PIC X.
               10  TIN-FECHA           PIC 9(8).
       77  CUPOS-CARGADOS              PIC 9(3) VALUE 0.
       01  TABLA-CUPOS.
           05  CUPO-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-CUPO.
               10  TCP-TERM            PIC X(06).
               10  TCP-COURSE-CODE     PIC X(06).
               10  TCP-CUPO            PIC 9(3).
       77  BIOS-CARGADOS               PIC 999 VALUE 0.
       01  TABLA-BIOS.
           05  BIO-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-BIO.
               10  BIT-STUDENT-ID      PIC X(09).
               10  BIT-NOMBRE          PIC X(25).
               10  BIT-PROGRAMA        PIC X(06).
               10  BIT-ESTADO          PIC X.
       77  CATALOGO-TOTAL-CARGADOS     PIC 999 VALUE 0.
       01  TABLA-CATALOGO.
           05  CATALOGO-ENTRY OCCURS 200 TIMES
                   INDEXED BY IDX-CATALOGO.
               10  CTG-CODE            PIC X(06).
               10  CTG-TITLE           PIC X(30).
               10  CTG-CREDIT-HOURS    PIC 9(2)V9.
               10  CTG-PREREQ          PIC X(06).
      *
      * PASSED COURSES (QUALITY POINTS ABOVE ZERO) FROM GPACRS, AND
      * THE GPACAT EQUIVALENTS OF TRANSFER CREDIT, FOR THE
      * PREREQUISITE EDIT. IF THE HISTORY OUTGROWS THE TABLE
      * THE EDIT IS SWITCHED OFF WITH A WARNING RATHER THAN
      * CHECKING AGAINST A PARTIAL HISTORY.
      *
       77  HISTORIAL-CARGADO           PIC 9(4) VALUE 0.
       01  TABLA-HISTORIAL.
           05  HISTORIAL-ENTRY OCCURS 1500 TIMES
                   INDEXED BY IDX-HST.
               10  HST-STUDENT-ID      PIC X(09).
               10  HST-COURSE-CODE     PIC X(06).
       77  WS-EOF-TRF                  PIC X VALUE 'N'.
           88  EOF-TRF                          VALUE 'Y'.
       77  WS-PREREQ-ACTIVO            PIC X VALUE 'Y'.
           88  PREREQ-ACTIVO                    VALUE 'Y'.
       77  WS-PREREQ-CUMPLIDO          PIC X VALUE 'N'.
           88  PREREQ-CUMPLIDO                  VALUE 'Y'.
      *
       77  WS-ID-ENTRADA               PIC X(09).
       77  WS-TERM-ENTRADA             PIC X(06).
       77  WS-CURSO-ENTRADA            PIC X(06).
       77  WS-CUPO-ENTRADA             PIC 9(3).
       77  WS-CONFIRMA                 PIC X.
       77  WS-ENTRADA-VALIDA           PIC X VALUE 'Y'.
           88  ENTRADA-VALIDA                   VALUE 'Y'.
       77  WS-BIO-ENCONTRADO           PIC X VALUE 'N'.
           88  BIO-ENCONTRADO                   VALUE 'Y'.
       77  WS-BIO-NOMBRE               PIC X(25).
       77  WS-BIO-PROGRAMA             PIC X(06).
       77  WS-BIO-ESTADO               PIC X.
       77  WS-CURSO-ENCONTRADO         PIC X VALUE 'N'.
           88  CURSO-ENCONTRADO                 VALUE 'Y'.
       77  WS-TITULO-CATALOGO          PIC X(30).
       77  WS-HORAS-CATALOGO           PIC 9(2)V9.
       77  WS-PREREQ-CATALOGO          PIC X(06).
       77  WS-INS-ENCONTRADA           PIC X VALUE 'N'.
           88  INS-ENCONTRADA                   VALUE 'Y'.
       77  WS-IDX-HALLADO              PIC 9(4) VALUE 0.
       77  WS-CUPO-ENCONTRADO          PIC X VALUE 'N'.
           88  CUPO-ENCONTRADO                  VALUE 'Y'.
       77  WS-IDX-CUPO-HALLADO         PIC 9(3) VALUE 0.
       77  WS-CUPO-CURSO               PIC 9(3) VALUE 0.
       77  WS-OCUPADOS                 PIC 9(4) VALUE 0.
       77  WS-LISTADOS                 PIC 9(4) VALUE 0.
      *
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 50.
       77  WS-CURSO-ACTUAL             PIC X(06) VALUE SPACES.
       77  WS-CURSO-ACTIVO             PIC X VALUE 'N'.
           88  CURSO-ACTIVO                     VALUE 'Y'.
       77  WS-INSCRITOS-CURSO          PIC 9(4) VALUE 0.
       77  WS-CURSOS-LISTADOS          PIC 9(4) VALUE 0.
       77  WS-ROS-DETALLES             PIC 9(6) VALUE 0.
       77  WS-ROS-HASH                 PIC S9(6)V9 VALUE 0.
       77  WS-SIN-CATALOGO             PIC 9(4) VALUE 0.
      *
       77  WS-VENCIDO-EDITADO          PIC ZZ,ZZZ,ZZ9.99.
       COPY GPAHLD.
       COPY RPTHDR.
       01  LISTA-CURSO-LINEA.
           05  FILLER                  PIC X(08) VALUE "COURSE: ".
           05  LC-COURSE-CODE          PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LC-TITLE                PIC X(30).
           05  FILLER                  PIC X(08) VALUE "  TERM: ".
           05  LC-TERM                 PIC X(06).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  LISTA-COLUMNAS-LINEA.
           05  FILLER                  PIC X(80) VALUE
               "STUDENT ID  NAME                       PROGRAM".
       01  LISTA-DETALLE-LINEA.
           05  LD-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-NOMBRE               PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-PROGRAMA             PIC X(06).
           05  FILLER                  PIC X(35) VALUE SPACES.
       01  LISTA-PIE-CURSO.
           05  FILLER                  PIC X(10) VALUE "ENROLLED: ".
           05  LP-INSCRITOS            PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE
               "  CAPACITY: ".
           05  LP-CUPO                 PIC ZZ9.
           05  FILLER                  PIC X(51) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-INSCRIPCIONES.
           DISPLAY "TERM REGISTRATION".
           PERFORM 040-LEER-PARAMETROS.
           PERFORM 042-LEER-FECHA-NEGOCIO.
           PERFORM 050-CARGAR-CATALOGO.
           PERFORM 055-CARGAR-BIOS.
           PERFORM 060-CARGAR-HISTORIAL.
           PERFORM 070-CARGAR-INSCRIPCIONES.
           PERFORM 080-CARGAR-CUPOS.
           MOVE 'C' TO HLD-ACCION.
           CALL "GPAHLD" USING GPAHLD-AREA.
           MOVE 1 TO SELECCION-USUARIO.
           PERFORM 100-MENU-PRINCIPAL
             UNTIL SELECCION-USUARIO = 0.
           IF HUBO-CAMBIOS
               PERFORM 800-REESCRIBIR-ARCHIVOS
               DISPLAY "REGISTRATIONS UPDATED IN GPAINS AND GPACUP"
           END-IF.
           DISPLAY "PROGRAM FINISHED".
           GOBACK.
      *
      * DEFAULT SEAT CAPACITY FROM PARMSHOP; THE COMPILED DEFAULT
      * APPLIES WHEN THE FILE OR THE FIELD IS ABSENT.
      *
       040-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-CUPO-CURSO > 0
                       MOVE PARM-CUPO-CURSO TO CUPO-DEFAULT
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
                   "NO REGISTRATION CAN BE TAKEN"
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
               MOVE CAT-CREDIT-HOURS
                   TO CTG-CREDIT-HOURS(CATALOGO-TOTAL-CARGADOS)
               MOVE CAT-PREREQ
                   TO CTG-PREREQ(CATALOGO-TOTAL-CARGADOS)
           ELSE
               DISPLAY "CATALOG TABLE FULL (200), IGNORING: "
                   CAT-CODE
           END-IF.
           PERFORM 051-LEER-CATALOGO.
      *
       055-CARGAR-BIOS.
           MOVE 0 TO BIOS-CARGADOS.
           MOVE 'N' TO WS-EOF-BIO.
           OPEN INPUT BIO-FILE.
           PERFORM 056-LEER-BIO.
           PERFORM 057-ALMACENAR-BIO
               UNTIL EOF-BIO.
           CLOSE BIO-FILE.
      *
       056-LEER-BIO.
           READ BIO-FILE
               AT END MOVE 'Y' TO WS-EOF-BIO
           END-READ.
      *
       057-ALMACENAR-BIO.
           IF BIOS-CARGADOS < 300
               ADD 1 TO BIOS-CARGADOS
               MOVE BIO-STUDENT-ID TO BIT-STUDENT-ID(BIOS-CARGADOS)
               MOVE BIO-NOMBRE TO BIT-NOMBRE(BIOS-CARGADOS)
               MOVE BIO-PROGRAMA TO BIT-PROGRAMA(BIOS-CARGADOS)
               MOVE BIO-ESTADO TO BIT-ESTADO(BIOS-CARGADOS)
           ELSE
               DISPLAY "BIO TABLE FULL (300), IGNORING: "
                   BIO-STUDENT-ID
           END-IF.
           PERFORM 056-LEER-BIO.
      *
       060-CARGAR-HISTORIAL.
           MOVE 0 TO HISTORIAL-CARGADO.
           MOVE 'Y' TO WS-PREREQ-ACTIVO.
           MOVE 'N' TO WS-EOF-CRS.
           OPEN INPUT COURSE-HIST-FILE.
           PERFORM 061-LEER-HISTORIAL.
           PERFORM 062-ALMACENAR-HISTORIAL
               UNTIL EOF-CRS.
           CLOSE COURSE-HIST-FILE.
           MOVE 'N' TO WS-EOF-TRF.
           OPEN INPUT TRANSFER-FILE.
           PERFORM 063-LEER-TRANSFERENCIA.
           PERFORM 064-ALMACENAR-TRANSFERENCIA
               UNTIL EOF-TRF.
           CLOSE TRANSFER-FILE.
      *
       061-LEER-HISTORIAL.
           READ COURSE-HIST-FILE
               AT END MOVE 'Y' TO WS-EOF-CRS
           END-READ.
      *
       062-ALMACENAR-HISTORIAL.
           IF CRS-POINTS > 0
               IF HISTORIAL-CARGADO < 1500
                   ADD 1 TO HISTORIAL-CARGADO
                   MOVE CRS-STUDENT-ID
                       TO HST-STUDENT-ID(HISTORIAL-CARGADO)
                   MOVE CRS-COURSE-CODE
                       TO HST-COURSE-CODE(HISTORIAL-CARGADO)
               ELSE
                   IF PREREQ-ACTIVO
                       DISPLAY "COURSE HISTORY TABLE FULL (1500), "
                           "PREREQUISITE EDIT DISABLED FOR THIS RUN"
                       MOVE 'N' TO WS-PREREQ-ACTIVO
                   END-IF
               END-IF
           END-IF.
           PERFORM 061-LEER-HISTORIAL.
      *
       063-LEER-TRANSFERENCIA.
           READ TRANSFER-FILE
               AT END MOVE 'Y' TO WS-EOF-TRF
           END-READ.
      *
       064-ALMACENAR-TRANSFERENCIA.
           IF HISTORIAL-CARGADO < 1500
               ADD 1 TO HISTORIAL-CARGADO
               MOVE TRF-STUDENT-ID
                   TO HST-STUDENT-ID(HISTORIAL-CARGADO)
               MOVE TRF-COURSE-CODE
                   TO HST-COURSE-CODE(HISTORIAL-CARGADO)
           ELSE
               IF PREREQ-ACTIVO
                   DISPLAY "COURSE HISTORY TABLE FULL (1500), "
                       "PREREQUISITE EDIT DISABLED FOR THIS RUN"
                   MOVE 'N' TO WS-PREREQ-ACTIVO
               END-IF
           END-IF.
           PERFORM 063-LEER-TRANSFERENCIA.
      *
       070-CARGAR-INSCRIPCIONES.
           MOVE 0 TO INSCRIPCIONES-CARGADAS.
           MOVE 'N' TO WS-EOF-INS.
           OPEN INPUT INSCRIPCION-FILE.
           PERFORM 071-LEER-INSCRIPCION.
           PERFORM 072-ALMACENAR-INSCRIPCION
               UNTIL EOF-INS.
           CLOSE INSCRIPCION-FILE.
           DISPLAY "REGISTRATIONS ON FILE: " INSCRIPCIONES-CARGADAS.
      *
       071-LEER-INSCRIPCION.
           READ INSCRIPCION-FILE
               AT END MOVE 'Y' TO WS-EOF-INS
           END-READ.
      *
       072-ALMACENAR-INSCRIPCION.
           IF INSCRIPCIONES-CARGADAS < 1500
               ADD 1 TO INSCRIPCIONES-CARGADAS
               MOVE INS-STUDENT-ID
                   TO TIN-STUDENT-ID(INSCRIPCIONES-CARGADAS)
               MOVE INS-TERM TO TIN-TERM(INSCRIPCIONES-CARGADAS)
               MOVE INS-COURSE-CODE
                   TO TIN-COURSE-CODE(INSCRIPCIONES-CARGADAS)
               MOVE INS-ESTADO TO TIN-ESTADO(INSCRIPCIONES-CARGADAS)
               MOVE INS-FECHA TO TIN-FECHA(INSCRIPCIONES-CARGADAS)
           ELSE
               DISPLAY "REGISTRATION TABLE FULL (1500), IGNORING: "
                   INS-STUDENT-ID " " INS-TERM " " INS-COURSE-CODE
           END-IF.
           PERFORM 071-LEER-INSCRIPCION.
      *
       080-CARGAR-CUPOS.
           MOVE 0 TO CUPOS-CARGADOS.
           MOVE 'N' TO WS-EOF-CUPO.
           OPEN INPUT CUPO-FILE.
           PERFORM 081-LEER-CUPO.
           PERFORM 082-ALMACENAR-CUPO
               UNTIL EOF-CUPO.
           CLOSE CUPO-FILE.
      *
       081-LEER-CUPO.
           READ CUPO-FILE
               AT END MOVE 'Y' TO WS-EOF-CUPO
           END-READ.
      *
       082-ALMACENAR-CUPO.
           IF CUPOS-CARGADOS < 300
               ADD 1 TO CUPOS-CARGADOS
               MOVE CUP-TERM TO TCP-TERM(CUPOS-CARGADOS)
               MOVE CUP-COURSE-CODE TO TCP-COURSE-CODE(CUPOS-CARGADOS)
               MOVE CUP-CUPO TO TCP-CUPO(CUPOS-CARGADOS)
           ELSE
               DISPLAY "CAPACITY TABLE FULL (300), IGNORING: "
                   CUP-TERM " " CUP-COURSE-CODE
           END-IF.
           PERFORM 081-LEER-CUPO.
      *
       100-MENU-PRINCIPAL.
           DISPLAY "------TERM REGISTRATION------".
           DISPLAY "1. REGISTER A STUDENT IN A COURSE".
           DISPLAY "2. DROP A REGISTRATION".
           DISPLAY "3. SET COURSE CAPACITY FOR A TERM".
           DISPLAY "4. INQUIRE A STUDENT'S REGISTRATIONS".
           DISPLAY "5. PRINT CLASS LISTS FOR A TERM (GPACLS)".
           DISPLAY "6. BUILD GPAROS GRADE-LOAD SKELETON".
           DISPLAY "0. EXIT (SAVES CHANGES)".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "-----------------------------".
           IF SELECCION-USUARIO = 1
             PERFORM 200-INSCRIBIR-ALUMNO.

           IF SELECCION-USUARIO = 2
             PERFORM 300-DAR-DE-BAJA.

           IF SELECCION-USUARIO = 3
             PERFORM 400-FIJAR-CUPO.

           IF SELECCION-USUARIO = 4
             PERFORM 500-CONSULTAR-ALUMNO.

           IF SELECCION-USUARIO = 5
             PERFORM 600-LISTAS-DE-CLASE.

           IF SELECCION-USUARIO = 6
             PERFORM 700-GENERAR-ROSTER.

           IF SELECCION-USUARIO > 6
             DISPLAY "INVALID CHOICE"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * REGISTERS ONE STUDENT IN ONE COURSE FOR ONE TERM, AFTER THE
      * BIO, CATALOG, PREREQUISITE, DUPLICATE AND SEAT EDITS.
      *
       200-INSCRIBIR-ALUMNO.
           DISPLAY "STUDENT ID (9 CHAR.): ".
           ACCEPT WS-ID-ENTRADA.
           DISPLAY "TERM (6 CHAR.): ".
           ACCEPT WS-TERM-ENTRADA.
           DISPLAY "COURSE CODE (6 CHAR.): ".
           ACCEPT WS-CURSO-ENTRADA.
           PERFORM 210-VALIDAR-INSCRIPCION.
           IF ENTRADA-VALIDA
               IF INS-ENCONTRADA
                   MOVE 'A' TO TIN-ESTADO(WS-IDX-HALLADO)
                   MOVE WS-FECHA-HOY TO TIN-FECHA(WS-IDX-HALLADO)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "DROPPED REGISTRATION REACTIVATED"
               ELSE
                   IF INSCRIPCIONES-CARGADAS < 1500
                       ADD 1 TO INSCRIPCIONES-CARGADAS
                       MOVE WS-ID-ENTRADA
                           TO TIN-STUDENT-ID(INSCRIPCIONES-CARGADAS)
                       MOVE WS-TERM-ENTRADA
                           TO TIN-TERM(INSCRIPCIONES-CARGADAS)
                       MOVE WS-CURSO-ENTRADA
                           TO TIN-COURSE-CODE(INSCRIPCIONES-CARGADAS)
                       MOVE 'A' TO TIN-ESTADO(INSCRIPCIONES-CARGADAS)
                       MOVE WS-FECHA-HOY
                           TO TIN-FECHA(INSCRIPCIONES-CARGADAS)
                       MOVE 'Y' TO WS-HUBO-CAMBIOS
                       DISPLAY "STUDENT REGISTERED"
                   ELSE
                       DISPLAY "TABLE FULL, CANNOT REGISTER"
                   END-IF
               END-IF
           END-IF.
      *
       210-VALIDAR-INSCRIPCION.
           MOVE 'Y' TO WS-ENTRADA-VALIDA.
           IF WS-ID-ENTRADA = SPACES OR WS-TERM-ENTRADA = SPACES
               DISPLAY "STUDENT ID AND TERM ARE REQUIRED"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           PERFORM 230-BUSCAR-BIO.
           IF NOT BIO-ENCONTRADO
               DISPLAY "STUDENT NOT ON THE BIO MASTER (GPABIO)"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           ELSE
               IF WS-BIO-ESTADO NOT = 'A' AND WS-BIO-ESTADO NOT = SPACE
                   DISPLAY "STUDENT IS NOT ACTIVE, STATUS: "
                       WS-BIO-ESTADO
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF.
           MOVE 'A' TO HLD-ACCION.
           MOVE WS-ID-ENTRADA TO HLD-STUDENT-ID.
           CALL "GPAHLD" USING GPAHLD-AREA.
           IF HLD-EN-RETENCION
               MOVE HLD-VENCIDO TO WS-VENCIDO-EDITADO
               DISPLAY "REGISTRATION HOLD, PAST-DUE TUITION: "
                   WS-VENCIDO-EDITADO " (CUSTOMER " HLD-CLIENTE ")"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           PERFORM 240-BUSCAR-CATALOGO.
           IF NOT CURSO-ENCONTRADO
               DISPLAY "COURSE NOT IN THE CATALOG (GPACAT)"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           ELSE
               IF PREREQ-ACTIVO AND WS-PREREQ-CATALOGO NOT = SPACES
                   PERFORM 250-VERIFICAR-PREREQ
                   IF NOT PREREQ-CUMPLIDO
                       DISPLAY "PREREQUISITE NOT PASSED: "
                           WS-PREREQ-CATALOGO
                       MOVE 'N' TO WS-ENTRADA-VALIDA
                   END-IF
               END-IF
           END-IF.
           PERFORM 260-BUSCAR-INSCRIPCION.
           IF INS-ENCONTRADA
              AND TIN-ESTADO(WS-IDX-HALLADO) = 'A'
               DISPLAY "STUDENT IS ALREADY REGISTERED IN THAT COURSE"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF ENTRADA-VALIDA
               PERFORM 270-BUSCAR-CUPO
               PERFORM 280-CONTAR-OCUPADOS
               IF WS-OCUPADOS NOT < WS-CUPO-CURSO
                   DISPLAY "COURSE FULL FOR THE TERM, SEATS: "
                       WS-CUPO-CURSO
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF.
      *
       230-BUSCAR-BIO.
           MOVE 'N' TO WS-BIO-ENCONTRADO.
           MOVE SPACES TO WS-BIO-NOMBRE.
           MOVE SPACES TO WS-BIO-PROGRAMA.
           MOVE SPACE TO WS-BIO-ESTADO.
           SET IDX-BIO TO 1.
           PERFORM 231-COMPARAR-BIO
               UNTIL IDX-BIO > BIOS-CARGADOS
                  OR BIO-ENCONTRADO.
      *
       231-COMPARAR-BIO.
           IF BIT-STUDENT-ID(IDX-BIO) = WS-ID-ENTRADA
               MOVE BIT-NOMBRE(IDX-BIO) TO WS-BIO-NOMBRE
               MOVE BIT-PROGRAMA(IDX-BIO) TO WS-BIO-PROGRAMA
               MOVE BIT-ESTADO(IDX-BIO) TO WS-BIO-ESTADO
               MOVE 'Y' TO WS-BIO-ENCONTRADO
           ELSE
               SET IDX-BIO UP BY 1.
      *
       240-BUSCAR-CATALOGO.
           MOVE 'N' TO WS-CURSO-ENCONTRADO.
           MOVE 0 TO WS-HORAS-CATALOGO.
           MOVE SPACES TO WS-TITULO-CATALOGO.
           MOVE SPACES TO WS-PREREQ-CATALOGO.
           SET IDX-CATALOGO TO 1.
           PERFORM 241-COMPARAR-CATALOGO
               UNTIL IDX-CATALOGO > CATALOGO-TOTAL-CARGADOS
                  OR CURSO-ENCONTRADO.
      *
       241-COMPARAR-CATALOGO.
           IF CTG-CODE(IDX-CATALOGO) = WS-CURSO-ENTRADA
               MOVE CTG-CREDIT-HOURS(IDX-CATALOGO)
                   TO WS-HORAS-CATALOGO
               MOVE CTG-TITLE(IDX-CATALOGO) TO WS-TITULO-CATALOGO
               MOVE CTG-PREREQ(IDX-CATALOGO) TO WS-PREREQ-CATALOGO
               MOVE 'Y' TO WS-CURSO-ENCONTRADO
           ELSE
               SET IDX-CATALOGO UP BY 1.
      *
       250-VERIFICAR-PREREQ.
           MOVE 'N' TO WS-PREREQ-CUMPLIDO.
           SET IDX-HST TO 1.
           PERFORM 251-COMPARAR-HISTORIAL
               UNTIL IDX-HST > HISTORIAL-CARGADO
                  OR PREREQ-CUMPLIDO.
      *
       251-COMPARAR-HISTORIAL.
           IF HST-STUDENT-ID(IDX-HST) = WS-ID-ENTRADA
              AND HST-COURSE-CODE(IDX-HST) = WS-PREREQ-CATALOGO
               MOVE 'Y' TO WS-PREREQ-CUMPLIDO
           ELSE
               SET IDX-HST UP BY 1.
      *
      * LOOKS UP THE REGISTRATION LINE FOR STUDENT, TERM AND
      * COURSE, ACTIVE OR DROPPED.
      *
       260-BUSCAR-INSCRIPCION.
           MOVE 'N' TO WS-INS-ENCONTRADA.
           MOVE 0 TO WS-IDX-HALLADO.
           SET IDX-INS TO 1.
           PERFORM 261-COMPARAR-INSCRIPCION
               UNTIL IDX-INS > INSCRIPCIONES-CARGADAS
                  OR INS-ENCONTRADA.
      *
       261-COMPARAR-INSCRIPCION.
           IF TIN-STUDENT-ID(IDX-INS) = WS-ID-ENTRADA
              AND TIN-TERM(IDX-INS) = WS-TERM-ENTRADA
              AND TIN-COURSE-CODE(IDX-INS) = WS-CURSO-ENTRADA
               SET WS-IDX-HALLADO TO IDX-INS
               MOVE 'Y' TO WS-INS-ENCONTRADA
           ELSE
               SET IDX-INS UP BY 1.
      *
      * SEATS FOR THE COURSE AND TERM: THE GPACUP LINE IF THERE IS
      * ONE, OTHERWISE THE DEFAULT CAPACITY.
      *
       270-BUSCAR-CUPO.
           MOVE 'N' TO WS-CUPO-ENCONTRADO.
           MOVE 0 TO WS-IDX-CUPO-HALLADO.
           MOVE CUPO-DEFAULT TO WS-CUPO-CURSO.
           SET IDX-CUPO TO 1.
           PERFORM 271-COMPARAR-CUPO
               UNTIL IDX-CUPO > CUPOS-CARGADOS
                  OR CUPO-ENCONTRADO.
      *
       271-COMPARAR-CUPO.
           IF TCP-TERM(IDX-CUPO) = WS-TERM-ENTRADA
              AND TCP-COURSE-CODE(IDX-CUPO) = WS-CURSO-ENTRADA
               SET WS-IDX-CUPO-HALLADO TO IDX-CUPO
               MOVE TCP-CUPO(IDX-CUPO) TO WS-CUPO-CURSO
               MOVE 'Y' TO WS-CUPO-ENCONTRADO
           ELSE
               SET IDX-CUPO UP BY 1.
      *
       280-CONTAR-OCUPADOS.
           MOVE 0 TO WS-OCUPADOS.
           PERFORM 281-CONTAR-UNA-INSCRIPCION
               VARYING IDX-INS FROM 1 BY 1
               UNTIL IDX-INS > INSCRIPCIONES-CARGADAS.
      *
       281-CONTAR-UNA-INSCRIPCION.
           IF TIN-TERM(IDX-INS) = WS-TERM-ENTRADA
              AND TIN-COURSE-CODE(IDX-INS) = WS-CURSO-ENTRADA
              AND TIN-ESTADO(IDX-INS) = 'A'
               ADD 1 TO WS-OCUPADOS
           END-IF.
      *
      * DROPS A REGISTRATION; THE SEAT IS FREED AND THE LINE IS
      * KEPT AS DROPPED.
      *
       300-DAR-DE-BAJA.
           DISPLAY "STUDENT ID (9 CHAR.): ".
           ACCEPT WS-ID-ENTRADA.
           DISPLAY "TERM (6 CHAR.): ".
           ACCEPT WS-TERM-ENTRADA.
           DISPLAY "COURSE CODE (6 CHAR.): ".
           ACCEPT WS-CURSO-ENTRADA.
           PERFORM 260-BUSCAR-INSCRIPCION.
           IF NOT INS-ENCONTRADA
               DISPLAY "NO SUCH REGISTRATION"
           ELSE
               IF TIN-ESTADO(WS-IDX-HALLADO) NOT = 'A'
                   DISPLAY "REGISTRATION IS ALREADY DROPPED"
               ELSE
                   MOVE 'D' TO TIN-ESTADO(WS-IDX-HALLADO)
                   MOVE WS-FECHA-HOY TO TIN-FECHA(WS-IDX-HALLADO)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "REGISTRATION DROPPED"
               END-IF
           END-IF.
      *
      * SETS THE SEATS OF A COURSE FOR A TERM. THE NEW CAPACITY
      * CANNOT BE BELOW THE STUDENTS ALREADY REGISTERED.
      *
       400-FIJAR-CUPO.
           DISPLAY "TERM (6 CHAR.): ".
           ACCEPT WS-TERM-ENTRADA.
           DISPLAY "COURSE CODE (6 CHAR.): ".
           ACCEPT WS-CURSO-ENTRADA.
           PERFORM 240-BUSCAR-CATALOGO.
           IF NOT CURSO-ENCONTRADO
               DISPLAY "COURSE NOT IN THE CATALOG (GPACAT)"
           ELSE
               PERFORM 270-BUSCAR-CUPO
               PERFORM 280-CONTAR-OCUPADOS
               DISPLAY "SEATS NOW: " WS-CUPO-CURSO
                   "  REGISTERED: " WS-OCUPADOS
               DISPLAY "NEW CAPACITY (3 DIGITS): "
               ACCEPT WS-CUPO-ENTRADA
               IF WS-CUPO-ENTRADA < WS-OCUPADOS
                   DISPLAY "CAPACITY BELOW THE STUDENTS REGISTERED, "
                       "NOT CHANGED"
               ELSE
                   PERFORM 410-GRABAR-CUPO
               END-IF
           END-IF.
      *
       410-GRABAR-CUPO.
           IF CUPO-ENCONTRADO
               MOVE WS-CUPO-ENTRADA TO TCP-CUPO(WS-IDX-CUPO-HALLADO)
               MOVE 'Y' TO WS-HUBO-CAMBIOS
               DISPLAY "CAPACITY CHANGED"
           ELSE
               IF CUPOS-CARGADOS < 300
                   ADD 1 TO CUPOS-CARGADOS
                   MOVE WS-TERM-ENTRADA TO TCP-TERM(CUPOS-CARGADOS)
                   MOVE WS-CURSO-ENTRADA
                       TO TCP-COURSE-CODE(CUPOS-CARGADOS)
                   MOVE WS-CUPO-ENTRADA TO TCP-CUPO(CUPOS-CARGADOS)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "CAPACITY SET"
               ELSE
                   DISPLAY "TABLE FULL, CANNOT SET CAPACITY"
               END-IF
           END-IF.
      *
       500-CONSULTAR-ALUMNO.
           DISPLAY "STUDENT ID (9 CHAR.): ".
           ACCEPT WS-ID-ENTRADA.
           DISPLAY "TERM (6 CHAR., SPACES = ALL TERMS): ".
           MOVE SPACES TO WS-TERM-ENTRADA.
           ACCEPT WS-TERM-ENTRADA.
           PERFORM 230-BUSCAR-BIO.
           DISPLAY "STUDENT: " WS-ID-ENTRADA "  " WS-BIO-NOMBRE.
           MOVE 0 TO WS-LISTADOS.
           PERFORM 510-MOSTRAR-INSCRIPCION
               VARYING IDX-INS FROM 1 BY 1
               UNTIL IDX-INS > INSCRIPCIONES-CARGADAS.
           DISPLAY "REGISTRATIONS SHOWN: " WS-LISTADOS.
      *
       510-MOSTRAR-INSCRIPCION.
           IF TIN-STUDENT-ID(IDX-INS) = WS-ID-ENTRADA
              AND (WS-TERM-ENTRADA = SPACES
                   OR TIN-TERM(IDX-INS) = WS-TERM-ENTRADA)
               ADD 1 TO WS-LISTADOS
               DISPLAY TIN-TERM(IDX-INS) "  "
                   TIN-COURSE-CODE(IDX-INS) "  "
                   TIN-ESTADO(IDX-INS) "  "
                   TIN-FECHA(IDX-INS)
           END-IF.
      *
      * CLASS LISTS: ONE PAGE PER COURSE WITH ITS ACTIVE STUDENTS
      * IN ID ORDER, THE NAME AND PROGRAM FROM THE BIO MASTER, AND
      * THE ENROLLED COUNT AGAINST THE SEATS AT THE FOOT.
      *
       600-LISTAS-DE-CLASE.
           DISPLAY "TERM (6 CHAR.): ".
           ACCEPT WS-TERM-ENTRADA.
           MOVE 0 TO WS-CURSOS-LISTADOS.
           MOVE 'N' TO WS-CURSO-ACTIVO.
           SORT REG-SORT-FILE
               ON ASCENDING KEY SRT-COURSE-CODE SRT-STUDENT-ID
               INPUT PROCEDURE 610-LIBERAR-INSCRIPCIONES
               OUTPUT PROCEDURE 620-IMPRIMIR-LISTAS.
           DISPLAY "CLASS LISTS PRINTED TO GPACLS: "
               WS-CURSOS-LISTADOS.
      *
       610-LIBERAR-INSCRIPCIONES.
           PERFORM 611-LIBERAR-UNA-INSCRIPCION
               VARYING IDX-INS FROM 1 BY 1
               UNTIL IDX-INS > INSCRIPCIONES-CARGADAS.
      *
       611-LIBERAR-UNA-INSCRIPCION.
           IF TIN-TERM(IDX-INS) = WS-TERM-ENTRADA
              AND TIN-ESTADO(IDX-INS) = 'A'
               MOVE TIN-STUDENT-ID(IDX-INS) TO SRT-STUDENT-ID
               MOVE TIN-COURSE-CODE(IDX-INS) TO SRT-COURSE-CODE
               RELEASE REG-SORT-RECORD
           END-IF.
      *
       620-IMPRIMIR-LISTAS.
           OPEN OUTPUT LISTA-REPORT-FILE.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM 621-DEVOLVER-INSCRIPCION.
           PERFORM 630-LISTAR-ALUMNO
               UNTIL EOF-SORT.
           IF CURSO-ACTIVO
               PERFORM 640-CERRAR-CURSO
           END-IF.
           WRITE LISTA-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE LISTA-REPORT-FILE.
      *
       621-DEVOLVER-INSCRIPCION.
           RETURN REG-SORT-FILE
               AT END MOVE 'Y' TO WS-EOF-SORT
           END-RETURN.
      *
       630-LISTAR-ALUMNO.
           IF CURSO-ACTIVO AND SRT-COURSE-CODE NOT = WS-CURSO-ACTUAL
               PERFORM 640-CERRAR-CURSO
           END-IF.
           IF NOT CURSO-ACTIVO
               MOVE SRT-COURSE-CODE TO WS-CURSO-ACTUAL
               MOVE 0 TO WS-INSCRITOS-CURSO
               MOVE 'Y' TO WS-CURSO-ACTIVO
               PERFORM 650-ENCABEZADO-LISTA
           END-IF.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 650-ENCABEZADO-LISTA
           END-IF.
           MOVE SRT-STUDENT-ID TO WS-ID-ENTRADA.
           PERFORM 230-BUSCAR-BIO.
           MOVE SRT-STUDENT-ID TO LD-STUDENT-ID.
           MOVE WS-BIO-NOMBRE TO LD-NOMBRE.
           MOVE WS-BIO-PROGRAMA TO LD-PROGRAMA.
           WRITE LISTA-REPORT-RECORD FROM LISTA-DETALLE-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
           ADD 1 TO WS-INSCRITOS-CURSO.
           PERFORM 621-DEVOLVER-INSCRIPCION.
      *
       640-CERRAR-CURSO.
           MOVE WS-CURSO-ACTUAL TO WS-CURSO-ENTRADA.
           PERFORM 270-BUSCAR-CUPO.
           MOVE WS-INSCRITOS-CURSO TO LP-INSCRITOS.
           MOVE WS-CUPO-CURSO TO LP-CUPO.
           WRITE LISTA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           WRITE LISTA-REPORT-RECORD FROM LISTA-PIE-CURSO.
           ADD 1 TO WS-CURSOS-LISTADOS.
           MOVE 'N' TO WS-CURSO-ACTIVO.
      *
       650-ENCABEZADO-LISTA.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "CLASS LIST" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           MOVE WS-CURSO-ACTUAL TO WS-CURSO-ENTRADA.
           PERFORM 240-BUSCAR-CATALOGO.
           MOVE WS-CURSO-ACTUAL TO LC-COURSE-CODE.
           MOVE WS-TITULO-CATALOGO TO LC-TITLE.
           MOVE WS-TERM-ENTRADA TO LC-TERM.
           WRITE LISTA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE LISTA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE LISTA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           WRITE LISTA-REPORT-RECORD FROM LISTA-CURSO-LINEA.
           WRITE LISTA-REPORT-RECORD FROM LISTA-COLUMNAS-LINEA.
      *
      * TERM-END GRADE-LOAD SKELETON: REPLACES GPAROS WITH A BATCH
      * HEADER (SOURCE REG, BUSINESS DATE), ONE DETAIL PER ACTIVE
      * REGISTRATION OF THE TERM WITH THE GRADE BLANK AND THE
      * CATALOG CREDIT HOURS, GROUPED BY STUDENT AS THE ROSTER PASS
      * EXPECTS, AND THE TRAILER WITH THE DETAIL COUNT AND THE
      * CREDIT-HOURS HASH.
      *
       700-GENERAR-ROSTER.
           DISPLAY "TERM (6 CHAR.): ".
           ACCEPT WS-TERM-ENTRADA.
           DISPLAY "THIS REPLACES THE CURRENT GPAROS. CONFIRM (Y/N): ".
           MOVE 'N' TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'Y'
               DISPLAY "GPAROS NOT TOUCHED"
           ELSE
               MOVE 0 TO WS-ROS-DETALLES
               MOVE 0 TO WS-ROS-HASH
               MOVE 0 TO WS-SIN-CATALOGO
               SORT REG-SORT-FILE
                   ON ASCENDING KEY SRT-STUDENT-ID SRT-COURSE-CODE
                   INPUT PROCEDURE 610-LIBERAR-INSCRIPCIONES
                   OUTPUT PROCEDURE 710-ESCRIBIR-ROSTER
               DISPLAY "GPAROS BUILT, DETAILS: " WS-ROS-DETALLES
               IF WS-SIN-CATALOGO > 0
                   DISPLAY "COURSES NO LONGER IN THE CATALOG "
                       "(ZERO CREDITS): " WS-SIN-CATALOGO
               END-IF
           END-IF.
      *
       710-ESCRIBIR-ROSTER.
           OPEN OUTPUT ROSTER-FILE.
           MOVE SPACES TO ROSTER-HEADER-REG.
           MOVE 'H' TO RH-TIPO.
           MOVE "REG" TO RH-FUENTE.
           MOVE WS-FECHA-HOY TO RH-FECHA-NEGOCIO.
           WRITE ROSTER-HEADER-REG.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM 621-DEVOLVER-INSCRIPCION.
           PERFORM 720-ESCRIBIR-DETALLE
               UNTIL EOF-SORT.
           MOVE SPACES TO ROSTER-TRAILER-REG.
           MOVE 'T' TO RT-TIPO.
           MOVE WS-ROS-DETALLES TO RT-CUENTA.
           MOVE WS-ROS-HASH TO RT-TOTAL.
           WRITE ROSTER-TRAILER-REG.
           CLOSE ROSTER-FILE.
      *
       720-ESCRIBIR-DETALLE.
           MOVE SRT-COURSE-CODE TO WS-CURSO-ENTRADA.
           PERFORM 240-BUSCAR-CATALOGO.
           IF NOT CURSO-ENCONTRADO
               ADD 1 TO WS-SIN-CATALOGO
           END-IF.
           MOVE SPACES TO ROSTER-RECORD.
           MOVE 'D' TO ROS-TIPO.
           MOVE SRT-STUDENT-ID TO ROS-STUDENT-ID.
           MOVE WS-TERM-ENTRADA TO ROS-TERM.
           MOVE SRT-COURSE-CODE TO ROS-COURSE-CODE.
           MOVE SPACES TO ROS-LETTER-GRADE.
           MOVE WS-HORAS-CATALOGO TO ROS-CREDITS.
           WRITE ROSTER-RECORD.
           ADD 1 TO WS-ROS-DETALLES.
           ADD WS-HORAS-CATALOGO TO WS-ROS-HASH.
           PERFORM 621-DEVOLVER-INSCRIPCION.
      *
      * REWRITES GPAINS AND GPACUP IN FULL FROM THE TABLES ON EXIT,
      * IF THE SESSION CHANGED ANYTHING.
      *
       800-REESCRIBIR-ARCHIVOS.
           OPEN OUTPUT INSCRIPCION-FILE.
           PERFORM 810-ESCRIBIR-INSCRIPCION
               VARYING IDX-INS FROM 1 BY 1
               UNTIL IDX-INS > INSCRIPCIONES-CARGADAS.
           CLOSE INSCRIPCION-FILE.
           OPEN OUTPUT CUPO-FILE.
           PERFORM 820-ESCRIBIR-CUPO
               VARYING IDX-CUPO FROM 1 BY 1
               UNTIL IDX-CUPO > CUPOS-CARGADOS.
           CLOSE CUPO-FILE.
      *
       810-ESCRIBIR-INSCRIPCION.
           MOVE TIN-STUDENT-ID(IDX-INS) TO INS-STUDENT-ID.
           MOVE TIN-TERM(IDX-INS) TO INS-TERM.
           MOVE TIN-COURSE-CODE(IDX-INS) TO INS-COURSE-CODE.
           MOVE TIN-ESTADO(IDX-INS) TO INS-ESTADO.
           MOVE TIN-FECHA(IDX-INS) TO INS-FECHA.
           WRITE INSCRIPCION-RECORD.
      *
       820-ESCRIBIR-CUPO.
           MOVE TCP-TERM(IDX-CUPO) TO CUP-TERM.
           MOVE TCP-COURSE-CODE(IDX-CUPO) TO CUP-COURSE-CODE.
           MOVE TCP-CUPO(IDX-CUPO) TO CUP-CUPO.
           WRITE CUPO-RECORD.
