       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPABIL.
       AUTHOR. ALDAIR.
      * WRITTEN 15/10/2026 - TUITION BILLING. KEEPS THE TUITION
      * RATE PER CREDIT HOUR FOR EACH PROGRAM (GPATAR) AND BILLS A
      * TERM FROM THE ACTIVE REGISTRATIONS IN GPAINS: EACH STUDENT
      * IS CHARGED THE CATALOG CREDIT HOURS OF THE COURSES
      * REGISTERED TIMES THE RATE OF THE STUDENT'S PROGRAM (BIO
      * MASTER). THE CHARGE POSTS AS AN OPEN ITEM IN THE
      * RECEIVABLES SUBLEDGER TAXCXC, SO CXCBATCH APPLIES THE
      * PAYMENTS AND AGES IT AND CXCEDO SENDS THE STATEMENT AS FOR
      * ANY TRADE CUSTOMER. EACH STUDENT GETS A CUSTOMER CODE OF
      * ITS OWN (E + 5 DIGITS) ON FIRST BILLING, ADDED TO TAXCLI
      * AND LINKED IN GPACXR, AND A PARTY OF ITS OWN IN PTYMST
      * (PARTY CODE = CUSTOMER CODE, STUDENT NAME, TAXCLI LINK) SO
      * PTYVAL, CLIMANT AND PTYREL RESOLVE IT LIKE ANY CUSTOMER; THE
      * REGISTRAR COMPLETES ITS RFC AND ADDRESS WITH PTYMANT. THIS
      * OPENING IS EXEMPT FROM THE MSTPEN/MSTAPR DUAL CONTROL ON
      * TAXCLI: IT CHANGES NO RATE, LIMIT OR HOLD (NO CREDIT LIMIT,
      * NOT HELD, NO CATEGORY), THE CHARGE IT CARRIES IS PRICED FROM
      * GPATAR RATES THAT ONLY A LEVEL-3 OPERATOR SETS HERE, AND THE
      * TERM CANNOT POST TO TAXCXC WITHOUT THE CODE, SO WAITING FOR
      * AN APPROVAL WOULD LEAVE THE TERM UNBILLED. LATER CHANGES TO
      * THE ACCOUNT (STATUS, LIMIT, HOLD) GO THROUGH CLIMANT AND
      * MSTAPR AS FOR ANY CUSTOMER. EVERY POSTING IS KEPT IN THE BILLING
      * REGISTER GPAFAC; A RERUN OF THE SAME TERM BILLS ONLY THE
      * DIFFERENCE IN CREDIT HOURS, NEVER THE TERM TWICE: A CHARGE
      * FOR HOURS ADDED AT THE CURRENT RATE, OR A CREDIT NOTE FOR
      * HOURS DROPPED AT THE AVERAGE RATE THEY WERE BILLED AT, SO A
      * RATE CHANGE NEVER RE-PRICES HOURS ALREADY BILLED. THE
      * JOURNAL GOES TO TAXGLH IN THE TAXGL LAYOUT (SOURCE COL):
      * CLIENTES AGAINST COLEGIAT. AN ACCOUNT OUTSIDE THE CATCTA
      * CATALOG LEAVES THE TERM UNBILLED (CODE 8). ALSO PRINTS THE
      * STUDENTS ON REGISTRATION HOLD FOR PAST-DUE TUITION (GPAHLD).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TARIFA-FILE ASSIGN TO "GPATAR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL INSCRIPCION-FILE ASSIGN TO "GPAINS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BIO-FILE ASSIGN TO "GPABIO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "GPACAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CUENTA-ALUMNO-FILE ASSIGN TO "GPACXR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CLIENTE-FILE ASSIGN TO "TAXCLI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARTE-FILE ASSIGN TO "PTYMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CXC-FILE ASSIGN TO "TAXCXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FACTURACION-FILE ASSIGN TO "GPAFAC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOGO-CTA-FILE ASSIGN TO "CATCTA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GL-HISTORIA-FILE ASSIGN TO "TAXGLH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FACTURA-REPORT-FILE ASSIGN TO "GPABRG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETENCION-REPORT-FILE ASSIGN TO "GPAHLR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * TUITION RATE PER CREDIT HOUR BY PROGRAM (BIO-PROGRAMA).
      *
       FD  TARIFA-FILE.
       01  TARIFA-RECORD.
           05  TAR-PROGRAMA            PIC X(06).
           05  TAR-TARIFA              PIC 9(5)V99.
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
      * STUDENT TO RECEIVABLES CUSTOMER. ONLY EVER EXTENDED.
      *
       FD  CUENTA-ALUMNO-FILE.
       01  CUENTA-ALUMNO-RECORD.
           05  CXR-STUDENT-ID          PIC X(09).
           05  CXR-CLIENTE             PIC X(06).
      *
       FD  CLIENTE-FILE.
       01  CLIENTE-RECORD.
           05  CLI-CLIENTE             PIC X(06).
           05  CLI-NOMBRE              PIC X(30).
           05  CLI-ESTADO              PIC X.
           05  CLI-CATEGORIA           PIC X(03).
           05  CLI-LIMITE-CREDITO      PIC 9(9)V99.
           05  CLI-RETENIDO            PIC X.
      *
      * PARTY MASTER (PTYMANT). A STUDENT ACCOUNT OPENED HERE GETS
      * ITS PARTY APPENDED, CODE = CUSTOMER CODE.
      *
       FD  PARTE-FILE.
       01  PARTE-RECORD.
           05  PTY-PARTE               PIC X(08).
           05  PTY-PARTE-DES REDEFINES PTY-PARTE.
               10  PTY-PARTE-CODIGO    PIC X(06).
               10  PTY-PARTE-RESTO     PIC X(02).
           05  PTY-NOMBRE              PIC X(30).
           05  PTY-RFC                 PIC X(13).
           05  PTY-DOMICILIO           PIC X(40).
           05  PTY-CIUDAD              PIC X(20).
           05  PTY-CODIGO-POSTAL       PIC X(05).
           05  PTY-ESTADO              PIC X.
           05  PTY-CLIENTE-CXC         PIC X(06).
      *
       FD  CXC-FILE.
       01  CXC-RECORD.
           05  CXC-CLIENTE             PIC X(06).
           05  CXC-FECHA               PIC 9(8).
           05  CXC-TIPO                PIC X.
           05  CXC-MONTO               PIC S9(8)V99.
           05  CXC-SALDO               PIC S9(8)V99.
           05  CXC-ESTADO              PIC X.
           05  CXC-REFERENCIA          PIC X(10).
           05  CXC-MONEDA              PIC X(03).
           05  CXC-MONTO-ORIGINAL      PIC S9(8)V99.
           05  CXC-TIPO-CAMBIO         PIC 9(3)V9(4).
      *
      * BILLING REGISTER: ONE LINE PER POSTING, WITH THE CREDIT
      * HOURS IT BILLED (NEGATIVE FOR HOURS DROPPED) AND THE RATE
      * APPLIED TO THEM. ONLY EVER EXTENDED.
      *
       FD  FACTURACION-FILE.
       01  FACTURACION-RECORD.
           05  FAC-STUDENT-ID          PIC X(09).
           05  FAC-TERM                PIC X(06).
           05  FAC-CLIENTE             PIC X(06).
           05  FAC-CREDITOS            PIC S9(3)V9.
           05  FAC-TARIFA              PIC 9(5)V99.
           05  FAC-MONTO               PIC S9(8)V99.
           05  FAC-FECHA               PIC 9(8).
      *
       FD  CATALOGO-CTA-FILE.
       01  CATALOGO-CTA-RECORD.
           05  CTA-CUENTA              PIC X(08).
           05  CTA-DESCRIPCION         PIC X(30).
           05  CTA-TIPO                PIC X.
           05  CTA-ESTADO              PIC X.
      *
       FD  GL-HISTORIA-FILE.
       01  GL-RECORD.
           05  GL-FECHA                PIC 9(8).
           05  GL-TIPO-REG             PIC X.
           05  GL-CUENTA               PIC X(08).
           05  GL-CARGO-ABONO          PIC X.
           05  GL-MONTO                PIC S9(9)V99.
           05  GL-CATEGORIA            PIC X(03).
           05  GL-FUENTE               PIC X(03).
      *
       FD  FACTURA-REPORT-FILE.
       01  FACTURA-REPORT-RECORD       PIC X(80).
      *
       FD  RETENCION-REPORT-FILE.
       01  RETENCION-REPORT-RECORD     PIC X(80).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-HUBO-CAMBIOS             PIC X VALUE 'N'.
           88  HUBO-CAMBIOS                     VALUE 'Y'.
       77  WS-EOF-TARIFA               PIC X VALUE 'N'.
           88  EOF-TARIFA                       VALUE 'Y'.
       77  WS-EOF-INS                  PIC X VALUE 'N'.
           88  EOF-INS                          VALUE 'Y'.
       77  WS-EOF-BIO                  PIC X VALUE 'N'.
           88  EOF-BIO                          VALUE 'Y'.
       77  WS-EOF-CATALOGO             PIC X VALUE 'N'.
           88  EOF-CATALOGO                     VALUE 'Y'.
       77  WS-EOF-CXR                  PIC X VALUE 'N'.
           88  EOF-CXR                          VALUE 'Y'.
       77  WS-EOF-CLIENTE              PIC X VALUE 'N'.
           88  EOF-CLIENTE                      VALUE 'Y'.
       77  WS-EOF-PARTE                PIC X VALUE 'N'.
           88  EOF-PARTE                        VALUE 'Y'.
       77  WS-EOF-FAC                  PIC X VALUE 'N'.
           88  EOF-FAC                          VALUE 'Y'.
       77  WS-EOF-CTA                  PIC X VALUE 'N'.
           88  EOF-CTA                          VALUE 'Y'.
      *
       77  TARIFAS-CARGADAS            PIC 9(3) VALUE 0.
       01  TABLA-TARIFAS.
           05  TARIFA-ENTRY OCCURS 100 TIMES
                   INDEXED BY IDX-TARIFA.
               10  TTA-PROGRAMA        PIC X(06).
               10  TTA-TARIFA          PIC 9(5)V99.
       77  BIOS-CARGADOS               PIC 999 VALUE 0.
       01  TABLA-BIOS.
           05  BIO-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-BIO.
               10  BIT-STUDENT-ID      PIC X(09).
               10  BIT-NOMBRE          PIC X(25).
               10  BIT-PROGRAMA        PIC X(06).
       77  CATALOGO-TOTAL-CARGADOS     PIC 999 VALUE 0.
       01  TABLA-CATALOGO.
           05  CATALOGO-ENTRY OCCURS 200 TIMES
                   INDEXED BY IDX-CATALOGO.
               10  CTG-CODE            PIC X(06).
               10  CTG-CREDIT-HOURS    PIC 9(2)V9.
      *
      * STUDENT ACCOUNTS ALREADY OPENED, AND THE HIGHEST E-NUMBER
      * IN USE IN GPACXR, TAXCLI OR PTYMST (AS A PARTY CODE OR A
      * LINKED CUSTOMER) FOR THE NEXT ONE, SO THE NEW PARTY CODE IS
      * FREE TOO.
      *
       77  CUENTAS-CARGADAS            PIC 9(3) VALUE 0.
       01  TABLA-CUENTAS.
           05  CUENTA-ENTRY OCCURS 500 TIMES
                   INDEXED BY IDX-CUENTA.
               10  TCX-STUDENT-ID      PIC X(09).
               10  TCX-CLIENTE         PIC X(06).
       01  WS-CODIGO-CLIENTE           PIC X(06).
       01  WS-CODIGO-DES REDEFINES WS-CODIGO-CLIENTE.
           05  COD-PREFIJO             PIC X.
           05  COD-NUMERO              PIC X(05).
           05  COD-NUMERO-N REDEFINES COD-NUMERO PIC 9(05).
       77  WS-ULTIMO-NUMERO            PIC 9(5) VALUE 0.
      *
      * ONE ROW PER STUDENT TO BILL IN THE TERM: CREDIT HOURS
      * REGISTERED NOW, AND THE CREDIT HOURS AND AMOUNT THE REGISTER
      * SAYS WERE BILLED.
      *
       77  ALUMNOS-CARGADOS            PIC 9(3) VALUE 0.
       01  TABLA-FACTURAR.
           05  FACTURAR-ENTRY OCCURS 500 TIMES
                   INDEXED BY IDX-FACTURAR.
               10  TFA-STUDENT-ID      PIC X(09).
               10  TFA-CREDITOS        PIC 9(3)V9.
               10  TFA-CREDITOS-FACTURADOS PIC S9(3)V9.
               10  TFA-FACTURADO       PIC S9(8)V99.
      *
       77  CATALOGO-CTA-CARGADAS       PIC 9(3) VALUE 0.
       01  TABLA-CATALOGO-CTA.
           05  CATALOGO-CTA-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-CTA.
               10  TCT-CUENTA          PIC X(08).
               10  TCT-ESTADO          PIC X.
       77  WS-CUENTA-VERIFICAR         PIC X(08).
       77  WS-CUENTA-CATALOGO          PIC X VALUE 'N'.
           88  CUENTA-EN-CATALOGO               VALUE 'Y'.
       77  WS-CUENTA-INVALIDA          PIC X VALUE 'N'.
           88  CUENTA-INVALIDA                  VALUE 'Y'.
       77  WS-CUENTA-CLIENTES          PIC X(08) VALUE "CLIENTES".
       77  WS-CUENTA-COLEGIATURA       PIC X(08) VALUE "COLEGIAT".
       77  WS-FUENTE-COLEGIATURA       PIC X(03) VALUE "COL".
       77  WS-CUENTA-CARGO             PIC X(08).
       77  WS-CUENTA-ABONO             PIC X(08).
       77  WS-MONTO-POLIZA             PIC S9(9)V99 VALUE 0.
      *
       77  WS-PROGRAMA-ENTRADA         PIC X(06).
       77  WS-TARIFA-ENTRADA           PIC 9(5)V99 VALUE 0.
       77  WS-TARIFA-EDITADA           PIC ZZ,ZZ9.99.
       77  WS-TERM-ENTRADA             PIC X(06).
       77  WS-CONFIRMA                 PIC X.
       77  WS-ENCONTRADO               PIC X VALUE 'N'.
           88  ENCONTRADO                       VALUE 'Y'.
       77  WS-CURSO-ENCONTRADO         PIC X VALUE 'N'.
           88  CURSO-ENCONTRADO                 VALUE 'Y'.
       77  WS-BIO-ENCONTRADO           PIC X VALUE 'N'.
           88  BIO-ENCONTRADO                   VALUE 'Y'.
       77  WS-BIO-NOMBRE               PIC X(25).
       77  WS-BIO-PROGRAMA             PIC X(06).
       77  WS-TARIFA-ENCONTRADA        PIC X VALUE 'N'.
           88  TARIFA-ENCONTRADA                VALUE 'Y'.
       77  WS-TARIFA-ALUMNO            PIC 9(5)V99 VALUE 0.
       77  WS-CUENTA-ABIERTA           PIC X VALUE 'N'.
           88  CUENTA-ABIERTA                   VALUE 'Y'.
       77  WS-CUENTA-NUEVA             PIC X VALUE 'N'.
           88  CUENTA-NUEVA                     VALUE 'Y'.
       77  WS-CLIENTE-ALUMNO           PIC X(06).
       77  WS-ID-BUSCADO               PIC X(09).
       77  WS-DIFERENCIA               PIC S9(8)V99 VALUE 0.
       77  WS-CREDITOS-DIFERENCIA      PIC S9(3)V9 VALUE 0.
       77  WS-TARIFA-APLICADA          PIC 9(5)V99 VALUE 0.
       01  WS-REFERENCIA-COLEGIATURA.
           05  FILLER                  PIC X(03) VALUE "COL".
           05  RCO-TERM                PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
      *
       77  WS-TOTAL-CARGOS             PIC S9(9)V99 VALUE 0.
       77  WS-TOTAL-NOTAS              PIC S9(9)V99 VALUE 0.
       77  WS-ASENTADOS                PIC 9(4) VALUE 0.
       77  WS-SIN-CAMBIO               PIC 9(4) VALUE 0.
       77  WS-EXCEPCIONES              PIC 9(4) VALUE 0.
       77  WS-CUENTAS-NUEVAS           PIC 9(4) VALUE 0.
       77  WS-MOVIMIENTOS-ESCRITOS     PIC 9(4) VALUE 0.
       77  WS-RETENIDOS                PIC 9(4) VALUE 0.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 50.
       COPY GPAHLD.
       COPY RPTHDR.
       01  FACTURA-TERMINO-LINEA.
           05  FILLER                  PIC X(06) VALUE "TERM: ".
           05  FT-TERM                 PIC X(06).
           05  FILLER                  PIC X(68) VALUE SPACES.
       01  FACTURA-COLUMNAS-LINEA.
           05  FILLER                  PIC X(40) VALUE
               "STUDENT ID  PROGRAM CREDITS       RATE  ".
           05  FILLER                  PIC X(40) VALUE
               "      AMOUNT  CUSTOMER NOTE".
       01  FACTURA-DETALLE-LINEA.
           05  FD-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FD-PROGRAMA             PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FD-CREDITOS             PIC ZZ9.9-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FD-TARIFA               PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FD-MONTO                PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FD-CLIENTE              PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FD-NOTA                 PIC X(17).
       01  FACTURA-TOTAL-LINEA-1.
           05  FILLER                  PIC X(09) VALUE "CHARGES: ".
           05  FTL-CARGOS              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(16) VALUE
               "  CREDIT NOTES: ".
           05  FTL-NOTAS               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(27) VALUE SPACES.
       01  FACTURA-TOTAL-LINEA-2.
           05  FILLER                  PIC X(08) VALUE "POSTED: ".
           05  FTL-ASENTADOS           PIC ZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  UNCHANGED: ".
           05  FTL-SIN-CAMBIO          PIC ZZZ9.
           05  FILLER                  PIC X(14) VALUE
               "  EXCEPTIONS: ".
           05  FTL-EXCEPCIONES         PIC ZZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  NEW ACCOUNTS: ".
           05  FTL-CUENTAS-NUEVAS      PIC ZZZ9.
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  RETENCION-COLUMNAS-LINEA.
           05  FILLER                  PIC X(40) VALUE
               "STUDENT ID  NAME                        ".
           05  FILLER                  PIC X(40) VALUE
               "PROGRAM   CUSTOMER       PAST DUE".
       01  RETENCION-DETALLE-LINEA.
           05  RD-STUDENT-ID           PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RD-NOMBRE               PIC X(25).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RD-PROGRAMA             PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RD-CLIENTE              PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RD-VENCIDO              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(06) VALUE SPACES.
       01  RETENCION-TOTAL-LINEA.
           05  FILLER                  PIC X(18) VALUE
               "STUDENTS ON HOLD: ".
           05  RTL-RETENIDOS           PIC ZZZ9.
           05  FILLER                  PIC X(23) VALUE
               "  PAST DUE AFTER DAYS: ".
           05  RTL-DIAS                PIC ZZ9.
           05  FILLER                  PIC X(32) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-FACTURACION.
           DISPLAY "TUITION BILLING".
           PERFORM 040-LEER-FECHA-NEGOCIO.
           PERFORM 050-CARGAR-CATALOGO.
           PERFORM 055-CARGAR-BIOS.
           PERFORM 060-CARGAR-TARIFAS.
           PERFORM 065-CARGAR-CUENTAS.
           MOVE 1 TO SELECCION-USUARIO.
           PERFORM 100-MENU-PRINCIPAL
             UNTIL SELECCION-USUARIO = 0.
           IF HUBO-CAMBIOS
               PERFORM 800-REESCRIBIR-TARIFAS
               DISPLAY "TUITION RATES UPDATED IN GPATAR"
           END-IF.
           DISPLAY "PROGRAM FINISHED".
           GOBACK.
      *
       040-LEER-FECHA-NEGOCIO.
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
                   "REGISTERED COURSES CARRY NO CREDIT HOURS"
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
               SET IDX-CATALOGO TO CATALOGO-TOTAL-CARGADOS
               MOVE CAT-CODE TO CTG-CODE(IDX-CATALOGO)
               MOVE CAT-CREDIT-HOURS TO CTG-CREDIT-HOURS(IDX-CATALOGO)
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
               SET IDX-BIO TO BIOS-CARGADOS
               MOVE BIO-STUDENT-ID TO BIT-STUDENT-ID(IDX-BIO)
               MOVE BIO-NOMBRE TO BIT-NOMBRE(IDX-BIO)
               MOVE BIO-PROGRAMA TO BIT-PROGRAMA(IDX-BIO)
           ELSE
               DISPLAY "BIO TABLE FULL (300), IGNORING: "
                   BIO-STUDENT-ID
           END-IF.
           PERFORM 056-LEER-BIO.
      *
       060-CARGAR-TARIFAS.
           MOVE 0 TO TARIFAS-CARGADAS.
           MOVE 'N' TO WS-EOF-TARIFA.
           OPEN INPUT TARIFA-FILE.
           PERFORM 061-LEER-TARIFA.
           PERFORM 062-ALMACENAR-TARIFA
               UNTIL EOF-TARIFA.
           CLOSE TARIFA-FILE.
           DISPLAY "TUITION RATES ON FILE: " TARIFAS-CARGADAS.
      *
       061-LEER-TARIFA.
           READ TARIFA-FILE
               AT END MOVE 'Y' TO WS-EOF-TARIFA
           END-READ.
      *
       062-ALMACENAR-TARIFA.
           IF TARIFAS-CARGADAS < 100
               ADD 1 TO TARIFAS-CARGADAS
               SET IDX-TARIFA TO TARIFAS-CARGADAS
               MOVE TAR-PROGRAMA TO TTA-PROGRAMA(IDX-TARIFA)
               MOVE TAR-TARIFA TO TTA-TARIFA(IDX-TARIFA)
           ELSE
               DISPLAY "RATE TABLE FULL (100), IGNORING: "
                   TAR-PROGRAMA
           END-IF.
           PERFORM 061-LEER-TARIFA.
      *
      * STUDENT ACCOUNTS ALREADY OPENED, AND THE HIGHEST E-NUMBER
      * TAKEN IN EITHER GPACXR OR TAXCLI, SO A NEW STUDENT ACCOUNT
      * NEVER REUSES A CODE SALES ALREADY GAVE A CUSTOMER.
      *
       065-CARGAR-CUENTAS.
           MOVE 0 TO CUENTAS-CARGADAS.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           MOVE 'N' TO WS-EOF-CXR.
           OPEN INPUT CUENTA-ALUMNO-FILE.
           PERFORM 066-LEER-CUENTA.
           PERFORM 067-ALMACENAR-CUENTA
               UNTIL EOF-CXR.
           CLOSE CUENTA-ALUMNO-FILE.
           MOVE 'N' TO WS-EOF-CLIENTE.
           OPEN INPUT CLIENTE-FILE.
           PERFORM 068-LEER-CLIENTE.
           PERFORM 069-REVISAR-CLIENTE
               UNTIL EOF-CLIENTE.
           CLOSE CLIENTE-FILE.
           MOVE 'N' TO WS-EOF-PARTE.
           OPEN INPUT PARTE-FILE.
           PERFORM 071-LEER-PARTE.
           PERFORM 072-REVISAR-PARTE
               UNTIL EOF-PARTE.
           CLOSE PARTE-FILE.
      *
       066-LEER-CUENTA.
           READ CUENTA-ALUMNO-FILE
               AT END MOVE 'Y' TO WS-EOF-CXR
           END-READ.
      *
       067-ALMACENAR-CUENTA.
           IF CUENTAS-CARGADAS < 500
               ADD 1 TO CUENTAS-CARGADAS
               SET IDX-CUENTA TO CUENTAS-CARGADAS
               MOVE CXR-STUDENT-ID TO TCX-STUDENT-ID(IDX-CUENTA)
               MOVE CXR-CLIENTE TO TCX-CLIENTE(IDX-CUENTA)
           ELSE
               DISPLAY "STUDENT ACCOUNT TABLE FULL (500), IGNORING: "
                   CXR-STUDENT-ID
           END-IF.
           MOVE CXR-CLIENTE TO WS-CODIGO-CLIENTE.
           PERFORM 070-TOMAR-NUMERO.
           PERFORM 066-LEER-CUENTA.
      *
       068-LEER-CLIENTE.
           READ CLIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-CLIENTE
           END-READ.
      *
       069-REVISAR-CLIENTE.
           MOVE CLI-CLIENTE TO WS-CODIGO-CLIENTE.
           PERFORM 070-TOMAR-NUMERO.
           PERFORM 068-LEER-CLIENTE.
      *
       070-TOMAR-NUMERO.
           IF COD-PREFIJO = 'E' AND COD-NUMERO IS NUMERIC
               IF COD-NUMERO-N > WS-ULTIMO-NUMERO
                   MOVE COD-NUMERO-N TO WS-ULTIMO-NUMERO
               END-IF
           END-IF.
      *
       071-LEER-PARTE.
           READ PARTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PARTE
           END-READ.
      *
       072-REVISAR-PARTE.
           MOVE PTY-PARTE-CODIGO TO WS-CODIGO-CLIENTE.
           PERFORM 070-TOMAR-NUMERO.
           MOVE PTY-CLIENTE-CXC TO WS-CODIGO-CLIENTE.
           PERFORM 070-TOMAR-NUMERO.
           PERFORM 071-LEER-PARTE.
      *
       100-MENU-PRINCIPAL.
           DISPLAY "------TUITION BILLING------".
           DISPLAY "1. SET TUITION RATE FOR A PROGRAM".
           DISPLAY "2. LIST TUITION RATES".
           DISPLAY "3. BILL A TERM INTO RECEIVABLES (TAXCXC)".
           DISPLAY "4. PRINT REGISTRATION HOLDS (GPAHLR)".
           DISPLAY "0. EXIT (SAVES CHANGES)".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "---------------------------".
           IF SELECCION-USUARIO = 1
             PERFORM 200-FIJAR-TARIFA.

           IF SELECCION-USUARIO = 2
             PERFORM 300-LISTAR-TARIFAS.

           IF SELECCION-USUARIO = 3
             PERFORM 400-FACTURAR-TERMINO.

           IF SELECCION-USUARIO = 4
             PERFORM 600-LISTAR-RETENCIONES.

           IF SELECCION-USUARIO > 4
             DISPLAY "INVALID CHOICE"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * ADDS THE RATE OF A PROGRAM OR CHANGES IT. A NEW RATE ONLY
      * AFFECTS WHAT IS BILLED FROM THEN ON: HOURS ALREADY BILLED
      * KEEP THE RATE THEY WERE BILLED AT (SEE 465).
      *
       200-FIJAR-TARIFA.
           DISPLAY "PROGRAM (6 CHAR.): ".
           ACCEPT WS-PROGRAMA-ENTRADA.
           DISPLAY "RATE PER CREDIT HOUR (99999.99): ".
           MOVE 0 TO WS-TARIFA-ENTRADA.
           ACCEPT WS-TARIFA-ENTRADA.
           IF WS-PROGRAMA-ENTRADA = SPACES
               DISPLAY "PROGRAM IS REQUIRED"
           ELSE
               MOVE WS-PROGRAMA-ENTRADA TO WS-BIO-PROGRAMA
               PERFORM 220-BUSCAR-TARIFA
               IF TARIFA-ENCONTRADA
                   MOVE WS-TARIFA-ENTRADA
                       TO TTA-TARIFA(IDX-TARIFA)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "RATE CHANGED"
               ELSE
                   IF TARIFAS-CARGADAS < 100
                       ADD 1 TO TARIFAS-CARGADAS
                       SET IDX-TARIFA TO TARIFAS-CARGADAS
                       MOVE WS-PROGRAMA-ENTRADA
                           TO TTA-PROGRAMA(IDX-TARIFA)
                       MOVE WS-TARIFA-ENTRADA
                           TO TTA-TARIFA(IDX-TARIFA)
                       MOVE 'Y' TO WS-HUBO-CAMBIOS
                       DISPLAY "RATE ADDED"
                   ELSE
                       DISPLAY "TABLE FULL, CANNOT ADD"
                   END-IF
               END-IF
           END-IF.
      *
       220-BUSCAR-TARIFA.
           MOVE 'N' TO WS-TARIFA-ENCONTRADA.
           MOVE 0 TO WS-TARIFA-ALUMNO.
           SET IDX-TARIFA TO 1.
           PERFORM 221-COMPARAR-TARIFA
               UNTIL IDX-TARIFA > TARIFAS-CARGADAS
                  OR TARIFA-ENCONTRADA.
      *
       221-COMPARAR-TARIFA.
           IF TTA-PROGRAMA(IDX-TARIFA) = WS-BIO-PROGRAMA
               MOVE TTA-TARIFA(IDX-TARIFA) TO WS-TARIFA-ALUMNO
               MOVE 'Y' TO WS-TARIFA-ENCONTRADA
           ELSE
               SET IDX-TARIFA UP BY 1.
      *
       300-LISTAR-TARIFAS.
           PERFORM 310-MOSTRAR-TARIFA
               VARYING IDX-TARIFA FROM 1 BY 1
               UNTIL IDX-TARIFA > TARIFAS-CARGADAS.
           DISPLAY "TOTAL: " TARIFAS-CARGADAS.
      *
       310-MOSTRAR-TARIFA.
           MOVE TTA-TARIFA(IDX-TARIFA) TO WS-TARIFA-EDITADA.
           DISPLAY TTA-PROGRAMA(IDX-TARIFA) "  " WS-TARIFA-EDITADA.
      *
      * TERM BILLING: WHAT EACH STUDENT OWES FOR THE TERM TODAY
      * (ACTIVE REGISTRATIONS TIMES THE PROGRAM RATE) LESS WHAT THE
      * REGISTER SAYS WAS ALREADY BILLED FOR IT. A STUDENT BILLED
      * BEFORE WHO DROPPED EVERYTHING SINCE IS STILL IN THE TABLE
      * WITH ZERO HOURS AND GETS THE FULL CREDIT NOTE.
      *
       400-FACTURAR-TERMINO.
           DISPLAY "TERM (6 CHAR.): ".
           MOVE SPACES TO WS-TERM-ENTRADA.
           ACCEPT WS-TERM-ENTRADA.
           DISPLAY "THIS POSTS TO TAXCXC AND TAXGLH. CONFIRM (Y/N): ".
           MOVE 'N' TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-TERM-ENTRADA = SPACES OR WS-CONFIRMA NOT = 'Y'
               DISPLAY "NOTHING BILLED"
           ELSE
               PERFORM 410-VALIDAR-CUENTAS
               IF CUENTA-INVALIDA
                   DISPLAY "TERM NOT BILLED: FIX THE CATCTA "
                       "ACCOUNTS FIRST"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 430-PREPARAR-FACTURACION
                   PERFORM 450-EMITIR-FACTURACION
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
      *
      * BOTH JOURNAL ACCOUNTS MUST EXIST OPEN IN THE CHART; WITHOUT
      * A CHART NOTHING IS CHECKED, AS IN THE NIGHTLY BATCH.
      *
       410-VALIDAR-CUENTAS.
           MOVE 'N' TO WS-CUENTA-INVALIDA.
           MOVE 0 TO CATALOGO-CTA-CARGADAS.
           MOVE 'N' TO WS-EOF-CTA.
           OPEN INPUT CATALOGO-CTA-FILE.
           PERFORM 411-LEER-CUENTA-CTA.
           PERFORM 412-ALMACENAR-CUENTA-CTA
               UNTIL EOF-CTA.
           CLOSE CATALOGO-CTA-FILE.
           IF CATALOGO-CTA-CARGADAS > 0
               MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-VERIFICAR
               PERFORM 415-VERIFICAR-CUENTA
               MOVE WS-CUENTA-COLEGIATURA TO WS-CUENTA-VERIFICAR
               PERFORM 415-VERIFICAR-CUENTA
           END-IF.
      *
       411-LEER-CUENTA-CTA.
           READ CATALOGO-CTA-FILE
               AT END MOVE 'Y' TO WS-EOF-CTA
           END-READ.
      *
       412-ALMACENAR-CUENTA-CTA.
           IF CATALOGO-CTA-CARGADAS < 300
               ADD 1 TO CATALOGO-CTA-CARGADAS
               SET IDX-CTA TO CATALOGO-CTA-CARGADAS
               MOVE CTA-CUENTA TO TCT-CUENTA(IDX-CTA)
               MOVE CTA-ESTADO TO TCT-ESTADO(IDX-CTA)
           ELSE
               DISPLAY "CHART TABLE FULL (300), IGNORING ACCOUNT: "
                   CTA-CUENTA
           END-IF.
           PERFORM 411-LEER-CUENTA-CTA.
      *
       415-VERIFICAR-CUENTA.
           MOVE 'N' TO WS-CUENTA-CATALOGO.
           SET IDX-CTA TO 1.
           PERFORM 416-BUSCAR-CUENTA
               UNTIL IDX-CTA > CATALOGO-CTA-CARGADAS
                  OR CUENTA-EN-CATALOGO.
           IF NOT CUENTA-EN-CATALOGO
               DISPLAY "TUITION ACCOUNT NOT IN THE CHART: "
                   WS-CUENTA-VERIFICAR
               MOVE 'Y' TO WS-CUENTA-INVALIDA
           ELSE
               IF TCT-ESTADO(IDX-CTA) NOT = 'A'
                   DISPLAY "TUITION ACCOUNT CLOSED: "
                       WS-CUENTA-VERIFICAR
                   MOVE 'Y' TO WS-CUENTA-INVALIDA
               END-IF
           END-IF.
      *
       416-BUSCAR-CUENTA.
           IF TCT-CUENTA(IDX-CTA) = WS-CUENTA-VERIFICAR
               MOVE 'Y' TO WS-CUENTA-CATALOGO
           ELSE
               SET IDX-CTA UP BY 1.
      *
      * BUILDS THE STUDENT TABLE OF THE TERM: AMOUNTS ALREADY
      * BILLED FROM THE REGISTER, THEN THE CREDIT HOURS OF THE
      * ACTIVE REGISTRATIONS.
      *
       430-PREPARAR-FACTURACION.
           MOVE 0 TO ALUMNOS-CARGADOS.
           MOVE 'N' TO WS-EOF-FAC.
           OPEN INPUT FACTURACION-FILE.
           PERFORM 431-LEER-FACTURACION.
           PERFORM 432-ACUMULAR-FACTURADO
               UNTIL EOF-FAC.
           CLOSE FACTURACION-FILE.
           MOVE 'N' TO WS-EOF-INS.
           OPEN INPUT INSCRIPCION-FILE.
           PERFORM 434-LEER-INSCRIPCION.
           PERFORM 435-ACUMULAR-CREDITOS
               UNTIL EOF-INS.
           CLOSE INSCRIPCION-FILE.
      *
       431-LEER-FACTURACION.
           READ FACTURACION-FILE
               AT END MOVE 'Y' TO WS-EOF-FAC
           END-READ.
      *
       432-ACUMULAR-FACTURADO.
           IF FAC-TERM = WS-TERM-ENTRADA
               MOVE FAC-STUDENT-ID TO WS-ID-BUSCADO
               PERFORM 440-UBICAR-ALUMNO
               IF ENCONTRADO
                   ADD FAC-MONTO TO TFA-FACTURADO(IDX-FACTURAR)
                   ADD FAC-CREDITOS
                       TO TFA-CREDITOS-FACTURADOS(IDX-FACTURAR)
               END-IF
           END-IF.
           PERFORM 431-LEER-FACTURACION.
      *
       434-LEER-INSCRIPCION.
           READ INSCRIPCION-FILE
               AT END MOVE 'Y' TO WS-EOF-INS
           END-READ.
      *
       435-ACUMULAR-CREDITOS.
           IF INS-TERM = WS-TERM-ENTRADA AND INS-ACTIVA
               MOVE INS-STUDENT-ID TO WS-ID-BUSCADO
               PERFORM 440-UBICAR-ALUMNO
               IF ENCONTRADO
                   PERFORM 437-BUSCAR-CATALOGO
                   IF CURSO-ENCONTRADO
                       ADD CTG-CREDIT-HOURS(IDX-CATALOGO)
                           TO TFA-CREDITOS(IDX-FACTURAR)
                   END-IF
               END-IF
           END-IF.
           PERFORM 434-LEER-INSCRIPCION.
      *
       437-BUSCAR-CATALOGO.
           MOVE 'N' TO WS-CURSO-ENCONTRADO.
           SET IDX-CATALOGO TO 1.
           PERFORM 438-COMPARAR-CATALOGO
               UNTIL IDX-CATALOGO > CATALOGO-TOTAL-CARGADOS
                  OR CURSO-ENCONTRADO.
      *
       438-COMPARAR-CATALOGO.
           IF CTG-CODE(IDX-CATALOGO) = INS-COURSE-CODE
               MOVE 'Y' TO WS-CURSO-ENCONTRADO
           ELSE
               SET IDX-CATALOGO UP BY 1.
      *
      * FINDS THE STUDENT'S ROW, ADDING IT IF NEW.
      *
       440-UBICAR-ALUMNO.
           MOVE 'N' TO WS-ENCONTRADO.
           SET IDX-FACTURAR TO 1.
           PERFORM 441-COMPARAR-ALUMNO
               UNTIL IDX-FACTURAR > ALUMNOS-CARGADOS
                  OR ENCONTRADO.
           IF NOT ENCONTRADO
               IF ALUMNOS-CARGADOS < 500
                   ADD 1 TO ALUMNOS-CARGADOS
                   SET IDX-FACTURAR TO ALUMNOS-CARGADOS
                   MOVE WS-ID-BUSCADO TO TFA-STUDENT-ID(IDX-FACTURAR)
                   MOVE 0 TO TFA-CREDITOS(IDX-FACTURAR)
                   MOVE 0 TO TFA-CREDITOS-FACTURADOS(IDX-FACTURAR)
                   MOVE 0 TO TFA-FACTURADO(IDX-FACTURAR)
                   MOVE 'Y' TO WS-ENCONTRADO
               ELSE
                   DISPLAY "BILLING TABLE FULL (500), NOT BILLED: "
                       WS-ID-BUSCADO
               END-IF
           END-IF.
      *
       441-COMPARAR-ALUMNO.
           IF TFA-STUDENT-ID(IDX-FACTURAR) = WS-ID-BUSCADO
               MOVE 'Y' TO WS-ENCONTRADO
           ELSE
               SET IDX-FACTURAR UP BY 1.
      *
      * POSTS THE DIFFERENCE OF EVERY STUDENT AND PRINTS THE
      * BILLING REGISTER (GPABRG), THEN THE JOURNAL.
      *
       450-EMITIR-FACTURACION.
           MOVE 0 TO WS-TOTAL-CARGOS.
           MOVE 0 TO WS-TOTAL-NOTAS.
           MOVE 0 TO WS-ASENTADOS.
           MOVE 0 TO WS-SIN-CAMBIO.
           MOVE 0 TO WS-EXCEPCIONES.
           MOVE 0 TO WS-CUENTAS-NUEVAS.
           MOVE WS-TERM-ENTRADA TO RCO-TERM.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE WS-MAX-RENGLONES TO WS-RENGLONES-PAGINA.
           OPEN OUTPUT FACTURA-REPORT-FILE.
           OPEN EXTEND CXC-FILE.
           OPEN EXTEND FACTURACION-FILE.
           OPEN EXTEND CUENTA-ALUMNO-FILE.
           OPEN EXTEND CLIENTE-FILE.
           OPEN EXTEND PARTE-FILE.
           PERFORM 460-FACTURAR-ALUMNO
               VARYING IDX-FACTURAR FROM 1 BY 1
               UNTIL IDX-FACTURAR > ALUMNOS-CARGADOS.
           CLOSE CXC-FILE.
           CLOSE FACTURACION-FILE.
           CLOSE CUENTA-ALUMNO-FILE.
           CLOSE CLIENTE-FILE.
           CLOSE PARTE-FILE.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 490-ENCABEZADO-FACTURA
           END-IF.
           MOVE WS-TOTAL-CARGOS TO FTL-CARGOS.
           MOVE WS-TOTAL-NOTAS TO FTL-NOTAS.
           WRITE FACTURA-REPORT-RECORD FROM FACTURA-TOTAL-LINEA-1.
           MOVE WS-ASENTADOS TO FTL-ASENTADOS.
           MOVE WS-SIN-CAMBIO TO FTL-SIN-CAMBIO.
           MOVE WS-EXCEPCIONES TO FTL-EXCEPCIONES.
           MOVE WS-CUENTAS-NUEVAS TO FTL-CUENTAS-NUEVAS.
           WRITE FACTURA-REPORT-RECORD FROM FACTURA-TOTAL-LINEA-2.
           WRITE FACTURA-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE FACTURA-REPORT-FILE.
           PERFORM 500-ASENTAR-POLIZA.
           DISPLAY "TERM " WS-TERM-ENTRADA " BILLED, POSTINGS: "
               WS-ASENTADOS "  EXCEPTIONS: " WS-EXCEPCIONES.
           DISPLAY "BILLING REGISTER PRINTED TO GPABRG".
      *
       460-FACTURAR-ALUMNO.
           MOVE TFA-STUDENT-ID(IDX-FACTURAR) TO WS-ID-BUSCADO.
           MOVE TFA-STUDENT-ID(IDX-FACTURAR) TO FD-STUDENT-ID.
           MOVE TFA-CREDITOS(IDX-FACTURAR) TO FD-CREDITOS.
           MOVE SPACES TO FD-CLIENTE.
           MOVE 0 TO FD-MONTO.
           MOVE 0 TO FD-TARIFA.
           PERFORM 470-BUSCAR-BIO.
           MOVE WS-BIO-PROGRAMA TO FD-PROGRAMA.
           IF NOT BIO-ENCONTRADO
               MOVE "NOT ON BIO MASTER" TO FD-NOTA
               ADD 1 TO WS-EXCEPCIONES
               PERFORM 480-IMPRIMIR-DETALLE
           ELSE
               PERFORM 220-BUSCAR-TARIFA
               IF NOT TARIFA-ENCONTRADA
                   MOVE "NO PROGRAM RATE" TO FD-NOTA
                   ADD 1 TO WS-EXCEPCIONES
                   PERFORM 480-IMPRIMIR-DETALLE
               ELSE
                   PERFORM 465-CALCULAR-DIFERENCIA
               END-IF
           END-IF.
      *
      * ONLY THE CREDIT HOURS NOT YET BILLED ARE PRICED. HOURS
      * ADDED GO AT THE CURRENT RATE; HOURS DROPPED ARE CREDITED AT
      * THE AVERAGE RATE THE STUDENT WAS BILLED, AND DROPPING EVERY
      * COURSE CREDITS EXACTLY WHAT WAS BILLED.
      *
       465-CALCULAR-DIFERENCIA.
           COMPUTE WS-CREDITOS-DIFERENCIA =
               TFA-CREDITOS(IDX-FACTURAR)
               - TFA-CREDITOS-FACTURADOS(IDX-FACTURAR).
           MOVE WS-TARIFA-ALUMNO TO WS-TARIFA-APLICADA.
           MOVE 0 TO WS-DIFERENCIA.
           IF WS-CREDITOS-DIFERENCIA > 0
               COMPUTE WS-DIFERENCIA ROUNDED =
                   WS-CREDITOS-DIFERENCIA * WS-TARIFA-ALUMNO
           END-IF.
           IF WS-CREDITOS-DIFERENCIA < 0
               COMPUTE WS-TARIFA-APLICADA ROUNDED =
                   TFA-FACTURADO(IDX-FACTURAR)
                   / TFA-CREDITOS-FACTURADOS(IDX-FACTURAR)
               IF TFA-CREDITOS(IDX-FACTURAR) = 0
                   COMPUTE WS-DIFERENCIA =
                       0 - TFA-FACTURADO(IDX-FACTURAR)
               ELSE
                   COMPUTE WS-DIFERENCIA ROUNDED =
                       WS-CREDITOS-DIFERENCIA
                       * TFA-FACTURADO(IDX-FACTURAR)
                       / TFA-CREDITOS-FACTURADOS(IDX-FACTURAR)
               END-IF
           END-IF.
           MOVE WS-TARIFA-APLICADA TO FD-TARIFA.
           MOVE WS-CREDITOS-DIFERENCIA TO FD-CREDITOS.
           IF WS-DIFERENCIA = 0
               ADD 1 TO WS-SIN-CAMBIO
           ELSE
               PERFORM 475-UBICAR-CUENTA
               IF NOT CUENTA-ABIERTA
                   MOVE "ACCT TABLE FULL" TO FD-NOTA
                   ADD 1 TO WS-EXCEPCIONES
               ELSE
                   PERFORM 485-ASENTAR-PARTIDA
               END-IF
               PERFORM 480-IMPRIMIR-DETALLE
           END-IF.
      *
       470-BUSCAR-BIO.
           MOVE 'N' TO WS-BIO-ENCONTRADO.
           MOVE SPACES TO WS-BIO-NOMBRE.
           MOVE SPACES TO WS-BIO-PROGRAMA.
           SET IDX-BIO TO 1.
           PERFORM 471-COMPARAR-BIO
               UNTIL IDX-BIO > BIOS-CARGADOS
                  OR BIO-ENCONTRADO.
      *
       471-COMPARAR-BIO.
           IF BIT-STUDENT-ID(IDX-BIO) = WS-ID-BUSCADO
               MOVE BIT-NOMBRE(IDX-BIO) TO WS-BIO-NOMBRE
               MOVE BIT-PROGRAMA(IDX-BIO) TO WS-BIO-PROGRAMA
               MOVE 'Y' TO WS-BIO-ENCONTRADO
           ELSE
               SET IDX-BIO UP BY 1.
      *
      * THE STUDENT'S CUSTOMER CODE; ON FIRST BILLING THE NEXT
      * E-NUMBER IS OPENED IN TAXCLI WITH THE STUDENT'S NAME, NO
      * CREDIT LIMIT AND NOT HELD, LINKED IN GPACXR, AND GETS ITS
      * ACTIVE PARTY IN PTYMST CARRYING THE CUSTOMER CODE.
      *
       475-UBICAR-CUENTA.
           MOVE 'N' TO WS-CUENTA-ABIERTA.
           MOVE 'N' TO WS-CUENTA-NUEVA.
           SET IDX-CUENTA TO 1.
           PERFORM 476-COMPARAR-CUENTA
               UNTIL IDX-CUENTA > CUENTAS-CARGADAS
                  OR CUENTA-ABIERTA.
           IF NOT CUENTA-ABIERTA AND CUENTAS-CARGADAS < 500
               ADD 1 TO WS-ULTIMO-NUMERO
               MOVE 'E' TO COD-PREFIJO
               MOVE WS-ULTIMO-NUMERO TO COD-NUMERO-N
               ADD 1 TO CUENTAS-CARGADAS
               SET IDX-CUENTA TO CUENTAS-CARGADAS
               MOVE WS-ID-BUSCADO TO TCX-STUDENT-ID(IDX-CUENTA)
               MOVE WS-CODIGO-CLIENTE TO TCX-CLIENTE(IDX-CUENTA)
               MOVE WS-ID-BUSCADO TO CXR-STUDENT-ID
               MOVE WS-CODIGO-CLIENTE TO CXR-CLIENTE
               WRITE CUENTA-ALUMNO-RECORD
               MOVE WS-CODIGO-CLIENTE TO CLI-CLIENTE
               MOVE WS-BIO-NOMBRE TO CLI-NOMBRE
               MOVE 'A' TO CLI-ESTADO
               MOVE SPACES TO CLI-CATEGORIA
               MOVE 0 TO CLI-LIMITE-CREDITO
               MOVE 'N' TO CLI-RETENIDO
               WRITE CLIENTE-RECORD
               MOVE SPACES TO PARTE-RECORD
               MOVE WS-CODIGO-CLIENTE TO PTY-PARTE
               MOVE WS-BIO-NOMBRE TO PTY-NOMBRE
               MOVE 'A' TO PTY-ESTADO
               MOVE WS-CODIGO-CLIENTE TO PTY-CLIENTE-CXC
               WRITE PARTE-RECORD
               ADD 1 TO WS-CUENTAS-NUEVAS
               MOVE 'Y' TO WS-CUENTA-NUEVA
               MOVE 'Y' TO WS-CUENTA-ABIERTA
           END-IF.
           IF CUENTA-ABIERTA
               MOVE TCX-CLIENTE(IDX-CUENTA) TO WS-CLIENTE-ALUMNO
               MOVE WS-CLIENTE-ALUMNO TO FD-CLIENTE
           END-IF.
      *
       476-COMPARAR-CUENTA.
           IF TCX-STUDENT-ID(IDX-CUENTA) = WS-ID-BUSCADO
               MOVE 'Y' TO WS-CUENTA-ABIERTA
           ELSE
               SET IDX-CUENTA UP BY 1.
      *
      * A POSITIVE DIFFERENCE IS A CHARGE (TYPE D), A NEGATIVE ONE
      * A CREDIT NOTE (TYPE C, NEGATIVE BALANCE THAT NETS THE
      * ACCOUNT), BOTH OPEN AND DATED THE BUSINESS DAY, IN BASE
      * CURRENCY, WITH THE TERM AS REFERENCE.
      *
       485-ASENTAR-PARTIDA.
           MOVE WS-CLIENTE-ALUMNO TO CXC-CLIENTE.
           MOVE WS-FECHA-HOY TO CXC-FECHA.
           IF WS-DIFERENCIA > 0
               MOVE 'D' TO CXC-TIPO
               ADD WS-DIFERENCIA TO WS-TOTAL-CARGOS
               IF CUENTA-NUEVA
                   MOVE "CHARGE, NEW ACCT" TO FD-NOTA
               ELSE
                   MOVE "CHARGE" TO FD-NOTA
               END-IF
           ELSE
               MOVE 'C' TO CXC-TIPO
               SUBTRACT WS-DIFERENCIA FROM WS-TOTAL-NOTAS
               MOVE "CREDIT NOTE" TO FD-NOTA
           END-IF.
           MOVE WS-DIFERENCIA TO CXC-MONTO.
           MOVE WS-DIFERENCIA TO CXC-SALDO.
           MOVE 'A' TO CXC-ESTADO.
           MOVE WS-REFERENCIA-COLEGIATURA TO CXC-REFERENCIA.
           MOVE SPACES TO CXC-MONEDA.
           MOVE 0 TO CXC-MONTO-ORIGINAL.
           MOVE 0 TO CXC-TIPO-CAMBIO.
           WRITE CXC-RECORD.
           MOVE WS-ID-BUSCADO TO FAC-STUDENT-ID.
           MOVE WS-TERM-ENTRADA TO FAC-TERM.
           MOVE WS-CLIENTE-ALUMNO TO FAC-CLIENTE.
           MOVE WS-CREDITOS-DIFERENCIA TO FAC-CREDITOS.
           MOVE WS-TARIFA-APLICADA TO FAC-TARIFA.
           MOVE WS-DIFERENCIA TO FAC-MONTO.
           MOVE WS-FECHA-HOY TO FAC-FECHA.
           WRITE FACTURACION-RECORD.
           MOVE WS-DIFERENCIA TO FD-MONTO.
           ADD 1 TO WS-ASENTADOS.
      *
       480-IMPRIMIR-DETALLE.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 490-ENCABEZADO-FACTURA
           END-IF.
           WRITE FACTURA-REPORT-RECORD FROM FACTURA-DETALLE-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
      *
       490-ENCABEZADO-FACTURA.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "TUITION BILLING REGISTER" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           MOVE WS-TERM-ENTRADA TO FT-TERM.
           WRITE FACTURA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE FACTURA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE FACTURA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           WRITE FACTURA-REPORT-RECORD FROM FACTURA-TERMINO-LINEA.
           WRITE FACTURA-REPORT-RECORD FROM FACTURA-COLUMNAS-LINEA.
      *
      * JOURNAL OF THE RUN TO TAXGLH: THE CHARGES DEBIT CLIENTES
      * AND CREDIT COLEGIAT, THE CREDIT NOTES THE OTHER WAY ROUND.
      *
       500-ASENTAR-POLIZA.
           MOVE 0 TO WS-MOVIMIENTOS-ESCRITOS.
           IF WS-TOTAL-CARGOS > 0 OR WS-TOTAL-NOTAS > 0
               OPEN EXTEND GL-HISTORIA-FILE
               IF WS-TOTAL-CARGOS > 0
                   MOVE WS-TOTAL-CARGOS TO WS-MONTO-POLIZA
                   MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-CARGO
                   MOVE WS-CUENTA-COLEGIATURA TO WS-CUENTA-ABONO
                   PERFORM 510-ESCRIBIR-ASIENTO
               END-IF
               IF WS-TOTAL-NOTAS > 0
                   MOVE WS-TOTAL-NOTAS TO WS-MONTO-POLIZA
                   MOVE WS-CUENTA-COLEGIATURA TO WS-CUENTA-CARGO
                   MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-ABONO
                   PERFORM 510-ESCRIBIR-ASIENTO
               END-IF
               CLOSE GL-HISTORIA-FILE
               DISPLAY "JOURNAL POSTED TO TAXGLH, ENTRIES: "
                   WS-MOVIMIENTOS-ESCRITOS
           END-IF.
      *
       510-ESCRIBIR-ASIENTO.
           MOVE WS-CUENTA-CARGO TO GL-CUENTA.
           MOVE 'C' TO GL-CARGO-ABONO.
           PERFORM 520-ESCRIBIR-MOVIMIENTO.
           MOVE WS-CUENTA-ABONO TO GL-CUENTA.
           MOVE 'A' TO GL-CARGO-ABONO.
           PERFORM 520-ESCRIBIR-MOVIMIENTO.
      *
       520-ESCRIBIR-MOVIMIENTO.
           MOVE WS-FECHA-HOY TO GL-FECHA.
           MOVE 'D' TO GL-TIPO-REG.
           MOVE WS-MONTO-POLIZA TO GL-MONTO.
           MOVE WS-FUENTE-COLEGIATURA TO GL-CATEGORIA.
           MOVE WS-FUENTE-COLEGIATURA TO GL-FUENTE.
           WRITE GL-RECORD.
           ADD 1 TO WS-MOVIMIENTOS-ESCRITOS.
      *
      * STUDENTS ON THE BIO MASTER THAT GPAHLD PUTS ON HOLD, WITH
      * THE NET PAST-DUE AMOUNT OF THEIR ACCOUNT.
      *
       600-LISTAR-RETENCIONES.
           MOVE 'C' TO HLD-ACCION.
           CALL "GPAHLD" USING GPAHLD-AREA.
           MOVE 0 TO WS-RETENIDOS.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE WS-MAX-RENGLONES TO WS-RENGLONES-PAGINA.
           OPEN OUTPUT RETENCION-REPORT-FILE.
           PERFORM 610-REVISAR-ALUMNO
               VARYING IDX-BIO FROM 1 BY 1
               UNTIL IDX-BIO > BIOS-CARGADOS.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 620-ENCABEZADO-RETENCION
           END-IF.
           MOVE WS-RETENIDOS TO RTL-RETENIDOS.
           MOVE HLD-DIAS TO RTL-DIAS.
           WRITE RETENCION-REPORT-RECORD FROM RETENCION-TOTAL-LINEA.
           WRITE RETENCION-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE RETENCION-REPORT-FILE.
           DISPLAY "STUDENTS ON HOLD: " WS-RETENIDOS
               "  LIST PRINTED TO GPAHLR".
      *
       610-REVISAR-ALUMNO.
           MOVE 'A' TO HLD-ACCION.
           MOVE BIT-STUDENT-ID(IDX-BIO) TO HLD-STUDENT-ID.
           CALL "GPAHLD" USING GPAHLD-AREA.
           IF HLD-EN-RETENCION
               IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
                   PERFORM 620-ENCABEZADO-RETENCION
               END-IF
               MOVE BIT-STUDENT-ID(IDX-BIO) TO RD-STUDENT-ID
               MOVE BIT-NOMBRE(IDX-BIO) TO RD-NOMBRE
               MOVE BIT-PROGRAMA(IDX-BIO) TO RD-PROGRAMA
               MOVE HLD-CLIENTE TO RD-CLIENTE
               MOVE HLD-VENCIDO TO RD-VENCIDO
               WRITE RETENCION-REPORT-RECORD
                   FROM RETENCION-DETALLE-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
               ADD 1 TO WS-RETENIDOS
           END-IF.
      *
       620-ENCABEZADO-RETENCION.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "REGISTRATION HOLDS" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           WRITE RETENCION-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE RETENCION-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE RETENCION-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           WRITE RETENCION-REPORT-RECORD
               FROM RETENCION-COLUMNAS-LINEA.
      *
       800-REESCRIBIR-TARIFAS.
           OPEN OUTPUT TARIFA-FILE.
           PERFORM 810-ESCRIBIR-TARIFA
               VARYING IDX-TARIFA FROM 1 BY 1
               UNTIL IDX-TARIFA > TARIFAS-CARGADAS.
           CLOSE TARIFA-FILE.
      *
       810-ESCRIBIR-TARIFA.
           MOVE TTA-PROGRAMA(IDX-TARIFA) TO TAR-PROGRAMA.
           MOVE TTA-TARIFA(IDX-TARIFA) TO TAR-TARIFA.
           WRITE TARIFA-RECORD.
