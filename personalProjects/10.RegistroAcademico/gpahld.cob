       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPAHLD.
       AUTHOR. ALDAIR.
      * WRITTEN 15/10/2026 - REGISTRATION HOLD FOR PAST-DUE
      * TUITION, CALLED BY GPAREG (NO REGISTRATION WHILE ON HOLD),
      * BY THE TRANSCRIPT RUNS IN GPACALC (TRANSCRIPTS WITHHELD)
      * AND BY THE HOLD LIST IN GPABIL, SO ALL OF THEM APPLY THE
      * SAME RULE. GPABIL BILLS TUITION INTO THE RECEIVABLES
      * SUBLEDGER TAXCXC UNDER A CUSTOMER CODE OF ITS OWN FOR EACH
      * STUDENT (GPACXR). A STUDENT IS ON HOLD WHEN THAT CUSTOMER
      * HAS OPEN ITEMS OLDER THAN THE GRACE DAYS IN PARMSHOP AND
      * THE CREDIT NOTES AND UNAPPLIED PAYMENTS ON THE ACCOUNT DO
      * NOT COVER THEM. THE HOLD IS NOT STORED: IT LIFTS ITSELF AS
      * SOON AS CXCBATCH APPLIES THE PAYMENT. THE TABLES STAY
      * LOADED BETWEEN CALLS OF THE SAME RUN.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUENTA-ALUMNO-FILE ASSIGN TO "GPACXR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CXC-FILE ASSIGN TO "TAXCXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "PARMSHOP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * STUDENT TO RECEIVABLES CUSTOMER, KEPT BY GPABIL.
      *
       FD  CUENTA-ALUMNO-FILE.
       01  CUENTA-ALUMNO-RECORD.
           05  CXR-STUDENT-ID          PIC X(09).
           05  CXR-CLIENTE             PIC X(06).
      *
       FD  CXC-FILE.
       01  CXC-RECORD.
           05  CXC-CLIENTE             PIC X(06).
           05  CXC-FECHA               PIC 9(8).
           05  CXC-TIPO                PIC X.
           05  CXC-MONTO               PIC S9(8)V99.
           05  CXC-SALDO               PIC S9(8)V99.
           05  CXC-ESTADO              PIC X.
               88  CXC-ABIERTA                  VALUE 'A'.
           05  CXC-REFERENCIA          PIC X(10).
           05  CXC-MONEDA              PIC X(03).
           05  CXC-MONTO-ORIGINAL      PIC S9(8)V99.
           05  CXC-TIPO-CAMBIO         PIC 9(3)V9(4).
      *
       FD  PARAM-FILE.
       COPY PARMSHOP.
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-ENTERO-HOY               PIC 9(7).
       77  WS-DIAS-PARTIDA             PIC S9(5).
       77  DIAS-MORA                   PIC 9(3) VALUE 30.
       77  WS-CARGADO                  PIC X VALUE 'N'.
           88  CARGADO                          VALUE 'Y'.
       77  WS-EOF-CXR                  PIC X VALUE 'N'.
           88  EOF-CXR                          VALUE 'Y'.
       77  WS-EOF-CXC                  PIC X VALUE 'N'.
           88  EOF-CXC                          VALUE 'Y'.
      *
       77  CUENTAS-CARGADAS            PIC 9(3) VALUE 0.
       01  TABLA-CUENTAS.
           05  CUENTA-ENTRY OCCURS 500 TIMES
                   INDEXED BY IDX-CUENTA.
               10  TCX-STUDENT-ID      PIC X(09).
               10  TCX-CLIENTE         PIC X(06).
               10  TCX-VENCIDO         PIC S9(9)V99.
               10  TCX-A-FAVOR         PIC S9(9)V99.
       77  WS-CUENTA-ENCONTRADA        PIC X VALUE 'N'.
           88  CUENTA-ENCONTRADA                VALUE 'Y'.
      *
       LINKAGE SECTION.
       COPY GPAHLD.
      *
       PROCEDURE DIVISION USING GPAHLD-AREA.
      *
       000-RETENCION-ADEUDO.
           IF HLD-CARGAR OR NOT CARGADO
               PERFORM 100-CARGAR-CUENTAS
           END-IF.
           MOVE DIAS-MORA TO HLD-DIAS.
           IF HLD-CONSULTAR-ALUMNO
               PERFORM 200-CONSULTAR-ALUMNO
           END-IF.
           GOBACK.
      *
       100-CARGAR-CUENTAS.
           MOVE 0 TO CUENTAS-CARGADAS.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-LEER-FECHA-NEGOCIO.
           MOVE 'N' TO WS-EOF-CXR.
           OPEN INPUT CUENTA-ALUMNO-FILE.
           PERFORM 130-LEER-CUENTA.
           PERFORM 140-ALMACENAR-CUENTA
               UNTIL EOF-CXR.
           CLOSE CUENTA-ALUMNO-FILE.
           MOVE 'N' TO WS-EOF-CXC.
           OPEN INPUT CXC-FILE.
           PERFORM 150-LEER-PARTIDA.
           PERFORM 160-ACUMULAR-PARTIDA
               UNTIL EOF-CXC.
           CLOSE CXC-FILE.
           MOVE 'Y' TO WS-CARGADO.
      *
      * GRACE DAYS FROM PARMSHOP; WITHOUT THE FILE OR WITH ZERO THE
      * COMPILED 30 DAYS APPLY.
      *
       110-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-DIAS-MORA > 0
                       MOVE PARM-DIAS-MORA TO DIAS-MORA
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.
      *
       120-LEER-FECHA-NEGOCIO.
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
           COMPUTE WS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
      *
       130-LEER-CUENTA.
           READ CUENTA-ALUMNO-FILE
               AT END MOVE 'Y' TO WS-EOF-CXR
           END-READ.
      *
       140-ALMACENAR-CUENTA.
           IF CUENTAS-CARGADAS < 500
               ADD 1 TO CUENTAS-CARGADAS
               SET IDX-CUENTA TO CUENTAS-CARGADAS
               MOVE CXR-STUDENT-ID TO TCX-STUDENT-ID(IDX-CUENTA)
               MOVE CXR-CLIENTE TO TCX-CLIENTE(IDX-CUENTA)
               MOVE 0 TO TCX-VENCIDO(IDX-CUENTA)
               MOVE 0 TO TCX-A-FAVOR(IDX-CUENTA)
           ELSE
               DISPLAY "STUDENT ACCOUNT TABLE FULL (500), NO HOLD "
                   "CHECK FOR: " CXR-STUDENT-ID
           END-IF.
           PERFORM 130-LEER-CUENTA.
      *
       150-LEER-PARTIDA.
           READ CXC-FILE
               AT END MOVE 'Y' TO WS-EOF-CXC
           END-READ.
      *
      * AN OPEN DEBIT PAST THE GRACE DAYS IS PAST DUE; A NEGATIVE
      * OPEN BALANCE (CREDIT NOTE OR UNAPPLIED PAYMENT) OF ANY AGE
      * IS IN THE STUDENT'S FAVOUR AND OFFSETS IT.
      *
       160-ACUMULAR-PARTIDA.
           IF CXC-ABIERTA AND CXC-SALDO NOT = 0
               PERFORM 170-BUSCAR-CLIENTE
               IF CUENTA-ENCONTRADA
                   IF CXC-SALDO < 0
                       ADD CXC-SALDO TO TCX-A-FAVOR(IDX-CUENTA)
                   ELSE
                       COMPUTE WS-DIAS-PARTIDA =
                           WS-ENTERO-HOY
                           - FUNCTION INTEGER-OF-DATE(CXC-FECHA)
                       IF WS-DIAS-PARTIDA > DIAS-MORA
                           ADD CXC-SALDO TO TCX-VENCIDO(IDX-CUENTA)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 150-LEER-PARTIDA.
      *
       170-BUSCAR-CLIENTE.
           MOVE 'N' TO WS-CUENTA-ENCONTRADA.
           SET IDX-CUENTA TO 1.
           PERFORM 175-COMPARAR-CLIENTE
               UNTIL IDX-CUENTA > CUENTAS-CARGADAS
                  OR CUENTA-ENCONTRADA.
      *
       175-COMPARAR-CLIENTE.
           IF TCX-CLIENTE(IDX-CUENTA) = CXC-CLIENTE
               MOVE 'Y' TO WS-CUENTA-ENCONTRADA
           ELSE
               SET IDX-CUENTA UP BY 1.
      *
       200-CONSULTAR-ALUMNO.
           MOVE 'N' TO HLD-RETENIDO.
           MOVE SPACES TO HLD-CLIENTE.
           MOVE 0 TO HLD-VENCIDO.
           MOVE 'N' TO WS-CUENTA-ENCONTRADA.
           SET IDX-CUENTA TO 1.
           PERFORM 210-COMPARAR-ALUMNO
               UNTIL IDX-CUENTA > CUENTAS-CARGADAS
                  OR CUENTA-ENCONTRADA.
           IF CUENTA-ENCONTRADA
               MOVE TCX-CLIENTE(IDX-CUENTA) TO HLD-CLIENTE
               IF TCX-VENCIDO(IDX-CUENTA) > 0
                   COMPUTE HLD-VENCIDO =
                       TCX-VENCIDO(IDX-CUENTA)
                       + TCX-A-FAVOR(IDX-CUENTA)
                   IF HLD-VENCIDO > 0
                       MOVE 'Y' TO HLD-RETENIDO
                   ELSE
                       MOVE 0 TO HLD-VENCIDO
                   END-IF
               END-IF
           END-IF.
      *
       210-COMPARAR-ALUMNO.
           IF TCX-STUDENT-ID(IDX-CUENTA) = HLD-STUDENT-ID
               MOVE 'Y' TO WS-CUENTA-ENCONTRADA
           ELSE
               SET IDX-CUENTA UP BY 1.
