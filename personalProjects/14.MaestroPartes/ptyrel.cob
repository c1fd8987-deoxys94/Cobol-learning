       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTYREL.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - REPORTE DE RELACION POR PARTE (PTYRPT).
      * POR CADA PARTE DEL MAESTRO PTYMST IMPRIME EN PAGINA PROPIA
      * (FORMATO RPTHDR) SU NOMBRE, RFC Y DOMICILIO; LAS PARTIDAS
      * ABIERTAS Y EL SALDO POR COBRAR DE SU CLIENTE DE TAXCLI EN EL
      * AUXILIAR TAXCXC; EL CERTIFICADO DE EXENCION QUE TENGA EN
      * TAXEXM; Y CADA CARTERA LIGADA EN PTYCAR CON SU SALDO EN
      * INVMST Y LA ULTIMA PROYECCION NOMINAL Y REAL DE INVOUT, CON
      * EL TOTAL INVERTIDO. AL FINAL DEJA LAS CIFRAS DE CONTROL Y LA
      * LISTA DE CARTERAS DE INVMST Y CLIENTES CON SALDO EN TAXCXC
      * QUE NINGUNA PARTE TIENE LIGADOS, PARA DEPURAR LAS LIGAS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARTE-FILE ASSIGN TO "PTYMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARTE-CARTERA-FILE ASSIGN TO "PTYCAR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CXC-FILE ASSIGN TO "TAXCXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CARTERA-FILE ASSIGN TO "INVMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROYECCION-FILE ASSIGN TO "INVOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EXENCION-FILE ASSIGN TO "TAXEXM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RELACION-REPORT-FILE ASSIGN TO "PTYRPT"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARTE-FILE.
       01  PARTE-RECORD.
           05  PTY-PARTE               PIC X(08).
           05  PTY-NOMBRE              PIC X(30).
           05  PTY-RFC                 PIC X(13).
           05  PTY-DOMICILIO           PIC X(40).
           05  PTY-CIUDAD              PIC X(20).
           05  PTY-CODIGO-POSTAL       PIC X(05).
           05  PTY-ESTADO              PIC X.
               88  PTY-ACTIVA                   VALUE 'A' SPACE.
               88  PTY-DE-BAJA                  VALUE 'B'.
           05  PTY-CLIENTE-CXC         PIC X(06).
      *
       FD  PARTE-CARTERA-FILE.
       01  PARTE-CARTERA-RECORD.
           05  PCR-PARTE               PIC X(08).
           05  PCR-CARTERA             PIC X(08).
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
       FD  CARTERA-FILE.
       01  CARTERA-RECORD.
           05  CAR-CLIENTE             PIC X(8).
           05  CAR-MONTO               PIC 9(5).
           05  CAR-PLAZO               PIC 99.
           05  CAR-TASA                PIC 99V9.
           05  CAR-FRECUENCIA          PIC 9.
           05  CAR-APORTACION          PIC 9(5).
           05  CAR-INFLACION           PIC 99V9.
           05  CAR-PRODUCTO            PIC X(4).
           05  CAR-FECHA-APERTURA      PIC 9(8).
           05  CAR-FECHA-INTERES       PIC 9(8).
           05  CAR-DIA-ABONO           PIC 99.
      *
       FD  PROYECCION-FILE.
       01  PROYECCION-RECORD.
           05  PRY-CLIENTE             PIC X(8).
           05  PRY-VALOR-FUTURO        PIC 9(9)V99.
           05  PRY-VALOR-REAL          PIC 9(9)V99.
      *
       FD  EXENCION-FILE.
       01  EXENCION-RECORD.
           05  EXM-CLIENTE             PIC X(06).
           05  EXM-CERTIFICADO         PIC X(10).
           05  EXM-FECHA-VENCE         PIC 9(8).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       FD  RELACION-REPORT-FILE.
       01  RELACION-REPORT-RECORD      PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-EOF-PARTE                PIC X VALUE 'N'.
           88  EOF-PARTE                        VALUE 'Y'.
       77  WS-EOF-LIGA                 PIC X VALUE 'N'.
           88  EOF-LIGA                         VALUE 'Y'.
       77  WS-EOF-CXC                  PIC X VALUE 'N'.
           88  EOF-CXC                          VALUE 'Y'.
       77  WS-EOF-CARTERA              PIC X VALUE 'N'.
           88  EOF-CARTERA                      VALUE 'Y'.
       77  WS-EOF-PROYECCION           PIC X VALUE 'N'.
           88  EOF-PROYECCION                   VALUE 'Y'.
       77  WS-EOF-EXENCION             PIC X VALUE 'N'.
           88  EOF-EXENCION                     VALUE 'Y'.
       77  WS-TABLA-REBASADA           PIC X VALUE 'N'.
           88  TABLA-REBASADA                   VALUE 'Y'.
      *
      * LIGAS PARTE-CARTERA DE PTYCAR.
      *
       77  LIGAS-CARGADAS              PIC 9(4) VALUE 0.
       01  TABLA-LIGAS.
           05  LIGA-ENTRY OCCURS 1000 TIMES
                   INDEXED BY IDX-LIGA.
               10  LGA-PARTE           PIC X(08).
               10  LGA-CARTERA         PIC X(08).
      *
      * PARTIDAS ABIERTAS DE TAXCXC ACUMULADAS POR CLIENTE. LA
      * MARCA DICE SI ALGUNA PARTE TIENE LIGADO AL CLIENTE.
      *
       77  SALDOS-CARGADOS             PIC 9(4) VALUE 0.
       01  TABLA-SALDOS.
           05  SALDO-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IDX-SALDO.
               10  SCX-CLIENTE         PIC X(06).
               10  SCX-PARTIDAS        PIC 9(4).
               10  SCX-SALDO           PIC S9(9)V99.
               10  SCX-LIGADO          PIC X.
       77  WS-SALDO-ENCONTRADO         PIC X VALUE 'N'.
           88  SALDO-ENCONTRADO                 VALUE 'Y'.
       77  WS-CLIENTE-BUSCADO          PIC X(06).
      *
      * CARTERAS DE INVMST CON SU ULTIMA PROYECCION DE INVOUT.
      *
       77  CARTERAS-CARGADAS           PIC 999 VALUE 0.
       01  TABLA-CARTERAS.
           05  CARTERA-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-CARTERA.
               10  TCA-CLIENTE         PIC X(8).
               10  TCA-MONTO           PIC 9(5).
               10  TCA-VALOR-FUTURO    PIC 9(9)V99.
               10  TCA-VALOR-REAL      PIC 9(9)V99.
               10  TCA-PROYECTADA      PIC X.
               10  TCA-LIGADA          PIC X.
       77  WS-CARTERA-ENCONTRADA       PIC X VALUE 'N'.
           88  CARTERA-ENCONTRADA               VALUE 'Y'.
       77  WS-CARTERA-BUSCADA          PIC X(08).
      *
      * CERTIFICADOS DE EXENCION DE TAXEXM.
      *
       77  EXENCIONES-CARGADAS         PIC 999 VALUE 0.
       01  TABLA-EXENCIONES.
           05  EXENCION-ENTRY OCCURS 100 TIMES
                   INDEXED BY IDX-EXENCION.
               10  TEX-CLIENTE         PIC X(06).
               10  TEX-CERTIFICADO     PIC X(10).
               10  TEX-VENCE           PIC 9(8).
       77  WS-CODIGO-EXENCION          PIC X(08).
       77  WS-CERTIFICADO              PIC X(10).
       77  WS-VENCE-CERTIFICADO        PIC 9(8).
      *
      * CIFRAS DE LA PARTE EN TURNO Y DEL REPORTE.
      *
       01  CIFRAS-PARTE.
           05  CIF-CARTERAS            PIC 9(4).
           05  CIF-INVERTIDO           PIC 9(9).
           05  CIF-VALOR-FUTURO        PIC 9(11)V99.
           05  CIF-VALOR-REAL          PIC 9(11)V99.
       01  TOTALES-CONTROL.
           05  TOT-PARTES              PIC 9(4) VALUE 0.
           05  TOT-PARTES-BAJA         PIC 9(4) VALUE 0.
           05  TOT-POR-COBRAR          PIC S9(11)V99 VALUE 0.
           05  TOT-CARTERAS            PIC 9(4) VALUE 0.
           05  TOT-INVERTIDO           PIC 9(9) VALUE 0.
           05  TOT-VALOR-FUTURO        PIC 9(11)V99 VALUE 0.
           05  TOT-SIN-MAESTRO         PIC 9(4) VALUE 0.
           05  TOT-CARTERAS-SUELTAS    PIC 9(4) VALUE 0.
           05  TOT-CLIENTES-SUELTOS    PIC 9(4) VALUE 0.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       COPY RPTHDR.
       01  REL-PARTE-LINEA.
           05  FILLER                  PIC X(07) VALUE "PARTE: ".
           05  RP-PARTE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RP-NOMBRE               PIC X(30).
           05  FILLER                  PIC X(10) VALUE
               "  ESTADO: ".
           05  RP-ESTADO               PIC X(06).
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  REL-RFC-LINEA.
           05  FILLER                  PIC X(07) VALUE "RFC:   ".
           05  RR-RFC                  PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-DOMICILIO            PIC X(40).
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  REL-CIUDAD-LINEA.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  RC-CIUDAD               PIC X(20).
           05  FILLER                  PIC X(07) VALUE "  C.P. ".
           05  RC-CODIGO-POSTAL        PIC X(05).
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  REL-CXC-LINEA.
           05  FILLER                  PIC X(26) VALUE
               "CUENTAS POR COBRAR TAXCLI ".
           05  RX-CLIENTE              PIC X(06).
           05  FILLER                  PIC X(11) VALUE
               "  ABIERTAS ".
           05  RX-PARTIDAS             PIC ZZZ9.
           05  FILLER                  PIC X(09) VALUE
               "  SALDO: ".
           05  RX-SALDO                PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  REL-EXENCION-LINEA.
           05  FILLER                  PIC X(26) VALUE
               "CERTIFICADO DE EXENCION:  ".
           05  RE-CERTIFICADO          PIC X(10).
           05  FILLER                  PIC X(08) VALUE
               "  VENCE ".
           05  RE-VENCE                PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RE-NOTA                 PIC X(07).
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  REL-AVISO-LINEA.
           05  RA-TEXTO                PIC X(60).
           05  RA-DATO                 PIC X(08).
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  REL-ENCABEZADO-CARTERAS.
           05  FILLER                  PIC X(39) VALUE
               "CARTERA     SALDO    VALOR FUTURO      ".
           05  FILLER                  PIC X(41) VALUE
               "VALOR REAL  NOTA                         ".
       01  REL-CARTERA-LINEA.
           05  RK-CARTERA              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RK-SALDO                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RK-VALOR-FUTURO         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RK-VALOR-REAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RK-NOTA                 PIC X(29).
       01  REL-TOTAL-LINEA.
           05  FILLER                  PIC X(06) VALUE "TOTAL ".
           05  RT-INVERTIDO            PIC ZZZ,ZZZ,ZZ9.
           05  RT-VALOR-FUTURO         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  RT-VALOR-REAL           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE
               "  CARTERAS: ".
           05  RT-CARTERAS             PIC ZZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  REL-CIFRA-LINEA.
           05  RF-CONCEPTO             PIC X(42).
           05  RF-IMPORTE              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  REL-CONTEO-LINEA.
           05  RN-CONCEPTO             PIC X(42).
           05  RN-CUENTA               PIC ZZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.
       01  REL-BLANCO-LINEA            PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-RELACION-POR-PARTE.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           MOVE 'N' TO WS-TABLA-REBASADA.
           PERFORM 050-CARGAR-LIGAS.
           PERFORM 060-CARGAR-SALDOS.
           PERFORM 070-CARGAR-CARTERAS.
           PERFORM 075-CARGAR-PROYECCIONES.
           PERFORM 080-CARGAR-EXENCIONES.
           IF TABLA-REBASADA
               DISPLAY "REPORTE DE RELACION NO EMITIDO: DEPURAR "
                   "PTYCAR/TAXCXC/INVMST/TAXEXM ANTES DE RECORRER"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 100-EMITIR-REPORTE
               DISPLAY "RELACION POR PARTE EN PTYRPT. PARTES: "
                   TOT-PARTES " CARTERAS SIN PARTE: "
                   TOT-CARTERAS-SUELTAS " CLIENTES SIN PARTE: "
                   TOT-CLIENTES-SUELTOS
           END-IF.
           GOBACK.
      *
      * FECHA DE NEGOCIO DE FECHACTL; SIN EL ARCHIVO, EL RELOJ.
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
       050-CARGAR-LIGAS.
           MOVE 0 TO LIGAS-CARGADAS.
           MOVE 'N' TO WS-EOF-LIGA.
           OPEN INPUT PARTE-CARTERA-FILE.
           PERFORM 051-LEER-LIGA.
           PERFORM 052-ALMACENAR-LIGA
               UNTIL EOF-LIGA.
           CLOSE PARTE-CARTERA-FILE.
      *
       051-LEER-LIGA.
           READ PARTE-CARTERA-FILE
               AT END MOVE 'Y' TO WS-EOF-LIGA
           END-READ.
      *
       052-ALMACENAR-LIGA.
           IF LIGAS-CARGADAS < 1000
               ADD 1 TO LIGAS-CARGADAS
               SET IDX-LIGA TO LIGAS-CARGADAS
               MOVE PCR-PARTE TO LGA-PARTE(IDX-LIGA)
               MOVE PCR-CARTERA TO LGA-CARTERA(IDX-LIGA)
           ELSE
               DISPLAY "TABLA DE LIGAS LLENA (1000) EN: " PCR-CARTERA
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
           PERFORM 051-LEER-LIGA.
      *
      * SOLO CUENTAN LAS PARTIDAS ABIERTAS CON SALDO; UNA NOTA DE
      * CREDITO O UN PAGO NO APLICADO RESTAN.
      *
       060-CARGAR-SALDOS.
           MOVE 0 TO SALDOS-CARGADOS.
           MOVE 'N' TO WS-EOF-CXC.
           OPEN INPUT CXC-FILE.
           PERFORM 061-LEER-PARTIDA.
           PERFORM 062-ACUMULAR-PARTIDA
               UNTIL EOF-CXC.
           CLOSE CXC-FILE.
      *
       061-LEER-PARTIDA.
           READ CXC-FILE
               AT END MOVE 'Y' TO WS-EOF-CXC
           END-READ.
      *
       062-ACUMULAR-PARTIDA.
           IF CXC-ABIERTA AND CXC-SALDO NOT = 0
               MOVE CXC-CLIENTE TO WS-CLIENTE-BUSCADO
               PERFORM 063-BUSCAR-SALDO
               IF NOT SALDO-ENCONTRADO
                   IF SALDOS-CARGADOS < 2000
                       ADD 1 TO SALDOS-CARGADOS
                       SET IDX-SALDO TO SALDOS-CARGADOS
                       MOVE CXC-CLIENTE TO SCX-CLIENTE(IDX-SALDO)
                       MOVE 0 TO SCX-PARTIDAS(IDX-SALDO)
                       MOVE 0 TO SCX-SALDO(IDX-SALDO)
                       MOVE 'N' TO SCX-LIGADO(IDX-SALDO)
                       MOVE 'Y' TO WS-SALDO-ENCONTRADO
                   ELSE
                       DISPLAY "TABLA DE SALDOS LLENA (2000) EN: "
                           CXC-CLIENTE
                       MOVE 'Y' TO WS-TABLA-REBASADA
                   END-IF
               END-IF
               IF SALDO-ENCONTRADO
                   ADD 1 TO SCX-PARTIDAS(IDX-SALDO)
                   ADD CXC-SALDO TO SCX-SALDO(IDX-SALDO)
               END-IF
           END-IF.
           PERFORM 061-LEER-PARTIDA.
      *
       063-BUSCAR-SALDO.
           MOVE 'N' TO WS-SALDO-ENCONTRADO.
           SET IDX-SALDO TO 1.
           PERFORM 064-COMPARAR-SALDO
               UNTIL IDX-SALDO > SALDOS-CARGADOS
                  OR SALDO-ENCONTRADO.
      *
       064-COMPARAR-SALDO.
           IF SCX-CLIENTE(IDX-SALDO) = WS-CLIENTE-BUSCADO
               MOVE 'Y' TO WS-SALDO-ENCONTRADO
           ELSE
               SET IDX-SALDO UP BY 1.
      *
       070-CARGAR-CARTERAS.
           MOVE 0 TO CARTERAS-CARGADAS.
           MOVE 'N' TO WS-EOF-CARTERA.
           OPEN INPUT CARTERA-FILE.
           PERFORM 071-LEER-CARTERA.
           PERFORM 072-ALMACENAR-CARTERA
               UNTIL EOF-CARTERA.
           CLOSE CARTERA-FILE.
      *
       071-LEER-CARTERA.
           READ CARTERA-FILE
               AT END MOVE 'Y' TO WS-EOF-CARTERA
           END-READ.
      *
       072-ALMACENAR-CARTERA.
           IF CARTERAS-CARGADAS < 300
               ADD 1 TO CARTERAS-CARGADAS
               SET IDX-CARTERA TO CARTERAS-CARGADAS
               MOVE CAR-CLIENTE TO TCA-CLIENTE(IDX-CARTERA)
               MOVE CAR-MONTO TO TCA-MONTO(IDX-CARTERA)
               MOVE 0 TO TCA-VALOR-FUTURO(IDX-CARTERA)
               MOVE 0 TO TCA-VALOR-REAL(IDX-CARTERA)
               MOVE 'N' TO TCA-PROYECTADA(IDX-CARTERA)
               MOVE 'N' TO TCA-LIGADA(IDX-CARTERA)
           ELSE
               DISPLAY "TABLA DE CARTERAS LLENA (300) EN: "
                   CAR-CLIENTE
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
           PERFORM 071-LEER-CARTERA.
      *
      * INVOUT TRAE LA PROYECCION DE LA ULTIMA CORRIDA NOCTURNA DE
      * INVERSION; SE PEGA A SU CARTERA EN LA TABLA.
      *
       075-CARGAR-PROYECCIONES.
           MOVE 'N' TO WS-EOF-PROYECCION.
           OPEN INPUT PROYECCION-FILE.
           PERFORM 076-LEER-PROYECCION.
           PERFORM 077-ASIGNAR-PROYECCION
               UNTIL EOF-PROYECCION.
           CLOSE PROYECCION-FILE.
      *
       076-LEER-PROYECCION.
           READ PROYECCION-FILE
               AT END MOVE 'Y' TO WS-EOF-PROYECCION
           END-READ.
      *
       077-ASIGNAR-PROYECCION.
           MOVE PRY-CLIENTE TO WS-CARTERA-BUSCADA.
           PERFORM 090-BUSCAR-CARTERA.
           IF CARTERA-ENCONTRADA
               MOVE PRY-VALOR-FUTURO
                   TO TCA-VALOR-FUTURO(IDX-CARTERA)
               MOVE PRY-VALOR-REAL TO TCA-VALOR-REAL(IDX-CARTERA)
               MOVE 'Y' TO TCA-PROYECTADA(IDX-CARTERA)
           END-IF.
           PERFORM 076-LEER-PROYECCION.
      *
       080-CARGAR-EXENCIONES.
           MOVE 0 TO EXENCIONES-CARGADAS.
           MOVE 'N' TO WS-EOF-EXENCION.
           OPEN INPUT EXENCION-FILE.
           PERFORM 081-LEER-EXENCION.
           PERFORM 082-ALMACENAR-EXENCION
               UNTIL EOF-EXENCION.
           CLOSE EXENCION-FILE.
      *
       081-LEER-EXENCION.
           READ EXENCION-FILE
               AT END MOVE 'Y' TO WS-EOF-EXENCION
           END-READ.
      *
       082-ALMACENAR-EXENCION.
           IF EXENCIONES-CARGADAS < 100
               ADD 1 TO EXENCIONES-CARGADAS
               SET IDX-EXENCION TO EXENCIONES-CARGADAS
               MOVE EXM-CLIENTE TO TEX-CLIENTE(IDX-EXENCION)
               MOVE EXM-CERTIFICADO TO TEX-CERTIFICADO(IDX-EXENCION)
               MOVE EXM-FECHA-VENCE TO TEX-VENCE(IDX-EXENCION)
           ELSE
               DISPLAY "TABLA DE EXENCIONES LLENA (100) EN: "
                   EXM-CLIENTE
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
           PERFORM 081-LEER-EXENCION.
      *
      * BUSCA EN LA TABLA DE CARTERAS EL CODIGO QUE TRAE
      * WS-CARTERA-BUSCADA.
      *
       090-BUSCAR-CARTERA.
           MOVE 'N' TO WS-CARTERA-ENCONTRADA.
           SET IDX-CARTERA TO 1.
           PERFORM 091-COMPARAR-CARTERA
               UNTIL IDX-CARTERA > CARTERAS-CARGADAS
                  OR CARTERA-ENCONTRADA.
      *
       091-COMPARAR-CARTERA.
           IF TCA-CLIENTE(IDX-CARTERA) = WS-CARTERA-BUSCADA
               MOVE 'Y' TO WS-CARTERA-ENCONTRADA
           ELSE
               SET IDX-CARTERA UP BY 1.
      *
       100-EMITIR-REPORTE.
           OPEN OUTPUT RELACION-REPORT-FILE.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           MOVE 'N' TO WS-EOF-PARTE.
           OPEN INPUT PARTE-FILE.
           PERFORM 110-LEER-PARTE.
           PERFORM 120-REPORTAR-PARTE
               UNTIL EOF-PARTE.
           CLOSE PARTE-FILE.
           PERFORM 400-CIFRAS-DE-CONTROL.
           WRITE RELACION-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE RELACION-REPORT-FILE.
      *
       110-LEER-PARTE.
           READ PARTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PARTE
           END-READ.
      *
       120-REPORTAR-PARTE.
           ADD 1 TO TOT-PARTES.
           PERFORM 500-ENCABEZADO-PAGINA.
           MOVE PTY-PARTE TO RP-PARTE.
           MOVE PTY-NOMBRE TO RP-NOMBRE.
           IF PTY-DE-BAJA
               MOVE "BAJA" TO RP-ESTADO
               ADD 1 TO TOT-PARTES-BAJA
           ELSE
               MOVE "ACTIVA" TO RP-ESTADO
           END-IF.
           WRITE RELACION-REPORT-RECORD FROM REL-PARTE-LINEA.
           MOVE PTY-RFC TO RR-RFC.
           MOVE PTY-DOMICILIO TO RR-DOMICILIO.
           WRITE RELACION-REPORT-RECORD FROM REL-RFC-LINEA.
           MOVE PTY-CIUDAD TO RC-CIUDAD.
           MOVE PTY-CODIGO-POSTAL TO RC-CODIGO-POSTAL.
           WRITE RELACION-REPORT-RECORD FROM REL-CIUDAD-LINEA.
           WRITE RELACION-REPORT-RECORD FROM REL-BLANCO-LINEA.
           ADD 4 TO WS-RENGLONES-PAGINA.
           PERFORM 200-REPORTAR-CXC.
           PERFORM 300-REPORTAR-CARTERAS.
           PERFORM 110-LEER-PARTE.
      *
      * SALDO POR COBRAR DEL CLIENTE DE TAXCLI LIGADO Y SU
      * CERTIFICADO DE EXENCION, SI LO HAY.
      *
       200-REPORTAR-CXC.
           IF PTY-CLIENTE-CXC = SPACES
               MOVE "SIN CLIENTE DE FACTURACION LIGADO" TO RA-TEXTO
               MOVE SPACES TO RA-DATO
               WRITE RELACION-REPORT-RECORD FROM REL-AVISO-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           ELSE
               MOVE PTY-CLIENTE-CXC TO RX-CLIENTE
               MOVE 0 TO RX-PARTIDAS
               MOVE 0 TO RX-SALDO
               MOVE PTY-CLIENTE-CXC TO WS-CLIENTE-BUSCADO
               PERFORM 063-BUSCAR-SALDO
               IF SALDO-ENCONTRADO
                   MOVE 'Y' TO SCX-LIGADO(IDX-SALDO)
                   MOVE SCX-PARTIDAS(IDX-SALDO) TO RX-PARTIDAS
                   MOVE SCX-SALDO(IDX-SALDO) TO RX-SALDO
                   ADD SCX-SALDO(IDX-SALDO) TO TOT-POR-COBRAR
               END-IF
               WRITE RELACION-REPORT-RECORD FROM REL-CXC-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
               MOVE PTY-CLIENTE-CXC TO WS-CODIGO-EXENCION
               PERFORM 600-BUSCAR-EXENCION
               IF WS-CERTIFICADO = SPACES
                   MOVE "SIN CERTIFICADO DE EXENCION EN TAXEXM"
                       TO RA-TEXTO
                   MOVE SPACES TO RA-DATO
                   WRITE RELACION-REPORT-RECORD FROM REL-AVISO-LINEA
               ELSE
                   MOVE WS-CERTIFICADO TO RE-CERTIFICADO
                   MOVE WS-VENCE-CERTIFICADO TO RE-VENCE
                   IF WS-VENCE-CERTIFICADO < WS-FECHA-HOY
                       MOVE "VENCIDO" TO RE-NOTA
                   ELSE
                       MOVE "VIGENTE" TO RE-NOTA
                   END-IF
                   WRITE RELACION-REPORT-RECORD
                       FROM REL-EXENCION-LINEA
               END-IF
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
           WRITE RELACION-REPORT-RECORD FROM REL-BLANCO-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
      *
      * CARTERAS LIGADAS A LA PARTE, CON SALDO Y PROYECCION.
      *
       300-REPORTAR-CARTERAS.
           MOVE 0 TO CIF-CARTERAS.
           MOVE 0 TO CIF-INVERTIDO.
           MOVE 0 TO CIF-VALOR-FUTURO.
           MOVE 0 TO CIF-VALOR-REAL.
           WRITE RELACION-REPORT-RECORD FROM REL-ENCABEZADO-CARTERAS.
           ADD 1 TO WS-RENGLONES-PAGINA.
           PERFORM 310-REPORTAR-UNA-CARTERA
               VARYING IDX-LIGA FROM 1 BY 1
               UNTIL IDX-LIGA > LIGAS-CARGADAS.
           MOVE CIF-CARTERAS TO RT-CARTERAS.
           MOVE CIF-INVERTIDO TO RT-INVERTIDO.
           MOVE CIF-VALOR-FUTURO TO RT-VALOR-FUTURO.
           MOVE CIF-VALOR-REAL TO RT-VALOR-REAL.
           WRITE RELACION-REPORT-RECORD FROM REL-TOTAL-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
      *
       310-REPORTAR-UNA-CARTERA.
           IF LGA-PARTE(IDX-LIGA) = PTY-PARTE
               IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
                   PERFORM 500-ENCABEZADO-PAGINA
                   WRITE RELACION-REPORT-RECORD
                       FROM REL-ENCABEZADO-CARTERAS
                   ADD 1 TO WS-RENGLONES-PAGINA
               END-IF
               ADD 1 TO CIF-CARTERAS
               ADD 1 TO TOT-CARTERAS
               MOVE LGA-CARTERA(IDX-LIGA) TO RK-CARTERA
               MOVE 0 TO RK-SALDO
               MOVE 0 TO RK-VALOR-FUTURO
               MOVE 0 TO RK-VALOR-REAL
               MOVE SPACES TO RK-NOTA
               MOVE LGA-CARTERA(IDX-LIGA) TO WS-CARTERA-BUSCADA
               MOVE LGA-CARTERA(IDX-LIGA) TO WS-CODIGO-EXENCION
               PERFORM 090-BUSCAR-CARTERA
               IF NOT CARTERA-ENCONTRADA
                   MOVE "NO EXISTE EN INVMST" TO RK-NOTA
                   ADD 1 TO TOT-SIN-MAESTRO
               ELSE
                   PERFORM 320-SUMAR-CARTERA
               END-IF
               WRITE RELACION-REPORT-RECORD FROM REL-CARTERA-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
      *
       320-SUMAR-CARTERA.
           MOVE 'Y' TO TCA-LIGADA(IDX-CARTERA).
           MOVE TCA-MONTO(IDX-CARTERA) TO RK-SALDO.
           ADD TCA-MONTO(IDX-CARTERA) TO CIF-INVERTIDO.
           ADD TCA-MONTO(IDX-CARTERA) TO TOT-INVERTIDO.
           IF TCA-PROYECTADA(IDX-CARTERA) = 'Y'
               MOVE TCA-VALOR-FUTURO(IDX-CARTERA) TO RK-VALOR-FUTURO
               MOVE TCA-VALOR-REAL(IDX-CARTERA) TO RK-VALOR-REAL
               ADD TCA-VALOR-FUTURO(IDX-CARTERA) TO CIF-VALOR-FUTURO
               ADD TCA-VALOR-REAL(IDX-CARTERA) TO CIF-VALOR-REAL
               ADD TCA-VALOR-FUTURO(IDX-CARTERA) TO TOT-VALOR-FUTURO
           ELSE
               MOVE "SIN PROYECCION EN INVOUT" TO RK-NOTA
           END-IF.
           PERFORM 600-BUSCAR-EXENCION.
           IF WS-CERTIFICADO NOT = SPACES
               MOVE SPACES TO RK-NOTA
               IF WS-VENCE-CERTIFICADO < WS-FECHA-HOY
                   STRING "EXENCION " WS-CERTIFICADO " VENCIDA"
                       DELIMITED BY SIZE INTO RK-NOTA
               ELSE
                   STRING "EXENTA, CERT. " WS-CERTIFICADO
                       DELIMITED BY SIZE INTO RK-NOTA
               END-IF
           END-IF.
      *
      * CIFRAS DEL REPORTE Y LO QUE NINGUNA PARTE TIENE LIGADO.
      *
       400-CIFRAS-DE-CONTROL.
           PERFORM 500-ENCABEZADO-PAGINA.
           MOVE "PARTES REPORTADAS" TO RN-CONCEPTO.
           MOVE TOT-PARTES TO RN-CUENTA.
           WRITE RELACION-REPORT-RECORD FROM REL-CONTEO-LINEA.
           MOVE "  DE ELLAS DADAS DE BAJA" TO RN-CONCEPTO.
           MOVE TOT-PARTES-BAJA TO RN-CUENTA.
           WRITE RELACION-REPORT-RECORD FROM REL-CONTEO-LINEA.
           MOVE "SALDO POR COBRAR DE LAS PARTES" TO RF-CONCEPTO.
           MOVE TOT-POR-COBRAR TO RF-IMPORTE.
           WRITE RELACION-REPORT-RECORD FROM REL-CIFRA-LINEA.
           MOVE "CARTERAS LIGADAS" TO RN-CONCEPTO.
           MOVE TOT-CARTERAS TO RN-CUENTA.
           WRITE RELACION-REPORT-RECORD FROM REL-CONTEO-LINEA.
           MOVE "  LIGADAS QUE NO EXISTEN EN INVMST" TO RN-CONCEPTO.
           MOVE TOT-SIN-MAESTRO TO RN-CUENTA.
           WRITE RELACION-REPORT-RECORD FROM REL-CONTEO-LINEA.
           MOVE "TOTAL INVERTIDO DE LAS PARTES" TO RF-CONCEPTO.
           MOVE TOT-INVERTIDO TO RF-IMPORTE.
           WRITE RELACION-REPORT-RECORD FROM REL-CIFRA-LINEA.
           MOVE "VALOR FUTURO PROYECTADO" TO RF-CONCEPTO.
           MOVE TOT-VALOR-FUTURO TO RF-IMPORTE.
           WRITE RELACION-REPORT-RECORD FROM REL-CIFRA-LINEA.
           WRITE RELACION-REPORT-RECORD FROM REL-BLANCO-LINEA.
           ADD 8 TO WS-RENGLONES-PAGINA.
           PERFORM 410-CARTERA-SUELTA
               VARYING IDX-CARTERA FROM 1 BY 1
               UNTIL IDX-CARTERA > CARTERAS-CARGADAS.
           PERFORM 420-CLIENTE-SUELTO
               VARYING IDX-SALDO FROM 1 BY 1
               UNTIL IDX-SALDO > SALDOS-CARGADOS.
           MOVE "CARTERAS DE INVMST SIN PARTE" TO RN-CONCEPTO.
           MOVE TOT-CARTERAS-SUELTAS TO RN-CUENTA.
           WRITE RELACION-REPORT-RECORD FROM REL-CONTEO-LINEA.
           MOVE "CLIENTES CON SALDO EN TAXCXC SIN PARTE"
               TO RN-CONCEPTO.
           MOVE TOT-CLIENTES-SUELTOS TO RN-CUENTA.
           WRITE RELACION-REPORT-RECORD FROM REL-CONTEO-LINEA.
      *
       410-CARTERA-SUELTA.
           IF TCA-LIGADA(IDX-CARTERA) NOT = 'Y'
               ADD 1 TO TOT-CARTERAS-SUELTAS
               PERFORM 510-VERIFICAR-PAGINA
               MOVE "CARTERA DE INVMST SIN PARTE:" TO RA-TEXTO
               MOVE TCA-CLIENTE(IDX-CARTERA) TO RA-DATO
               WRITE RELACION-REPORT-RECORD FROM REL-AVISO-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
      *
       420-CLIENTE-SUELTO.
           IF SCX-LIGADO(IDX-SALDO) NOT = 'Y'
               ADD 1 TO TOT-CLIENTES-SUELTOS
               PERFORM 510-VERIFICAR-PAGINA
               MOVE "CLIENTE CON SALDO EN TAXCXC SIN PARTE:"
                   TO RA-TEXTO
               MOVE SCX-CLIENTE(IDX-SALDO) TO RA-DATO
               WRITE RELACION-REPORT-RECORD FROM REL-AVISO-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
      *
       500-ENCABEZADO-PAGINA.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "RELACION POR PARTE" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           WRITE RELACION-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE RELACION-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE RELACION-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
      *
       510-VERIFICAR-PAGINA.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 500-ENCABEZADO-PAGINA
           END-IF.
      *
      * CERTIFICADO DE EXENCION DEL CODIGO EN WS-CODIGO-EXENCION
      * (CLIENTE DE TAXCLI O CARTERA, COMO LO COMPARA INVERSION);
      * SI HAY VARIOS SE TOMA EL QUE VENCE MAS TARDE.
      *
       600-BUSCAR-EXENCION.
           MOVE SPACES TO WS-CERTIFICADO.
           MOVE 0 TO WS-VENCE-CERTIFICADO.
           PERFORM 610-COMPARAR-EXENCION
               VARYING IDX-EXENCION FROM 1 BY 1
               UNTIL IDX-EXENCION > EXENCIONES-CARGADAS.
      *
       610-COMPARAR-EXENCION.
           IF TEX-CLIENTE(IDX-EXENCION) = WS-CODIGO-EXENCION
              AND TEX-VENCE(IDX-EXENCION) >= WS-VENCE-CERTIFICADO
               MOVE TEX-CERTIFICADO(IDX-EXENCION) TO WS-CERTIFICADO
               MOVE TEX-VENCE(IDX-EXENCION) TO WS-VENCE-CERTIFICADO
           END-IF.
