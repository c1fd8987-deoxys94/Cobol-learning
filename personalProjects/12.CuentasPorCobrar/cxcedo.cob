       IDENTIFICATION DIVISION.
       PROGRAM-ID. CXCEDO.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - ESTADO DE CUENTA MENSUAL POR CLIENTE
      * PARA ENVIARSE AL CLIENTE, EN LUGAR DE PASAR A MANO LAS
      * FACTURAS Y PAGOS DEL MES A UN PROCESADOR DE TEXTOS. POR
      * CADA CLIENTE DE TAXCLI IMPRIME EN PAGINA PROPIA (FORMATO
      * RPTHDR) EL SALDO ANTERIOR, LAS FACTURAS Y NOTAS DE CREDITO
      * DEL MES (TAXCXC), LOS PAGOS APLICADOS EN EL MES (HISTORIAL
      * CXCHIS QUE DEJA CXCBATCH), EL PAGO NO APLICADO A FAVOR, EL
      * SALDO AL CIERRE Y UN CUADRO DE ANTIGUEDAD 0-30/31-60/61-90/
      * MAS DE 90 AL ULTIMO DIA DEL MES. EL CLIENTE SIN SALDO Y SIN
      * MOVIMIENTO EN EL MES NO LLEVA ESTADO. AL FINAL DEJA UN
      * LISTADO DE CONTROL CON LOS ESTADOS EMITIDOS Y EL TOTAL
      * FACTURADO. EL MES ES EL DEL ULTIMO DIA PROCESADO EN
      * FECHACTL, DE MODO QUE CORRE COMO PASO DE CIERREMES.
      * MODIFICADO 15/10/2026 - LAYOUT NUEVO DE TAXCXC CON MONEDA,
      * MONTO ORIGINAL Y TIPO DE CAMBIO; EL ESTADO SIGUE EN MONEDA
      * BASE.
      * MODIFICADO 15/10/2026 - EL SALDO AL CIERRE ES LA SUMA DE LOS
      * SALDOS ABIERTOS DEL AUXILIAR AL CORTE (EL MISMO DEL CUADRO DE
      * ANTIGUEDAD) Y EL SALDO ANTERIOR SE DEDUCE DE EL, PARA QUE LAS
      * FACTURAS PAGADAS ANTES DE EXISTIR CXCHIS NO QUEDEN DEBIENDO.
      * TABLA DE CLIENTES A 2000.
      * MODIFICADO 15/10/2026 - CXCBATCH SACA DE TAXCXC LAS PARTIDAS
      * LIQUIDADAS EN CERO AL HISTORIAL CXCLIQ; LAS DE FECHA DENTRO
      * DEL MES SE TOMAN DE AHI PARA LAS FACTURAS Y NOTAS DE CREDITO
      * DEL MES. TABLA DE PARTIDAS A 5000 Y DE PAGOS DEL MES A 2000.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTE-FILE ASSIGN TO "TAXCLI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CXC-FILE ASSIGN TO "TAXCXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HISTORIA-PAGO-FILE ASSIGN TO "CXCHIS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LIQUIDADA-FILE ASSIGN TO "CXCLIQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ESTADO-REPORT-FILE ASSIGN TO "CXCEDO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "CXCEDC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE.
       01  CLIENTE-RECORD.
           05  CLI-CLIENTE             PIC X(06).
           05  CLI-NOMBRE              PIC X(30).
           05  CLI-ESTADO              PIC X.
           05  CLI-CATEGORIA           PIC X(03).
           05  CLI-LIMITE-CREDITO      PIC 9(9)V99.
           05  CLI-RETENIDO            PIC X.
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
       FD  HISTORIA-PAGO-FILE.
       01  HISTORIA-PAGO-RECORD.
           05  HIS-CLIENTE             PIC X(06).
           05  HIS-FECHA               PIC 9(8).
           05  HIS-MONTO               PIC 9(8)V99.
           05  HIS-APLICADO            PIC 9(8)V99.
           05  HIS-REFERENCIA          PIC X(10).
           05  HIS-FECHA-APLICACION    PIC 9(8).
      *
       FD  LIQUIDADA-FILE.
       01  LIQUIDADA-RECORD.
           05  LIQ-CLIENTE             PIC X(06).
           05  LIQ-FECHA               PIC 9(8).
           05  LIQ-TIPO                PIC X.
           05  LIQ-MONTO               PIC S9(8)V99.
           05  LIQ-SALDO               PIC S9(8)V99.
           05  LIQ-ESTADO              PIC X.
           05  LIQ-REFERENCIA          PIC X(10).
           05  LIQ-MONEDA              PIC X(03).
           05  LIQ-MONTO-ORIGINAL      PIC S9(8)V99.
           05  LIQ-TIPO-CAMBIO         PIC 9(3)V9(4).
           05  LIQ-FECHA-DEPURACION    PIC 9(8).
      *
       FD  ESTADO-REPORT-FILE.
       01  ESTADO-REPORT-RECORD        PIC X(80).
      *
       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD       PIC X(80).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-FECHA-BASE               PIC 9(8).
      *
      * PERIODO DEL ESTADO: DEL PRIMERO AL ULTIMO DIA DEL MES.
      *
       01  WS-FECHA-DESDE              PIC 9(8) VALUE 0.
       01  WS-FECHA-DESDE-DES REDEFINES WS-FECHA-DESDE.
           05  DES-PERIODO             PIC 9(6).
           05  DES-DD                  PIC 9(2).
       01  WS-FECHA-SIGUIENTE          PIC 9(8) VALUE 0.
       01  WS-FECHA-SIG-DES REDEFINES WS-FECHA-SIGUIENTE.
           05  SIG-AAAA                PIC 9(4).
           05  SIG-MM                  PIC 9(2).
           05  SIG-DD                  PIC 9(2).
       77  WS-FECHA-CORTE              PIC 9(8) VALUE 0.
       77  WS-ENTERO-CORTE             PIC 9(7).
       77  WS-EOF-CLIENTE              PIC X VALUE 'N'.
           88  EOF-CLIENTE                      VALUE 'Y'.
       77  WS-EOF-CXC                  PIC X VALUE 'N'.
           88  EOF-CXC                          VALUE 'Y'.
       77  WS-EOF-HISTORIA             PIC X VALUE 'N'.
           88  EOF-HISTORIA                     VALUE 'Y'.
       77  WS-EOF-LIQUIDADA            PIC X VALUE 'N'.
           88  EOF-LIQUIDADA                    VALUE 'Y'.
       77  WS-TABLA-REBASADA           PIC X VALUE 'N'.
           88  TABLA-REBASADA                   VALUE 'Y'.
      *
      * CLIENTES DE TAXCLI, UN ESTADO POR CADA UNO.
      *
       77  CLIENTES-CARGADOS           PIC 9(4) VALUE 0.
       01  TABLA-CLIENTES.
           05  CLIENTE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IDX-CLIENTE.
               10  ECL-CLIENTE         PIC X(06).
               10  ECL-NOMBRE          PIC X(30).
      *
      * PARTIDAS DEL AUXILIAR, MISMO LAYOUT QUE CXCBATCH, MAS LAS
      * LIQUIDADAS DEL MES QUE YA PASARON A CXCLIQ.
      *
       77  PARTIDAS-CARGADAS           PIC 9(4) VALUE 0.
       01  TABLA-PARTIDAS.
           05  PARTIDA-ENTRY OCCURS 5000 TIMES
                   INDEXED BY IDX-PARTIDA.
               10  PAR-CLIENTE         PIC X(06).
               10  PAR-FECHA           PIC 9(8).
               10  PAR-TIPO            PIC X.
               10  PAR-MONTO           PIC S9(8)V99.
               10  PAR-SALDO           PIC S9(8)V99.
               10  PAR-ESTADO          PIC X.
               10  PAR-REFERENCIA      PIC X(10).
      *
      * PAGOS DEL HISTORIAL CON FECHA DENTRO DEL MES.
      *
       77  PAGOS-CARGADOS              PIC 9(4) VALUE 0.
       01  TABLA-PAGOS-MES.
           05  PAGO-MES-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IDX-PAGO.
               10  PGM-CLIENTE         PIC X(06).
               10  PGM-FECHA           PIC 9(8).
               10  PGM-MONTO           PIC 9(8)V99.
               10  PGM-APLICADO        PIC 9(8)V99.
               10  PGM-REFERENCIA      PIC X(10).
      *
      * CIFRAS DEL CLIENTE EN TURNO.
      *
       01  CIFRAS-CLIENTE.
           05  CIF-SALDO-ANTERIOR      PIC S9(9)V99.
           05  CIF-FACTURADO           PIC S9(9)V99.
           05  CIF-NOTAS-CREDITO       PIC S9(9)V99.
           05  CIF-PAGOS               PIC S9(9)V99.
           05  CIF-SALDO-CIERRE        PIC S9(9)V99.
           05  CIF-NO-APLICADO         PIC S9(9)V99.
           05  CIF-CORRIENTE           PIC S9(9)V99.
           05  CIF-TREINTA             PIC S9(9)V99.
           05  CIF-SESENTA             PIC S9(9)V99.
           05  CIF-NOVENTA             PIC S9(9)V99.
           05  CIF-MOVIMIENTOS         PIC 9(4).
       77  WS-DIAS-PARTIDA             PIC S9(5).
      *
      * TOTALES DEL LISTADO DE CONTROL.
      *
       01  TOTALES-CONTROL.
           05  TOT-ESTADOS             PIC 9(4) VALUE 0.
           05  TOT-OMITIDOS            PIC 9(4) VALUE 0.
           05  TOT-FACTURADO           PIC S9(9)V99 VALUE 0.
           05  TOT-NOTAS-CREDITO       PIC S9(9)V99 VALUE 0.
           05  TOT-PAGOS               PIC S9(9)V99 VALUE 0.
           05  TOT-SALDO-CIERRE        PIC S9(9)V99 VALUE 0.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       77  WS-PAGINA-CONTROL           PIC 999 VALUE 0.
       77  WS-RENGLONES-CONTROL        PIC 99 VALUE 0.
       COPY RPTHDR.
       01  EDO-CLIENTE-LINEA.
           05  FILLER                  PIC X(09) VALUE "CLIENTE: ".
           05  EC-CLIENTE              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EC-NOMBRE               PIC X(30).
           05  FILLER                  PIC X(11) VALUE
               "  PERIODO: ".
           05  EC-PERIODO              PIC 9(6).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  EDO-PERIODO-LINEA.
           05  FILLER                  PIC X(18) VALUE
               "MOVIMIENTOS DEL   ".
           05  EP-DESDE                PIC 9(8).
           05  FILLER                  PIC X(04) VALUE " AL ".
           05  EP-CORTE                PIC 9(8).
           05  FILLER                  PIC X(42) VALUE SPACES.
       01  EDO-ENCABEZADO-DETALLE.
           05  FILLER                  PIC X(80) VALUE
               "FECHA     CONCEPTO          REFERENCIA
      -        "          IMPORTE".
       01  EDO-DETALLE-LINEA.
           05  ED-FECHA                PIC 9(8).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ED-CONCEPTO             PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ED-REFERENCIA           PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ED-IMPORTE              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  EDO-CIFRA-LINEA.
           05  EF-CONCEPTO             PIC X(42).
           05  EF-IMPORTE              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  EDO-ENCABEZADO-ANTIGUEDAD.
           05  FILLER                  PIC X(80) VALUE
               "ANTIGUEDAD:  0-30 DIAS    31-60 DIAS    61-90 DIAS
      -        "  MAS DE 90".
       01  EDO-ANTIGUEDAD-LINEA.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  EA-CORRIENTE            PIC ZZ,ZZZ,ZZ9.99-.
           05  EA-TREINTA              PIC ZZ,ZZZ,ZZ9.99-.
           05  EA-SESENTA              PIC ZZ,ZZZ,ZZ9.99-.
           05  EA-NOVENTA              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  EDO-BLANCO-LINEA            PIC X(80) VALUE SPACES.
       01  CTL-ENCABEZADO-4.
           05  FILLER                  PIC X(80) VALUE
               "CLIENTE NOMBRE                  SALDO ANTERIOR     FACT
      -        "URADO  SALDO AL CIERRE".
       01  CTL-DETALLE-LINEA.
           05  CD-CLIENTE              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CD-NOMBRE               PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-SALDO-ANTERIOR       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-FACTURADO            PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CD-SALDO-CIERRE         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  CTL-CONTEO-LINEA.
           05  FILLER                  PIC X(18) VALUE
               "ESTADOS EMITIDOS: ".
           05  CC-ESTADOS              PIC ZZZ9.
           05  FILLER                  PIC X(37) VALUE
               "   OMITIDOS (SIN SALDO NI MOVIMIENTO)".
           05  FILLER                  PIC X(02) VALUE ": ".
           05  CC-OMITIDOS             PIC ZZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-ESTADOS-DE-CUENTA.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           PERFORM 045-CALCULAR-PERIODO.
           MOVE 'N' TO WS-TABLA-REBASADA.
           PERFORM 050-CARGAR-CLIENTES.
           PERFORM 060-CARGAR-PARTIDAS.
           PERFORM 070-CARGAR-PAGOS.
           IF TABLA-REBASADA
               DISPLAY "ESTADOS DE CUENTA NO EMITIDOS: DEPURAR "
                   "TAXCLI/TAXCXC/CXCHIS ANTES DE RECORRER"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 100-EMITIR-ESTADOS
               DISPLAY "ESTADOS DE CUENTA DEL PERIODO " DES-PERIODO
                   " EN CXCEDO: " TOT-ESTADOS
                   " OMITIDOS: " TOT-OMITIDOS
           END-IF.
           GOBACK.
      *
      * EL MES DEL ESTADO ES EL DEL ULTIMO DIA PROCESADO EN
      * FECHACTL (EN EL CIERRE, EL MES QUE SE CIERRA); SIN EL
      * ARCHIVO SE CAE AL RELOJ DEL SISTEMA.
      *
       040-LEER-FECHA-NEGOCIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-BASE.
           OPEN INPUT FECHA-CONTROL-FILE.
           READ FECHA-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FCT-FECHA-NEGOCIO > 0
                       MOVE FCT-FECHA-NEGOCIO TO WS-FECHA-HOY
                   END-IF
                   IF FCT-FECHA-PROCESADA > 0
                       MOVE FCT-FECHA-PROCESADA TO WS-FECHA-BASE
                   ELSE
                       MOVE WS-FECHA-HOY TO WS-FECHA-BASE
                   END-IF
           END-READ.
           CLOSE FECHA-CONTROL-FILE.
      *
      * DEL PRIMERO DEL MES AL DIA ANTERIOR AL PRIMERO DEL MES
      * SIGUIENTE.
      *
       045-CALCULAR-PERIODO.
           MOVE WS-FECHA-BASE TO WS-FECHA-DESDE.
           MOVE 1 TO DES-DD.
           MOVE WS-FECHA-DESDE TO WS-FECHA-SIGUIENTE.
           IF SIG-MM = 12
               ADD 1 TO SIG-AAAA
               MOVE 1 TO SIG-MM
           ELSE
               ADD 1 TO SIG-MM
           END-IF.
           COMPUTE WS-ENTERO-CORTE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-SIGUIENTE) - 1.
           COMPUTE WS-FECHA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-ENTERO-CORTE).
      *
       050-CARGAR-CLIENTES.
           MOVE 0 TO CLIENTES-CARGADOS.
           MOVE 'N' TO WS-EOF-CLIENTE.
           OPEN INPUT CLIENTE-FILE.
           PERFORM 051-LEER-CLIENTE.
           PERFORM 052-ALMACENAR-CLIENTE
               UNTIL EOF-CLIENTE.
           CLOSE CLIENTE-FILE.
      *
       051-LEER-CLIENTE.
           READ CLIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-CLIENTE
           END-READ.
      *
       052-ALMACENAR-CLIENTE.
           IF CLIENTES-CARGADOS < 2000
               ADD 1 TO CLIENTES-CARGADOS
               MOVE CLI-CLIENTE TO ECL-CLIENTE(CLIENTES-CARGADOS)
               MOVE CLI-NOMBRE TO ECL-NOMBRE(CLIENTES-CARGADOS)
           ELSE
               DISPLAY "TABLA DE CLIENTES LLENA (2000), SIN ESTADO "
                   "PARA: " CLI-CLIENTE
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
           PERFORM 051-LEER-CLIENTE.
      *
       060-CARGAR-PARTIDAS.
           MOVE 0 TO PARTIDAS-CARGADAS.
           MOVE 'N' TO WS-EOF-CXC.
           OPEN INPUT CXC-FILE.
           PERFORM 061-LEER-PARTIDA.
           PERFORM 062-ALMACENAR-PARTIDA
               UNTIL EOF-CXC.
           CLOSE CXC-FILE.
           MOVE 'N' TO WS-EOF-LIQUIDADA.
           OPEN INPUT LIQUIDADA-FILE.
           PERFORM 065-LEER-LIQUIDADA.
           PERFORM 066-ALMACENAR-LIQUIDADA
               UNTIL EOF-LIQUIDADA.
           CLOSE LIQUIDADA-FILE.
      *
       061-LEER-PARTIDA.
           READ CXC-FILE
               AT END MOVE 'Y' TO WS-EOF-CXC
           END-READ.
      *
       062-ALMACENAR-PARTIDA.
           IF PARTIDAS-CARGADAS < 5000
               ADD 1 TO PARTIDAS-CARGADAS
               MOVE CXC-CLIENTE TO PAR-CLIENTE(PARTIDAS-CARGADAS)
               MOVE CXC-FECHA TO PAR-FECHA(PARTIDAS-CARGADAS)
               MOVE CXC-TIPO TO PAR-TIPO(PARTIDAS-CARGADAS)
               MOVE CXC-MONTO TO PAR-MONTO(PARTIDAS-CARGADAS)
               MOVE CXC-SALDO TO PAR-SALDO(PARTIDAS-CARGADAS)
               MOVE CXC-ESTADO TO PAR-ESTADO(PARTIDAS-CARGADAS)
               MOVE CXC-REFERENCIA
                   TO PAR-REFERENCIA(PARTIDAS-CARGADAS)
           ELSE
               IF NOT TABLA-REBASADA
                   DISPLAY "AUXILIAR REBASA LA TABLA (5000)"
               END-IF
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
           PERFORM 061-LEER-PARTIDA.
      *
      * DEL HISTORIAL SOLO IMPORTAN LAS PARTIDAS CON FECHA DENTRO
      * DEL MES: SU SALDO ES CERO, ASI QUE LAS ANTERIORES NO MUEVEN
      * NINGUNA CIFRA DEL ESTADO.
      *
       065-LEER-LIQUIDADA.
           READ LIQUIDADA-FILE
               AT END MOVE 'Y' TO WS-EOF-LIQUIDADA
           END-READ.
      *
       066-ALMACENAR-LIQUIDADA.
           IF LIQ-FECHA NOT < WS-FECHA-DESDE
              AND LIQ-FECHA NOT > WS-FECHA-CORTE
               IF PARTIDAS-CARGADAS < 5000
                   ADD 1 TO PARTIDAS-CARGADAS
                   MOVE LIQ-CLIENTE TO PAR-CLIENTE(PARTIDAS-CARGADAS)
                   MOVE LIQ-FECHA TO PAR-FECHA(PARTIDAS-CARGADAS)
                   MOVE LIQ-TIPO TO PAR-TIPO(PARTIDAS-CARGADAS)
                   MOVE LIQ-MONTO TO PAR-MONTO(PARTIDAS-CARGADAS)
                   MOVE LIQ-SALDO TO PAR-SALDO(PARTIDAS-CARGADAS)
                   MOVE LIQ-ESTADO TO PAR-ESTADO(PARTIDAS-CARGADAS)
                   MOVE LIQ-REFERENCIA
                       TO PAR-REFERENCIA(PARTIDAS-CARGADAS)
               ELSE
                   IF NOT TABLA-REBASADA
                       DISPLAY "AUXILIAR REBASA LA TABLA (5000)"
                   END-IF
                   MOVE 'Y' TO WS-TABLA-REBASADA
               END-IF
           END-IF.
           PERFORM 065-LEER-LIQUIDADA.
      *
      * SOLO LOS PAGOS DEL MES SE GUARDAN, PARA IMPRIMIRSE UNO POR
      * UNO; LOS ANTERIORES YA ESTAN EN LOS SALDOS DEL AUXILIAR Y
      * LOS POSTERIORES AL CORTE NO CUENTAN.
      *
       070-CARGAR-PAGOS.
           MOVE 0 TO PAGOS-CARGADOS.
           MOVE 'N' TO WS-EOF-HISTORIA.
           OPEN INPUT HISTORIA-PAGO-FILE.
           PERFORM 071-LEER-HISTORIA.
           PERFORM 072-CLASIFICAR-PAGO
               UNTIL EOF-HISTORIA.
           CLOSE HISTORIA-PAGO-FILE.
      *
       071-LEER-HISTORIA.
           READ HISTORIA-PAGO-FILE
               AT END MOVE 'Y' TO WS-EOF-HISTORIA
           END-READ.
      *
       072-CLASIFICAR-PAGO.
           IF HIS-FECHA NOT < WS-FECHA-DESDE
              AND HIS-FECHA NOT > WS-FECHA-CORTE
               PERFORM 075-ALMACENAR-PAGO-MES
           END-IF.
           PERFORM 071-LEER-HISTORIA.
      *
       075-ALMACENAR-PAGO-MES.
           IF PAGOS-CARGADOS < 2000
               ADD 1 TO PAGOS-CARGADOS
               MOVE HIS-CLIENTE TO PGM-CLIENTE(PAGOS-CARGADOS)
               MOVE HIS-FECHA TO PGM-FECHA(PAGOS-CARGADOS)
               MOVE HIS-MONTO TO PGM-MONTO(PAGOS-CARGADOS)
               MOVE HIS-APLICADO TO PGM-APLICADO(PAGOS-CARGADOS)
               MOVE HIS-REFERENCIA TO PGM-REFERENCIA(PAGOS-CARGADOS)
           ELSE
               IF NOT TABLA-REBASADA
                   DISPLAY "PAGOS DEL MES REBASAN LA TABLA (2000)"
               END-IF
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
      *
      * UN ESTADO POR CLIENTE DE TAXCLI, EN EL ORDEN DEL MAESTRO.
      *
       100-EMITIR-ESTADOS.
           MOVE 0 TO TOT-ESTADOS.
           MOVE 0 TO TOT-OMITIDOS.
           MOVE 0 TO TOT-FACTURADO.
           MOVE 0 TO TOT-NOTAS-CREDITO.
           MOVE 0 TO TOT-PAGOS.
           MOVE 0 TO TOT-SALDO-CIERRE.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-PAGINA-CONTROL.
           MOVE WS-MAX-RENGLONES TO WS-RENGLONES-CONTROL.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           OPEN OUTPUT ESTADO-REPORT-FILE.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           PERFORM 200-PROCESAR-CLIENTE
               VARYING IDX-CLIENTE FROM 1 BY 1
               UNTIL IDX-CLIENTE > CLIENTES-CARGADOS.
           IF TOT-ESTADOS = 0
               PERFORM 480-ENCABEZADO-CONTROL
           END-IF.
           PERFORM 490-TOTALES-CONTROL.
           WRITE ESTADO-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE ESTADO-REPORT-FILE.
           CLOSE CONTROL-REPORT-FILE.
      *
       200-PROCESAR-CLIENTE.
           PERFORM 210-CALCULAR-CIFRAS.
           IF CIF-SALDO-CIERRE = 0 AND CIF-MOVIMIENTOS = 0
               ADD 1 TO TOT-OMITIDOS
           ELSE
               PERFORM 300-IMPRIMIR-ESTADO
               PERFORM 470-RENGLON-CONTROL
               ADD 1 TO TOT-ESTADOS
               ADD CIF-FACTURADO TO TOT-FACTURADO
               ADD CIF-NOTAS-CREDITO TO TOT-NOTAS-CREDITO
               ADD CIF-PAGOS TO TOT-PAGOS
               ADD CIF-SALDO-CIERRE TO TOT-SALDO-CIERRE
           END-IF.
      *
      * SALDO AL CIERRE = SALDOS ABIERTOS DEL AUXILIAR CON FECHA
      * HASTA EL CORTE, LOS MISMOS QUE REPARTE EL CUADRO DE
      * ANTIGUEDAD; LA PARTIDA 'P' (SOBRANTE DE UN PAGO, SALDO
      * NEGATIVO) ENTRA RESTANDO Y SE INFORMA ADEMAS COMO PAGO NO
      * APLICADO A FAVOR DEL CLIENTE. EL SALDO ANTERIOR SE DEDUCE:
      * CIERRE MENOS FACTURAS Y NOTAS DE CREDITO DEL MES MAS LOS
      * PAGOS DEL MES (COMPLETOS, CON SU SOBRANTE). ASI NO DEPENDE
      * DE QUE CXCHIS TRAIGA TODOS LOS PAGOS ANTERIORES.
      *
       210-CALCULAR-CIFRAS.
           MOVE 0 TO CIF-SALDO-ANTERIOR.
           MOVE 0 TO CIF-FACTURADO.
           MOVE 0 TO CIF-NOTAS-CREDITO.
           MOVE 0 TO CIF-PAGOS.
           MOVE 0 TO CIF-NO-APLICADO.
           MOVE 0 TO CIF-CORRIENTE.
           MOVE 0 TO CIF-TREINTA.
           MOVE 0 TO CIF-SESENTA.
           MOVE 0 TO CIF-NOVENTA.
           MOVE 0 TO CIF-MOVIMIENTOS.
           MOVE 0 TO CIF-SALDO-CIERRE.
           PERFORM 220-ACUMULAR-PARTIDA
               VARYING IDX-PARTIDA FROM 1 BY 1
               UNTIL IDX-PARTIDA > PARTIDAS-CARGADAS.
           PERFORM 230-ACUMULAR-PAGO
               VARYING IDX-PAGO FROM 1 BY 1
               UNTIL IDX-PAGO > PAGOS-CARGADOS.
           COMPUTE CIF-SALDO-ANTERIOR =
               CIF-SALDO-CIERRE - CIF-FACTURADO
               - CIF-NOTAS-CREDITO + CIF-PAGOS.
      *
       220-ACUMULAR-PARTIDA.
           IF PAR-CLIENTE(IDX-PARTIDA) = ECL-CLIENTE(IDX-CLIENTE)
              AND PAR-FECHA(IDX-PARTIDA) NOT > WS-FECHA-CORTE
               IF PAR-TIPO(IDX-PARTIDA) = 'P'
                   IF PAR-ESTADO(IDX-PARTIDA) = 'A'
                       SUBTRACT PAR-SALDO(IDX-PARTIDA)
                           FROM CIF-NO-APLICADO
                   END-IF
               ELSE
                   IF PAR-FECHA(IDX-PARTIDA) NOT < WS-FECHA-DESDE
                       ADD 1 TO CIF-MOVIMIENTOS
                       IF PAR-TIPO(IDX-PARTIDA) = 'C'
                           ADD PAR-MONTO(IDX-PARTIDA)
                               TO CIF-NOTAS-CREDITO
                       ELSE
                           ADD PAR-MONTO(IDX-PARTIDA)
                               TO CIF-FACTURADO
                       END-IF
                   END-IF
               END-IF
               IF PAR-ESTADO(IDX-PARTIDA) = 'A'
                  AND PAR-SALDO(IDX-PARTIDA) NOT = 0
                   ADD PAR-SALDO(IDX-PARTIDA) TO CIF-SALDO-CIERRE
                   PERFORM 225-ENVEJECER-PARTIDA
               END-IF
           END-IF.
      *
      * MISMOS CORTES QUE EL REPORTE DE ANTIGUEDAD DE CXCBATCH, PERO
      * CONTRA EL ULTIMO DIA DEL MES DEL ESTADO.
      *
       225-ENVEJECER-PARTIDA.
           COMPUTE WS-DIAS-PARTIDA =
               WS-ENTERO-CORTE
               - FUNCTION INTEGER-OF-DATE(PAR-FECHA(IDX-PARTIDA)).
           EVALUATE TRUE
               WHEN WS-DIAS-PARTIDA <= 30
                   ADD PAR-SALDO(IDX-PARTIDA) TO CIF-CORRIENTE
               WHEN WS-DIAS-PARTIDA <= 60
                   ADD PAR-SALDO(IDX-PARTIDA) TO CIF-TREINTA
               WHEN WS-DIAS-PARTIDA <= 90
                   ADD PAR-SALDO(IDX-PARTIDA) TO CIF-SESENTA
               WHEN OTHER
                   ADD PAR-SALDO(IDX-PARTIDA) TO CIF-NOVENTA
           END-EVALUATE.
      *
       230-ACUMULAR-PAGO.
           IF PGM-CLIENTE(IDX-PAGO) = ECL-CLIENTE(IDX-CLIENTE)
               ADD 1 TO CIF-MOVIMIENTOS
               ADD PGM-MONTO(IDX-PAGO) TO CIF-PAGOS
           END-IF.
      *
      * EL ESTADO DE CUENTA ARRANCA SIEMPRE EN PAGINA NUEVA.
      *
       300-IMPRIMIR-ESTADO.
           PERFORM 400-ENCABEZADO-ESTADO.
           MOVE "SALDO ANTERIOR" TO EF-CONCEPTO.
           MOVE CIF-SALDO-ANTERIOR TO EF-IMPORTE.
           WRITE ESTADO-REPORT-RECORD FROM EDO-CIFRA-LINEA.
           WRITE ESTADO-REPORT-RECORD FROM EDO-BLANCO-LINEA.
           WRITE ESTADO-REPORT-RECORD FROM EDO-ENCABEZADO-DETALLE.
           ADD 3 TO WS-RENGLONES-PAGINA.
           PERFORM 310-IMPRIMIR-PARTIDA
               VARYING IDX-PARTIDA FROM 1 BY 1
               UNTIL IDX-PARTIDA > PARTIDAS-CARGADAS.
           PERFORM 320-IMPRIMIR-PAGO
               VARYING IDX-PAGO FROM 1 BY 1
               UNTIL IDX-PAGO > PAGOS-CARGADOS.
           IF WS-RENGLONES-PAGINA > WS-MAX-RENGLONES - 10
               PERFORM 400-ENCABEZADO-ESTADO
           END-IF.
           WRITE ESTADO-REPORT-RECORD FROM EDO-BLANCO-LINEA.
           MOVE "FACTURAS DEL MES" TO EF-CONCEPTO.
           MOVE CIF-FACTURADO TO EF-IMPORTE.
           WRITE ESTADO-REPORT-RECORD FROM EDO-CIFRA-LINEA.
           MOVE "NOTAS DE CREDITO DEL MES" TO EF-CONCEPTO.
           MOVE CIF-NOTAS-CREDITO TO EF-IMPORTE.
           WRITE ESTADO-REPORT-RECORD FROM EDO-CIFRA-LINEA.
           MOVE "PAGOS RECIBIDOS EN EL MES" TO EF-CONCEPTO.
           MOVE CIF-PAGOS TO EF-IMPORTE.
           WRITE ESTADO-REPORT-RECORD FROM EDO-CIFRA-LINEA.
           MOVE "SALDO AL CIERRE" TO EF-CONCEPTO.
           MOVE CIF-SALDO-CIERRE TO EF-IMPORTE.
           WRITE ESTADO-REPORT-RECORD FROM EDO-CIFRA-LINEA.
           IF CIF-NO-APLICADO NOT = 0
               MOVE "  (INCLUYE PAGO NO APLICADO A SU FAVOR)"
                   TO EF-CONCEPTO
               MOVE CIF-NO-APLICADO TO EF-IMPORTE
               WRITE ESTADO-REPORT-RECORD FROM EDO-CIFRA-LINEA
           END-IF.
           WRITE ESTADO-REPORT-RECORD FROM EDO-BLANCO-LINEA.
           WRITE ESTADO-REPORT-RECORD FROM EDO-ENCABEZADO-ANTIGUEDAD.
           MOVE CIF-CORRIENTE TO EA-CORRIENTE.
           MOVE CIF-TREINTA TO EA-TREINTA.
           MOVE CIF-SESENTA TO EA-SESENTA.
           MOVE CIF-NOVENTA TO EA-NOVENTA.
           WRITE ESTADO-REPORT-RECORD FROM EDO-ANTIGUEDAD-LINEA.
      *
       310-IMPRIMIR-PARTIDA.
           IF PAR-CLIENTE(IDX-PARTIDA) = ECL-CLIENTE(IDX-CLIENTE)
              AND PAR-TIPO(IDX-PARTIDA) NOT = 'P'
              AND PAR-FECHA(IDX-PARTIDA) NOT < WS-FECHA-DESDE
              AND PAR-FECHA(IDX-PARTIDA) NOT > WS-FECHA-CORTE
               PERFORM 330-VERIFICAR-PAGINA
               MOVE PAR-FECHA(IDX-PARTIDA) TO ED-FECHA
               IF PAR-TIPO(IDX-PARTIDA) = 'C'
                   MOVE "NOTA DE CREDITO" TO ED-CONCEPTO
               ELSE
                   MOVE "FACTURA" TO ED-CONCEPTO
               END-IF
               MOVE PAR-REFERENCIA(IDX-PARTIDA) TO ED-REFERENCIA
               MOVE PAR-MONTO(IDX-PARTIDA) TO ED-IMPORTE
               WRITE ESTADO-REPORT-RECORD FROM EDO-DETALLE-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
      *
      * EL PAGO SE IMPRIME COMPLETO Y EN NEGATIVO; LO QUE NO ALCANZO
      * A APLICARSE QUEDA COMO PAGO NO APLICADO A FAVOR.
      *
       320-IMPRIMIR-PAGO.
           IF PGM-CLIENTE(IDX-PAGO) = ECL-CLIENTE(IDX-CLIENTE)
               PERFORM 330-VERIFICAR-PAGINA
               MOVE PGM-FECHA(IDX-PAGO) TO ED-FECHA
               IF PGM-APLICADO(IDX-PAGO) < PGM-MONTO(IDX-PAGO)
                   MOVE "PAGO (SOBRANTE)" TO ED-CONCEPTO
               ELSE
                   MOVE "PAGO" TO ED-CONCEPTO
               END-IF
               MOVE PGM-REFERENCIA(IDX-PAGO) TO ED-REFERENCIA
               COMPUTE ED-IMPORTE = 0 - PGM-MONTO(IDX-PAGO)
               WRITE ESTADO-REPORT-RECORD FROM EDO-DETALLE-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
      *
       330-VERIFICAR-PAGINA.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 400-ENCABEZADO-ESTADO
               WRITE ESTADO-REPORT-RECORD FROM EDO-ENCABEZADO-DETALLE
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
      *
       400-ENCABEZADO-ESTADO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "ESTADO DE CUENTA" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           WRITE ESTADO-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE ESTADO-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE ESTADO-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           MOVE ECL-CLIENTE(IDX-CLIENTE) TO EC-CLIENTE.
           MOVE ECL-NOMBRE(IDX-CLIENTE) TO EC-NOMBRE.
           MOVE DES-PERIODO TO EC-PERIODO.
           WRITE ESTADO-REPORT-RECORD FROM EDO-CLIENTE-LINEA.
           MOVE WS-FECHA-DESDE TO EP-DESDE.
           MOVE WS-FECHA-CORTE TO EP-CORTE.
           WRITE ESTADO-REPORT-RECORD FROM EDO-PERIODO-LINEA.
           WRITE ESTADO-REPORT-RECORD FROM EDO-BLANCO-LINEA.
      *
      * LISTADO DE CONTROL: UN RENGLON POR ESTADO EMITIDO.
      *
       470-RENGLON-CONTROL.
           IF WS-RENGLONES-CONTROL >= WS-MAX-RENGLONES
               PERFORM 480-ENCABEZADO-CONTROL
           END-IF.
           MOVE ECL-CLIENTE(IDX-CLIENTE) TO CD-CLIENTE.
           MOVE ECL-NOMBRE(IDX-CLIENTE) TO CD-NOMBRE.
           MOVE CIF-SALDO-ANTERIOR TO CD-SALDO-ANTERIOR.
           MOVE CIF-FACTURADO TO CD-FACTURADO.
           MOVE CIF-SALDO-CIERRE TO CD-SALDO-CIERRE.
           WRITE CONTROL-REPORT-RECORD FROM CTL-DETALLE-LINEA.
           ADD 1 TO WS-RENGLONES-CONTROL.
      *
       480-ENCABEZADO-CONTROL.
           ADD 1 TO WS-PAGINA-CONTROL.
           MOVE 0 TO WS-RENGLONES-CONTROL.
           MOVE "CONTROL DE ESTADOS DE CUENTA" TO RPT-TITULO.
           MOVE WS-PAGINA-CONTROL TO RPT-NUMERO-PAGINA.
           WRITE CONTROL-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE CONTROL-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE CONTROL-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           WRITE CONTROL-REPORT-RECORD FROM CTL-ENCABEZADO-4.
      *
       490-TOTALES-CONTROL.
           WRITE CONTROL-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           MOVE TOT-ESTADOS TO CC-ESTADOS.
           MOVE TOT-OMITIDOS TO CC-OMITIDOS.
           WRITE CONTROL-REPORT-RECORD FROM CTL-CONTEO-LINEA.
           MOVE "TOTAL FACTURADO EN EL PERIODO" TO EF-CONCEPTO.
           MOVE TOT-FACTURADO TO EF-IMPORTE.
           WRITE CONTROL-REPORT-RECORD FROM EDO-CIFRA-LINEA.
           MOVE "TOTAL NOTAS DE CREDITO" TO EF-CONCEPTO.
           MOVE TOT-NOTAS-CREDITO TO EF-IMPORTE.
           WRITE CONTROL-REPORT-RECORD FROM EDO-CIFRA-LINEA.
           MOVE "TOTAL PAGOS RECIBIDOS" TO EF-CONCEPTO.
           MOVE TOT-PAGOS TO EF-IMPORTE.
           WRITE CONTROL-REPORT-RECORD FROM EDO-CIFRA-LINEA.
           MOVE "TOTAL SALDO AL CIERRE" TO EF-CONCEPTO.
           MOVE TOT-SALDO-CIERRE TO EF-IMPORTE.
           WRITE CONTROL-REPORT-RECORD FROM EDO-CIFRA-LINEA.
           WRITE CONTROL-REPORT-RECORD FROM RPT-PIE-LINEA.
