       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - REVALUACION DE CIERRE DE MES DE LAS
      * CUENTAS POR COBRAR EN MONEDA EXTRANJERA. CADA PARTIDA
      * ABIERTA DE TAXCXC CON MONEDA SE VALUA AL TIPO DE CAMBIO DE
      * CIERRE (EL ULTIMO DEL MES EN TAXFX PARA SU MONEDA): EL
      * IMPORTE ORIGINAL PENDIENTE (PROPORCIONAL AL SALDO) POR EL
      * TIPO DE CIERRE, CONTRA SU SALDO EN LIBROS. EL REPORTE FXRRPT
      * DA LA UTILIDAD O PERDIDA POR CLIENTE Y MONEDA. LA UTILIDAD O
      * PERDIDA NETA POR MONEDA SE ASIENTA EN EL HISTORIAL DE
      * POLIZAS TAXGLH (CLIENTES CONTRA UTILCAMB O PERDCAMB, SUCURSAL
      * FXR) CON FECHA DEL CIERRE, Y SU REVERSA CON FECHA DEL
      * PRIMER DIA DEL MES SIGUIENTE, ASI EL SALDO EN LIBROS DE LAS
      * PARTIDAS NO SE TOCA. UNA MONEDA SIN TIPO DEL MES, O UNA
      * CUENTA FUERA DEL CATALOGO CATCTA, DEJA EL CIERRE SIN POLIZA
      * (CODIGO 8); UN MES YA ASENTADO NO SE VUELVE A ASENTAR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CXC-FILE ASSIGN TO "TAXCXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CAMBIO-FILE ASSIGN TO "TAXFX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "CATCTA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GL-HISTORIA-FILE ASSIGN TO "TAXGLH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REVALUACION-REPORT-FILE ASSIGN TO "FXRRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  CAMBIO-FILE.
       01  CAMBIO-RECORD.
           05  FX-MONEDA               PIC X(03).
           05  FX-FECHA                PIC 9(8).
           05  FX-TIPO-CAMBIO          PIC 9(3)V9(4).
      *
       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CAT-CUENTA              PIC X(08).
           05  CAT-DESCRIPCION         PIC X(30).
           05  CAT-TIPO                PIC X.
           05  CAT-ESTADO              PIC X.
      *
      * MOVIMIENTOS DE POLIZA CON EL LAYOUT DE TAXGL.
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
       FD  REVALUACION-REPORT-FILE.
       01  REVALUACION-REPORT-RECORD   PIC X(80).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       77  WS-FECHA-HOY                PIC 9(8).
       01  WS-FECHA-CIERRE             PIC 9(8) VALUE 0.
       01  WS-FECHA-CIERRE-DES REDEFINES WS-FECHA-CIERRE.
           05  CIE-AAAA                PIC 9(4).
           05  CIE-MM                  PIC 9(2).
           05  CIE-DD                  PIC 9(2).
       01  WS-FECHA-INICIO-MES         PIC 9(8) VALUE 0.
       01  WS-FECHA-INICIO-DES REDEFINES WS-FECHA-INICIO-MES.
           05  INI-AAAA                PIC 9(4).
           05  INI-MM                  PIC 9(2).
           05  INI-DD                  PIC 9(2).
       01  WS-FECHA-REVERSA            PIC 9(8) VALUE 0.
       01  WS-FECHA-REVERSA-DES REDEFINES WS-FECHA-REVERSA.
           05  REV-AAAA                PIC 9(4).
           05  REV-MM                  PIC 9(2).
           05  REV-DD                  PIC 9(2).
       77  WS-MONEDA-BASE              PIC X(03) VALUE "MXN".
       77  WS-FUENTE-REVALUACION       PIC X(03) VALUE "FXR".
       77  WS-CUENTA-CLIENTES          PIC X(08) VALUE "CLIENTES".
       77  WS-CUENTA-UTILIDAD          PIC X(08) VALUE "UTILCAMB".
       77  WS-CUENTA-PERDIDA           PIC X(08) VALUE "PERDCAMB".
       77  WS-EOF-CXC                  PIC X VALUE 'N'.
           88  EOF-CXC                          VALUE 'Y'.
       77  WS-EOF-CAMBIO               PIC X VALUE 'N'.
           88  EOF-CAMBIO                       VALUE 'Y'.
       77  WS-EOF-CATALOGO             PIC X VALUE 'N'.
           88  EOF-CATALOGO                     VALUE 'Y'.
       77  WS-EOF-GL                   PIC X VALUE 'N'.
           88  EOF-GL                           VALUE 'Y'.
       77  WS-TABLA-REBASADA           PIC X VALUE 'N'.
           88  TABLA-REBASADA                   VALUE 'Y'.
       77  WS-FALTA-TIPO               PIC X VALUE 'N'.
           88  FALTA-TIPO                       VALUE 'Y'.
       77  WS-CUENTA-INVALIDA          PIC X VALUE 'N'.
           88  CUENTA-INVALIDA                  VALUE 'Y'.
       77  WS-YA-ASENTADA              PIC X VALUE 'N'.
           88  YA-ASENTADA                      VALUE 'Y'.
      *
      * TIPO DE CAMBIO DE CIERRE POR MONEDA: EL DE FECHA MAS
      * RECIENTE DENTRO DEL MES, SIN PASAR DEL DIA DE CIERRE.
      *
       77  TIPOS-CARGADOS              PIC 99 VALUE 0.
       01  TABLA-TIPOS.
           05  TIPO-ENTRY OCCURS 50 TIMES
                   INDEXED BY IDX-TIPO.
               10  TCF-MONEDA          PIC X(03).
               10  TCF-FECHA           PIC 9(8).
               10  TCF-TIPO-CAMBIO     PIC 9(3)V9(4).
       77  WS-TIPO-OK                  PIC X VALUE 'N'.
           88  TIPO-OK                          VALUE 'Y'.
       77  WS-MONEDA-BUSCADA           PIC X(03).
      *
      * CATALOGO DE CUENTAS, SOLO PARA VERIFICAR LAS TRES CUENTAS
      * DE LA POLIZA.
      *
       77  CATALOGO-CARGADAS           PIC 999 VALUE 0.
       01  TABLA-CATALOGO.
           05  CATALOGO-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-CATALOGO.
               10  TCT-CUENTA          PIC X(08).
               10  TCT-ESTADO          PIC X.
       77  WS-CUENTA-VERIFICAR         PIC X(08).
       77  WS-CUENTA-CATALOGO          PIC X VALUE 'N'.
           88  CUENTA-EN-CATALOGO               VALUE 'Y'.
      *
      * ACUMULADOS POR CLIENTE Y MONEDA, Y POR MONEDA.
      *
       77  CLIENTES-CARGADOS           PIC 999 VALUE 0.
       01  TABLA-REVAL-CLIENTE.
           05  REVAL-CLIENTE-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-RVC.
               10  RVC-CLIENTE         PIC X(06).
               10  RVC-MONEDA          PIC X(03).
               10  RVC-PARTIDAS        PIC 9(4).
               10  RVC-ORIGINAL        PIC S9(9)V99.
               10  RVC-LIBROS          PIC S9(9)V99.
               10  RVC-REVALUADO       PIC S9(9)V99.
       77  WS-CLIENTE-OK               PIC X VALUE 'N'.
           88  CLIENTE-OK                       VALUE 'Y'.
       77  MONEDAS-CARGADAS            PIC 99 VALUE 0.
       01  TABLA-REVAL-MONEDA.
           05  REVAL-MONEDA-ENTRY OCCURS 20 TIMES
                   INDEXED BY IDX-RVM.
               10  RVM-MONEDA          PIC X(03).
               10  RVM-TIPO-CAMBIO     PIC 9(3)V9(4).
               10  RVM-FECHA-TIPO      PIC 9(8).
               10  RVM-PARTIDAS        PIC 9(4).
               10  RVM-SIN-TIPO        PIC 9(4).
               10  RVM-ORIGINAL        PIC S9(9)V99.
               10  RVM-LIBROS          PIC S9(9)V99.
               10  RVM-REVALUADO       PIC S9(9)V99.
       77  WS-MONEDA-OK                PIC X VALUE 'N'.
           88  MONEDA-OK                        VALUE 'Y'.
       77  WS-ORIGINAL-ABIERTO         PIC S9(9)V99 VALUE 0.
       77  WS-REVALUADO                PIC S9(9)V99 VALUE 0.
       77  WS-DIFERENCIA               PIC S9(9)V99 VALUE 0.
       77  WS-DIFERENCIA-NETA          PIC S9(9)V99 VALUE 0.
       77  WS-CUENTA-CARGO             PIC X(08).
       77  WS-CUENTA-ABONO             PIC X(08).
       77  WS-FECHA-POLIZA             PIC 9(8).
       77  WS-MONTO-POLIZA             PIC S9(9)V99 VALUE 0.
       77  WS-MOVIMIENTOS-ESCRITOS     PIC 9(4) VALUE 0.
       77  WS-PARTIDAS-REVALUADAS      PIC 9(6) VALUE 0.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       COPY RPTHDR.
       01  RVR-CIERRE-LINEA.
           05  FILLER                  PIC X(17) VALUE
               "FECHA DE CIERRE: ".
           05  RC-FECHA-CIERRE         PIC 9(8).
           05  FILLER                  PIC X(11) VALUE
               "  REVERSA: ".
           05  RC-FECHA-REVERSA        PIC 9(8).
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  RVR-ENCABEZADO-4.
           05  FILLER                  PIC X(16) VALUE
               "CLIENTE MON PART".
           05  FILLER                  PIC X(52) VALUE
               "     ORIGINAL SALDO LIBROS    REVALUADO UTIL/PERDIDA".
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  RVR-DETALLE-LINEA.
           05  RD-CLIENTE              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-MONEDA               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-PARTIDAS             PIC ZZZ9.
           05  RD-ORIGINAL             PIC ZZZZZZZZ9.99-.
           05  RD-LIBROS               PIC ZZZZZZZZ9.99-.
           05  RD-REVALUADO            PIC ZZZZZZZZ9.99-.
           05  RD-DIFERENCIA           PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  RVR-MONEDA-LINEA.
           05  FILLER                  PIC X(07) VALUE "MONEDA ".
           05  RM-MONEDA               PIC X(03).
           05  FILLER                  PIC X(17) VALUE
               "  TIPO DE CIERRE ".
           05  RM-TIPO-CAMBIO          PIC ZZ9.9999.
           05  FILLER                  PIC X(10) VALUE
               " DEL DIA ".
           05  RM-FECHA-TIPO           PIC 9(8).
           05  FILLER                  PIC X(27) VALUE SPACES.
       01  RVR-AVISO-LINEA.
           05  RA-TEXTO                PIC X(60).
           05  RA-CUENTA               PIC X(08).
           05  FILLER                  PIC X(12) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-REVALUAR-CXC.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           MOVE 'N' TO WS-TABLA-REBASADA.
           MOVE 'N' TO WS-FALTA-TIPO.
           PERFORM 050-CARGAR-TIPOS.
           PERFORM 060-VALIDAR-CUENTAS.
           PERFORM 070-BUSCAR-POLIZA-ANTERIOR.
           PERFORM 100-REVALUAR-PARTIDAS.
           PERFORM 300-IMPRIMIR-REVALUACION.
           IF TABLA-REBASADA OR FALTA-TIPO OR CUENTA-INVALIDA
               DISPLAY "REVALUACION SIN POLIZA: REVISE FXRRPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF YA-ASENTADA
                   DISPLAY "LA REVALUACION DEL " WS-FECHA-CIERRE
                       " YA ESTA EN TAXGLH, NO SE DUPLICA"
               ELSE
                   PERFORM 400-ASENTAR-POLIZA
                   DISPLAY "REVALUACION DEL " WS-FECHA-CIERRE
                       " ASENTADA EN TAXGLH, MOVIMIENTOS: "
                       WS-MOVIMIENTOS-ESCRITOS
               END-IF
           END-IF.
           GOBACK.
      *
      * EL CIERRE ES EL ULTIMO DIA PROCESADO; LA REVERSA CAE EL
      * PRIMER DIA DEL MES SIGUIENTE. SIN FECHACTL SE USA EL RELOJ.
      *
       040-LEER-FECHA-NEGOCIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-CIERRE.
           OPEN INPUT FECHA-CONTROL-FILE.
           READ FECHA-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FCT-FECHA-NEGOCIO > 0
                       MOVE FCT-FECHA-NEGOCIO TO WS-FECHA-HOY
                   END-IF
                   IF FCT-FECHA-PROCESADA > 0
                       MOVE FCT-FECHA-PROCESADA TO WS-FECHA-CIERRE
                   ELSE
                       MOVE WS-FECHA-HOY TO WS-FECHA-CIERRE
                   END-IF
           END-READ.
           CLOSE FECHA-CONTROL-FILE.
           MOVE CIE-AAAA TO INI-AAAA.
           MOVE CIE-MM TO INI-MM.
           MOVE 1 TO INI-DD.
           MOVE 1 TO REV-DD.
           IF CIE-MM = 12
               COMPUTE REV-AAAA = CIE-AAAA + 1
               MOVE 1 TO REV-MM
           ELSE
               MOVE CIE-AAAA TO REV-AAAA
               COMPUTE REV-MM = CIE-MM + 1
           END-IF.
      *
       050-CARGAR-TIPOS.
           MOVE 0 TO TIPOS-CARGADOS.
           MOVE 'N' TO WS-EOF-CAMBIO.
           OPEN INPUT CAMBIO-FILE.
           PERFORM 051-LEER-CAMBIO.
           PERFORM 052-TOMAR-CAMBIO
               UNTIL EOF-CAMBIO.
           CLOSE CAMBIO-FILE.
      *
       051-LEER-CAMBIO.
           READ CAMBIO-FILE
               AT END MOVE 'Y' TO WS-EOF-CAMBIO
           END-READ.
      *
       052-TOMAR-CAMBIO.
           IF FX-FECHA NOT < WS-FECHA-INICIO-MES
              AND FX-FECHA NOT > WS-FECHA-CIERRE
               MOVE FX-MONEDA TO WS-MONEDA-BUSCADA
               PERFORM 055-LOCALIZAR-TIPO
               IF TIPO-OK
                   IF FX-FECHA > TCF-FECHA(IDX-TIPO)
                       MOVE FX-FECHA TO TCF-FECHA(IDX-TIPO)
                       MOVE FX-TIPO-CAMBIO
                           TO TCF-TIPO-CAMBIO(IDX-TIPO)
                   END-IF
               ELSE
                   IF TIPOS-CARGADOS < 50
                       ADD 1 TO TIPOS-CARGADOS
                       SET IDX-TIPO TO TIPOS-CARGADOS
                       MOVE FX-MONEDA TO TCF-MONEDA(IDX-TIPO)
                       MOVE FX-FECHA TO TCF-FECHA(IDX-TIPO)
                       MOVE FX-TIPO-CAMBIO
                           TO TCF-TIPO-CAMBIO(IDX-TIPO)
                   ELSE
                       DISPLAY "TABLA DE TIPOS DE CAMBIO LLENA (50), "
                           "SE IGNORA LA MONEDA: " FX-MONEDA
                   END-IF
               END-IF
           END-IF.
           PERFORM 051-LEER-CAMBIO.
      *
       055-LOCALIZAR-TIPO.
           MOVE 'N' TO WS-TIPO-OK.
           SET IDX-TIPO TO 1.
           PERFORM 056-BUSCAR-TIPO
               UNTIL IDX-TIPO > TIPOS-CARGADOS
                  OR TIPO-OK.
      *
       056-BUSCAR-TIPO.
           IF TCF-MONEDA(IDX-TIPO) = WS-MONEDA-BUSCADA
               MOVE 'Y' TO WS-TIPO-OK
           ELSE
               SET IDX-TIPO UP BY 1.
      *
      * LAS TRES CUENTAS DE LA POLIZA DEBEN EXISTIR ABIERTAS EN EL
      * CATALOGO; SIN CATALOGO NO SE VERIFICA, IGUAL QUE EN EL LOTE.
      *
       060-VALIDAR-CUENTAS.
           MOVE 'N' TO WS-CUENTA-INVALIDA.
           MOVE 0 TO CATALOGO-CARGADAS.
           MOVE 'N' TO WS-EOF-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           PERFORM 061-LEER-CATALOGO.
           PERFORM 062-ALMACENAR-CATALOGO
               UNTIL EOF-CATALOGO.
           CLOSE CATALOGO-FILE.
           IF CATALOGO-CARGADAS > 0
               MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-VERIFICAR
               PERFORM 065-VERIFICAR-CUENTA
               MOVE WS-CUENTA-UTILIDAD TO WS-CUENTA-VERIFICAR
               PERFORM 065-VERIFICAR-CUENTA
               MOVE WS-CUENTA-PERDIDA TO WS-CUENTA-VERIFICAR
               PERFORM 065-VERIFICAR-CUENTA
           END-IF.
      *
       061-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END MOVE 'Y' TO WS-EOF-CATALOGO
           END-READ.
      *
       062-ALMACENAR-CATALOGO.
           IF CATALOGO-CARGADAS < 300
               ADD 1 TO CATALOGO-CARGADAS
               MOVE CAT-CUENTA TO TCT-CUENTA(CATALOGO-CARGADAS)
               MOVE CAT-ESTADO TO TCT-ESTADO(CATALOGO-CARGADAS)
           ELSE
               DISPLAY "TABLA DE CATALOGO LLENA (300), SE IGNORA "
                   "CUENTA: " CAT-CUENTA
           END-IF.
           PERFORM 061-LEER-CATALOGO.
      *
       065-VERIFICAR-CUENTA.
           MOVE 'N' TO WS-CUENTA-CATALOGO.
           SET IDX-CATALOGO TO 1.
           PERFORM 066-BUSCAR-CUENTA
               UNTIL IDX-CATALOGO > CATALOGO-CARGADAS
                  OR CUENTA-EN-CATALOGO.
           IF NOT CUENTA-EN-CATALOGO
               DISPLAY "CUENTA DE REVALUACION FUERA DEL CATALOGO: "
                   WS-CUENTA-VERIFICAR
               MOVE 'Y' TO WS-CUENTA-INVALIDA
           ELSE
               IF TCT-ESTADO(IDX-CATALOGO) NOT = 'A'
                   DISPLAY "CUENTA DE REVALUACION CERRADA: "
                       WS-CUENTA-VERIFICAR
                   MOVE 'Y' TO WS-CUENTA-INVALIDA
               END-IF
           END-IF.
      *
       066-BUSCAR-CUENTA.
           IF TCT-CUENTA(IDX-CATALOGO) = WS-CUENTA-VERIFICAR
               MOVE 'Y' TO WS-CUENTA-CATALOGO
           ELSE
               SET IDX-CATALOGO UP BY 1.
      *
      * UNA POLIZA FXR CON FECHA DEL CIERRE EN TAXGLH QUIERE DECIR
      * QUE ESTE MES YA SE REVALUO (POR EJEMPLO, UNA RECORRIDA DEL
      * CIERRE): EL REPORTE SE REPITE PERO LA POLIZA NO.
      *
       070-BUSCAR-POLIZA-ANTERIOR.
           MOVE 'N' TO WS-YA-ASENTADA.
           MOVE 'N' TO WS-EOF-GL.
           OPEN INPUT GL-HISTORIA-FILE.
           PERFORM 071-LEER-POLIZA.
           PERFORM 072-REVISAR-POLIZA
               UNTIL EOF-GL OR YA-ASENTADA.
           CLOSE GL-HISTORIA-FILE.
      *
       071-LEER-POLIZA.
           READ GL-HISTORIA-FILE
               AT END MOVE 'Y' TO WS-EOF-GL
           END-READ.
      *
       072-REVISAR-POLIZA.
           IF GL-FUENTE = WS-FUENTE-REVALUACION
              AND GL-FECHA = WS-FECHA-CIERRE
               MOVE 'Y' TO WS-YA-ASENTADA
           ELSE
               PERFORM 071-LEER-POLIZA
           END-IF.
      *
      * RECORRE EL AUXILIAR Y REVALUA CADA PARTIDA ABIERTA EN
      * MONEDA EXTRANJERA.
      *
       100-REVALUAR-PARTIDAS.
           MOVE 0 TO CLIENTES-CARGADOS.
           MOVE 0 TO MONEDAS-CARGADAS.
           MOVE 0 TO WS-PARTIDAS-REVALUADAS.
           MOVE 'N' TO WS-EOF-CXC.
           OPEN INPUT CXC-FILE.
           PERFORM 110-LEER-PARTIDA.
           PERFORM 120-REVALUAR-PARTIDA
               UNTIL EOF-CXC.
           CLOSE CXC-FILE.
      *
       110-LEER-PARTIDA.
           READ CXC-FILE
               AT END MOVE 'Y' TO WS-EOF-CXC
           END-READ.
      *
      * EL IMPORTE ORIGINAL PENDIENTE ES EL ORIGINAL EN LA MISMA
      * PROPORCION QUE EL SALDO GUARDA CON EL MONTO: LOS PAGOS SE
      * APLICAN EN MONEDA BASE.
      *
       120-REVALUAR-PARTIDA.
           IF CXC-ESTADO = 'A' AND CXC-SALDO NOT = 0
              AND CXC-MONEDA NOT = SPACES
              AND CXC-MONEDA NOT = WS-MONEDA-BASE
               MOVE CXC-MONEDA TO WS-MONEDA-BUSCADA
               PERFORM 130-LOCALIZAR-MONEDA
               IF MONEDA-OK
                   IF RVM-FECHA-TIPO(IDX-RVM) = 0
                       ADD 1 TO RVM-SIN-TIPO(IDX-RVM)
                       MOVE 'Y' TO WS-FALTA-TIPO
                   ELSE
                       IF CXC-MONTO = 0
                           MOVE CXC-MONTO-ORIGINAL
                               TO WS-ORIGINAL-ABIERTO
                       ELSE
                           COMPUTE WS-ORIGINAL-ABIERTO ROUNDED =
                               CXC-MONTO-ORIGINAL * CXC-SALDO
                               / CXC-MONTO
                       END-IF
                       COMPUTE WS-REVALUADO ROUNDED =
                           WS-ORIGINAL-ABIERTO
                           * RVM-TIPO-CAMBIO(IDX-RVM)
                       ADD 1 TO WS-PARTIDAS-REVALUADAS
                       ADD 1 TO RVM-PARTIDAS(IDX-RVM)
                       ADD WS-ORIGINAL-ABIERTO
                           TO RVM-ORIGINAL(IDX-RVM)
                       ADD CXC-SALDO TO RVM-LIBROS(IDX-RVM)
                       ADD WS-REVALUADO TO RVM-REVALUADO(IDX-RVM)
                       PERFORM 140-LOCALIZAR-CLIENTE
                       IF CLIENTE-OK
                           ADD 1 TO RVC-PARTIDAS(IDX-RVC)
                           ADD WS-ORIGINAL-ABIERTO
                               TO RVC-ORIGINAL(IDX-RVC)
                           ADD CXC-SALDO TO RVC-LIBROS(IDX-RVC)
                           ADD WS-REVALUADO TO RVC-REVALUADO(IDX-RVC)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 110-LEER-PARTIDA.
      *
      * LA MONEDA ENTRA A LA TABLA CON SU TIPO DE CIERRE, O CON
      * FECHA CERO SI EL MES NO TIENE TIPO PARA ELLA.
      *
       130-LOCALIZAR-MONEDA.
           MOVE 'N' TO WS-MONEDA-OK.
           SET IDX-RVM TO 1.
           PERFORM 135-BUSCAR-MONEDA
               UNTIL IDX-RVM > MONEDAS-CARGADAS
                  OR MONEDA-OK.
           IF NOT MONEDA-OK
               IF MONEDAS-CARGADAS < 20
                   ADD 1 TO MONEDAS-CARGADAS
                   SET IDX-RVM TO MONEDAS-CARGADAS
                   MOVE WS-MONEDA-BUSCADA TO RVM-MONEDA(IDX-RVM)
                   MOVE 0 TO RVM-PARTIDAS(IDX-RVM)
                   MOVE 0 TO RVM-SIN-TIPO(IDX-RVM)
                   MOVE 0 TO RVM-ORIGINAL(IDX-RVM)
                   MOVE 0 TO RVM-LIBROS(IDX-RVM)
                   MOVE 0 TO RVM-REVALUADO(IDX-RVM)
                   PERFORM 055-LOCALIZAR-TIPO
                   IF TIPO-OK
                       MOVE TCF-TIPO-CAMBIO(IDX-TIPO)
                           TO RVM-TIPO-CAMBIO(IDX-RVM)
                       MOVE TCF-FECHA(IDX-TIPO)
                           TO RVM-FECHA-TIPO(IDX-RVM)
                   ELSE
                       MOVE 0 TO RVM-TIPO-CAMBIO(IDX-RVM)
                       MOVE 0 TO RVM-FECHA-TIPO(IDX-RVM)
                   END-IF
                   MOVE 'Y' TO WS-MONEDA-OK
               ELSE
                   IF NOT TABLA-REBASADA
                       DISPLAY "TABLA DE MONEDAS LLENA (20) EN LA "
                           "MONEDA: " WS-MONEDA-BUSCADA
                   END-IF
                   MOVE 'Y' TO WS-TABLA-REBASADA
               END-IF
           END-IF.
      *
       135-BUSCAR-MONEDA.
           IF RVM-MONEDA(IDX-RVM) = WS-MONEDA-BUSCADA
               MOVE 'Y' TO WS-MONEDA-OK
           ELSE
               SET IDX-RVM UP BY 1.
      *
       140-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-OK.
           SET IDX-RVC TO 1.
           PERFORM 145-BUSCAR-CLIENTE
               UNTIL IDX-RVC > CLIENTES-CARGADOS
                  OR CLIENTE-OK.
           IF NOT CLIENTE-OK
               IF CLIENTES-CARGADOS < 300
                   ADD 1 TO CLIENTES-CARGADOS
                   SET IDX-RVC TO CLIENTES-CARGADOS
                   MOVE CXC-CLIENTE TO RVC-CLIENTE(IDX-RVC)
                   MOVE CXC-MONEDA TO RVC-MONEDA(IDX-RVC)
                   MOVE 0 TO RVC-PARTIDAS(IDX-RVC)
                   MOVE 0 TO RVC-ORIGINAL(IDX-RVC)
                   MOVE 0 TO RVC-LIBROS(IDX-RVC)
                   MOVE 0 TO RVC-REVALUADO(IDX-RVC)
                   MOVE 'Y' TO WS-CLIENTE-OK
               ELSE
                   IF NOT TABLA-REBASADA
                       DISPLAY "TABLA DE CLIENTES LLENA (300) EN EL "
                           "CLIENTE: " CXC-CLIENTE
                   END-IF
                   MOVE 'Y' TO WS-TABLA-REBASADA
               END-IF
           END-IF.
      *
       145-BUSCAR-CLIENTE.
           IF RVC-CLIENTE(IDX-RVC) = CXC-CLIENTE
              AND RVC-MONEDA(IDX-RVC) = CXC-MONEDA
               MOVE 'Y' TO WS-CLIENTE-OK
           ELSE
               SET IDX-RVC UP BY 1.
      *
      * REPORTE POR MONEDA: SU TIPO DE CIERRE, UN RENGLON POR
      * CLIENTE Y EL TOTAL DE LA MONEDA.
      *
       300-IMPRIMIR-REVALUACION.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           OPEN OUTPUT REVALUACION-REPORT-FILE.
           PERFORM 320-ESCRIBIR-ENCABEZADO.
           PERFORM 310-IMPRIMIR-MONEDA
               VARYING IDX-RVM FROM 1 BY 1
               UNTIL IDX-RVM > MONEDAS-CARGADAS.
           IF MONEDAS-CARGADAS = 0
               MOVE "SIN PARTIDAS ABIERTAS EN MONEDA EXTRANJERA"
                   TO RA-TEXTO
               MOVE SPACES TO RA-CUENTA
               WRITE REVALUACION-REPORT-RECORD FROM RVR-AVISO-LINEA
           END-IF.
           IF FALTA-TIPO
               MOVE "SIN POLIZA: FALTA TIPO DE CAMBIO DEL MES EN TAXFX"
                   TO RA-TEXTO
               MOVE SPACES TO RA-CUENTA
               WRITE REVALUACION-REPORT-RECORD FROM RVR-AVISO-LINEA
           END-IF.
           IF CUENTA-INVALIDA
               MOVE "SIN POLIZA: CUENTA DE REVALUACION INVALIDA EN CATC
      -            "TA" TO RA-TEXTO
               MOVE SPACES TO RA-CUENTA
               WRITE REVALUACION-REPORT-RECORD FROM RVR-AVISO-LINEA
           END-IF.
           IF TABLA-REBASADA
               MOVE "SIN POLIZA: UNA TABLA SE REBASO" TO RA-TEXTO
               MOVE SPACES TO RA-CUENTA
               WRITE REVALUACION-REPORT-RECORD FROM RVR-AVISO-LINEA
           END-IF.
           IF YA-ASENTADA
               MOVE "POLIZA DEL CIERRE YA ASENTADA ANTES, NO SE REPITE"
                   TO RA-TEXTO
               MOVE SPACES TO RA-CUENTA
               WRITE REVALUACION-REPORT-RECORD FROM RVR-AVISO-LINEA
           END-IF.
           WRITE REVALUACION-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE REVALUACION-REPORT-FILE.
      *
       310-IMPRIMIR-MONEDA.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 320-ESCRIBIR-ENCABEZADO
           END-IF.
           MOVE RVM-MONEDA(IDX-RVM) TO RM-MONEDA.
           MOVE RVM-TIPO-CAMBIO(IDX-RVM) TO RM-TIPO-CAMBIO.
           MOVE RVM-FECHA-TIPO(IDX-RVM) TO RM-FECHA-TIPO.
           WRITE REVALUACION-REPORT-RECORD FROM RVR-MONEDA-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
           IF RVM-SIN-TIPO(IDX-RVM) > 0
               MOVE "PARTIDAS SIN TIPO DE CAMBIO DEL MES, MONEDA:"
                   TO RA-TEXTO
               MOVE RVM-MONEDA(IDX-RVM) TO RA-CUENTA
               WRITE REVALUACION-REPORT-RECORD FROM RVR-AVISO-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
           PERFORM 315-IMPRIMIR-CLIENTE
               VARYING IDX-RVC FROM 1 BY 1
               UNTIL IDX-RVC > CLIENTES-CARGADOS.
           MOVE "*TOTAL" TO RD-CLIENTE.
           MOVE RVM-MONEDA(IDX-RVM) TO RD-MONEDA.
           MOVE RVM-PARTIDAS(IDX-RVM) TO RD-PARTIDAS.
           MOVE RVM-ORIGINAL(IDX-RVM) TO RD-ORIGINAL.
           MOVE RVM-LIBROS(IDX-RVM) TO RD-LIBROS.
           MOVE RVM-REVALUADO(IDX-RVM) TO RD-REVALUADO.
           COMPUTE RD-DIFERENCIA =
               RVM-REVALUADO(IDX-RVM) - RVM-LIBROS(IDX-RVM).
           WRITE REVALUACION-REPORT-RECORD FROM RVR-DETALLE-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
      *
       315-IMPRIMIR-CLIENTE.
           IF RVC-MONEDA(IDX-RVC) = RVM-MONEDA(IDX-RVM)
               IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
                   PERFORM 320-ESCRIBIR-ENCABEZADO
               END-IF
               MOVE RVC-CLIENTE(IDX-RVC) TO RD-CLIENTE
               MOVE RVC-MONEDA(IDX-RVC) TO RD-MONEDA
               MOVE RVC-PARTIDAS(IDX-RVC) TO RD-PARTIDAS
               MOVE RVC-ORIGINAL(IDX-RVC) TO RD-ORIGINAL
               MOVE RVC-LIBROS(IDX-RVC) TO RD-LIBROS
               MOVE RVC-REVALUADO(IDX-RVC) TO RD-REVALUADO
               COMPUTE RD-DIFERENCIA =
                   RVC-REVALUADO(IDX-RVC) - RVC-LIBROS(IDX-RVC)
               WRITE REVALUACION-REPORT-RECORD FROM RVR-DETALLE-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
      *
       320-ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "REVALUACION CAMBIARIA CXC" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           WRITE REVALUACION-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE REVALUACION-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE REVALUACION-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           MOVE WS-FECHA-CIERRE TO RC-FECHA-CIERRE.
           MOVE WS-FECHA-REVERSA TO RC-FECHA-REVERSA.
           WRITE REVALUACION-REPORT-RECORD FROM RVR-CIERRE-LINEA.
           WRITE REVALUACION-REPORT-RECORD FROM RVR-ENCABEZADO-4.
      *
      * POLIZA POR MONEDA: LA UTILIDAD NETA CARGA A CLIENTES Y
      * ABONA A UTILCAMB; LA PERDIDA CARGA A PERDCAMB Y ABONA A
      * CLIENTES. LA REVERSA INVIERTE LOS LADOS CON FECHA DEL
      * PRIMER DIA DEL MES SIGUIENTE.
      *
       400-ASENTAR-POLIZA.
           MOVE 0 TO WS-MOVIMIENTOS-ESCRITOS.
           OPEN EXTEND GL-HISTORIA-FILE.
           PERFORM 410-ASENTAR-MONEDA
               VARYING IDX-RVM FROM 1 BY 1
               UNTIL IDX-RVM > MONEDAS-CARGADAS.
           CLOSE GL-HISTORIA-FILE.
      *
       410-ASENTAR-MONEDA.
           COMPUTE WS-DIFERENCIA-NETA =
               RVM-REVALUADO(IDX-RVM) - RVM-LIBROS(IDX-RVM).
           IF WS-DIFERENCIA-NETA > 0
               MOVE WS-DIFERENCIA-NETA TO WS-MONTO-POLIZA
               MOVE WS-FECHA-CIERRE TO WS-FECHA-POLIZA
               MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-CARGO
               MOVE WS-CUENTA-UTILIDAD TO WS-CUENTA-ABONO
               PERFORM 420-ESCRIBIR-ASIENTO
               MOVE WS-FECHA-REVERSA TO WS-FECHA-POLIZA
               MOVE WS-CUENTA-UTILIDAD TO WS-CUENTA-CARGO
               MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-ABONO
               PERFORM 420-ESCRIBIR-ASIENTO
           END-IF.
           IF WS-DIFERENCIA-NETA < 0
               COMPUTE WS-MONTO-POLIZA = 0 - WS-DIFERENCIA-NETA
               MOVE WS-FECHA-CIERRE TO WS-FECHA-POLIZA
               MOVE WS-CUENTA-PERDIDA TO WS-CUENTA-CARGO
               MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-ABONO
               PERFORM 420-ESCRIBIR-ASIENTO
               MOVE WS-FECHA-REVERSA TO WS-FECHA-POLIZA
               MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-CARGO
               MOVE WS-CUENTA-PERDIDA TO WS-CUENTA-ABONO
               PERFORM 420-ESCRIBIR-ASIENTO
           END-IF.
      *
       420-ESCRIBIR-ASIENTO.
           MOVE WS-FECHA-POLIZA TO GL-FECHA.
           MOVE 'D' TO GL-TIPO-REG.
           MOVE WS-CUENTA-CARGO TO GL-CUENTA.
           MOVE 'C' TO GL-CARGO-ABONO.
           MOVE WS-MONTO-POLIZA TO GL-MONTO.
           MOVE RVM-MONEDA(IDX-RVM) TO GL-CATEGORIA.
           MOVE WS-FUENTE-REVALUACION TO GL-FUENTE.
           WRITE GL-RECORD.
           MOVE WS-CUENTA-ABONO TO GL-CUENTA.
           MOVE 'A' TO GL-CARGO-ABONO.
           WRITE GL-RECORD.
           ADD 2 TO WS-MOVIMIENTOS-ESCRITOS.
