       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANZA.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - BALANZA DE COMPROBACION DEL PERIODO,
      * ARMADA DEL HISTORIAL DE POLIZAS TAXGLH EN LUGAR DE LA HOJA
      * DE CALCULO QUE CONTABILIDAD LLENABA A MANO CADA CIERRE: POR
      * CUENTA, SALDO INICIAL (EL FINAL DEL PERIODO ANTERIOR EN
      * GLSAL), CARGOS Y ABONOS DEL MES Y SALDO FINAL, CON LA
      * DESCRIPCION Y EL TIPO DEL CATALOGO CATCTA. SENALA CADA DIA
      * Y CADA SUCURSAL (GL-FUENTE) CUYOS CARGOS Y ABONOS NO NETEAN
      * A CERO, Y CADA CUENTA QUE NO ESTA EN EL CATALOGO. LOS SALDOS
      * FINALES QUEDAN EN GLSAL COMO SALDO INICIAL DEL PERIODO
      * SIGUIENTE; RECORRER EL MISMO PERIODO REEMPLAZA SUS
      * RENGLONES. EL PERIODO ES EL MES DEL ULTIMO DIA PROCESADO EN
      * FECHACTL, DE MODO QUE CORRE COMO PASO DE CIERREMES.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-HISTORIA-FILE ASSIGN TO "TAXGLH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "CATCTA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SALDO-FILE ASSIGN TO "GLSAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BALANZA-REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * MOVIMIENTOS DE POLIZA CON EL LAYOUT DE TAXGL.
       FD  GL-HISTORIA-FILE.
       01  GL-RECORD.
           05  GL-FECHA                PIC 9(8).
           05  GL-FECHA-DES REDEFINES GL-FECHA.
               10  GL-PERIODO          PIC 9(6).
               10  GL-DIA              PIC 9(2).
           05  GL-TIPO-REG             PIC X.
           05  GL-CUENTA               PIC X(08).
           05  GL-CARGO-ABONO          PIC X.
           05  GL-MONTO                PIC S9(9)V99.
           05  GL-CATEGORIA            PIC X(03).
           05  GL-FUENTE               PIC X(03).
      *
       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CAT-CUENTA              PIC X(08).
           05  CAT-DESCRIPCION         PIC X(30).
           05  CAT-TIPO                PIC X.
           05  CAT-ESTADO              PIC X.
      *
      * SALDOS POR CUENTA Y PERIODO: UN RENGLON POR CUENTA POR CADA
      * PERIODO CERRADO CON BALANZA.
      *
       FD  SALDO-FILE.
       01  SALDO-RECORD.
           05  SAL-CUENTA              PIC X(08).
           05  SAL-PERIODO             PIC 9(6).
           05  SAL-SALDO-INICIAL       PIC S9(11)V99.
           05  SAL-CARGOS              PIC S9(11)V99.
           05  SAL-ABONOS              PIC S9(11)V99.
           05  SAL-SALDO-FINAL         PIC S9(11)V99.
      *
       FD  BALANZA-REPORT-FILE.
       01  BALANZA-REPORT-RECORD       PIC X(80).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       77  WS-FECHA-HOY                PIC 9(8).
       01  WS-FECHA-BASE               PIC 9(8) VALUE 0.
       01  WS-FECHA-BASE-DES REDEFINES WS-FECHA-BASE.
           05  BAS-PERIODO             PIC 9(6).
           05  BAS-DD                  PIC 9(2).
       77  WS-PERIODO                  PIC 9(6) VALUE 0.
       77  WS-EOF-GL                   PIC X VALUE 'N'.
           88  EOF-GL                           VALUE 'Y'.
       77  WS-EOF-CATALOGO             PIC X VALUE 'N'.
           88  EOF-CATALOGO                     VALUE 'Y'.
       77  WS-EOF-SALDO                PIC X VALUE 'N'.
           88  EOF-SALDO                        VALUE 'Y'.
       77  WS-TABLA-REBASADA           PIC X VALUE 'N'.
           88  TABLA-REBASADA                   VALUE 'Y'.
      *
      * CATALOGO DE CUENTAS PARA DESCRIPCION Y TIPO.
      *
       77  CATALOGO-CARGADAS           PIC 999 VALUE 0.
       01  TABLA-CATALOGO.
           05  CATALOGO-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-CATALOGO.
               10  TCT-CUENTA          PIC X(08).
               10  TCT-DESCRIPCION     PIC X(30).
               10  TCT-TIPO            PIC X.
       77  WS-CATALOGO-OK              PIC X VALUE 'N'.
           88  CATALOGO-OK                      VALUE 'Y'.
      *
      * RENGLONES DE GLSAL DE OTROS PERIODOS, QUE SE CONSERVAN TAL
      * CUAL AL REESCRIBIR EL ARCHIVO.
      *
       77  SALDOS-CARGADOS             PIC 9(4) VALUE 0.
       01  TABLA-SALDOS.
           05  SALDO-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IDX-SALDO.
               10  TSL-CUENTA          PIC X(08).
               10  TSL-PERIODO         PIC 9(6).
               10  TSL-SALDO-INICIAL   PIC S9(11)V99.
               10  TSL-CARGOS          PIC S9(11)V99.
               10  TSL-ABONOS          PIC S9(11)V99.
               10  TSL-SALDO-FINAL     PIC S9(11)V99.
       77  WS-PERIODOS-POSTERIORES     PIC 9(4) VALUE 0.
      *
      * BALANZA DEL PERIODO POR CUENTA.
      *
       77  BALANZA-CARGADAS            PIC 999 VALUE 0.
       01  TABLA-BALANZA.
           05  BALANZA-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-BALANZA.
               10  BAL-CUENTA          PIC X(08).
               10  BAL-PERIODO-ANTERIOR PIC 9(6).
               10  BAL-SALDO-INICIAL   PIC S9(11)V99.
               10  BAL-CARGOS          PIC S9(11)V99.
               10  BAL-ABONOS          PIC S9(11)V99.
               10  BAL-SALDO-FINAL     PIC S9(11)V99.
       77  WS-CUENTA-BUSCADA           PIC X(08).
       77  WS-BALANZA-OK               PIC X VALUE 'N'.
           88  BALANZA-OK                       VALUE 'Y'.
      *
      * CUADRE POR DIA DEL MES Y POR SUCURSAL.
      *
       01  TABLA-DIAS.
           05  DIA-ENTRY OCCURS 31 TIMES
                   INDEXED BY IDX-DIA.
               10  DIA-CARGOS          PIC S9(11)V99.
               10  DIA-ABONOS          PIC S9(11)V99.
       77  FUENTES-CARGADAS            PIC 99 VALUE 0.
       01  TABLA-FUENTES.
           05  FUENTE-ENTRY OCCURS 50 TIMES
                   INDEXED BY IDX-FUENTE.
               10  FTE-FUENTE          PIC X(03).
               10  FTE-CARGOS          PIC S9(11)V99.
               10  FTE-ABONOS          PIC S9(11)V99.
       77  WS-FUENTE-OK                PIC X VALUE 'N'.
           88  FUENTE-OK                        VALUE 'Y'.
       77  WS-DIA-NUMERO               PIC 99.
       01  TOTALES-BALANZA.
           05  TOT-SALDO-INICIAL       PIC S9(11)V99 VALUE 0.
           05  TOT-CARGOS              PIC S9(11)V99 VALUE 0.
           05  TOT-ABONOS              PIC S9(11)V99 VALUE 0.
           05  TOT-SALDO-FINAL         PIC S9(11)V99 VALUE 0.
       77  WS-MOVIMIENTOS              PIC 9(6) VALUE 0.
       77  WS-MOVIMIENTOS-INVALIDOS    PIC 9(6) VALUE 0.
       77  WS-DESCUADRES               PIC 9(4) VALUE 0.
       77  WS-NO-CATALOGADAS           PIC 9(4) VALUE 0.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       COPY RPTHDR.
       01  BAL-PERIODO-LINEA.
           05  FILLER                  PIC X(09) VALUE "PERIODO: ".
           05  BP-PERIODO              PIC 9(6).
           05  FILLER                  PIC X(65) VALUE SPACES.
       01  BAL-ENCABEZADO-4.
           05  FILLER                  PIC X(27) VALUE
               "CUENTA   T DESCRIPCION     ".
           05  FILLER                  PIC X(53) VALUE
               "SALDO INICIAL       CARGOS       ABONOS  SALDO FINAL".
       01  BAL-DETALLE-LINEA.
           05  BD-CUENTA               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BD-TIPO                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BD-DESCRIPCION          PIC X(16).
           05  BD-SALDO-INICIAL        PIC ZZZZZZZZ9.99-.
           05  BD-CARGOS               PIC ZZZZZZZZ9.99-.
           05  BD-ABONOS               PIC ZZZZZZZZ9.99-.
           05  BD-SALDO-FINAL          PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  BAL-DESCUADRE-LINEA.
           05  FILLER                  PIC X(11) VALUE
               "DESCUADRE: ".
           05  BQ-CONCEPTO             PIC X(16).
           05  BQ-CARGOS               PIC ZZZZZZZZ9.99-.
           05  BQ-ABONOS               PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(12) VALUE
               " DIFERENCIA ".
           05  BQ-DIFERENCIA           PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  BAL-AVISO-LINEA.
           05  BA-TEXTO                PIC X(60).
           05  BA-CUENTA               PIC 9(6).
           05  FILLER                  PIC X(14) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-BALANZA-COMPROBACION.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           MOVE 'N' TO WS-TABLA-REBASADA.
           PERFORM 050-CARGAR-CATALOGO.
           PERFORM 060-CARGAR-SALDOS.
           IF NOT TABLA-REBASADA
               PERFORM 100-ACUMULAR-PERIODO
           END-IF.
           IF TABLA-REBASADA
               DISPLAY "BALANZA NO GENERADA: UNA TABLA SE REBASO, "
                   "GLSAL QUEDA COMO ESTABA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-IMPRIMIR-BALANZA
               PERFORM 500-REESCRIBIR-SALDOS
               DISPLAY "BALANZA DEL PERIODO " WS-PERIODO
                   " EN BALRPT. CUENTAS: " BALANZA-CARGADAS
                   " DESCUADRES: " WS-DESCUADRES
               IF WS-PERIODOS-POSTERIORES > 0
                   DISPLAY "AVISO: GLSAL YA TIENE PERIODOS "
                       "POSTERIORES; SUS SALDOS INICIALES NO SE "
                       "RECALCULAN"
               END-IF
           END-IF.
           GOBACK.
      *
      * EL PERIODO ES EL MES DEL ULTIMO DIA PROCESADO (EN EL
      * CIERRE, EL MES QUE SE CIERRA); SIN FECHACTL SE CAE AL RELOJ.
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
           MOVE BAS-PERIODO TO WS-PERIODO.
      *
       050-CARGAR-CATALOGO.
           MOVE 0 TO CATALOGO-CARGADAS.
           MOVE 'N' TO WS-EOF-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           PERFORM 051-LEER-CATALOGO.
           PERFORM 052-ALMACENAR-CATALOGO
               UNTIL EOF-CATALOGO.
           CLOSE CATALOGO-FILE.
      *
       051-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END MOVE 'Y' TO WS-EOF-CATALOGO
           END-READ.
      *
       052-ALMACENAR-CATALOGO.
           IF CATALOGO-CARGADAS < 300
               ADD 1 TO CATALOGO-CARGADAS
               MOVE CAT-CUENTA TO TCT-CUENTA(CATALOGO-CARGADAS)
               MOVE CAT-DESCRIPCION
                   TO TCT-DESCRIPCION(CATALOGO-CARGADAS)
               MOVE CAT-TIPO TO TCT-TIPO(CATALOGO-CARGADAS)
           ELSE
               DISPLAY "TABLA DE CATALOGO LLENA (300), SE IGNORA "
                   "CUENTA: " CAT-CUENTA
           END-IF.
           PERFORM 051-LEER-CATALOGO.
      *
      * CARGA GLSAL: LOS RENGLONES DEL PERIODO QUE SE CALCULA SE
      * DESCARTAN (SE VAN A REGENERAR); DE LOS ANTERIORES, EL MAS
      * RECIENTE DE CADA CUENTA DA SU SALDO INICIAL.
      *
       060-CARGAR-SALDOS.
           MOVE 0 TO SALDOS-CARGADOS.
           MOVE 0 TO BALANZA-CARGADAS.
           MOVE 0 TO WS-PERIODOS-POSTERIORES.
           MOVE 'N' TO WS-EOF-SALDO.
           OPEN INPUT SALDO-FILE.
           PERFORM 061-LEER-SALDO.
           PERFORM 062-ALMACENAR-SALDO
               UNTIL EOF-SALDO.
           CLOSE SALDO-FILE.
      *
       061-LEER-SALDO.
           READ SALDO-FILE
               AT END MOVE 'Y' TO WS-EOF-SALDO
           END-READ.
      *
       062-ALMACENAR-SALDO.
           IF SAL-PERIODO NOT = WS-PERIODO
               IF SALDOS-CARGADOS < 2000
                   ADD 1 TO SALDOS-CARGADOS
                   MOVE SAL-CUENTA TO TSL-CUENTA(SALDOS-CARGADOS)
                   MOVE SAL-PERIODO TO TSL-PERIODO(SALDOS-CARGADOS)
                   MOVE SAL-SALDO-INICIAL
                       TO TSL-SALDO-INICIAL(SALDOS-CARGADOS)
                   MOVE SAL-CARGOS TO TSL-CARGOS(SALDOS-CARGADOS)
                   MOVE SAL-ABONOS TO TSL-ABONOS(SALDOS-CARGADOS)
                   MOVE SAL-SALDO-FINAL
                       TO TSL-SALDO-FINAL(SALDOS-CARGADOS)
               ELSE
                   IF NOT TABLA-REBASADA
                       DISPLAY "GLSAL REBASA LA TABLA (2000)"
                   END-IF
                   MOVE 'Y' TO WS-TABLA-REBASADA
               END-IF
           END-IF.
           IF SAL-PERIODO > WS-PERIODO
               ADD 1 TO WS-PERIODOS-POSTERIORES
           END-IF.
           IF SAL-PERIODO < WS-PERIODO
               MOVE SAL-CUENTA TO WS-CUENTA-BUSCADA
               PERFORM 200-LOCALIZAR-CUENTA
               IF BALANZA-OK
                   IF SAL-PERIODO > BAL-PERIODO-ANTERIOR(IDX-BALANZA)
                       MOVE SAL-PERIODO
                           TO BAL-PERIODO-ANTERIOR(IDX-BALANZA)
                       MOVE SAL-SALDO-FINAL
                           TO BAL-SALDO-INICIAL(IDX-BALANZA)
                   END-IF
               END-IF
           END-IF.
           PERFORM 061-LEER-SALDO.
      *
      * RECORRE EL HISTORIAL DE POLIZAS Y ACUMULA LOS MOVIMIENTOS
      * DEL PERIODO POR CUENTA, POR DIA Y POR SUCURSAL.
      *
       100-ACUMULAR-PERIODO.
           MOVE 0 TO WS-MOVIMIENTOS.
           MOVE 0 TO WS-MOVIMIENTOS-INVALIDOS.
           MOVE 0 TO FUENTES-CARGADAS.
           PERFORM 105-LIMPIAR-DIA
               VARYING IDX-DIA FROM 1 BY 1
               UNTIL IDX-DIA > 31.
           MOVE 'N' TO WS-EOF-GL.
           OPEN INPUT GL-HISTORIA-FILE.
           PERFORM 110-LEER-MOVIMIENTO.
           PERFORM 120-ACUMULAR-MOVIMIENTO
               UNTIL EOF-GL.
           CLOSE GL-HISTORIA-FILE.
      *
       105-LIMPIAR-DIA.
           MOVE 0 TO DIA-CARGOS(IDX-DIA).
           MOVE 0 TO DIA-ABONOS(IDX-DIA).
      *
       110-LEER-MOVIMIENTO.
           READ GL-HISTORIA-FILE
               AT END MOVE 'Y' TO WS-EOF-GL
           END-READ.
      *
      * CARGO ('C') SUMA A CARGOS, ABONO ('A') A ABONOS; CUALQUIER
      * OTRO INDICADOR O UN DIA FUERA DE RANGO SE CUENTA COMO
      * MOVIMIENTO INVALIDO Y NO ENTRA A LA BALANZA.
      *
       120-ACUMULAR-MOVIMIENTO.
           IF GL-PERIODO = WS-PERIODO AND GL-TIPO-REG = 'D'
               IF (GL-CARGO-ABONO = 'C' OR GL-CARGO-ABONO = 'A')
                  AND GL-DIA > 0 AND GL-DIA < 32
                   ADD 1 TO WS-MOVIMIENTOS
                   MOVE GL-CUENTA TO WS-CUENTA-BUSCADA
                   PERFORM 200-LOCALIZAR-CUENTA
                   PERFORM 130-LOCALIZAR-FUENTE
                   SET IDX-DIA TO GL-DIA
                   IF GL-CARGO-ABONO = 'C'
                       IF BALANZA-OK
                           ADD GL-MONTO TO BAL-CARGOS(IDX-BALANZA)
                       END-IF
                       IF FUENTE-OK
                           ADD GL-MONTO TO FTE-CARGOS(IDX-FUENTE)
                       END-IF
                       ADD GL-MONTO TO DIA-CARGOS(IDX-DIA)
                   ELSE
                       IF BALANZA-OK
                           ADD GL-MONTO TO BAL-ABONOS(IDX-BALANZA)
                       END-IF
                       IF FUENTE-OK
                           ADD GL-MONTO TO FTE-ABONOS(IDX-FUENTE)
                       END-IF
                       ADD GL-MONTO TO DIA-ABONOS(IDX-DIA)
                   END-IF
               ELSE
                   ADD 1 TO WS-MOVIMIENTOS-INVALIDOS
                   DISPLAY "MOVIMIENTO INVALIDO EN TAXGLH: " GL-FECHA
                       " " GL-CUENTA " INDICADOR " GL-CARGO-ABONO
               END-IF
           END-IF.
           PERFORM 110-LEER-MOVIMIENTO.
      *
       130-LOCALIZAR-FUENTE.
           MOVE 'N' TO WS-FUENTE-OK.
           SET IDX-FUENTE TO 1.
           PERFORM 140-BUSCAR-FUENTE
               UNTIL IDX-FUENTE > FUENTES-CARGADAS
                  OR FUENTE-OK.
           IF NOT FUENTE-OK
               IF FUENTES-CARGADAS < 50
                   ADD 1 TO FUENTES-CARGADAS
                   SET IDX-FUENTE TO FUENTES-CARGADAS
                   MOVE GL-FUENTE TO FTE-FUENTE(IDX-FUENTE)
                   MOVE 0 TO FTE-CARGOS(IDX-FUENTE)
                   MOVE 0 TO FTE-ABONOS(IDX-FUENTE)
                   MOVE 'Y' TO WS-FUENTE-OK
               ELSE
                   DISPLAY "TABLA DE SUCURSALES LLENA (50), SIN "
                       "CUADRE PARA: " GL-FUENTE
               END-IF
           END-IF.
      *
       140-BUSCAR-FUENTE.
           IF FTE-FUENTE(IDX-FUENTE) = GL-FUENTE
               MOVE 'Y' TO WS-FUENTE-OK
           ELSE
               SET IDX-FUENTE UP BY 1.
      *
      * BUSCA LA CUENTA EN LA BALANZA Y LA AGREGA SI ES NUEVA. UNA
      * TABLA LLENA INVALIDA LA BALANZA COMPLETA: UN SALDO PERDIDO
      * NO SE ARRASTRARIA AL PERIODO SIGUIENTE.
      *
       200-LOCALIZAR-CUENTA.
           MOVE 'N' TO WS-BALANZA-OK.
           SET IDX-BALANZA TO 1.
           PERFORM 210-BUSCAR-CUENTA
               UNTIL IDX-BALANZA > BALANZA-CARGADAS
                  OR BALANZA-OK.
           IF NOT BALANZA-OK
               IF BALANZA-CARGADAS < 300
                   ADD 1 TO BALANZA-CARGADAS
                   SET IDX-BALANZA TO BALANZA-CARGADAS
                   MOVE WS-CUENTA-BUSCADA TO BAL-CUENTA(IDX-BALANZA)
                   MOVE 0 TO BAL-PERIODO-ANTERIOR(IDX-BALANZA)
                   MOVE 0 TO BAL-SALDO-INICIAL(IDX-BALANZA)
                   MOVE 0 TO BAL-CARGOS(IDX-BALANZA)
                   MOVE 0 TO BAL-ABONOS(IDX-BALANZA)
                   MOVE 0 TO BAL-SALDO-FINAL(IDX-BALANZA)
                   MOVE 'Y' TO WS-BALANZA-OK
               ELSE
                   IF NOT TABLA-REBASADA
                       DISPLAY "TABLA DE BALANZA LLENA (300) EN LA "
                           "CUENTA: " WS-CUENTA-BUSCADA
                   END-IF
                   MOVE 'Y' TO WS-TABLA-REBASADA
               END-IF
           END-IF.
      *
       210-BUSCAR-CUENTA.
           IF BAL-CUENTA(IDX-BALANZA) = WS-CUENTA-BUSCADA
               MOVE 'Y' TO WS-BALANZA-OK
           ELSE
               SET IDX-BALANZA UP BY 1.
      *
      * IMPRIME LA BALANZA, LOS TOTALES Y LOS DESCUADRES.
      *
       300-IMPRIMIR-BALANZA.
           MOVE 0 TO TOT-SALDO-INICIAL.
           MOVE 0 TO TOT-CARGOS.
           MOVE 0 TO TOT-ABONOS.
           MOVE 0 TO TOT-SALDO-FINAL.
           MOVE 0 TO WS-DESCUADRES.
           MOVE 0 TO WS-NO-CATALOGADAS.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE WS-MAX-RENGLONES TO WS-RENGLONES-PAGINA.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           OPEN OUTPUT BALANZA-REPORT-FILE.
           PERFORM 310-IMPRIMIR-CUENTA
               VARYING IDX-BALANZA FROM 1 BY 1
               UNTIL IDX-BALANZA > BALANZA-CARGADAS.
           WRITE BALANZA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           MOVE "*TOTAL" TO BD-CUENTA.
           MOVE SPACE TO BD-TIPO.
           MOVE SPACES TO BD-DESCRIPCION.
           MOVE TOT-SALDO-INICIAL TO BD-SALDO-INICIAL.
           MOVE TOT-CARGOS TO BD-CARGOS.
           MOVE TOT-ABONOS TO BD-ABONOS.
           MOVE TOT-SALDO-FINAL TO BD-SALDO-FINAL.
           WRITE BALANZA-REPORT-RECORD FROM BAL-DETALLE-LINEA.
           IF TOT-CARGOS NOT = TOT-ABONOS
               ADD 1 TO WS-DESCUADRES
               MOVE "PERIODO COMPLETO" TO BQ-CONCEPTO
               MOVE TOT-CARGOS TO BQ-CARGOS
               MOVE TOT-ABONOS TO BQ-ABONOS
               COMPUTE BQ-DIFERENCIA = TOT-CARGOS - TOT-ABONOS
               WRITE BALANZA-REPORT-RECORD FROM BAL-DESCUADRE-LINEA
           END-IF.
           PERFORM 330-CUADRAR-DIA
               VARYING IDX-DIA FROM 1 BY 1
               UNTIL IDX-DIA > 31.
           PERFORM 340-CUADRAR-FUENTE
               VARYING IDX-FUENTE FROM 1 BY 1
               UNTIL IDX-FUENTE > FUENTES-CARGADAS.
           IF WS-DESCUADRES = 0
               MOVE "CARGOS Y ABONOS CUADRAN POR DIA Y POR SUCURSAL"
                   TO BA-TEXTO
               MOVE 0 TO BA-CUENTA
               WRITE BALANZA-REPORT-RECORD FROM BAL-AVISO-LINEA
           END-IF.
           MOVE "MOVIMIENTOS DEL PERIODO:" TO BA-TEXTO.
           MOVE WS-MOVIMIENTOS TO BA-CUENTA.
           WRITE BALANZA-REPORT-RECORD FROM BAL-AVISO-LINEA.
           IF WS-MOVIMIENTOS-INVALIDOS > 0
               MOVE "MOVIMIENTOS INVALIDOS (FUERA DE LA BALANZA):"
                   TO BA-TEXTO
               MOVE WS-MOVIMIENTOS-INVALIDOS TO BA-CUENTA
               WRITE BALANZA-REPORT-RECORD FROM BAL-AVISO-LINEA
           END-IF.
           IF WS-NO-CATALOGADAS > 0
               MOVE "CUENTAS QUE NO ESTAN EN EL CATALOGO CATCTA:"
                   TO BA-TEXTO
               MOVE WS-NO-CATALOGADAS TO BA-CUENTA
               WRITE BALANZA-REPORT-RECORD FROM BAL-AVISO-LINEA
           END-IF.
           WRITE BALANZA-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE BALANZA-REPORT-FILE.
      *
       310-IMPRIMIR-CUENTA.
           COMPUTE BAL-SALDO-FINAL(IDX-BALANZA) =
               BAL-SALDO-INICIAL(IDX-BALANZA)
               + BAL-CARGOS(IDX-BALANZA)
               - BAL-ABONOS(IDX-BALANZA).
           ADD BAL-SALDO-INICIAL(IDX-BALANZA) TO TOT-SALDO-INICIAL.
           ADD BAL-CARGOS(IDX-BALANZA) TO TOT-CARGOS.
           ADD BAL-ABONOS(IDX-BALANZA) TO TOT-ABONOS.
           ADD BAL-SALDO-FINAL(IDX-BALANZA) TO TOT-SALDO-FINAL.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 320-ESCRIBIR-ENCABEZADO
           END-IF.
           MOVE BAL-CUENTA(IDX-BALANZA) TO BD-CUENTA.
           PERFORM 315-DATOS-CATALOGO.
           MOVE BAL-SALDO-INICIAL(IDX-BALANZA) TO BD-SALDO-INICIAL.
           MOVE BAL-CARGOS(IDX-BALANZA) TO BD-CARGOS.
           MOVE BAL-ABONOS(IDX-BALANZA) TO BD-ABONOS.
           MOVE BAL-SALDO-FINAL(IDX-BALANZA) TO BD-SALDO-FINAL.
           WRITE BALANZA-REPORT-RECORD FROM BAL-DETALLE-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
      *
       315-DATOS-CATALOGO.
           MOVE 'N' TO WS-CATALOGO-OK.
           SET IDX-CATALOGO TO 1.
           PERFORM 316-BUSCAR-CATALOGO
               UNTIL IDX-CATALOGO > CATALOGO-CARGADAS
                  OR CATALOGO-OK.
           IF CATALOGO-OK
               MOVE TCT-TIPO(IDX-CATALOGO) TO BD-TIPO
               MOVE TCT-DESCRIPCION(IDX-CATALOGO) TO BD-DESCRIPCION
           ELSE
               ADD 1 TO WS-NO-CATALOGADAS
               MOVE "?" TO BD-TIPO
               MOVE "*NO EN CATCTA*" TO BD-DESCRIPCION
           END-IF.
      *
       316-BUSCAR-CATALOGO.
           IF TCT-CUENTA(IDX-CATALOGO) = BAL-CUENTA(IDX-BALANZA)
               MOVE 'Y' TO WS-CATALOGO-OK
           ELSE
               SET IDX-CATALOGO UP BY 1.
      *
       320-ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "BALANZA DE COMPROBACION" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           WRITE BALANZA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE BALANZA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE BALANZA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           MOVE WS-PERIODO TO BP-PERIODO.
           WRITE BALANZA-REPORT-RECORD FROM BAL-PERIODO-LINEA.
           WRITE BALANZA-REPORT-RECORD FROM BAL-ENCABEZADO-4.
      *
       330-CUADRAR-DIA.
           IF DIA-CARGOS(IDX-DIA) NOT = DIA-ABONOS(IDX-DIA)
               ADD 1 TO WS-DESCUADRES
               SET WS-DIA-NUMERO TO IDX-DIA
               MOVE SPACES TO BQ-CONCEPTO
               STRING "DIA " WS-DIA-NUMERO
                   DELIMITED BY SIZE INTO BQ-CONCEPTO
               MOVE DIA-CARGOS(IDX-DIA) TO BQ-CARGOS
               MOVE DIA-ABONOS(IDX-DIA) TO BQ-ABONOS
               COMPUTE BQ-DIFERENCIA =
                   DIA-CARGOS(IDX-DIA) - DIA-ABONOS(IDX-DIA)
               WRITE BALANZA-REPORT-RECORD FROM BAL-DESCUADRE-LINEA
           END-IF.
      *
       340-CUADRAR-FUENTE.
           IF FTE-CARGOS(IDX-FUENTE) NOT = FTE-ABONOS(IDX-FUENTE)
               ADD 1 TO WS-DESCUADRES
               MOVE SPACES TO BQ-CONCEPTO
               STRING "SUCURSAL " FTE-FUENTE(IDX-FUENTE)
                   DELIMITED BY SIZE INTO BQ-CONCEPTO
               MOVE FTE-CARGOS(IDX-FUENTE) TO BQ-CARGOS
               MOVE FTE-ABONOS(IDX-FUENTE) TO BQ-ABONOS
               COMPUTE BQ-DIFERENCIA =
                   FTE-CARGOS(IDX-FUENTE) - FTE-ABONOS(IDX-FUENTE)
               WRITE BALANZA-REPORT-RECORD FROM BAL-DESCUADRE-LINEA
           END-IF.
      *
      * REESCRIBE GLSAL: LOS RENGLONES DE OTROS PERIODOS COMO
      * ESTABAN Y UN RENGLON POR CUENTA PARA EL PERIODO, AUNQUE NO
      * HAYA TENIDO MOVIMIENTO, PARA QUE SU SALDO SE ARRASTRE.
      *
       500-REESCRIBIR-SALDOS.
           OPEN OUTPUT SALDO-FILE.
           PERFORM 510-ESCRIBIR-SALDO-ANTERIOR
               VARYING IDX-SALDO FROM 1 BY 1
               UNTIL IDX-SALDO > SALDOS-CARGADOS.
           PERFORM 520-ESCRIBIR-SALDO-PERIODO
               VARYING IDX-BALANZA FROM 1 BY 1
               UNTIL IDX-BALANZA > BALANZA-CARGADAS.
           CLOSE SALDO-FILE.
      *
       510-ESCRIBIR-SALDO-ANTERIOR.
           MOVE TSL-CUENTA(IDX-SALDO) TO SAL-CUENTA.
           MOVE TSL-PERIODO(IDX-SALDO) TO SAL-PERIODO.
           MOVE TSL-SALDO-INICIAL(IDX-SALDO) TO SAL-SALDO-INICIAL.
           MOVE TSL-CARGOS(IDX-SALDO) TO SAL-CARGOS.
           MOVE TSL-ABONOS(IDX-SALDO) TO SAL-ABONOS.
           MOVE TSL-SALDO-FINAL(IDX-SALDO) TO SAL-SALDO-FINAL.
           WRITE SALDO-RECORD.
      *
       520-ESCRIBIR-SALDO-PERIODO.
           MOVE BAL-CUENTA(IDX-BALANZA) TO SAL-CUENTA.
           MOVE WS-PERIODO TO SAL-PERIODO.
           MOVE BAL-SALDO-INICIAL(IDX-BALANZA) TO SAL-SALDO-INICIAL.
           MOVE BAL-CARGOS(IDX-BALANZA) TO SAL-CARGOS.
           MOVE BAL-ABONOS(IDX-BALANZA) TO SAL-ABONOS.
           MOVE BAL-SALDO-FINAL(IDX-BALANZA) TO SAL-SALDO-FINAL.
           WRITE SALDO-RECORD.
