       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSDDEPR.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - DEPRECIACION MENSUAL DE LA FLOTA SSD.
      * FINANZAS LLEVABA EN UNA HOJA DE CALCULO APARTE EL ACTIVO
      * FIJO DE LAS MISMAS UNIDADES Y NUNCA CUADRABA CON LA FLOTA.
      * AHORA CADA UNIDAD DE SSDAST TRAE COSTO DE COMPRA, METODO
      * (L = LINEA RECTA, D = SALDO DECRECIENTE DOBLE) Y VIDA UTIL
      * EN MESES, Y ESTE PROGRAMA CALCULA EL CARGO DEL MES DE
      * CIERRE CONTRA EL CALENDARIO DE LA UNIDAD (DESDE EL MES DE
      * INSTALACION), LO SUMA A SU DEPRECIACION ACUMULADA Y EMITE
      * EL REGISTRO DE ACTIVO FIJO POR UBICACION (SSDDPR) CON EL
      * VALOR EN LIBROS DE CADA UNIDAD. EL CARGO ES LO QUE EL
      * CALENDARIO DICE QUE DEBE ESTAR DEPRECIADO MENOS LO YA
      * ACUMULADO, ASI UN MES SALTADO SE RECUPERA Y UNA RECORRIDA
      * NO DEPRECIA DOS VECES. LAS BAJAS QUE DEJAN SSDRET, SSDRMA Y
      * SSDMANT EN SSDBAJ SE LISTAN Y SE VACIAN. LA POLIZA VA AL
      * HISTORIAL TAXGLH CON EL LAYOUT DE TAXGL (FUENTE SSD):
      * GASTDEPR CONTRA DEPRACUM POR LA DEPRECIACION, Y DEPRACUM Y
      * PERDBAJA CONTRA EQUIPSSD POR LAS BAJAS. UNA CUENTA FUERA
      * DEL CATALOGO CATCTA DEJA EL CIERRE SIN ACTUALIZAR NI ASENTAR
      * (CODIGO 8); UN MES YA ASENTADO NO SE VUELVE A ASENTAR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSET-FILE ASSIGN TO "SSDAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASSET-TAG.
           SELECT OPTIONAL BAJA-FILE ASSIGN TO "SSDBAJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "CATCTA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GL-HISTORIA-FILE ASSIGN TO "TAXGLH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTRO-REPORT-FILE ASSIGN TO "SSDDPR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WORK-SORT-FILE ASSIGN TO "SSDDWK".
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-FILE.
       01  ASSET-RECORD.
           05  ASSET-TAG                   PIC X(10).
           05  ASSET-CAPACIDAD             PIC 9(5).
           05  ASSET-TBW                   PIC 9(5).
           05  ASSET-GARANTIA              PIC 9(2).
           05  ASSET-FECHA-INSTALL         PIC 9(8).
           05  ASSET-ESTADO                PIC X.
               88  ASSET-ACTIVO                VALUE 'A' SPACE.
               88  ASSET-RETIRADO              VALUE 'R'.
           05  ASSET-UBICACION             PIC X(10).
           05  ASSET-HOST                  PIC X(10).
           05  ASSET-MODELO                PIC X(8).
           05  ASSET-COSTO                 PIC 9(6)V99.
           05  ASSET-METODO-DEPREC         PIC X.
               88  DEPREC-LINEA-RECTA          VALUE 'L'.
               88  DEPREC-SALDO-DECRECIENTE    VALUE 'D'.
           05  ASSET-VIDA-UTIL             PIC 9(3).
           05  ASSET-DEPREC-ACUM           PIC 9(6)V99.
      *
      * BAJAS CONTABLES PENDIENTES QUE DEJAN LOS RETIROS.
      *
       FD  BAJA-FILE.
       01  BAJA-RECORD.
           05  BAJ-TAG                     PIC X(10).
           05  BAJ-FECHA                   PIC 9(8).
           05  BAJ-UBICACION               PIC X(10).
           05  BAJ-COSTO                   PIC 9(6)V99.
           05  BAJ-DEPREC-ACUM             PIC 9(6)V99.
           05  BAJ-VALOR-LIBROS            PIC 9(6)V99.
           05  BAJ-PROGRAMA                PIC X(8).
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
       FD  REGISTRO-REPORT-FILE.
       01  REGISTRO-REPORT-RECORD      PIC X(80).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       SD  WORK-SORT-FILE.
       01  WORK-SORT-RECORD.
           05  WORK-UBICACION              PIC X(10).
           05  WORK-TAG                    PIC X(10).
           05  WORK-MODELO                 PIC X(8).
           05  WORK-FECHA-INSTALL          PIC 9(8).
           05  WORK-COSTO                  PIC 9(6)V99.
           05  WORK-METODO                 PIC X.
           05  WORK-VIDA-UTIL              PIC 9(3).
           05  WORK-CARGO                  PIC 9(6)V99.
           05  WORK-DEPREC-ACUM            PIC 9(6)V99.
           05  WORK-VALOR-LIBROS           PIC 9(6)V99.
      *
       WORKING-STORAGE SECTION.
       77  WS-FECHA-HOY                PIC 9(8).
       01  WS-FECHA-CIERRE             PIC 9(8) VALUE 0.
       01  WS-FECHA-CIERRE-DES REDEFINES WS-FECHA-CIERRE.
           05  CIE-AAAA                PIC 9(4).
           05  CIE-MM                  PIC 9(2).
           05  CIE-DD                  PIC 9(2).
       01  WS-FECHA-INSTALACION        PIC 9(8) VALUE 0.
       01  WS-FECHA-INSTALACION-DES REDEFINES WS-FECHA-INSTALACION.
           05  INS-AAAA                PIC 9(4).
           05  INS-MM                  PIC 9(2).
           05  INS-DD                  PIC 9(2).
       77  WS-FUENTE-DEPRECIACION      PIC X(03) VALUE "SSD".
       77  WS-CATEGORIA-DEPRECIACION   PIC X(03) VALUE "DEP".
       77  WS-CATEGORIA-BAJA           PIC X(03) VALUE "BAJ".
       77  WS-CUENTA-GASTO             PIC X(08) VALUE "GASTDEPR".
       77  WS-CUENTA-ACUMULADA         PIC X(08) VALUE "DEPRACUM".
       77  WS-CUENTA-EQUIPO            PIC X(08) VALUE "EQUIPSSD".
       77  WS-CUENTA-PERDIDA           PIC X(08) VALUE "PERDBAJA".
       77  WS-EOF-ASSET                PIC X VALUE 'N'.
           88  EOF-ASSET                        VALUE 'Y'.
       77  WS-EOF-SORT                 PIC X VALUE 'N'.
           88  EOF-SORT                         VALUE 'Y'.
       77  WS-EOF-BAJA                 PIC X VALUE 'N'.
           88  EOF-BAJA                         VALUE 'Y'.
       77  WS-EOF-CATALOGO             PIC X VALUE 'N'.
           88  EOF-CATALOGO                     VALUE 'Y'.
       77  WS-EOF-GL                   PIC X VALUE 'N'.
           88  EOF-GL                           VALUE 'Y'.
       77  WS-CUENTA-INVALIDA          PIC X VALUE 'N'.
           88  CUENTA-INVALIDA                  VALUE 'Y'.
       77  WS-YA-ASENTADA              PIC X VALUE 'N'.
           88  YA-ASENTADA                      VALUE 'Y'.
       77  WS-ACTUALIZAR               PIC X VALUE 'N'.
           88  ACTUALIZAR-MAESTRO               VALUE 'Y'.
      *
      * CATALOGO DE CUENTAS, SOLO PARA VERIFICAR LAS CUATRO CUENTAS
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
      * CALENDARIO DE DEPRECIACION DE UNA UNIDAD. LOS MESES SE
      * NUMERAN COMO AAAA * 12 + MM.
      *
       77  WS-MES-CIERRE               PIC 9(6) VALUE 0.
       77  WS-MES-INSTALACION          PIC 9(6) VALUE 0.
       77  WS-MESES-TRANSCURRIDOS      PIC 9(6) VALUE 0.
       77  WS-MESES-CALENDARIO         PIC 9(6) VALUE 0.
       77  WS-MES-K                    PIC 9(6) VALUE 0.
       77  WS-MESES-RESTANTES          PIC 9(6) VALUE 0.
       77  WS-DEPRECIACION-CALENDARIO  PIC 9(6)V99 VALUE 0.
       77  WS-VALOR-NETO               PIC 9(6)V99 VALUE 0.
       77  WS-CARGO-SALDO              PIC 9(6)V99 VALUE 0.
       77  WS-CARGO-LINEAL             PIC 9(6)V99 VALUE 0.
       77  WS-CARGO-MES                PIC 9(6)V99 VALUE 0.
       77  WS-CARGO-UNIDAD             PIC 9(6)V99 VALUE 0.
      *
      * CONTADORES Y TOTALES.
      *
       77  WS-UNIDADES-DEPRECIADAS     PIC 9(6) VALUE 0.
       77  WS-UNIDADES-SIN-COSTO       PIC 9(6) VALUE 0.
       77  WS-UNIDADES-CON-CARGO       PIC 9(6) VALUE 0.
       77  WS-BAJAS-LEIDAS             PIC 9(4) VALUE 0.
       77  WS-UBICACION-ANTERIOR       PIC X(10) VALUE SPACES.
       77  WS-PRIMERA-UBICACION        PIC X VALUE 'Y'.
           88  PRIMERA-UBICACION                VALUE 'Y'.
       01  WS-TOTALES-UBICACION.
           05  TUB-COSTO               PIC S9(9)V99 VALUE 0.
           05  TUB-CARGO               PIC S9(9)V99 VALUE 0.
           05  TUB-ACUM                PIC S9(9)V99 VALUE 0.
           05  TUB-VALOR-LIBROS        PIC S9(9)V99 VALUE 0.
       01  WS-TOTALES-FLOTA.
           05  TFL-COSTO               PIC S9(9)V99 VALUE 0.
           05  TFL-CARGO               PIC S9(9)V99 VALUE 0.
           05  TFL-ACUM                PIC S9(9)V99 VALUE 0.
           05  TFL-VALOR-LIBROS        PIC S9(9)V99 VALUE 0.
       01  WS-TOTALES-BAJAS.
           05  TBJ-COSTO               PIC S9(9)V99 VALUE 0.
           05  TBJ-ACUM                PIC S9(9)V99 VALUE 0.
           05  TBJ-VALOR-LIBROS        PIC S9(9)V99 VALUE 0.
       77  WS-CUENTA-CARGO             PIC X(08).
       77  WS-CUENTA-ABONO             PIC X(08).
       77  WS-CATEGORIA-POLIZA         PIC X(03).
       77  WS-MONTO-POLIZA             PIC S9(9)V99 VALUE 0.
       77  WS-MOVIMIENTOS-ESCRITOS     PIC 9(4) VALUE 0.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       COPY RPTHDR.
       01  DPR-CIERRE-LINEA.
           05  FILLER                  PIC X(28) VALUE
               "DEPRECIACION DEL MES AL DIA ".
           05  DC-FECHA-CIERRE         PIC 9(8).
           05  FILLER                  PIC X(44) VALUE SPACES.
       01  DPR-ENCABEZADO-4.
           05  FILLER                  PIC X(40) VALUE
               "TAG        MODELO   INSTAL.       COSTO ".
           05  FILLER                  PIC X(40) VALUE
               "M MES      CARGO       ACUM   V.LIBROS  ".
       01  DPR-UBICACION-LINEA.
           05  FILLER                  PIC X(11) VALUE
               "UBICACION: ".
           05  DU-UBICACION            PIC X(10).
           05  FILLER                  PIC X(59) VALUE SPACES.
       01  DPR-DETALLE-LINEA.
           05  DD-TAG                  PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DD-MODELO               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DD-FECHA-INSTALL        PIC 9(8).
           05  DD-COSTO                PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DD-METODO               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DD-VIDA-UTIL            PIC ZZ9.
           05  DD-CARGO                PIC ZZZZZZZ9.99.
           05  DD-ACUM                 PIC ZZZZZZZ9.99.
           05  DD-VALOR-LIBROS         PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  DPR-TOTAL-LINEA.
           05  DT-TEXTO                PIC X(28).
           05  DT-COSTO                PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  DT-CARGO                PIC ZZZZZZZ9.99.
           05  DT-ACUM                 PIC ZZZZZZZ9.99.
           05  DT-VALOR-LIBROS         PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  DPR-BAJAS-TITULO.
           05  FILLER                  PIC X(40) VALUE
               "BAJAS PENDIENTES DE ASENTAR (SSDBAJ)    ".
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  DPR-BAJAS-ENCABEZADO.
           05  FILLER                  PIC X(40) VALUE
               "TAG        FECHA    UBICACION        COS".
           05  FILLER                  PIC X(40) VALUE
               "TO       ACUM   V.LIBROS PROGRAMA       ".
       01  DPR-BAJA-LINEA.
           05  DB-TAG                  PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DB-FECHA                PIC 9(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DB-UBICACION            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DB-COSTO                PIC ZZZZZZZ9.99.
           05  DB-ACUM                 PIC ZZZZZZZ9.99.
           05  DB-VALOR-LIBROS         PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DB-PROGRAMA             PIC X(08).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  DPR-BAJA-TOTAL-LINEA.
           05  FILLER                  PIC X(31) VALUE
               "*TOTAL BAJAS".
           05  DBT-COSTO               PIC ZZZZZZZ9.99.
           05  DBT-ACUM                PIC ZZZZZZZ9.99.
           05  DBT-VALOR-LIBROS        PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  DPR-POLIZA-LINEA.
           05  FILLER                  PIC X(08) VALUE "POLIZA  ".
           05  DP-CATEGORIA            PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DP-CARGO-ABONO          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DP-CUENTA               PIC X(08).
           05  DP-MONTO                PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  DPR-AVISO-LINEA.
           05  DA-TEXTO                PIC X(60).
           05  DA-DATO                 PIC X(08).
           05  FILLER                  PIC X(12) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-DEPRECIAR-FLOTA.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           PERFORM 060-VALIDAR-CUENTAS.
           PERFORM 070-BUSCAR-POLIZA-ANTERIOR.
           IF CUENTA-INVALIDA OR YA-ASENTADA
               MOVE 'N' TO WS-ACTUALIZAR
           ELSE
               MOVE 'Y' TO WS-ACTUALIZAR
           END-IF.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           OPEN OUTPUT REGISTRO-REPORT-FILE.
           SORT WORK-SORT-FILE
               ON ASCENDING KEY WORK-UBICACION WORK-TAG
               INPUT PROCEDURE 100-DEPRECIAR-UNIDADES
               OUTPUT PROCEDURE 200-EMITIR-REGISTRO.
           PERFORM 300-LISTAR-BAJAS.
           PERFORM 350-CERRAR-REPORTE.
           CLOSE REGISTRO-REPORT-FILE.
           IF CUENTA-INVALIDA
               DISPLAY "DEPRECIACION SIN ACTUALIZAR NI ASENTAR: "
                   "REVISE SSDDPR"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF YA-ASENTADA
                   DISPLAY "LA DEPRECIACION DEL " WS-FECHA-CIERRE
                       " YA ESTA EN TAXGLH, NO SE DUPLICA"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   PERFORM 400-ASENTAR-POLIZA
                   DISPLAY "DEPRECIACION DEL " WS-FECHA-CIERRE
                       " ASENTADA EN TAXGLH, MOVIMIENTOS: "
                       WS-MOVIMIENTOS-ESCRITOS
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "UNIDADES DEPRECIADAS: " WS-UNIDADES-DEPRECIADAS.
           DISPLAY "UNIDADES ACTIVAS SIN COSTO: "
               WS-UNIDADES-SIN-COSTO.
           DISPLAY "BAJAS LISTADAS: " WS-BAJAS-LEIDAS.
           GOBACK.
      *
      * EL CIERRE ES EL ULTIMO DIA PROCESADO. SIN FECHACTL SE USA
      * EL RELOJ.
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
           COMPUTE WS-MES-CIERRE = CIE-AAAA * 12 + CIE-MM.
      *
      * LAS CUATRO CUENTAS DE LA POLIZA DEBEN EXISTIR ABIERTAS EN EL
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
               MOVE WS-CUENTA-GASTO TO WS-CUENTA-VERIFICAR
               PERFORM 065-VERIFICAR-CUENTA
               MOVE WS-CUENTA-ACUMULADA TO WS-CUENTA-VERIFICAR
               PERFORM 065-VERIFICAR-CUENTA
               MOVE WS-CUENTA-EQUIPO TO WS-CUENTA-VERIFICAR
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
               DISPLAY "CUENTA DE DEPRECIACION FUERA DEL CATALOGO: "
                   WS-CUENTA-VERIFICAR
               MOVE 'Y' TO WS-CUENTA-INVALIDA
           ELSE
               IF TCT-ESTADO(IDX-CATALOGO) NOT = 'A'
                   DISPLAY "CUENTA DE DEPRECIACION CERRADA: "
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
      * UNA POLIZA SSD CON FECHA DEL CIERRE EN TAXGLH QUIERE DECIR
      * QUE ESTE MES YA SE DEPRECIO: EL REGISTRO SE REPITE CON
      * CARGO CERO PERO EL MAESTRO Y LA POLIZA NO SE TOCAN.
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
           IF GL-FUENTE = WS-FUENTE-DEPRECIACION
              AND GL-FECHA = WS-FECHA-CIERRE
               MOVE 'Y' TO WS-YA-ASENTADA
           ELSE
               PERFORM 071-LEER-POLIZA
           END-IF.
      *
      * RECORRE EL MAESTRO: CADA UNIDAD ACTIVA CON COSTO, METODO Y
      * VIDA UTIL SE DEPRECIA Y SE LIBERA AL SORT. SOLO CUANDO LAS
      * CUENTAS ESTAN BIEN Y EL MES NO ESTA ASENTADO SE REGRABA LA
      * DEPRECIACION ACUMULADA.
      *
       100-DEPRECIAR-UNIDADES.
           MOVE 0 TO WS-UNIDADES-DEPRECIADAS.
           MOVE 0 TO WS-UNIDADES-SIN-COSTO.
           MOVE 0 TO WS-UNIDADES-CON-CARGO.
           MOVE 'N' TO WS-EOF-ASSET.
           IF ACTUALIZAR-MAESTRO
               OPEN I-O ASSET-FILE
           ELSE
               OPEN INPUT ASSET-FILE
           END-IF.
           PERFORM 110-LEER-ACTIVO.
           PERFORM 120-DEPRECIAR-UNIDAD
               UNTIL EOF-ASSET.
           CLOSE ASSET-FILE.
      *
       110-LEER-ACTIVO.
           READ ASSET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-ASSET
           END-READ.
      *
       120-DEPRECIAR-UNIDAD.
           IF ASSET-ACTIVO
               IF ASSET-COSTO > 0 AND ASSET-VIDA-UTIL > 0
                  AND (DEPREC-LINEA-RECTA OR DEPREC-SALDO-DECRECIENTE)
                   PERFORM 130-CALCULAR-CARGO
                   IF ACTUALIZAR-MAESTRO AND WS-CARGO-UNIDAD > 0
                       ADD WS-CARGO-UNIDAD TO ASSET-DEPREC-ACUM
                       REWRITE ASSET-RECORD
                   END-IF
                   IF NOT ACTUALIZAR-MAESTRO AND YA-ASENTADA
                       MOVE 0 TO WS-CARGO-UNIDAD
                   END-IF
                   IF WS-CARGO-UNIDAD > 0
                       ADD 1 TO WS-UNIDADES-CON-CARGO
                   END-IF
                   ADD 1 TO WS-UNIDADES-DEPRECIADAS
                   PERFORM 150-LIBERAR-UNIDAD
               ELSE
                   ADD 1 TO WS-UNIDADES-SIN-COSTO
               END-IF
           END-IF.
           PERFORM 110-LEER-ACTIVO.
      *
      * LO QUE EL CALENDARIO DICE QUE DEBE ESTAR DEPRECIADO AL MES
      * DE CIERRE, MENOS LO YA ACUMULADO. LA UNIDAD SE DEPRECIA
      * DESDE SU MES DE INSTALACION INCLUSIVE.
      *
       130-CALCULAR-CARGO.
           MOVE ASSET-FECHA-INSTALL TO WS-FECHA-INSTALACION.
           COMPUTE WS-MES-INSTALACION = INS-AAAA * 12 + INS-MM.
           IF WS-MES-INSTALACION > WS-MES-CIERRE
               MOVE 0 TO WS-MESES-TRANSCURRIDOS
           ELSE
               COMPUTE WS-MESES-TRANSCURRIDOS =
                   WS-MES-CIERRE - WS-MES-INSTALACION + 1
           END-IF.
           IF DEPREC-LINEA-RECTA
               PERFORM 135-CALENDARIO-LINEA-RECTA
           ELSE
               PERFORM 140-CALENDARIO-SALDO-DECRECIENTE
           END-IF.
           IF WS-DEPRECIACION-CALENDARIO > ASSET-DEPREC-ACUM
               COMPUTE WS-CARGO-UNIDAD =
                   WS-DEPRECIACION-CALENDARIO - ASSET-DEPREC-ACUM
           ELSE
               MOVE 0 TO WS-CARGO-UNIDAD
           END-IF.
      *
       135-CALENDARIO-LINEA-RECTA.
           IF WS-MESES-TRANSCURRIDOS NOT < ASSET-VIDA-UTIL
               MOVE ASSET-COSTO TO WS-DEPRECIACION-CALENDARIO
           ELSE
               COMPUTE WS-DEPRECIACION-CALENDARIO ROUNDED =
                   ASSET-COSTO * WS-MESES-TRANSCURRIDOS
                   / ASSET-VIDA-UTIL
           END-IF.
      *
      * SALDO DECRECIENTE DOBLE: CADA MES SE CARGA EL VALOR NETO
      * POR 2 / VIDA, O EL VALOR NETO ENTRE LOS MESES QUE FALTAN SI
      * ESO ES MAYOR (EL CAMBIO A LINEA RECTA), Y EL ULTIMO MES SE
      * LLEVA LO QUE QUEDE.
      *
       140-CALENDARIO-SALDO-DECRECIENTE.
           MOVE 0 TO WS-DEPRECIACION-CALENDARIO.
           IF WS-MESES-TRANSCURRIDOS < ASSET-VIDA-UTIL
               MOVE WS-MESES-TRANSCURRIDOS TO WS-MESES-CALENDARIO
           ELSE
               MOVE ASSET-VIDA-UTIL TO WS-MESES-CALENDARIO
           END-IF.
           PERFORM 145-MES-SALDO-DECRECIENTE
               VARYING WS-MES-K FROM 1 BY 1
               UNTIL WS-MES-K > WS-MESES-CALENDARIO.
      *
       145-MES-SALDO-DECRECIENTE.
           COMPUTE WS-VALOR-NETO =
               ASSET-COSTO - WS-DEPRECIACION-CALENDARIO.
           COMPUTE WS-MESES-RESTANTES =
               ASSET-VIDA-UTIL - WS-MES-K + 1.
           IF WS-MESES-RESTANTES NOT > 1
               MOVE WS-VALOR-NETO TO WS-CARGO-MES
           ELSE
               COMPUTE WS-CARGO-SALDO ROUNDED =
                   WS-VALOR-NETO * 2 / ASSET-VIDA-UTIL
               COMPUTE WS-CARGO-LINEAL ROUNDED =
                   WS-VALOR-NETO / WS-MESES-RESTANTES
               IF WS-CARGO-SALDO > WS-CARGO-LINEAL
                   MOVE WS-CARGO-SALDO TO WS-CARGO-MES
               ELSE
                   MOVE WS-CARGO-LINEAL TO WS-CARGO-MES
               END-IF
               IF WS-CARGO-MES > WS-VALOR-NETO
                   MOVE WS-VALOR-NETO TO WS-CARGO-MES
               END-IF
           END-IF.
           ADD WS-CARGO-MES TO WS-DEPRECIACION-CALENDARIO.
      *
       150-LIBERAR-UNIDAD.
           MOVE ASSET-UBICACION TO WORK-UBICACION.
           MOVE ASSET-TAG TO WORK-TAG.
           MOVE ASSET-MODELO TO WORK-MODELO.
           MOVE ASSET-FECHA-INSTALL TO WORK-FECHA-INSTALL.
           MOVE ASSET-COSTO TO WORK-COSTO.
           MOVE ASSET-METODO-DEPREC TO WORK-METODO.
           MOVE ASSET-VIDA-UTIL TO WORK-VIDA-UTIL.
           MOVE WS-CARGO-UNIDAD TO WORK-CARGO.
           IF ACTUALIZAR-MAESTRO OR YA-ASENTADA
               MOVE ASSET-DEPREC-ACUM TO WORK-DEPREC-ACUM
           ELSE
               COMPUTE WORK-DEPREC-ACUM =
                   ASSET-DEPREC-ACUM + WS-CARGO-UNIDAD
           END-IF.
           IF WORK-DEPREC-ACUM > WORK-COSTO
               MOVE WORK-COSTO TO WORK-DEPREC-ACUM
           END-IF.
           COMPUTE WORK-VALOR-LIBROS = WORK-COSTO - WORK-DEPREC-ACUM.
           RELEASE WORK-SORT-RECORD.
      *
      * REGISTRO DE ACTIVO FIJO POR UBICACION, CON SUBTOTAL POR
      * UBICACION Y TOTAL DE LA FLOTA.
      *
       200-EMITIR-REGISTRO.
           MOVE 'N' TO WS-EOF-SORT.
           MOVE 'Y' TO WS-PRIMERA-UBICACION.
           MOVE 0 TO TUB-COSTO.
           MOVE 0 TO TUB-CARGO.
           MOVE 0 TO TUB-ACUM.
           MOVE 0 TO TUB-VALOR-LIBROS.
           MOVE 0 TO TFL-COSTO.
           MOVE 0 TO TFL-CARGO.
           MOVE 0 TO TFL-ACUM.
           MOVE 0 TO TFL-VALOR-LIBROS.
           PERFORM 290-ESCRIBIR-ENCABEZADO.
           PERFORM 210-LEER-ORDENADO.
           PERFORM 220-IMPRIMIR-UNIDAD
               UNTIL EOF-SORT.
           IF NOT PRIMERA-UBICACION
               PERFORM 230-IMPRIMIR-SUBTOTAL
           END-IF.
           MOVE "*TOTAL FLOTA" TO DT-TEXTO.
           MOVE TFL-COSTO TO DT-COSTO.
           MOVE TFL-CARGO TO DT-CARGO.
           MOVE TFL-ACUM TO DT-ACUM.
           MOVE TFL-VALOR-LIBROS TO DT-VALOR-LIBROS.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-TOTAL-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
      *
       210-LEER-ORDENADO.
           RETURN WORK-SORT-FILE
               AT END MOVE 'Y' TO WS-EOF-SORT
           END-RETURN.
      *
       220-IMPRIMIR-UNIDAD.
           IF PRIMERA-UBICACION
              OR WORK-UBICACION NOT = WS-UBICACION-ANTERIOR
               IF NOT PRIMERA-UBICACION
                   PERFORM 230-IMPRIMIR-SUBTOTAL
               END-IF
               MOVE 'N' TO WS-PRIMERA-UBICACION
               MOVE WORK-UBICACION TO WS-UBICACION-ANTERIOR
               IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
                   PERFORM 290-ESCRIBIR-ENCABEZADO
               END-IF
               MOVE WORK-UBICACION TO DU-UBICACION
               WRITE REGISTRO-REPORT-RECORD FROM DPR-UBICACION-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 290-ESCRIBIR-ENCABEZADO
           END-IF.
           MOVE WORK-TAG TO DD-TAG.
           MOVE WORK-MODELO TO DD-MODELO.
           MOVE WORK-FECHA-INSTALL TO DD-FECHA-INSTALL.
           MOVE WORK-COSTO TO DD-COSTO.
           MOVE WORK-METODO TO DD-METODO.
           MOVE WORK-VIDA-UTIL TO DD-VIDA-UTIL.
           MOVE WORK-CARGO TO DD-CARGO.
           MOVE WORK-DEPREC-ACUM TO DD-ACUM.
           MOVE WORK-VALOR-LIBROS TO DD-VALOR-LIBROS.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-DETALLE-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
           ADD WORK-COSTO TO TUB-COSTO TFL-COSTO.
           ADD WORK-CARGO TO TUB-CARGO TFL-CARGO.
           ADD WORK-DEPREC-ACUM TO TUB-ACUM TFL-ACUM.
           ADD WORK-VALOR-LIBROS TO TUB-VALOR-LIBROS TFL-VALOR-LIBROS.
           PERFORM 210-LEER-ORDENADO.
      *
       230-IMPRIMIR-SUBTOTAL.
           MOVE SPACES TO DT-TEXTO.
           STRING "*SUBTOTAL " WS-UBICACION-ANTERIOR
               DELIMITED BY SIZE INTO DT-TEXTO.
           MOVE TUB-COSTO TO DT-COSTO.
           MOVE TUB-CARGO TO DT-CARGO.
           MOVE TUB-ACUM TO DT-ACUM.
           MOVE TUB-VALOR-LIBROS TO DT-VALOR-LIBROS.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-TOTAL-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
           MOVE 0 TO TUB-COSTO.
           MOVE 0 TO TUB-CARGO.
           MOVE 0 TO TUB-ACUM.
           MOVE 0 TO TUB-VALOR-LIBROS.
      *
       290-ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "REGISTRO DE ACTIVO FIJO SSD" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           WRITE REGISTRO-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE REGISTRO-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE REGISTRO-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           MOVE WS-FECHA-CIERRE TO DC-FECHA-CIERRE.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-CIERRE-LINEA.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-ENCABEZADO-4.
      *
      * LISTA LAS BAJAS PENDIENTES DE SSDBAJ Y ACUMULA SUS TOTALES
      * PARA LA POLIZA.
      *
       300-LISTAR-BAJAS.
           MOVE 0 TO WS-BAJAS-LEIDAS.
           MOVE 0 TO TBJ-COSTO.
           MOVE 0 TO TBJ-ACUM.
           MOVE 0 TO TBJ-VALOR-LIBROS.
           MOVE 'N' TO WS-EOF-BAJA.
           IF WS-RENGLONES-PAGINA + 3 >= WS-MAX-RENGLONES
               PERFORM 290-ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-BAJAS-TITULO.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-BAJAS-ENCABEZADO.
           ADD 2 TO WS-RENGLONES-PAGINA.
           OPEN INPUT BAJA-FILE.
           PERFORM 310-LEER-BAJA.
           PERFORM 320-IMPRIMIR-BAJA
               UNTIL EOF-BAJA.
           CLOSE BAJA-FILE.
           MOVE TBJ-COSTO TO DBT-COSTO.
           MOVE TBJ-ACUM TO DBT-ACUM.
           MOVE TBJ-VALOR-LIBROS TO DBT-VALOR-LIBROS.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-BAJA-TOTAL-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
      *
       310-LEER-BAJA.
           READ BAJA-FILE
               AT END MOVE 'Y' TO WS-EOF-BAJA
           END-READ.
      *
       320-IMPRIMIR-BAJA.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 290-ESCRIBIR-ENCABEZADO
               WRITE REGISTRO-REPORT-RECORD FROM DPR-BAJAS-ENCABEZADO
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
           MOVE BAJ-TAG TO DB-TAG.
           MOVE BAJ-FECHA TO DB-FECHA.
           MOVE BAJ-UBICACION TO DB-UBICACION.
           MOVE BAJ-COSTO TO DB-COSTO.
           MOVE BAJ-DEPREC-ACUM TO DB-ACUM.
           MOVE BAJ-VALOR-LIBROS TO DB-VALOR-LIBROS.
           MOVE BAJ-PROGRAMA TO DB-PROGRAMA.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-BAJA-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
           ADD 1 TO WS-BAJAS-LEIDAS.
           ADD BAJ-COSTO TO TBJ-COSTO.
           ADD BAJ-DEPREC-ACUM TO TBJ-ACUM.
           ADD BAJ-VALOR-LIBROS TO TBJ-VALOR-LIBROS.
           PERFORM 310-LEER-BAJA.
      *
      * RESUMEN DE LA POLIZA Y AVISOS AL PIE DEL REGISTRO.
      *
       350-CERRAR-REPORTE.
           IF WS-RENGLONES-PAGINA + 7 >= WS-MAX-RENGLONES
               PERFORM 290-ESCRIBIR-ENCABEZADO
           END-IF.
           MOVE WS-CATEGORIA-DEPRECIACION TO DP-CATEGORIA.
           MOVE "CARGO" TO DP-CARGO-ABONO.
           MOVE WS-CUENTA-GASTO TO DP-CUENTA.
           MOVE TFL-CARGO TO DP-MONTO.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-POLIZA-LINEA.
           MOVE "ABONO" TO DP-CARGO-ABONO.
           MOVE WS-CUENTA-ACUMULADA TO DP-CUENTA.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-POLIZA-LINEA.
           MOVE WS-CATEGORIA-BAJA TO DP-CATEGORIA.
           MOVE "CARGO" TO DP-CARGO-ABONO.
           MOVE WS-CUENTA-ACUMULADA TO DP-CUENTA.
           MOVE TBJ-ACUM TO DP-MONTO.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-POLIZA-LINEA.
           MOVE WS-CUENTA-PERDIDA TO DP-CUENTA.
           MOVE TBJ-VALOR-LIBROS TO DP-MONTO.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-POLIZA-LINEA.
           MOVE "ABONO" TO DP-CARGO-ABONO.
           MOVE WS-CUENTA-EQUIPO TO DP-CUENTA.
           MOVE TBJ-COSTO TO DP-MONTO.
           WRITE REGISTRO-REPORT-RECORD FROM DPR-POLIZA-LINEA.
           IF WS-UNIDADES-SIN-COSTO > 0
               MOVE "UNIDADES SIN DATOS CONTABLES, CAPTURAR EN SSDMANT:"
                   TO DA-TEXTO
               MOVE WS-UNIDADES-SIN-COSTO TO DA-DATO
               WRITE REGISTRO-REPORT-RECORD FROM DPR-AVISO-LINEA
           END-IF.
           IF CUENTA-INVALIDA
               MOVE "SIN POLIZA: CUENTA DE DEPRECIACION INVALIDA EN CAT
      -            "CTA" TO DA-TEXTO
               MOVE SPACES TO DA-DATO
               WRITE REGISTRO-REPORT-RECORD FROM DPR-AVISO-LINEA
           END-IF.
           IF YA-ASENTADA
               MOVE "POLIZA DEL CIERRE YA ASENTADA ANTES, NO SE REPITE"
                   TO DA-TEXTO
               MOVE SPACES TO DA-DATO
               WRITE REGISTRO-REPORT-RECORD FROM DPR-AVISO-LINEA
           END-IF.
           WRITE REGISTRO-REPORT-RECORD FROM RPT-PIE-LINEA.
      *
      * POLIZA DEL CIERRE: LA DEPRECIACION CARGA A GASTDEPR Y ABONA
      * A DEPRACUM; LAS BAJAS CARGAN LO ACUMULADO A DEPRACUM Y EL
      * VALOR EN LIBROS A PERDBAJA Y ABONAN EL COSTO A EQUIPSSD.
      * ASENTADAS LAS BAJAS, SSDBAJ SE VACIA.
      *
       400-ASENTAR-POLIZA.
           MOVE 0 TO WS-MOVIMIENTOS-ESCRITOS.
           OPEN EXTEND GL-HISTORIA-FILE.
           IF TFL-CARGO > 0
               MOVE WS-CATEGORIA-DEPRECIACION TO WS-CATEGORIA-POLIZA
               MOVE TFL-CARGO TO WS-MONTO-POLIZA
               MOVE WS-CUENTA-GASTO TO WS-CUENTA-CARGO
               MOVE WS-CUENTA-ACUMULADA TO WS-CUENTA-ABONO
               PERFORM 420-ESCRIBIR-ASIENTO
           END-IF.
           IF WS-BAJAS-LEIDAS > 0
               MOVE WS-CATEGORIA-BAJA TO WS-CATEGORIA-POLIZA
               IF TBJ-ACUM > 0
                   MOVE WS-CUENTA-ACUMULADA TO GL-CUENTA
                   MOVE 'C' TO GL-CARGO-ABONO
                   MOVE TBJ-ACUM TO WS-MONTO-POLIZA
                   PERFORM 430-ESCRIBIR-MOVIMIENTO
               END-IF
               IF TBJ-VALOR-LIBROS > 0
                   MOVE WS-CUENTA-PERDIDA TO GL-CUENTA
                   MOVE 'C' TO GL-CARGO-ABONO
                   MOVE TBJ-VALOR-LIBROS TO WS-MONTO-POLIZA
                   PERFORM 430-ESCRIBIR-MOVIMIENTO
               END-IF
               IF TBJ-COSTO > 0
                   MOVE WS-CUENTA-EQUIPO TO GL-CUENTA
                   MOVE 'A' TO GL-CARGO-ABONO
                   MOVE TBJ-COSTO TO WS-MONTO-POLIZA
                   PERFORM 430-ESCRIBIR-MOVIMIENTO
               END-IF
           END-IF.
           CLOSE GL-HISTORIA-FILE.
           IF WS-BAJAS-LEIDAS > 0
               OPEN OUTPUT BAJA-FILE
               CLOSE BAJA-FILE
           END-IF.
      *
       420-ESCRIBIR-ASIENTO.
           MOVE WS-CUENTA-CARGO TO GL-CUENTA.
           MOVE 'C' TO GL-CARGO-ABONO.
           PERFORM 430-ESCRIBIR-MOVIMIENTO.
           MOVE WS-CUENTA-ABONO TO GL-CUENTA.
           MOVE 'A' TO GL-CARGO-ABONO.
           PERFORM 430-ESCRIBIR-MOVIMIENTO.
      *
       430-ESCRIBIR-MOVIMIENTO.
           MOVE WS-FECHA-CIERRE TO GL-FECHA.
           MOVE 'D' TO GL-TIPO-REG.
           MOVE WS-MONTO-POLIZA TO GL-MONTO.
           MOVE WS-CATEGORIA-POLIZA TO GL-CATEGORIA.
           MOVE WS-FUENTE-DEPRECIACION TO GL-FUENTE.
           WRITE GL-RECORD.
           ADD 1 TO WS-MOVIMIENTOS-ESCRITOS.
