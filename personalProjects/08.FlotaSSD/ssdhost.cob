       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSDHOST.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - RIESGO DE FALLA SIMULTANEA POR HOST.
      * SSDPRON PROYECTA CADA UNIDAD POR SU CUENTA, PERO CUANDO LAS
      * UNIDADES DE UN MISMO HOST RAID SE COMPRARON JUNTAS LLEGAN
      * AL FIN DE SU VIDA EN EL MISMO TRIMESTRE Y ASI SE PIERDE UN
      * ARREGLO. ESTE REPORTE (SSDHRP) TOMA DE CADA UNIDAD ACTIVA
      * SU FECHA DE RIESGO: LA MAS TEMPRANA ENTRE EL AGOTAMIENTO
      * PROYECTADO DEL TBW (CON EL USO PROMEDIO DE SSDHST, COMO
      * SSDPRON) Y EL FIN DE SU GARANTIA, O HOY SI YA PASO. LAS
      * AGRUPA POR HOST Y MARCA EN RIESGO LAS UNIDADES DEL MISMO
      * HOST CUYAS FECHAS QUEDAN A NO MAS DE LA VENTANA DE DIAS
      * (PARMSHOP, 90 POR OMISION) UNA DE OTRA. A CADA GRUPO LE
      * SUGIERE FECHAS DE REEMPLAZO ESCALONADAS UNA VENTANA APARTE,
      * TERMINANDO EN LA PRIMERA FECHA DE RIESGO DEL GRUPO. LOS
      * HOSTS CON DOS O MAS UNIDADES EN RIESGO SALEN ORDENADOS POR
      * UNIDADES EN RIESGO Y CAPACIDAD COMBINADA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO "SSDAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASSET-TAG.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "SSDHST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RIESGO-REPORT-FILE ASSIGN TO "SSDHRP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "PARMSHOP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT WORK-SORT-FILE ASSIGN TO "SSDHWK".
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
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HIST-ASSET-TAG              PIC X(10).
           05  HIST-FECHA                  PIC 9(8).
           05  HIST-DWPD                   PIC 9(8)V999.
           05  HIST-USO-DIARIO             PIC 9(8)V999.
      *
       FD  RIESGO-REPORT-FILE.
       01  RIESGO-REPORT-RECORD            PIC X(80).
      *
       FD  PARAM-FILE.
       COPY PARMSHOP.
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       SD  WORK-SORT-FILE.
       01  WORK-SORT-RECORD.
           05  WORK-HOST                   PIC X(10).
           05  WORK-ENTERO-EVENTO          PIC 9(7).
           05  WORK-TAG                    PIC X(10).
           05  WORK-UBICACION              PIC X(10).
           05  WORK-MODELO                 PIC X(8).
           05  WORK-CAPACIDAD              PIC 9(5).
           05  WORK-FECHA-TBW              PIC 9(8).
           05  WORK-FIN-GARANTIA           PIC 9(8).
           05  WORK-FECHA-EVENTO           PIC 9(8).
      *
       WORKING-STORAGE SECTION.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-ENTERO-HOY               PIC 9(7).
       77  WS-VENTANA-DIAS             PIC 9(3) VALUE 90.
       77  WS-LIMITE-DIAS              PIC 9(5) VALUE 36500.
       77  WS-EOF-ASSET                PIC X VALUE 'N'.
           88  EOF-ASSET                        VALUE 'Y'.
       77  WS-EOF-HIST                 PIC X VALUE 'N'.
           88  EOF-HIST                         VALUE 'Y'.
       77  WS-EOF-SORT                 PIC X VALUE 'N'.
           88  EOF-SORT                         VALUE 'Y'.
      *
      * UNIDADES ACTIVAS ASIGNADAS A UN HOST, CON SU USO ACUMULADO
      * DEL HISTORIAL.
      *
       77  UNIDADES-CARGADAS           PIC 999 VALUE 0.
       01  TABLA-UNIDADES.
           05  UNIDAD-ENTRY OCCURS 500 TIMES
                   INDEXED BY IDX-UNIDAD.
               10  UNI-TAG             PIC X(10).
               10  UNI-HOST            PIC X(10).
               10  UNI-UBICACION       PIC X(10).
               10  UNI-MODELO          PIC X(8).
               10  UNI-CAPACIDAD       PIC 9(5).
               10  UNI-TBW             PIC 9(5).
               10  UNI-GARANTIA        PIC 9(2).
               10  UNI-FECHA-INSTALL   PIC 9(8).
               10  UNI-LECTURAS        PIC 9(5).
               10  UNI-SUMA-USO        PIC 9(12)V999.
       77  WS-UNIDAD-ENCONTRADA        PIC X VALUE 'N'.
           88  UNIDAD-ENCONTRADA                VALUE 'Y'.
       77  WS-SIN-HOST                 PIC 9(5) VALUE 0.
       77  WS-SIN-FECHA                PIC 9(5) VALUE 0.
       77  WS-UNIDADES-REBASADAS       PIC 9(5) VALUE 0.
      *
      * CALCULO DE LA FECHA DE RIESGO DE UNA UNIDAD.
      *
       77  WS-USO-PROMEDIO             PIC 9(8)V999.
       77  WS-DIAS-EN-SERVICIO         PIC 9(5).
       77  WS-ESCRITO-ACUMULADO        PIC 9(12)V999.
       77  WS-TBW-GB                   PIC 9(9).
       77  WS-GB-RESTANTES             PIC S9(12)V999.
       77  WS-DIAS-PARA-AGOTAR         PIC 9(10).
       77  WS-ENTERO-AGOTA             PIC 9(7).
       77  WS-FECHA-TBW                PIC 9(8).
       77  WS-FECHA-EVENTO             PIC 9(8).
       01  WS-FECHA-FIN-GARANTIA.
           05  FIN-AAAA                PIC 9(4).
           05  FIN-MM                  PIC 9(2).
           05  FIN-DD                  PIC 9(2).
       01  WS-FECHA-FIN-NUM REDEFINES WS-FECHA-FIN-GARANTIA
                                       PIC 9(8).
      *
      * UNIDADES DE UN HOST, YA EN ORDEN DE FECHA DE RIESGO, Y LOS
      * GRUPOS (CADENAS) DE FECHAS A NO MAS DE UNA VENTANA ENTRE SI.
      *
       77  GRUPO-CARGADOS              PIC 99 VALUE 0.
       01  TABLA-GRUPO.
           05  GRUPO-ENTRY OCCURS 50 TIMES
                   INDEXED BY IDX-GRUPO.
               10  GRP-TAG             PIC X(10).
               10  GRP-MODELO          PIC X(8).
               10  GRP-CAPACIDAD       PIC 9(5).
               10  GRP-FECHA-TBW       PIC 9(8).
               10  GRP-FIN-GARANTIA    PIC 9(8).
               10  GRP-FECHA-EVENTO    PIC 9(8).
               10  GRP-ENTERO-EVENTO   PIC 9(7).
               10  GRP-CADENA          PIC 99.
       77  WS-HOST-ACTUAL              PIC X(10) VALUE SPACES.
       77  WS-UBICACION-ACTUAL         PIC X(10) VALUE SPACES.
       77  WS-GRUPO-REBASADO           PIC X VALUE 'N'.
           88  GRUPO-REBASADO                   VALUE 'Y'.
       77  CADENAS-CARGADAS            PIC 99 VALUE 0.
       01  TABLA-CADENAS.
           05  CADENA-ENTRY OCCURS 50 TIMES
                   INDEXED BY IDX-CADENA.
               10  CAD-TAMANO          PIC 99.
               10  CAD-POSICION        PIC 99.
               10  CAD-ENTERO-INICIO   PIC 9(7).
       77  WS-RIESGO-HOST              PIC 999 VALUE 0.
       77  WS-CAPACIDAD-HOST           PIC 9(9) VALUE 0.
       77  WS-ENTERO-REEMPLAZO         PIC S9(7) VALUE 0.
      *
      * HOSTS CON DOS O MAS UNIDADES EN RIESGO Y EL DETALLE DE
      * ESAS UNIDADES CON SU FECHA DE REEMPLAZO SUGERIDA.
      *
       77  HOSTS-CARGADOS              PIC 999 VALUE 0.
       01  TABLA-HOSTS.
           05  HOST-ENTRY OCCURS 200 TIMES
                   INDEXED BY IDX-HOST.
               10  HST-HOST            PIC X(10).
               10  HST-UBICACION       PIC X(10).
               10  HST-UNIDADES        PIC 999.
               10  HST-RIESGO          PIC 999.
               10  HST-CAPACIDAD       PIC 9(9).
               10  HST-PRIMER-DETALLE  PIC 9(4).
               10  HST-DETALLES        PIC 999.
       01  WS-HOST-AUXILIAR.
           05  AUX-HOST                PIC X(10).
           05  AUX-UBICACION           PIC X(10).
           05  AUX-UNIDADES            PIC 999.
           05  AUX-RIESGO              PIC 999.
           05  AUX-CAPACIDAD           PIC 9(9).
           05  AUX-PRIMER-DETALLE      PIC 9(4).
           05  AUX-DETALLES            PIC 999.
       77  DETALLES-CARGADOS           PIC 9(4) VALUE 0.
       01  TABLA-DETALLES.
           05  DETALLE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY IDX-DETALLE.
               10  DET-TAG             PIC X(10).
               10  DET-MODELO          PIC X(8).
               10  DET-CAPACIDAD       PIC 9(5).
               10  DET-FECHA-TBW       PIC 9(8).
               10  DET-FIN-GARANTIA    PIC 9(8).
               10  DET-FECHA-EVENTO    PIC 9(8).
               10  DET-REEMPLAZO       PIC 9(8).
               10  DET-NOTA            PIC X(7).
       77  WS-TABLA-REBASADA           PIC X VALUE 'N'.
           88  TABLA-REBASADA                   VALUE 'Y'.
       77  IDX-ORDEN                   PIC 999.
       77  IDX-MAYOR                   PIC 999.
       77  IDX-BUSCA                   PIC 999.
       77  WS-HOSTS-EVALUADOS          PIC 999 VALUE 0.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       COPY RPTHDR.
       01  RSG-VENTANA-LINEA.
           05  FILLER                  PIC X(26) VALUE
               "VENTANA DE RIESGO (DIAS): ".
           05  RV-VENTANA              PIC ZZ9.
           05  FILLER                  PIC X(51) VALUE SPACES.
       01  RSG-ENCABEZADO-4.
           05  FILLER                  PIC X(40) VALUE
               "  TAG        MODELO     CAP AGOTA TBW FI".
           05  FILLER                  PIC X(40) VALUE
               "N GAR.  RIESGO   REEMPLAZAR NOTA        ".
       01  RSG-HOST-LINEA.
           05  FILLER                  PIC X(06) VALUE "HOST: ".
           05  RH-HOST                 PIC X(10).
           05  FILLER                  PIC X(07) VALUE "  UBIC ".
           05  RH-UBICACION            PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  UNIDADES".
           05  RH-UNIDADES             PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE " EN RIESGO: ".
           05  RH-RIESGO               PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE "  GB ".
           05  RH-CAPACIDAD            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  RSG-DETALLE-LINEA.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-TAG                  PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-MODELO               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-CAPACIDAD            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-FECHA-TBW            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-FIN-GARANTIA         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-FECHA-EVENTO         PIC 9(8).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RD-REEMPLAZO            PIC 9(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RD-NOTA                 PIC X(07).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  RSG-AVISO-LINEA.
           05  RA-TEXTO                PIC X(60).
           05  RA-DATO                 PIC ZZZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       000-RIESGO-POR-HOST.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           PERFORM 045-LEER-PARAMETROS.
           PERFORM 100-CARGAR-FLOTA.
           PERFORM 150-ACUMULAR-HISTORIAL.
           SORT WORK-SORT-FILE
               ON ASCENDING KEY WORK-HOST WORK-ENTERO-EVENTO
               INPUT PROCEDURE 200-PROYECTAR-UNIDADES
               OUTPUT PROCEDURE 300-AGRUPAR-POR-HOST.
           PERFORM 500-ORDENAR-HOSTS.
           PERFORM 600-EMITIR-REPORTE.
           DISPLAY "RIESGO POR HOST GENERADO EN SSDHRP. HOSTS "
               "EVALUADOS: " WS-HOSTS-EVALUADOS
               " EN RIESGO: " HOSTS-CARGADOS.
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
           COMPUTE WS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
      *
      * LA VENTANA DE RIESGO SALE DE PARMSHOP; SIN EL ARCHIVO O EN
      * CERO SE QUEDA EL RESPALDO DE 90 DIAS.
      *
       045-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-VENTANA-COFALLA > 0
                       MOVE PARM-VENTANA-COFALLA TO WS-VENTANA-DIAS
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.
      *
      * CARGA LAS UNIDADES ACTIVAS CON HOST; LAS QUE NO ESTAN EN UN
      * HOST (REFACCIONES) NO FORMAN ARREGLO Y SOLO SE CUENTAN.
      *
       100-CARGAR-FLOTA.
           MOVE 0 TO UNIDADES-CARGADAS.
           MOVE 'N' TO WS-EOF-ASSET.
           OPEN INPUT ASSET-FILE.
           PERFORM 110-LEER-ACTIVO.
           PERFORM 120-REGISTRAR-ACTIVO
               UNTIL EOF-ASSET.
           CLOSE ASSET-FILE.
           IF WS-UNIDADES-REBASADAS > 0
               DISPLAY "AVISO: FLOTA REBASA LA TABLA (500), "
                   "UNIDADES NO EVALUADAS: " WS-UNIDADES-REBASADAS
           END-IF.
      *
       110-LEER-ACTIVO.
           READ ASSET-FILE
               AT END MOVE 'Y' TO WS-EOF-ASSET
           END-READ.
      *
       120-REGISTRAR-ACTIVO.
           IF ASSET-ACTIVO
               IF ASSET-HOST = SPACES
                   ADD 1 TO WS-SIN-HOST
               ELSE
                   IF UNIDADES-CARGADAS < 500
                       ADD 1 TO UNIDADES-CARGADAS
                       SET IDX-UNIDAD TO UNIDADES-CARGADAS
                       MOVE ASSET-TAG TO UNI-TAG(IDX-UNIDAD)
                       MOVE ASSET-HOST TO UNI-HOST(IDX-UNIDAD)
                       MOVE ASSET-UBICACION
                           TO UNI-UBICACION(IDX-UNIDAD)
                       MOVE ASSET-MODELO TO UNI-MODELO(IDX-UNIDAD)
                       MOVE ASSET-CAPACIDAD
                           TO UNI-CAPACIDAD(IDX-UNIDAD)
                       MOVE ASSET-TBW TO UNI-TBW(IDX-UNIDAD)
                       MOVE ASSET-GARANTIA TO UNI-GARANTIA(IDX-UNIDAD)
                       MOVE ASSET-FECHA-INSTALL
                           TO UNI-FECHA-INSTALL(IDX-UNIDAD)
                       MOVE 0 TO UNI-LECTURAS(IDX-UNIDAD)
                       MOVE 0 TO UNI-SUMA-USO(IDX-UNIDAD)
                   ELSE
                       ADD 1 TO WS-UNIDADES-REBASADAS
                   END-IF
               END-IF
           END-IF.
           PERFORM 110-LEER-ACTIVO.
      *
      * UNA SOLA PASADA AL HISTORIAL SUMA EL USO DIARIO DE CADA
      * UNIDAD CARGADA.
      *
       150-ACUMULAR-HISTORIAL.
           MOVE 'N' TO WS-EOF-HIST.
           OPEN INPUT HISTORY-FILE.
           PERFORM 160-LEER-HISTORIA.
           PERFORM 170-ACUMULAR-LECTURA
               UNTIL EOF-HIST.
           CLOSE HISTORY-FILE.
      *
       160-LEER-HISTORIA.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-EOF-HIST
           END-READ.
      *
       170-ACUMULAR-LECTURA.
           MOVE 'N' TO WS-UNIDAD-ENCONTRADA.
           SET IDX-UNIDAD TO 1.
           PERFORM 175-BUSCAR-UNIDAD
               UNTIL IDX-UNIDAD > UNIDADES-CARGADAS
                  OR UNIDAD-ENCONTRADA.
           IF UNIDAD-ENCONTRADA
               ADD 1 TO UNI-LECTURAS(IDX-UNIDAD)
               ADD HIST-USO-DIARIO TO UNI-SUMA-USO(IDX-UNIDAD)
           END-IF.
           PERFORM 160-LEER-HISTORIA.
      *
       175-BUSCAR-UNIDAD.
           IF UNI-TAG(IDX-UNIDAD) = HIST-ASSET-TAG
               MOVE 'Y' TO WS-UNIDAD-ENCONTRADA
           ELSE
               SET IDX-UNIDAD UP BY 1.
      *
      * FECHA DE RIESGO DE CADA UNIDAD: LA MAS TEMPRANA ENTRE EL
      * AGOTAMIENTO PROYECTADO DEL TBW Y EL FIN DE LA GARANTIA; SI
      * YA PASO, HOY. UNA UNIDAD SIN NINGUNA DE LAS DOS NO SE
      * EVALUA.
      *
       200-PROYECTAR-UNIDADES.
           PERFORM 210-PROYECTAR-UNA
               VARYING IDX-UNIDAD FROM 1 BY 1
               UNTIL IDX-UNIDAD > UNIDADES-CARGADAS.
      *
       210-PROYECTAR-UNA.
           PERFORM 220-CALCULAR-AGOTAMIENTO.
           MOVE 0 TO WS-FECHA-FIN-NUM.
           IF UNI-GARANTIA(IDX-UNIDAD) > 0
               MOVE UNI-FECHA-INSTALL(IDX-UNIDAD) TO WS-FECHA-FIN-NUM
               ADD UNI-GARANTIA(IDX-UNIDAD) TO FIN-AAAA
               IF FIN-MM = 02 AND FIN-DD = 29
                   MOVE 28 TO FIN-DD
               END-IF
           END-IF.
           MOVE WS-FECHA-TBW TO WS-FECHA-EVENTO.
           IF WS-FECHA-FIN-NUM > 0
               IF WS-FECHA-EVENTO = 0
                  OR WS-FECHA-FIN-NUM < WS-FECHA-EVENTO
                   MOVE WS-FECHA-FIN-NUM TO WS-FECHA-EVENTO
               END-IF
           END-IF.
           IF WS-FECHA-EVENTO = 0
               ADD 1 TO WS-SIN-FECHA
           ELSE
               IF WS-FECHA-EVENTO < WS-FECHA-HOY
                   MOVE WS-FECHA-HOY TO WS-FECHA-EVENTO
               END-IF
               MOVE UNI-HOST(IDX-UNIDAD) TO WORK-HOST
               COMPUTE WORK-ENTERO-EVENTO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-EVENTO)
               MOVE UNI-TAG(IDX-UNIDAD) TO WORK-TAG
               MOVE UNI-UBICACION(IDX-UNIDAD) TO WORK-UBICACION
               MOVE UNI-MODELO(IDX-UNIDAD) TO WORK-MODELO
               MOVE UNI-CAPACIDAD(IDX-UNIDAD) TO WORK-CAPACIDAD
               MOVE WS-FECHA-TBW TO WORK-FECHA-TBW
               MOVE WS-FECHA-FIN-NUM TO WORK-FIN-GARANTIA
               MOVE WS-FECHA-EVENTO TO WORK-FECHA-EVENTO
               RELEASE WORK-SORT-RECORD
           END-IF.
      *
      * MISMA PROYECCION QUE SSDPRON: USO PROMEDIO REAL POR LOS
      * DIAS EN SERVICIO CONTRA EL TBW. SIN HISTORIAL, O MAS ALLA
      * DEL HORIZONTE, NO HAY FECHA DE TBW (CERO).
      *
       220-CALCULAR-AGOTAMIENTO.
           MOVE 0 TO WS-FECHA-TBW.
           IF UNI-LECTURAS(IDX-UNIDAD) > 0
               COMPUTE WS-USO-PROMEDIO ROUNDED =
                   UNI-SUMA-USO(IDX-UNIDAD) / UNI-LECTURAS(IDX-UNIDAD)
           ELSE
               MOVE 0 TO WS-USO-PROMEDIO
           END-IF.
           IF WS-USO-PROMEDIO > 0
               IF UNI-FECHA-INSTALL(IDX-UNIDAD) < WS-FECHA-HOY
                   COMPUTE WS-DIAS-EN-SERVICIO =
                       WS-ENTERO-HOY - FUNCTION INTEGER-OF-DATE(
                           UNI-FECHA-INSTALL(IDX-UNIDAD))
               ELSE
                   MOVE 0 TO WS-DIAS-EN-SERVICIO
               END-IF
               COMPUTE WS-ESCRITO-ACUMULADO =
                   WS-USO-PROMEDIO * WS-DIAS-EN-SERVICIO
               COMPUTE WS-TBW-GB = UNI-TBW(IDX-UNIDAD) * 1000
               COMPUTE WS-GB-RESTANTES =
                   WS-TBW-GB - WS-ESCRITO-ACUMULADO
               IF WS-GB-RESTANTES <= 0
                   MOVE 0 TO WS-DIAS-PARA-AGOTAR
               ELSE
                   COMPUTE WS-DIAS-PARA-AGOTAR =
                       WS-GB-RESTANTES / WS-USO-PROMEDIO
               END-IF
               IF WS-DIAS-PARA-AGOTAR NOT > WS-LIMITE-DIAS
                   COMPUTE WS-ENTERO-AGOTA =
                       WS-ENTERO-HOY + WS-DIAS-PARA-AGOTAR
                   COMPUTE WS-FECHA-TBW =
                       FUNCTION DATE-OF-INTEGER(WS-ENTERO-AGOTA)
               END-IF
           END-IF.
      *
      * RECIBE LAS UNIDADES POR HOST Y FECHA DE RIESGO; A CADA
      * CAMBIO DE HOST EVALUA EL GRUPO ACUMULADO.
      *
       300-AGRUPAR-POR-HOST.
           MOVE 0 TO HOSTS-CARGADOS.
           MOVE 0 TO DETALLES-CARGADOS.
           MOVE 0 TO GRUPO-CARGADOS.
           MOVE 'N' TO WS-EOF-SORT.
           PERFORM 310-LEER-ORDENADO.
           IF NOT EOF-SORT
               MOVE WORK-HOST TO WS-HOST-ACTUAL
               MOVE WORK-UBICACION TO WS-UBICACION-ACTUAL
           END-IF.
           PERFORM 320-ACUMULAR-UNIDAD
               UNTIL EOF-SORT.
           IF GRUPO-CARGADOS > 0
               PERFORM 400-EVALUAR-HOST
           END-IF.
      *
       310-LEER-ORDENADO.
           RETURN WORK-SORT-FILE
               AT END MOVE 'Y' TO WS-EOF-SORT
           END-RETURN.
      *
       320-ACUMULAR-UNIDAD.
           IF WORK-HOST NOT = WS-HOST-ACTUAL
               PERFORM 400-EVALUAR-HOST
               MOVE WORK-HOST TO WS-HOST-ACTUAL
               MOVE WORK-UBICACION TO WS-UBICACION-ACTUAL
               MOVE 0 TO GRUPO-CARGADOS
           END-IF.
           IF GRUPO-CARGADOS < 50
               ADD 1 TO GRUPO-CARGADOS
               SET IDX-GRUPO TO GRUPO-CARGADOS
               MOVE WORK-TAG TO GRP-TAG(IDX-GRUPO)
               MOVE WORK-MODELO TO GRP-MODELO(IDX-GRUPO)
               MOVE WORK-CAPACIDAD TO GRP-CAPACIDAD(IDX-GRUPO)
               MOVE WORK-FECHA-TBW TO GRP-FECHA-TBW(IDX-GRUPO)
               MOVE WORK-FIN-GARANTIA TO GRP-FIN-GARANTIA(IDX-GRUPO)
               MOVE WORK-FECHA-EVENTO TO GRP-FECHA-EVENTO(IDX-GRUPO)
               MOVE WORK-ENTERO-EVENTO
                   TO GRP-ENTERO-EVENTO(IDX-GRUPO)
           ELSE
               IF NOT GRUPO-REBASADO
                   DISPLAY "HOST CON MAS DE 50 UNIDADES, SE "
                       "EVALUAN LAS PRIMERAS 50: " WS-HOST-ACTUAL
               END-IF
               MOVE 'Y' TO WS-GRUPO-REBASADO
           END-IF.
           PERFORM 310-LEER-ORDENADO.
      *
      * ENCADENA LAS FECHAS DEL HOST: UNA UNIDAD A NO MAS DE LA
      * VENTANA DE LA ANTERIOR SIGUE EN SU CADENA. TODA CADENA DE
      * DOS O MAS UNIDADES ESTA EN RIESGO.
      *
       400-EVALUAR-HOST.
           ADD 1 TO WS-HOSTS-EVALUADOS.
           MOVE 'N' TO WS-GRUPO-REBASADO.
           MOVE 0 TO CADENAS-CARGADAS.
           PERFORM 410-ENCADENAR-UNIDAD
               VARYING IDX-GRUPO FROM 1 BY 1
               UNTIL IDX-GRUPO > GRUPO-CARGADOS.
           MOVE 0 TO WS-RIESGO-HOST.
           MOVE 0 TO WS-CAPACIDAD-HOST.
           PERFORM 420-CONTAR-RIESGO
               VARYING IDX-GRUPO FROM 1 BY 1
               UNTIL IDX-GRUPO > GRUPO-CARGADOS.
           IF WS-RIESGO-HOST >= 2
               PERFORM 430-REGISTRAR-HOST
           END-IF.
      *
       410-ENCADENAR-UNIDAD.
           IF IDX-GRUPO = 1
               PERFORM 415-ABRIR-CADENA
           ELSE
               IF GRP-ENTERO-EVENTO(IDX-GRUPO)
                  - GRP-ENTERO-EVENTO(IDX-GRUPO - 1) > WS-VENTANA-DIAS
                   PERFORM 415-ABRIR-CADENA
               END-IF
           END-IF.
           MOVE CADENAS-CARGADAS TO GRP-CADENA(IDX-GRUPO).
           ADD 1 TO CAD-TAMANO(CADENAS-CARGADAS).
      *
       415-ABRIR-CADENA.
           ADD 1 TO CADENAS-CARGADAS.
           SET IDX-CADENA TO CADENAS-CARGADAS.
           MOVE 0 TO CAD-TAMANO(IDX-CADENA).
           MOVE 0 TO CAD-POSICION(IDX-CADENA).
           MOVE GRP-ENTERO-EVENTO(IDX-GRUPO)
               TO CAD-ENTERO-INICIO(IDX-CADENA).
      *
       420-CONTAR-RIESGO.
           SET IDX-CADENA TO GRP-CADENA(IDX-GRUPO).
           IF CAD-TAMANO(IDX-CADENA) >= 2
               ADD 1 TO WS-RIESGO-HOST
               ADD GRP-CAPACIDAD(IDX-GRUPO) TO WS-CAPACIDAD-HOST
           END-IF.
      *
       430-REGISTRAR-HOST.
           IF HOSTS-CARGADOS < 200
              AND DETALLES-CARGADOS + WS-RIESGO-HOST NOT > 1000
               ADD 1 TO HOSTS-CARGADOS
               SET IDX-HOST TO HOSTS-CARGADOS
               MOVE WS-HOST-ACTUAL TO HST-HOST(IDX-HOST)
               MOVE WS-UBICACION-ACTUAL TO HST-UBICACION(IDX-HOST)
               MOVE GRUPO-CARGADOS TO HST-UNIDADES(IDX-HOST)
               MOVE WS-RIESGO-HOST TO HST-RIESGO(IDX-HOST)
               MOVE WS-CAPACIDAD-HOST TO HST-CAPACIDAD(IDX-HOST)
               COMPUTE HST-PRIMER-DETALLE(IDX-HOST) =
                   DETALLES-CARGADOS + 1
               MOVE WS-RIESGO-HOST TO HST-DETALLES(IDX-HOST)
               PERFORM 440-SUGERIR-REEMPLAZO
                   VARYING IDX-GRUPO FROM 1 BY 1
                   UNTIL IDX-GRUPO > GRUPO-CARGADOS
           ELSE
               IF NOT TABLA-REBASADA
                   DISPLAY "TABLA DE HOSTS EN RIESGO LLENA, SE "
                       "OMITE EL HOST: " WS-HOST-ACTUAL
               END-IF
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
      *
      * ESCALONA LA CADENA: SUS REEMPLAZOS QUEDAN UNA VENTANA
      * APARTE ENTRE SI Y EL ULTIMO CAE EN LA PRIMERA FECHA DE
      * RIESGO DE LA CADENA, SIN EMPEZAR ANTES DE HOY. SI AUN ASI
      * UN REEMPLAZO CAE DESPUES DE LA FECHA DE RIESGO DE SU
      * UNIDAD, SE MARCA URGENTE; UNA UNIDAD QUE YA PASO SU FECHA
      * SE MARCA VENCIDA.
      *
       440-SUGERIR-REEMPLAZO.
           SET IDX-CADENA TO GRP-CADENA(IDX-GRUPO).
           IF CAD-TAMANO(IDX-CADENA) >= 2
               COMPUTE WS-ENTERO-REEMPLAZO =
                   CAD-ENTERO-INICIO(IDX-CADENA)
                   - (CAD-TAMANO(IDX-CADENA) - 1) * WS-VENTANA-DIAS
               IF WS-ENTERO-REEMPLAZO < WS-ENTERO-HOY
                   MOVE WS-ENTERO-HOY TO WS-ENTERO-REEMPLAZO
               END-IF
               COMPUTE WS-ENTERO-REEMPLAZO = WS-ENTERO-REEMPLAZO
                   + CAD-POSICION(IDX-CADENA) * WS-VENTANA-DIAS
               ADD 1 TO CAD-POSICION(IDX-CADENA)
               ADD 1 TO DETALLES-CARGADOS
               SET IDX-DETALLE TO DETALLES-CARGADOS
               MOVE GRP-TAG(IDX-GRUPO) TO DET-TAG(IDX-DETALLE)
               MOVE GRP-MODELO(IDX-GRUPO) TO DET-MODELO(IDX-DETALLE)
               MOVE GRP-CAPACIDAD(IDX-GRUPO)
                   TO DET-CAPACIDAD(IDX-DETALLE)
               MOVE GRP-FECHA-TBW(IDX-GRUPO)
                   TO DET-FECHA-TBW(IDX-DETALLE)
               MOVE GRP-FIN-GARANTIA(IDX-GRUPO)
                   TO DET-FIN-GARANTIA(IDX-DETALLE)
               MOVE GRP-FECHA-EVENTO(IDX-GRUPO)
                   TO DET-FECHA-EVENTO(IDX-DETALLE)
               COMPUTE DET-REEMPLAZO(IDX-DETALLE) =
                   FUNCTION DATE-OF-INTEGER(WS-ENTERO-REEMPLAZO)
               MOVE SPACES TO DET-NOTA(IDX-DETALLE)
               IF GRP-ENTERO-EVENTO(IDX-GRUPO) NOT > WS-ENTERO-HOY
                   MOVE "VENCIDA" TO DET-NOTA(IDX-DETALLE)
               ELSE
                   IF WS-ENTERO-REEMPLAZO
                      > GRP-ENTERO-EVENTO(IDX-GRUPO)
                       MOVE "URGENTE" TO DET-NOTA(IDX-DETALLE)
                   END-IF
               END-IF
           END-IF.
      *
      * ORDENA LOS HOSTS POR UNIDADES EN RIESGO Y, A IGUALDAD, POR
      * CAPACIDAD COMBINADA, AMBOS DE MAYOR A MENOR, CON UN
      * INTERCAMBIO POR SELECCION COMO EN SSDPRON.
      *
       500-ORDENAR-HOSTS.
           PERFORM 510-SELECCIONAR-MAYOR
               VARYING IDX-ORDEN FROM 1 BY 1
               UNTIL IDX-ORDEN >= HOSTS-CARGADOS.
      *
       510-SELECCIONAR-MAYOR.
           MOVE IDX-ORDEN TO IDX-MAYOR.
           PERFORM 520-COMPARAR-MAYOR
               VARYING IDX-BUSCA FROM IDX-ORDEN BY 1
               UNTIL IDX-BUSCA > HOSTS-CARGADOS.
           IF IDX-MAYOR NOT = IDX-ORDEN
               MOVE HOST-ENTRY(IDX-ORDEN) TO WS-HOST-AUXILIAR
               MOVE HOST-ENTRY(IDX-MAYOR) TO HOST-ENTRY(IDX-ORDEN)
               MOVE WS-HOST-AUXILIAR TO HOST-ENTRY(IDX-MAYOR)
           END-IF.
      *
       520-COMPARAR-MAYOR.
           IF HST-RIESGO(IDX-BUSCA) > HST-RIESGO(IDX-MAYOR)
               MOVE IDX-BUSCA TO IDX-MAYOR
           ELSE
               IF HST-RIESGO(IDX-BUSCA) = HST-RIESGO(IDX-MAYOR)
                  AND HST-CAPACIDAD(IDX-BUSCA)
                      > HST-CAPACIDAD(IDX-MAYOR)
                   MOVE IDX-BUSCA TO IDX-MAYOR
               END-IF
           END-IF.
      *
       600-EMITIR-REPORTE.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           OPEN OUTPUT RIESGO-REPORT-FILE.
           PERFORM 690-ESCRIBIR-ENCABEZADO.
           PERFORM 610-IMPRIMIR-HOST
               VARYING IDX-HOST FROM 1 BY 1
               UNTIL IDX-HOST > HOSTS-CARGADOS.
           IF HOSTS-CARGADOS = 0
               MOVE "SIN HOSTS CON DOS O MAS UNIDADES EN RIESGO"
                   TO RA-TEXTO
               MOVE 0 TO RA-DATO
               WRITE RIESGO-REPORT-RECORD FROM RSG-AVISO-LINEA
           END-IF.
           MOVE "HOSTS EVALUADOS:" TO RA-TEXTO.
           MOVE WS-HOSTS-EVALUADOS TO RA-DATO.
           WRITE RIESGO-REPORT-RECORD FROM RSG-AVISO-LINEA.
           MOVE "UNIDADES ACTIVAS SIN HOST (NO EVALUADAS):" TO RA-TEXTO.
           MOVE WS-SIN-HOST TO RA-DATO.
           WRITE RIESGO-REPORT-RECORD FROM RSG-AVISO-LINEA.
           MOVE "UNIDADES SIN HISTORIAL NI GARANTIA (NO EVALUADAS):"
               TO RA-TEXTO.
           MOVE WS-SIN-FECHA TO RA-DATO.
           WRITE RIESGO-REPORT-RECORD FROM RSG-AVISO-LINEA.
           IF TABLA-REBASADA
               MOVE "AVISO: UNA TABLA SE REBASO, REPORTE INCOMPLETO"
                   TO RA-TEXTO
               MOVE 0 TO RA-DATO
               WRITE RIESGO-REPORT-RECORD FROM RSG-AVISO-LINEA
           END-IF.
           WRITE RIESGO-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE RIESGO-REPORT-FILE.
      *
       610-IMPRIMIR-HOST.
           IF WS-RENGLONES-PAGINA + 2 >= WS-MAX-RENGLONES
               PERFORM 690-ESCRIBIR-ENCABEZADO
           END-IF.
           MOVE HST-HOST(IDX-HOST) TO RH-HOST.
           MOVE HST-UBICACION(IDX-HOST) TO RH-UBICACION.
           MOVE HST-UNIDADES(IDX-HOST) TO RH-UNIDADES.
           MOVE HST-RIESGO(IDX-HOST) TO RH-RIESGO.
           MOVE HST-CAPACIDAD(IDX-HOST) TO RH-CAPACIDAD.
           WRITE RIESGO-REPORT-RECORD FROM RSG-HOST-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
           PERFORM 620-IMPRIMIR-DETALLE
               VARYING IDX-DETALLE FROM HST-PRIMER-DETALLE(IDX-HOST)
               BY 1
               UNTIL IDX-DETALLE > HST-PRIMER-DETALLE(IDX-HOST)
                   + HST-DETALLES(IDX-HOST) - 1.
      *
       620-IMPRIMIR-DETALLE.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 690-ESCRIBIR-ENCABEZADO
           END-IF.
           MOVE DET-TAG(IDX-DETALLE) TO RD-TAG.
           MOVE DET-MODELO(IDX-DETALLE) TO RD-MODELO.
           MOVE DET-CAPACIDAD(IDX-DETALLE) TO RD-CAPACIDAD.
           IF DET-FECHA-TBW(IDX-DETALLE) = 0
               MOVE "SIN HIST" TO RD-FECHA-TBW
           ELSE
               MOVE DET-FECHA-TBW(IDX-DETALLE) TO RD-FECHA-TBW
           END-IF.
           IF DET-FIN-GARANTIA(IDX-DETALLE) = 0
               MOVE "--------" TO RD-FIN-GARANTIA
           ELSE
               MOVE DET-FIN-GARANTIA(IDX-DETALLE) TO RD-FIN-GARANTIA
           END-IF.
           MOVE DET-FECHA-EVENTO(IDX-DETALLE) TO RD-FECHA-EVENTO.
           MOVE DET-REEMPLAZO(IDX-DETALLE) TO RD-REEMPLAZO.
           MOVE DET-NOTA(IDX-DETALLE) TO RD-NOTA.
           WRITE RIESGO-REPORT-RECORD FROM RSG-DETALLE-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
      *
       690-ESCRIBIR-ENCABEZADO.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "RIESGO DE FALLA POR HOST SSD" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           WRITE RIESGO-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE RIESGO-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE RIESGO-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           MOVE WS-VENTANA-DIAS TO RV-VENTANA.
           WRITE RIESGO-REPORT-RECORD FROM RSG-VENTANA-LINEA.
           WRITE RIESGO-REPORT-RECORD FROM RSG-ENCABEZADO-4.
