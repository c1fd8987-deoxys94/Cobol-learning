       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSDRMA.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - RECLAMOS DE GARANTIA (RMA) DE UNIDADES
      * SSD FALLADAS. EL REPORTE SSDGAR DICE QUE UNIDADES SIGUEN EN
      * GARANTIA, PERO AL FALLAR UNA NO QUEDABA REGISTRO DEL
      * RECLAMO: LAS UNIDADES SE ENVIABAN Y SE OLVIDABAN, Y EL
      * REEMPLAZO LLEGABA SIN LIGA A LA UNIDAD QUE SUSTITUYE. CADA
      * RECLAMO (ARCHIVO SSDRMA) SE ABRE CONTRA UN TAG DE SSDAST
      * DENTRO DE SU GARANTIA, GUARDA EL NUMERO RMA DEL PROVEEDOR,
      * LA FECHA DE ENVIO, LA FECHA DEL REEMPLAZO Y EL TAG NUEVO.
      * AL ENVIAR LA UNIDAD SE RETIRA EN SSDAST Y SE DEJA SU
      * CERTIFICADO DE DESTRUCCION EN SSDCERT COMO LO HACE SSDRET.
      * INCLUYE EL REPORTE DE RECLAMOS SIN RESPUESTA (SSDRMG) Y EL
      * CONTEO DE FALLAS POR MODELO (SSDRMF) PARA NEGOCIAR CON LOS
      * PROVEEDORES.
      * MODIFICADO 15/10/2026 - LA UNIDAD RETIRADA AL ENVIARSE DEJA
      * SU VALOR EN LIBROS PENDIENTE DE BAJA EN SSDBAJ, COMO EN
      * SSDRET. EL REEMPLAZO DADO DE ALTA AQUI ENTRA SIN COSTO; SE
      * CAPTURA DESPUES EN SSDMANT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSET-FILE ASSIGN TO "SSDAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASSET-TAG.
           SELECT OPTIONAL RECLAMO-FILE ASSIGN TO "SSDRMA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "SSDCAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CERTIFICADO-FILE ASSIGN TO "SSDCERT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BAJA-FILE ASSIGN TO "SSDBAJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO "OPRMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ANTIGUEDAD-REPORT-FILE ASSIGN TO "SSDRMG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FALLAS-REPORT-FILE ASSIGN TO "SSDRMF"
               ORGANIZATION IS SEQUENTIAL.
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
      * RECLAMO DE GARANTIA: A = ABIERTO (SIN RMA DEL PROVEEDOR),
      * E = ENVIADO (CON RMA, UNIDAD RETIRADA), C = CERRADO
      * (REEMPLAZO RECIBIDO), X = CANCELADO.
      *
       FD  RECLAMO-FILE.
       01  RECLAMO-RECORD.
           05  RMA-CASO                    PIC 9(6).
           05  RMA-TAG                     PIC X(10).
           05  RMA-MODELO                  PIC X(8).
           05  RMA-VENDOR                  PIC X(10).
           05  RMA-FALLA                   PIC X(20).
           05  RMA-FECHA-FALLA             PIC 9(8).
           05  RMA-FIN-GARANTIA            PIC 9(8).
           05  RMA-FECHA-APERTURA          PIC 9(8).
           05  RMA-NUMERO-VENDOR           PIC X(12).
           05  RMA-FECHA-ENVIO             PIC 9(8).
           05  RMA-FECHA-REEMPLAZO         PIC 9(8).
           05  RMA-TAG-NUEVO               PIC X(10).
           05  RMA-ESTADO                  PIC X.
               88  RMA-ABIERTO                 VALUE 'A'.
               88  RMA-ENVIADO                 VALUE 'E'.
               88  RMA-CERRADO                 VALUE 'C'.
               88  RMA-CANCELADO               VALUE 'X'.
           05  RMA-OPERADOR                PIC X(8).
      *
       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CAT-MODELO                  PIC X(8).
           05  CAT-VENDOR                  PIC X(10).
           05  CAT-TBW                     PIC 9(5).
           05  CAT-GARANTIA                PIC 9(2).
      *
      * CERTIFICADOS DE DESTRUCCION DE DATOS: MISMA BITACORA QUE
      * LLEVA SSDRET, NO SE ARCHIVA NUNCA.
      *
       FD  CERTIFICADO-FILE.
       01  CERTIFICADO-RECORD.
           05  CER-TAG                     PIC X(10).
           05  CER-FECHA                   PIC 9(8).
           05  CER-METODO                  PIC X(12).
           05  CER-OPERADOR                PIC X(8).
      *
      * BAJAS CONTABLES PENDIENTES QUE ASIENTA SSDDEPR.
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
       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05  OPR-ID                      PIC X(8).
           05  OPR-PASSWORD                PIC X(8).
           05  OPR-NIVEL                   PIC 9.
           05  OPR-FECHA-EXPIRA            PIC 9(8).
           05  OPR-BLOQUEADO               PIC X.
           05  OPR-INTENTOS                PIC 9.
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       FD  ANTIGUEDAD-REPORT-FILE.
       01  ANTIGUEDAD-REPORT-RECORD        PIC X(80).
      *
       FD  FALLAS-REPORT-FILE.
       01  FALLAS-REPORT-RECORD            PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-EOF-RECLAMO              PIC X VALUE 'N'.
           88  EOF-RECLAMO                      VALUE 'Y'.
       77  WS-EOF-CATALOGO             PIC X VALUE 'N'.
           88  EOF-CATALOGO                     VALUE 'Y'.
       77  WS-EOF-ASSET                PIC X VALUE 'N'.
           88  EOF-ASSET                        VALUE 'Y'.
       77  WS-EOF-OPERADOR             PIC X VALUE 'N'.
           88  EOF-OPERADOR                     VALUE 'Y'.
       77  WS-HUBO-CAMBIOS             PIC X VALUE 'N'.
           88  HUBO-CAMBIOS                     VALUE 'Y'.
       77  WS-CAMBIO-MAESTRO           PIC X VALUE 'N'.
           88  CAMBIO-MAESTRO                   VALUE 'Y'.
       77  WS-TABLA-REBASADA           PIC X VALUE 'N'.
           88  TABLA-REBASADA                   VALUE 'Y'.
      *
      * FIRMA DEL OPERADOR COMO EN SSDRET: EL ENVIO, QUE RETIRA LA
      * UNIDAD Y FIRMA EL CERTIFICADO, EXIGE NIVEL 3.
      *
       77  WS-ID-ENTRADA               PIC X(8).
       77  WS-PASSWORD-ENTRADA         PIC X(8).
       77  WS-OPERADOR-ACTUAL          PIC X(8) VALUE SPACES.
       77  WS-NIVEL-ACTUAL             PIC 9 VALUE 0.
       77  WS-FIRMADO                  PIC X VALUE 'N'.
           88  FIRMADO                          VALUE 'Y'.
       77  WS-HAY-OPERADORES           PIC X VALUE 'N'.
           88  HAY-OPERADORES                   VALUE 'Y'.
      *
       77  RECLAMOS-CARGADOS           PIC 999 VALUE 0.
       77  WS-ULTIMO-CASO              PIC 9(6) VALUE 0.
       01  TABLA-RECLAMOS.
           05  RECLAMO-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-RECLAMO.
               10  TRM-CASO            PIC 9(6).
               10  TRM-TAG             PIC X(10).
               10  TRM-MODELO          PIC X(8).
               10  TRM-VENDOR          PIC X(10).
               10  TRM-FALLA           PIC X(20).
               10  TRM-FECHA-FALLA     PIC 9(8).
               10  TRM-FIN-GARANTIA    PIC 9(8).
               10  TRM-FECHA-APERTURA  PIC 9(8).
               10  TRM-NUMERO-VENDOR   PIC X(12).
               10  TRM-FECHA-ENVIO     PIC 9(8).
               10  TRM-FECHA-REEMPLAZO PIC 9(8).
               10  TRM-TAG-NUEVO       PIC X(10).
               10  TRM-ESTADO          PIC X.
               10  TRM-OPERADOR        PIC X(8).
       77  WS-RECLAMO-ENCONTRADO       PIC X VALUE 'N'.
           88  RECLAMO-ENCONTRADO               VALUE 'Y'.
       77  CATALOGO-CARGADOS           PIC 99 VALUE 0.
       01  TABLA-CATALOGO.
           05  CATALOGO-ENTRY OCCURS 50 TIMES
                   INDEXED BY IDX-CATALOGO.
               10  CTG-MODELO          PIC X(8).
               10  CTG-VENDOR          PIC X(10).
               10  CTG-TBW             PIC 9(5).
               10  CTG-GARANTIA        PIC 9(2).
       77  WS-MODELO-ENCONTRADO        PIC X VALUE 'N'.
           88  MODELO-ENCONTRADO                VALUE 'Y'.
       77  WS-MODELO-BUSCADO           PIC X(8).
       01  WS-FECHA-FIN-GARANTIA.
           05  FIN-AAAA                PIC 9(4).
           05  FIN-MM                  PIC 9(2).
           05  FIN-DD                  PIC 9(2).
       01  WS-FECHA-FIN-NUM REDEFINES WS-FECHA-FIN-GARANTIA
                                       PIC 9(8).
      *
      * CAPTURA.
      *
       77  WS-CASO-ENTRADA             PIC 9(6) VALUE 0.
       77  WS-TAG-ENTRADA              PIC X(10).
       77  WS-FALLA-ENTRADA            PIC X(20).
       77  WS-FECHA-ENTRADA            PIC 9(8) VALUE 0.
       77  WS-RMA-ENTRADA              PIC X(12).
       77  WS-METODO-DESTRUCCION       PIC X(12).
       77  ACCION-OPERADOR             PIC X.
      *
      * GUARDA DE LA UNIDAD FALLADA PARA DAR DE ALTA SU REEMPLAZO.
      *
       01  WS-UNIDAD-FALLADA.
           05  UFA-CAPACIDAD           PIC 9(5).
           05  UFA-TBW                 PIC 9(5).
           05  UFA-GARANTIA            PIC 9(2).
           05  UFA-UBICACION           PIC X(10).
           05  UFA-HOST                PIC X(10).
           05  UFA-MODELO              PIC X(8).
       77  WS-UNIDAD-LEIDA             PIC X VALUE 'N'.
           88  UNIDAD-LEIDA                     VALUE 'Y'.
      *
      * ANTIGUEDAD DE RECLAMOS SIN RESPUESTA.
      *
       77  WS-DIAS-LIMITE              PIC 9(3) VALUE 30.
       77  WS-DIAS-ENTRADA             PIC 9(3) VALUE 0.
       77  WS-ENTERO-HOY               PIC 9(7) VALUE 0.
       77  WS-FECHA-REFERENCIA         PIC 9(8) VALUE 0.
       77  WS-DIAS-SIN-RESPUESTA       PIC S9(5) VALUE 0.
       77  WS-SIN-RESPUESTA            PIC 9(4) VALUE 0.
       77  WS-ABIERTOS                 PIC 9(4) VALUE 0.
      *
      * FALLAS POR MODELO: UNIDADES EN LA FLOTA (ACTIVAS Y
      * RETIRADAS) CONTRA RECLAMOS NO CANCELADOS.
      *
       77  MODELOS-CARGADOS            PIC 99 VALUE 0.
       01  TABLA-FALLAS.
           05  FALLA-ENTRY OCCURS 60 TIMES
                   INDEXED BY IDX-FALLA.
               10  TFL-MODELO          PIC X(8).
               10  TFL-UNIDADES        PIC 9(5).
               10  TFL-RECLAMOS        PIC 9(5).
               10  TFL-ABIERTOS        PIC 9(5).
               10  TFL-CERRADOS        PIC 9(5).
       77  WS-FALLA-ENCONTRADA         PIC X VALUE 'N'.
           88  FALLA-ENCONTRADA                 VALUE 'Y'.
       77  WS-MODELOS-REBASADOS        PIC X VALUE 'N'.
           88  MODELOS-REBASADOS                VALUE 'Y'.
       77  WS-TOTAL-UNIDADES           PIC 9(6) VALUE 0.
       77  WS-TOTAL-RECLAMOS           PIC 9(6) VALUE 0.
      *
       77  WS-ARCHIVO-CONTROL          PIC X(8) VALUE "SSDAST".
       77  WS-CUENTA-CONTROL           PIC 9(6) VALUE 0.
       77  WS-HASH-CONTROL             PIC S9(12)V99 VALUE 0.
       77  WS-EOF-RECUENTO             PIC X VALUE 'N'.
           88  EOF-RECUENTO                     VALUE 'Y'.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       COPY RPTHDR.
       01  RMG-SUBTITULO-LINEA.
           05  FILLER                  PIC X(27) VALUE
               "RECLAMOS SIN RESPUESTA EN ".
           05  RMG-DIAS                PIC ZZ9.
           05  FILLER                  PIC X(50) VALUE
               " DIAS O MAS".
       01  RMG-ENCABEZADO-COLUMNAS.
           05  FILLER                  PIC X(80) VALUE
               "CASO   TAG        MODELO   PROVEEDOR  RMA PROVEEDOR
      -        " DESDE     DIAS ESPERA".
       01  RMG-DETALLE-LINEA.
           05  RG-CASO                 PIC 9(6).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-TAG                  PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-MODELO               PIC X(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-VENDOR               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-NUMERO-VENDOR        PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-DESDE                PIC 9(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-DIAS                 PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RG-ESPERA               PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  RMG-RESUMEN-LINEA.
           05  FILLER                  PIC X(18) VALUE
               "RECLAMOS ABIERTOS:".
           05  RR-ABIERTOS             PIC ZZZ9.
           05  FILLER                  PIC X(18) VALUE
               "  SIN RESPUESTA: ".
           05  RR-SIN-RESPUESTA        PIC ZZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  RMF-ENCABEZADO-COLUMNAS.
           05  FILLER                  PIC X(80) VALUE
               "MODELO   PROVEEDOR  UNIDADES RECLAMOS ABIERTOS CERRAD
      -        "OS  % FALLA".
       01  RMF-DETALLE-LINEA.
           05  RF-MODELO               PIC X(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-VENDOR               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RF-UNIDADES             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RF-RECLAMOS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RF-ABIERTOS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RF-CERRADOS             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RF-PORCENTAJE           PIC ZZ9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  RMF-TOTAL-LINEA.
           05  FILLER                  PIC X(20) VALUE
               "TOTAL FLOTA".
           05  RT-UNIDADES             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RT-RECLAMOS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.
           05  RT-PORCENTAJE           PIC ZZ9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.
       77  WS-PORCENTAJE               PIC 999V99 VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       000-RECLAMOS-GARANTIA.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           PERFORM 050-FIRMAR-OPERADOR.
           PERFORM 080-CARGAR-CATALOGO.
           PERFORM 100-CARGAR-RECLAMOS.
           MOVE 1 TO SELECCION-USUARIO.
           PERFORM 200-MENU-PRINCIPAL
             UNTIL SELECCION-USUARIO = 0.
           IF HUBO-CAMBIOS
               PERFORM 800-REESCRIBIR-RECLAMOS
               DISPLAY "RECLAMOS ACTUALIZADOS EN SSDRMA"
           END-IF.
           IF CAMBIO-MAESTRO
               PERFORM 950-ESTAMPAR-CONTROL
           END-IF.
           DISPLAY "PROGRAMA FINALIZADO".
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
       050-FIRMAR-OPERADOR.
           MOVE 'N' TO WS-HAY-OPERADORES.
           MOVE 'N' TO WS-FIRMADO.
           DISPLAY "IDENTIFICACION DEL OPERADOR: ".
           ACCEPT WS-ID-ENTRADA.
           DISPLAY "CONTRASENA: ".
           ACCEPT WS-PASSWORD-ENTRADA.
           MOVE 'N' TO WS-EOF-OPERADOR.
           OPEN INPUT OPERADOR-FILE.
           PERFORM 060-LEER-OPERADOR.
           PERFORM 070-VALIDAR-OPERADOR
               UNTIL EOF-OPERADOR.
           CLOSE OPERADOR-FILE.
           IF NOT HAY-OPERADORES
               DISPLAY "AVISO: NO HAY MAESTRO DE OPERADORES "
                   "(OPRMST), SE OPERA SIN RESTRICCION"
               MOVE WS-ID-ENTRADA TO WS-OPERADOR-ACTUAL
               MOVE 9 TO WS-NIVEL-ACTUAL
               MOVE 'Y' TO WS-FIRMADO
           END-IF.
           IF NOT FIRMADO
               DISPLAY "CREDENCIALES NO VALIDAS, SOLO CONSULTA "
                   "(NIVEL 0)"
               MOVE WS-ID-ENTRADA TO WS-OPERADOR-ACTUAL
               MOVE 0 TO WS-NIVEL-ACTUAL
           END-IF.
      *
       060-LEER-OPERADOR.
           READ OPERADOR-FILE
               AT END MOVE 'Y' TO WS-EOF-OPERADOR
           END-READ.
      *
       070-VALIDAR-OPERADOR.
           MOVE 'Y' TO WS-HAY-OPERADORES.
           IF OPR-ID = WS-ID-ENTRADA
              AND OPR-PASSWORD = WS-PASSWORD-ENTRADA
              AND OPR-BLOQUEADO NOT = 'B'
               MOVE OPR-ID TO WS-OPERADOR-ACTUAL
               MOVE OPR-NIVEL TO WS-NIVEL-ACTUAL
               MOVE 'Y' TO WS-FIRMADO
           END-IF.
           PERFORM 060-LEER-OPERADOR.
      *
       080-CARGAR-CATALOGO.
           MOVE 0 TO CATALOGO-CARGADOS.
           MOVE 'N' TO WS-EOF-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           PERFORM 085-LEER-CATALOGO.
           PERFORM 090-ALMACENAR-CATALOGO
               UNTIL EOF-CATALOGO.
           CLOSE CATALOGO-FILE.
      *
       085-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END MOVE 'Y' TO WS-EOF-CATALOGO
           END-READ.
      *
       090-ALMACENAR-CATALOGO.
           IF CATALOGO-CARGADOS < 50
               ADD 1 TO CATALOGO-CARGADOS
               MOVE CAT-MODELO TO CTG-MODELO(CATALOGO-CARGADOS)
               MOVE CAT-VENDOR TO CTG-VENDOR(CATALOGO-CARGADOS)
               MOVE CAT-TBW TO CTG-TBW(CATALOGO-CARGADOS)
               MOVE CAT-GARANTIA TO CTG-GARANTIA(CATALOGO-CARGADOS)
           ELSE
               DISPLAY "CATALOGO LLENO (50), SE IGNORA MODELO: "
                   CAT-MODELO
           END-IF.
           PERFORM 085-LEER-CATALOGO.
      *
       095-BUSCAR-MODELO.
           MOVE 'N' TO WS-MODELO-ENCONTRADO.
           SET IDX-CATALOGO TO 1.
           PERFORM 096-COMPARAR-MODELO
               UNTIL IDX-CATALOGO > CATALOGO-CARGADOS
                  OR MODELO-ENCONTRADO.
      *
       096-COMPARAR-MODELO.
           IF CTG-MODELO(IDX-CATALOGO) = WS-MODELO-BUSCADO
               MOVE 'Y' TO WS-MODELO-ENCONTRADO
           ELSE
               SET IDX-CATALOGO UP BY 1.
      *
      * CARGA LOS RECLAMOS Y GUARDA EL CASO MAS ALTO PARA NUMERAR
      * LOS NUEVOS. UNA TABLA REBASADA DEJA EL ARCHIVO SIN
      * REESCRIBIR PARA NO PERDER LOS RECLAMOS QUE NO CUPIERON.
      *
       100-CARGAR-RECLAMOS.
           MOVE 0 TO RECLAMOS-CARGADOS.
           MOVE 0 TO WS-ULTIMO-CASO.
           MOVE 'N' TO WS-EOF-RECLAMO.
           OPEN INPUT RECLAMO-FILE.
           PERFORM 110-LEER-RECLAMO.
           PERFORM 120-ALMACENAR-RECLAMO
               UNTIL EOF-RECLAMO.
           CLOSE RECLAMO-FILE.
           DISPLAY "RECLAMOS CARGADOS: " RECLAMOS-CARGADOS.
      *
       110-LEER-RECLAMO.
           READ RECLAMO-FILE
               AT END MOVE 'Y' TO WS-EOF-RECLAMO
           END-READ.
      *
       120-ALMACENAR-RECLAMO.
           IF RECLAMOS-CARGADOS < 300
               ADD 1 TO RECLAMOS-CARGADOS
               SET IDX-RECLAMO TO RECLAMOS-CARGADOS
               MOVE RMA-CASO TO TRM-CASO(IDX-RECLAMO)
               MOVE RMA-TAG TO TRM-TAG(IDX-RECLAMO)
               MOVE RMA-MODELO TO TRM-MODELO(IDX-RECLAMO)
               MOVE RMA-VENDOR TO TRM-VENDOR(IDX-RECLAMO)
               MOVE RMA-FALLA TO TRM-FALLA(IDX-RECLAMO)
               MOVE RMA-FECHA-FALLA TO TRM-FECHA-FALLA(IDX-RECLAMO)
               MOVE RMA-FIN-GARANTIA
                   TO TRM-FIN-GARANTIA(IDX-RECLAMO)
               MOVE RMA-FECHA-APERTURA
                   TO TRM-FECHA-APERTURA(IDX-RECLAMO)
               MOVE RMA-NUMERO-VENDOR
                   TO TRM-NUMERO-VENDOR(IDX-RECLAMO)
               MOVE RMA-FECHA-ENVIO TO TRM-FECHA-ENVIO(IDX-RECLAMO)
               MOVE RMA-FECHA-REEMPLAZO
                   TO TRM-FECHA-REEMPLAZO(IDX-RECLAMO)
               MOVE RMA-TAG-NUEVO TO TRM-TAG-NUEVO(IDX-RECLAMO)
               MOVE RMA-ESTADO TO TRM-ESTADO(IDX-RECLAMO)
               MOVE RMA-OPERADOR TO TRM-OPERADOR(IDX-RECLAMO)
               IF RMA-CASO > WS-ULTIMO-CASO
                   MOVE RMA-CASO TO WS-ULTIMO-CASO
               END-IF
           ELSE
               IF NOT TABLA-REBASADA
                   DISPLAY "TABLA DE RECLAMOS LLENA (300), NO SE "
                       "PERMITEN CAMBIOS EN ESTA SESION"
               END-IF
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
           PERFORM 110-LEER-RECLAMO.
      *
       130-BUSCAR-CASO.
           MOVE 'N' TO WS-RECLAMO-ENCONTRADO.
           SET IDX-RECLAMO TO 1.
           PERFORM 135-COMPARAR-CASO
               UNTIL IDX-RECLAMO > RECLAMOS-CARGADOS
                  OR RECLAMO-ENCONTRADO.
      *
       135-COMPARAR-CASO.
           IF TRM-CASO(IDX-RECLAMO) = WS-CASO-ENTRADA
               MOVE 'Y' TO WS-RECLAMO-ENCONTRADO
           ELSE
               SET IDX-RECLAMO UP BY 1.
      *
      * UNA UNIDAD SOLO PUEDE TENER UN RECLAMO ABIERTO O ENVIADO A
      * LA VEZ.
      *
       140-BUSCAR-TAG-ABIERTO.
           MOVE 'N' TO WS-RECLAMO-ENCONTRADO.
           SET IDX-RECLAMO TO 1.
           PERFORM 145-COMPARAR-TAG
               UNTIL IDX-RECLAMO > RECLAMOS-CARGADOS
                  OR RECLAMO-ENCONTRADO.
      *
       145-COMPARAR-TAG.
           IF TRM-TAG(IDX-RECLAMO) = WS-TAG-ENTRADA
              AND (TRM-ESTADO(IDX-RECLAMO) = 'A' OR 'E')
               MOVE 'Y' TO WS-RECLAMO-ENCONTRADO
           ELSE
               SET IDX-RECLAMO UP BY 1.
      *
       200-MENU-PRINCIPAL.
           DISPLAY "------RECLAMOS DE GARANTIA SSD------".
           DISPLAY "OPERADOR: " WS-OPERADOR-ACTUAL
               " NIVEL: " WS-NIVEL-ACTUAL.
           DISPLAY "1. ABRIR RECLAMO DE UNA UNIDAD FALLADA".
           DISPLAY "2. REGISTRAR RMA Y ENVIO (NIVEL 3)".
           DISPLAY "3. REGISTRAR REEMPLAZO RECIBIDO".
           DISPLAY "4. CANCELAR RECLAMO".
           DISPLAY "5. CONSULTAR RECLAMO".
           DISPLAY "6. REPORTE DE RECLAMOS SIN RESPUESTA".
           DISPLAY "7. REPORTE DE FALLAS POR MODELO".
           DISPLAY "0. SALIR".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "------------------------------------".
           IF TABLA-REBASADA
              AND SELECCION-USUARIO > 0 AND SELECCION-USUARIO < 5
               DISPLAY "TABLA DE RECLAMOS LLENA, OPCION NO "
                   "DISPONIBLE"
               MOVE 1 TO SELECCION-USUARIO
           ELSE
               IF SELECCION-USUARIO = 1
                 PERFORM 300-ABRIR-RECLAMO
               END-IF
               IF SELECCION-USUARIO = 2
                 PERFORM 400-REGISTRAR-ENVIO
               END-IF
               IF SELECCION-USUARIO = 3
                 PERFORM 500-REGISTRAR-REEMPLAZO
               END-IF
               IF SELECCION-USUARIO = 4
                 PERFORM 550-CANCELAR-RECLAMO
               END-IF
               IF SELECCION-USUARIO = 5
                 PERFORM 600-CONSULTAR-RECLAMO
               END-IF
               IF SELECCION-USUARIO = 6
                 PERFORM 650-REPORTE-SIN-RESPUESTA
               END-IF
               IF SELECCION-USUARIO = 7
                 PERFORM 700-REPORTE-FALLAS
               END-IF
               IF SELECCION-USUARIO > 7
                 DISPLAY "OPCION INVALIDA"
                 MOVE 1 TO SELECCION-USUARIO
               END-IF
           END-IF.
      *
      * EL RECLAMO SE ABRE SOLO PARA UNA UNIDAD ACTIVA DE SSDAST,
      * SIN OTRO RECLAMO VIVO, Y CUYA FECHA DE FALLA NO REBASE EL
      * FIN DE GARANTIA (MISMO CALCULO DEL REPORTE SSDGAR).
      *
       300-ABRIR-RECLAMO.
           DISPLAY "TAG DE LA UNIDAD FALLADA: ".
           MOVE SPACES TO WS-TAG-ENTRADA.
           ACCEPT WS-TAG-ENTRADA.
           PERFORM 140-BUSCAR-TAG-ABIERTO.
           IF RECLAMO-ENCONTRADO
               DISPLAY "LA UNIDAD YA TIENE EL RECLAMO "
                   TRM-CASO(IDX-RECLAMO)
           ELSE
               MOVE 'N' TO WS-UNIDAD-LEIDA
               OPEN INPUT ASSET-FILE
               MOVE WS-TAG-ENTRADA TO ASSET-TAG
               READ ASSET-FILE
                   INVALID KEY
                       DISPLAY "UNIDAD NO EXISTE EN SSDAST"
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-UNIDAD-LEIDA
               END-READ
               CLOSE ASSET-FILE
               IF UNIDAD-LEIDA
                   IF ASSET-RETIRADO
                       DISPLAY "LA UNIDAD YA ESTA RETIRADA"
                   ELSE
                       PERFORM 310-VALIDAR-GARANTIA
                   END-IF
               END-IF
           END-IF.
      *
       310-VALIDAR-GARANTIA.
           MOVE ASSET-FECHA-INSTALL TO WS-FECHA-FIN-NUM.
           ADD ASSET-GARANTIA TO FIN-AAAA.
           IF FIN-MM = 02 AND FIN-DD = 29
               MOVE 28 TO FIN-DD
           END-IF.
           DISPLAY "FECHA DE LA FALLA AAAAMMDD (0 = HOY): ".
           MOVE 0 TO WS-FECHA-ENTRADA.
           ACCEPT WS-FECHA-ENTRADA.
           IF WS-FECHA-ENTRADA = 0
               MOVE WS-FECHA-HOY TO WS-FECHA-ENTRADA
           END-IF.
           IF WS-FECHA-ENTRADA > WS-FECHA-FIN-NUM
               DISPLAY "FUERA DE GARANTIA: VENCIO EL "
                   WS-FECHA-FIN-NUM ", NO SE ABRE RECLAMO"
           ELSE
               DISPLAY "DESCRIPCION DE LA FALLA (20 CAR.): "
               MOVE SPACES TO WS-FALLA-ENTRADA
               ACCEPT WS-FALLA-ENTRADA
               PERFORM 320-CREAR-RECLAMO
           END-IF.
      *
       320-CREAR-RECLAMO.
           IF RECLAMOS-CARGADOS < 300
               MOVE ASSET-MODELO TO WS-MODELO-BUSCADO
               PERFORM 095-BUSCAR-MODELO
               ADD 1 TO RECLAMOS-CARGADOS
               SET IDX-RECLAMO TO RECLAMOS-CARGADOS
               ADD 1 TO WS-ULTIMO-CASO
               MOVE WS-ULTIMO-CASO TO TRM-CASO(IDX-RECLAMO)
               MOVE ASSET-TAG TO TRM-TAG(IDX-RECLAMO)
               MOVE ASSET-MODELO TO TRM-MODELO(IDX-RECLAMO)
               IF MODELO-ENCONTRADO
                   MOVE CTG-VENDOR(IDX-CATALOGO)
                       TO TRM-VENDOR(IDX-RECLAMO)
               ELSE
                   DISPLAY "AVISO: MODELO FUERA DE SSDCAT, RECLAMO "
                       "SIN PROVEEDOR"
                   MOVE SPACES TO TRM-VENDOR(IDX-RECLAMO)
               END-IF
               MOVE WS-FALLA-ENTRADA TO TRM-FALLA(IDX-RECLAMO)
               MOVE WS-FECHA-ENTRADA TO TRM-FECHA-FALLA(IDX-RECLAMO)
               MOVE WS-FECHA-FIN-NUM
                   TO TRM-FIN-GARANTIA(IDX-RECLAMO)
               MOVE WS-FECHA-HOY TO TRM-FECHA-APERTURA(IDX-RECLAMO)
               MOVE SPACES TO TRM-NUMERO-VENDOR(IDX-RECLAMO)
               MOVE 0 TO TRM-FECHA-ENVIO(IDX-RECLAMO)
               MOVE 0 TO TRM-FECHA-REEMPLAZO(IDX-RECLAMO)
               MOVE SPACES TO TRM-TAG-NUEVO(IDX-RECLAMO)
               MOVE 'A' TO TRM-ESTADO(IDX-RECLAMO)
               MOVE WS-OPERADOR-ACTUAL TO TRM-OPERADOR(IDX-RECLAMO)
               MOVE 'Y' TO WS-HUBO-CAMBIOS
               DISPLAY "RECLAMO " WS-ULTIMO-CASO " ABIERTO"
           ELSE
               DISPLAY "TABLA DE RECLAMOS LLENA (300), NO SE ABRE"
           END-IF.
      *
      * EL PROVEEDOR DIO SU NUMERO RMA Y LA UNIDAD SE ENVIA: SE
      * RETIRA EN SSDAST Y SE DEJA EL CERTIFICADO DE DESTRUCCION
      * DE DATOS EN SSDCERT, IGUAL QUE EL PASE DE SSDRET.
      *
       400-REGISTRAR-ENVIO.
           IF WS-NIVEL-ACTUAL < 3
               DISPLAY "EL ENVIO REQUIERE OPERADOR DE NIVEL 3"
           ELSE
               DISPLAY "NUMERO DE CASO: "
               MOVE 0 TO WS-CASO-ENTRADA
               ACCEPT WS-CASO-ENTRADA
               PERFORM 130-BUSCAR-CASO
               IF NOT RECLAMO-ENCONTRADO
                   DISPLAY "CASO NO EXISTE"
               ELSE
                   IF TRM-ESTADO(IDX-RECLAMO) NOT = 'A'
                       DISPLAY "EL CASO NO ESTA ABIERTO, ESTADO: "
                           TRM-ESTADO(IDX-RECLAMO)
                   ELSE
                       PERFORM 410-CAPTURAR-ENVIO
                   END-IF
               END-IF
           END-IF.
      *
       410-CAPTURAR-ENVIO.
           DISPLAY "NUMERO RMA DEL PROVEEDOR (12 CAR.): ".
           MOVE SPACES TO WS-RMA-ENTRADA.
           ACCEPT WS-RMA-ENTRADA.
           IF WS-RMA-ENTRADA = SPACES
               DISPLAY "SIN NUMERO RMA NO SE REGISTRA EL ENVIO"
           ELSE
               DISPLAY "FECHA DE ENVIO AAAAMMDD (0 = HOY): "
               MOVE 0 TO WS-FECHA-ENTRADA
               ACCEPT WS-FECHA-ENTRADA
               IF WS-FECHA-ENTRADA = 0
                   MOVE WS-FECHA-HOY TO WS-FECHA-ENTRADA
               END-IF
               DISPLAY "METODO DE DESTRUCCION DE DATOS (12 CAR., "
                   "EJ. BORRADO-SEG): "
               MOVE SPACES TO WS-METODO-DESTRUCCION
               ACCEPT WS-METODO-DESTRUCCION
               PERFORM 420-RETIRAR-UNIDAD
               MOVE WS-RMA-ENTRADA TO TRM-NUMERO-VENDOR(IDX-RECLAMO)
               MOVE WS-FECHA-ENTRADA TO TRM-FECHA-ENVIO(IDX-RECLAMO)
               MOVE 'E' TO TRM-ESTADO(IDX-RECLAMO)
               MOVE 'Y' TO WS-HUBO-CAMBIOS
               DISPLAY "CASO " TRM-CASO(IDX-RECLAMO) " ENVIADO"
           END-IF.
      *
       420-RETIRAR-UNIDAD.
           OPEN I-O ASSET-FILE.
           MOVE TRM-TAG(IDX-RECLAMO) TO ASSET-TAG.
           READ ASSET-FILE
               INVALID KEY
                   DISPLAY "AVISO: LA UNIDAD YA NO ESTA EN SSDAST, "
                       "NO SE RETIRA"
               NOT INVALID KEY
                   MOVE 'R' TO ASSET-ESTADO
                   REWRITE ASSET-RECORD
                   MOVE 'Y' TO WS-CAMBIO-MAESTRO
                   OPEN EXTEND CERTIFICADO-FILE
                   MOVE ASSET-TAG TO CER-TAG
                   MOVE WS-FECHA-ENTRADA TO CER-FECHA
                   MOVE WS-METODO-DESTRUCCION TO CER-METODO
                   MOVE WS-OPERADOR-ACTUAL TO CER-OPERADOR
                   WRITE CERTIFICADO-RECORD
                   CLOSE CERTIFICADO-FILE
                   IF ASSET-COSTO > 0
                       PERFORM 425-REGISTRAR-BAJA
                   END-IF
                   DISPLAY "UNIDAD RETIRADA Y CERTIFICADA: " ASSET-TAG
           END-READ.
           CLOSE ASSET-FILE.
      *
       425-REGISTRAR-BAJA.
           OPEN EXTEND BAJA-FILE.
           MOVE ASSET-TAG TO BAJ-TAG.
           MOVE WS-FECHA-ENTRADA TO BAJ-FECHA.
           MOVE ASSET-UBICACION TO BAJ-UBICACION.
           MOVE ASSET-COSTO TO BAJ-COSTO.
           IF ASSET-DEPREC-ACUM > ASSET-COSTO
               MOVE ASSET-COSTO TO BAJ-DEPREC-ACUM
           ELSE
               MOVE ASSET-DEPREC-ACUM TO BAJ-DEPREC-ACUM
           END-IF.
           COMPUTE BAJ-VALOR-LIBROS = BAJ-COSTO - BAJ-DEPREC-ACUM.
           MOVE "SSDRMA" TO BAJ-PROGRAMA.
           WRITE BAJA-RECORD.
           CLOSE BAJA-FILE.
      *
      * LLEGO EL REEMPLAZO: SE LIGA EL TAG NUEVO AL RECLAMO. SI EL
      * TAG NO EXISTE EN SSDAST SE DA DE ALTA EN LA MISMA UBICACION
      * Y HOST DE LA UNIDAD FALLADA, CON SU MODELO Y CAPACIDAD, Y
      * TBW Y GARANTIA DEL CATALOGO.
      *
       500-REGISTRAR-REEMPLAZO.
           DISPLAY "NUMERO DE CASO: ".
           MOVE 0 TO WS-CASO-ENTRADA.
           ACCEPT WS-CASO-ENTRADA.
           PERFORM 130-BUSCAR-CASO.
           IF NOT RECLAMO-ENCONTRADO
               DISPLAY "CASO NO EXISTE"
           ELSE
               IF TRM-ESTADO(IDX-RECLAMO) NOT = 'E'
                   DISPLAY "EL CASO NO ESTA ENVIADO, ESTADO: "
                       TRM-ESTADO(IDX-RECLAMO)
               ELSE
                   DISPLAY "TAG DE LA UNIDAD DE REEMPLAZO: "
                   MOVE SPACES TO WS-TAG-ENTRADA
                   ACCEPT WS-TAG-ENTRADA
                   DISPLAY "FECHA DE RECEPCION AAAAMMDD (0 = HOY): "
                   MOVE 0 TO WS-FECHA-ENTRADA
                   ACCEPT WS-FECHA-ENTRADA
                   IF WS-FECHA-ENTRADA = 0
                       MOVE WS-FECHA-HOY TO WS-FECHA-ENTRADA
                   END-IF
                   IF WS-TAG-ENTRADA = SPACES
                      OR WS-TAG-ENTRADA = TRM-TAG(IDX-RECLAMO)
                       DISPLAY "TAG DE REEMPLAZO NO VALIDO"
                   ELSE
                       PERFORM 510-LIGAR-REEMPLAZO
                   END-IF
               END-IF
           END-IF.
      *
       510-LIGAR-REEMPLAZO.
           OPEN I-O ASSET-FILE.
           MOVE 'N' TO WS-UNIDAD-LEIDA.
           MOVE TRM-TAG(IDX-RECLAMO) TO ASSET-TAG.
           READ ASSET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-UNIDAD-LEIDA
                   MOVE ASSET-CAPACIDAD TO UFA-CAPACIDAD
                   MOVE ASSET-TBW TO UFA-TBW
                   MOVE ASSET-GARANTIA TO UFA-GARANTIA
                   MOVE ASSET-UBICACION TO UFA-UBICACION
                   MOVE ASSET-HOST TO UFA-HOST
                   MOVE ASSET-MODELO TO UFA-MODELO
           END-READ.
           MOVE WS-TAG-ENTRADA TO ASSET-TAG.
           READ ASSET-FILE
               INVALID KEY
                   PERFORM 520-ALTA-REEMPLAZO
               NOT INVALID KEY
                   DISPLAY "EL TAG YA EXISTE EN SSDAST, SOLO SE LIGA"
                   PERFORM 530-CERRAR-RECLAMO
           END-READ.
           CLOSE ASSET-FILE.
      *
       520-ALTA-REEMPLAZO.
           IF NOT UNIDAD-LEIDA
               DISPLAY "SIN LA UNIDAD FALLADA EN SSDAST NO SE PUEDE "
                   "DAR DE ALTA EL REEMPLAZO; CAPTURELO EN SSDMANT "
                   "Y REPITA"
           ELSE
               MOVE UFA-MODELO TO WS-MODELO-BUSCADO
               PERFORM 095-BUSCAR-MODELO
               MOVE WS-TAG-ENTRADA TO ASSET-TAG
               MOVE UFA-CAPACIDAD TO ASSET-CAPACIDAD
               IF MODELO-ENCONTRADO
                   MOVE CTG-TBW(IDX-CATALOGO) TO ASSET-TBW
                   MOVE CTG-GARANTIA(IDX-CATALOGO) TO ASSET-GARANTIA
               ELSE
                   MOVE UFA-TBW TO ASSET-TBW
                   MOVE UFA-GARANTIA TO ASSET-GARANTIA
               END-IF
               MOVE WS-FECHA-ENTRADA TO ASSET-FECHA-INSTALL
               MOVE 'A' TO ASSET-ESTADO
               MOVE UFA-UBICACION TO ASSET-UBICACION
               MOVE UFA-HOST TO ASSET-HOST
               MOVE UFA-MODELO TO ASSET-MODELO
               MOVE 0 TO ASSET-COSTO
               MOVE SPACE TO ASSET-METODO-DEPREC
               MOVE 0 TO ASSET-VIDA-UTIL
               MOVE 0 TO ASSET-DEPREC-ACUM
               WRITE ASSET-RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO DAR DE ALTA EL REEMPLAZO"
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CAMBIO-MAESTRO
                       DISPLAY "REEMPLAZO DADO DE ALTA EN SSDAST: "
                           ASSET-TAG
                       PERFORM 530-CERRAR-RECLAMO
               END-WRITE
           END-IF.
      *
       530-CERRAR-RECLAMO.
           MOVE WS-TAG-ENTRADA TO TRM-TAG-NUEVO(IDX-RECLAMO).
           MOVE WS-FECHA-ENTRADA TO TRM-FECHA-REEMPLAZO(IDX-RECLAMO).
           MOVE 'C' TO TRM-ESTADO(IDX-RECLAMO).
           MOVE 'Y' TO WS-HUBO-CAMBIOS.
           DISPLAY "CASO " TRM-CASO(IDX-RECLAMO) " CERRADO".
      *
      * UN RECLAMO ENVIADO QUE EL PROVEEDOR RECHAZA TAMBIEN SE
      * CANCELA; LA UNIDAD SIGUE RETIRADA.
      *
       550-CANCELAR-RECLAMO.
           DISPLAY "NUMERO DE CASO: ".
           MOVE 0 TO WS-CASO-ENTRADA.
           ACCEPT WS-CASO-ENTRADA.
           PERFORM 130-BUSCAR-CASO.
           IF NOT RECLAMO-ENCONTRADO
               DISPLAY "CASO NO EXISTE"
           ELSE
               IF TRM-ESTADO(IDX-RECLAMO) NOT = 'A'
                  AND TRM-ESTADO(IDX-RECLAMO) NOT = 'E'
                   DISPLAY "EL CASO YA ESTA CERRADO O CANCELADO"
               ELSE
                   DISPLAY "CONFIRMA CANCELACION (S/N): "
                   ACCEPT ACCION-OPERADOR
                   IF ACCION-OPERADOR = 'S' OR 's'
                       IF TRM-ESTADO(IDX-RECLAMO) = 'E'
                           DISPLAY "AVISO: LA UNIDAD "
                               TRM-TAG(IDX-RECLAMO)
                               " SIGUE RETIRADA"
                       END-IF
                       MOVE 'X' TO TRM-ESTADO(IDX-RECLAMO)
                       MOVE 'Y' TO WS-HUBO-CAMBIOS
                       DISPLAY "CASO CANCELADO"
                   END-IF
               END-IF
           END-IF.
      *
       600-CONSULTAR-RECLAMO.
           DISPLAY "NUMERO DE CASO: ".
           MOVE 0 TO WS-CASO-ENTRADA.
           ACCEPT WS-CASO-ENTRADA.
           PERFORM 130-BUSCAR-CASO.
           IF NOT RECLAMO-ENCONTRADO
               DISPLAY "CASO NO EXISTE"
           ELSE
               DISPLAY "CASO          : " TRM-CASO(IDX-RECLAMO)
               DISPLAY "UNIDAD        : " TRM-TAG(IDX-RECLAMO)
               DISPLAY "MODELO        : " TRM-MODELO(IDX-RECLAMO)
               DISPLAY "PROVEEDOR     : " TRM-VENDOR(IDX-RECLAMO)
               DISPLAY "FALLA         : " TRM-FALLA(IDX-RECLAMO)
               DISPLAY "FECHA FALLA   : "
                   TRM-FECHA-FALLA(IDX-RECLAMO)
               DISPLAY "FIN GARANTIA  : "
                   TRM-FIN-GARANTIA(IDX-RECLAMO)
               DISPLAY "APERTURA      : "
                   TRM-FECHA-APERTURA(IDX-RECLAMO)
               DISPLAY "RMA PROVEEDOR : "
                   TRM-NUMERO-VENDOR(IDX-RECLAMO)
               DISPLAY "FECHA ENVIO   : "
                   TRM-FECHA-ENVIO(IDX-RECLAMO)
               DISPLAY "REEMPLAZO     : " TRM-TAG-NUEVO(IDX-RECLAMO)
                   " " TRM-FECHA-REEMPLAZO(IDX-RECLAMO)
               DISPLAY "ESTADO        : " TRM-ESTADO(IDX-RECLAMO)
               DISPLAY "OPERADOR      : " TRM-OPERADOR(IDX-RECLAMO)
           END-IF.
      *
      * RECLAMOS VIVOS SIN RESPUESTA DEL PROVEEDOR EN N DIAS O MAS:
      * UN ABIERTO ESPERA EL NUMERO RMA DESDE SU APERTURA, UN
      * ENVIADO ESPERA EL REEMPLAZO DESDE SU FECHA DE ENVIO.
      *
       650-REPORTE-SIN-RESPUESTA.
           DISPLAY "DIAS SIN RESPUESTA (0 = 30): ".
           MOVE 0 TO WS-DIAS-ENTRADA.
           ACCEPT WS-DIAS-ENTRADA.
           IF WS-DIAS-ENTRADA = 0
               MOVE 30 TO WS-DIAS-LIMITE
           ELSE
               MOVE WS-DIAS-ENTRADA TO WS-DIAS-LIMITE
           END-IF.
           COMPUTE WS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           MOVE 0 TO WS-ABIERTOS.
           MOVE 0 TO WS-SIN-RESPUESTA.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           OPEN OUTPUT ANTIGUEDAD-REPORT-FILE.
           PERFORM 690-ENCABEZADO-ANTIGUEDAD.
           PERFORM 660-REVISAR-RECLAMO
               VARYING IDX-RECLAMO FROM 1 BY 1
               UNTIL IDX-RECLAMO > RECLAMOS-CARGADOS.
           MOVE WS-ABIERTOS TO RR-ABIERTOS.
           MOVE WS-SIN-RESPUESTA TO RR-SIN-RESPUESTA.
           WRITE ANTIGUEDAD-REPORT-RECORD FROM RMG-RESUMEN-LINEA.
           WRITE ANTIGUEDAD-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE ANTIGUEDAD-REPORT-FILE.
           DISPLAY "RECLAMOS ABIERTOS: " WS-ABIERTOS
               "  SIN RESPUESTA: " WS-SIN-RESPUESTA " (VER SSDRMG)".
      *
       660-REVISAR-RECLAMO.
           IF TRM-ESTADO(IDX-RECLAMO) = 'A' OR 'E'
               ADD 1 TO WS-ABIERTOS
               IF TRM-ESTADO(IDX-RECLAMO) = 'A'
                   MOVE TRM-FECHA-APERTURA(IDX-RECLAMO)
                       TO WS-FECHA-REFERENCIA
                   MOVE "RMA" TO RG-ESPERA
               ELSE
                   MOVE TRM-FECHA-ENVIO(IDX-RECLAMO)
                       TO WS-FECHA-REFERENCIA
                   MOVE "REEMPLAZO" TO RG-ESPERA
               END-IF
               MOVE 0 TO WS-DIAS-SIN-RESPUESTA
               IF WS-FECHA-REFERENCIA > 0
                   COMPUTE WS-DIAS-SIN-RESPUESTA = WS-ENTERO-HOY
                       - FUNCTION INTEGER-OF-DATE(WS-FECHA-REFERENCIA)
               END-IF
               IF WS-DIAS-SIN-RESPUESTA NOT < WS-DIAS-LIMITE
                   PERFORM 670-LISTAR-SIN-RESPUESTA
               END-IF
           END-IF.
      *
       670-LISTAR-SIN-RESPUESTA.
           ADD 1 TO WS-SIN-RESPUESTA.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 690-ENCABEZADO-ANTIGUEDAD
           END-IF.
           MOVE TRM-CASO(IDX-RECLAMO) TO RG-CASO.
           MOVE TRM-TAG(IDX-RECLAMO) TO RG-TAG.
           MOVE TRM-MODELO(IDX-RECLAMO) TO RG-MODELO.
           MOVE TRM-VENDOR(IDX-RECLAMO) TO RG-VENDOR.
           MOVE TRM-NUMERO-VENDOR(IDX-RECLAMO) TO RG-NUMERO-VENDOR.
           MOVE WS-FECHA-REFERENCIA TO RG-DESDE.
           MOVE WS-DIAS-SIN-RESPUESTA TO RG-DIAS.
           WRITE ANTIGUEDAD-REPORT-RECORD FROM RMG-DETALLE-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
      *
       690-ENCABEZADO-ANTIGUEDAD.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "RECLAMOS RMA SIN RESPUESTA" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           MOVE WS-DIAS-LIMITE TO RMG-DIAS.
           WRITE ANTIGUEDAD-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE ANTIGUEDAD-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE ANTIGUEDAD-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           WRITE ANTIGUEDAD-REPORT-RECORD FROM RMG-SUBTITULO-LINEA.
           WRITE ANTIGUEDAD-REPORT-RECORD FROM RMG-ENCABEZADO-COLUMNAS.
           ADD 2 TO WS-RENGLONES-PAGINA.
      *
      * FALLAS POR MODELO: SE CUENTAN LAS UNIDADES DE CADA MODELO EN
      * SSDAST (ACTIVAS Y RETIRADAS) Y LOS RECLAMOS NO CANCELADOS;
      * EL PORCENTAJE ES RECLAMOS ENTRE UNIDADES.
      *
       700-REPORTE-FALLAS.
           MOVE 0 TO MODELOS-CARGADOS.
           MOVE 'N' TO WS-MODELOS-REBASADOS.
           MOVE 0 TO WS-TOTAL-UNIDADES.
           MOVE 0 TO WS-TOTAL-RECLAMOS.
           MOVE 'N' TO WS-EOF-ASSET.
           OPEN INPUT ASSET-FILE.
           PERFORM 710-LEER-ACTIVO.
           PERFORM 720-CONTAR-UNIDAD
               UNTIL EOF-ASSET.
           CLOSE ASSET-FILE.
           PERFORM 730-CONTAR-RECLAMO
               VARYING IDX-RECLAMO FROM 1 BY 1
               UNTIL IDX-RECLAMO > RECLAMOS-CARGADOS.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           OPEN OUTPUT FALLAS-REPORT-FILE.
           PERFORM 790-ENCABEZADO-FALLAS.
           PERFORM 760-LISTAR-MODELO
               VARYING IDX-FALLA FROM 1 BY 1
               UNTIL IDX-FALLA > MODELOS-CARGADOS.
           MOVE WS-TOTAL-UNIDADES TO RT-UNIDADES.
           MOVE WS-TOTAL-RECLAMOS TO RT-RECLAMOS.
           MOVE 0 TO WS-PORCENTAJE.
           IF WS-TOTAL-UNIDADES > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-TOTAL-RECLAMOS * 100 / WS-TOTAL-UNIDADES
           END-IF.
           MOVE WS-PORCENTAJE TO RT-PORCENTAJE.
           WRITE FALLAS-REPORT-RECORD FROM RMF-TOTAL-LINEA.
           WRITE FALLAS-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE FALLAS-REPORT-FILE.
           IF MODELOS-REBASADOS
               DISPLAY "AVISO: MAS DE 60 MODELOS, EL REPORTE SSDRMF "
                   "ESTA INCOMPLETO"
           END-IF.
           DISPLAY "MODELOS: " MODELOS-CARGADOS "  RECLAMOS: "
               WS-TOTAL-RECLAMOS " (VER SSDRMF)".
      *
       710-LEER-ACTIVO.
           READ ASSET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-ASSET
           END-READ.
      *
       720-CONTAR-UNIDAD.
           MOVE ASSET-MODELO TO WS-MODELO-BUSCADO.
           PERFORM 740-UBICAR-MODELO.
           IF FALLA-ENCONTRADA
               ADD 1 TO TFL-UNIDADES(IDX-FALLA)
               ADD 1 TO WS-TOTAL-UNIDADES
           END-IF.
           PERFORM 710-LEER-ACTIVO.
      *
       730-CONTAR-RECLAMO.
           IF TRM-ESTADO(IDX-RECLAMO) NOT = 'X'
               MOVE TRM-MODELO(IDX-RECLAMO) TO WS-MODELO-BUSCADO
               PERFORM 740-UBICAR-MODELO
               IF FALLA-ENCONTRADA
                   ADD 1 TO TFL-RECLAMOS(IDX-FALLA)
                   ADD 1 TO WS-TOTAL-RECLAMOS
                   IF TRM-ESTADO(IDX-RECLAMO) = 'C'
                       ADD 1 TO TFL-CERRADOS(IDX-FALLA)
                   ELSE
                       ADD 1 TO TFL-ABIERTOS(IDX-FALLA)
                   END-IF
               END-IF
           END-IF.
      *
      * BUSCA EL MODELO EN LA TABLA DE FALLAS Y LO AGREGA SI ES
      * NUEVO.
      *
       740-UBICAR-MODELO.
           MOVE 'N' TO WS-FALLA-ENCONTRADA.
           SET IDX-FALLA TO 1.
           PERFORM 745-COMPARAR-FALLA
               UNTIL IDX-FALLA > MODELOS-CARGADOS
                  OR FALLA-ENCONTRADA.
           IF NOT FALLA-ENCONTRADA
               IF MODELOS-CARGADOS < 60
                   ADD 1 TO MODELOS-CARGADOS
                   SET IDX-FALLA TO MODELOS-CARGADOS
                   MOVE WS-MODELO-BUSCADO TO TFL-MODELO(IDX-FALLA)
                   MOVE 0 TO TFL-UNIDADES(IDX-FALLA)
                   MOVE 0 TO TFL-RECLAMOS(IDX-FALLA)
                   MOVE 0 TO TFL-ABIERTOS(IDX-FALLA)
                   MOVE 0 TO TFL-CERRADOS(IDX-FALLA)
                   MOVE 'Y' TO WS-FALLA-ENCONTRADA
               ELSE
                   MOVE 'Y' TO WS-MODELOS-REBASADOS
               END-IF
           END-IF.
      *
       745-COMPARAR-FALLA.
           IF TFL-MODELO(IDX-FALLA) = WS-MODELO-BUSCADO
               MOVE 'Y' TO WS-FALLA-ENCONTRADA
           ELSE
               SET IDX-FALLA UP BY 1.
      *
       760-LISTAR-MODELO.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 790-ENCABEZADO-FALLAS
           END-IF.
           MOVE TFL-MODELO(IDX-FALLA) TO RF-MODELO.
           MOVE TFL-MODELO(IDX-FALLA) TO WS-MODELO-BUSCADO.
           PERFORM 095-BUSCAR-MODELO.
           IF MODELO-ENCONTRADO
               MOVE CTG-VENDOR(IDX-CATALOGO) TO RF-VENDOR
           ELSE
               MOVE "SIN CATAL." TO RF-VENDOR
           END-IF.
           MOVE TFL-UNIDADES(IDX-FALLA) TO RF-UNIDADES.
           MOVE TFL-RECLAMOS(IDX-FALLA) TO RF-RECLAMOS.
           MOVE TFL-ABIERTOS(IDX-FALLA) TO RF-ABIERTOS.
           MOVE TFL-CERRADOS(IDX-FALLA) TO RF-CERRADOS.
           MOVE 0 TO WS-PORCENTAJE.
           IF TFL-UNIDADES(IDX-FALLA) > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   TFL-RECLAMOS(IDX-FALLA) * 100
                   / TFL-UNIDADES(IDX-FALLA)
           END-IF.
           MOVE WS-PORCENTAJE TO RF-PORCENTAJE.
           WRITE FALLAS-REPORT-RECORD FROM RMF-DETALLE-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
      *
       790-ENCABEZADO-FALLAS.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "FALLAS SSD POR MODELO" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           WRITE FALLAS-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE FALLAS-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE FALLAS-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           WRITE FALLAS-REPORT-RECORD FROM RMF-ENCABEZADO-COLUMNAS.
           ADD 1 TO WS-RENGLONES-PAGINA.
      *
       800-REESCRIBIR-RECLAMOS.
           OPEN OUTPUT RECLAMO-FILE.
           PERFORM 810-ESCRIBIR-RECLAMO
               VARYING IDX-RECLAMO FROM 1 BY 1
               UNTIL IDX-RECLAMO > RECLAMOS-CARGADOS.
           CLOSE RECLAMO-FILE.
      *
       810-ESCRIBIR-RECLAMO.
           MOVE TRM-CASO(IDX-RECLAMO) TO RMA-CASO.
           MOVE TRM-TAG(IDX-RECLAMO) TO RMA-TAG.
           MOVE TRM-MODELO(IDX-RECLAMO) TO RMA-MODELO.
           MOVE TRM-VENDOR(IDX-RECLAMO) TO RMA-VENDOR.
           MOVE TRM-FALLA(IDX-RECLAMO) TO RMA-FALLA.
           MOVE TRM-FECHA-FALLA(IDX-RECLAMO) TO RMA-FECHA-FALLA.
           MOVE TRM-FIN-GARANTIA(IDX-RECLAMO) TO RMA-FIN-GARANTIA.
           MOVE TRM-FECHA-APERTURA(IDX-RECLAMO)
               TO RMA-FECHA-APERTURA.
           MOVE TRM-NUMERO-VENDOR(IDX-RECLAMO)
               TO RMA-NUMERO-VENDOR.
           MOVE TRM-FECHA-ENVIO(IDX-RECLAMO) TO RMA-FECHA-ENVIO.
           MOVE TRM-FECHA-REEMPLAZO(IDX-RECLAMO)
               TO RMA-FECHA-REEMPLAZO.
           MOVE TRM-TAG-NUEVO(IDX-RECLAMO) TO RMA-TAG-NUEVO.
           MOVE TRM-ESTADO(IDX-RECLAMO) TO RMA-ESTADO.
           MOVE TRM-OPERADOR(IDX-RECLAMO) TO RMA-OPERADOR.
           WRITE RECLAMO-RECORD.
      *
      * RECUENTA EL MAESTRO Y ESTAMPA SUS TOTALES DE CONTROL
      * (CUENTA DE UNIDADES Y HASH DE CAPACIDADES) EN CTLTOT.
      *
       950-ESTAMPAR-CONTROL.
           MOVE 0 TO WS-CUENTA-CONTROL.
           MOVE 0 TO WS-HASH-CONTROL.
           MOVE 'N' TO WS-EOF-RECUENTO.
           OPEN INPUT ASSET-FILE.
           PERFORM 955-LEER-RECUENTO.
           PERFORM 960-CONTAR-UNIDAD
               UNTIL EOF-RECUENTO.
           CLOSE ASSET-FILE.
           CALL "CTLMAST" USING WS-ARCHIVO-CONTROL
               WS-CUENTA-CONTROL WS-HASH-CONTROL.
      *
       955-LEER-RECUENTO.
           READ ASSET-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-RECUENTO
           END-READ.
      *
       960-CONTAR-UNIDAD.
           ADD 1 TO WS-CUENTA-CONTROL.
           ADD ASSET-CAPACIDAD TO WS-HASH-CONTROL.
           PERFORM 955-LEER-RECUENTO.
