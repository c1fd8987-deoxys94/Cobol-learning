       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSDCOMP.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - REQUISICIONES Y ORDENES DE COMPRA DE
      * UNIDADES SSD (SSDOC). COMPRAS LLEVABA LOS PEDIDOS POR
      * CORREO DESPUES DEL PRONOSTICO; AHORA CADA TRIMESTRE DEL
      * PRESUPUESTO DE SSDPRON (ARCHIVO SSDPRQ) GENERA SU
      * REQUISICION CON EL MODELO DEL CATALOGO SSDCAT, Y LA
      * REQUISICION SE EMITE COMO ORDEN CON PROVEEDOR Y FECHA
      * ESPERADA. TAMBIEN DA DE ALTA REQUISICIONES SUELTAS, CANCELA,
      * CONSULTA Y LISTA, Y CAPTURA LAS UNIDADES RECIBIDAS CONTRA
      * UNA ORDEN EN SSDRCB, QUE SSDRECIB APLICA AL MAESTRO SSDAST.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ORDEN-FILE ASSIGN TO "SSDOC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRIMESTRE-FILE ASSIGN TO "SSDPRQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "SSDCAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RECEPCION-FILE ASSIGN TO "SSDRCB"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * ORDEN DE COMPRA: NACE COMO REQUISICION (R), SE EMITE (O),
      * SE RECIBE PARCIAL (P) O COMPLETA (C), O SE CANCELA (X). EL
      * TRIMESTRE QUEDA EN ESPACIOS SI NO VINO DEL PRONOSTICO.
      *
       FD  ORDEN-FILE.
       01  ORDEN-RECORD.
           05  ODC-NUMERO                  PIC 9(6).
           05  ODC-TRIMESTRE               PIC X(6).
           05  ODC-MODELO                  PIC X(8).
           05  ODC-VENDOR                  PIC X(10).
           05  ODC-CAPACIDAD               PIC 9(5).
           05  ODC-CANTIDAD                PIC 9(5).
           05  ODC-RECIBIDAS               PIC 9(5).
           05  ODC-FECHA-ORDEN             PIC 9(8).
           05  ODC-FECHA-ESPERADA          PIC 9(8).
           05  ODC-ESTADO                  PIC X.
               88  ODC-REQUISICION             VALUE 'R'.
               88  ODC-ORDENADA                VALUE 'O'.
               88  ODC-PARCIAL                 VALUE 'P'.
               88  ODC-COMPLETA                VALUE 'C'.
               88  ODC-CANCELADA               VALUE 'X'.
           05  ODC-FECHA-ULT-RECEP         PIC 9(8).
      *
       FD  TRIMESTRE-FILE.
       01  TRIMESTRE-RECORD.
           05  PRQ-TRIMESTRE               PIC X(6).
           05  PRQ-UNIDADES                PIC 9(5).
           05  PRQ-CAPACIDAD               PIC 9(9).
           05  PRQ-FECHA-CORRIDA           PIC 9(8).
      *
       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CAT-MODELO                  PIC X(8).
           05  CAT-VENDOR                  PIC X(10).
           05  CAT-TBW                     PIC 9(5).
           05  CAT-GARANTIA                PIC 9(2).
      *
      * UNIDADES RECIBIDAS POR CAPTURAR EN EL MAESTRO: SSDRECIB LAS
      * APLICA Y VACIA EL ARCHIVO.
      *
       FD  RECEPCION-FILE.
       01  RECEPCION-RECORD.
           05  RCB-ORDEN                   PIC 9(6).
           05  RCB-TAG                     PIC X(10).
           05  RCB-FECHA                   PIC 9(8).
           05  RCB-UBICACION               PIC X(10).
           05  RCB-HOST                    PIC X(10).
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       01  WS-FECHA-HOY                PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY-DES REDEFINES WS-FECHA-HOY.
           05  HOY-AAAA                PIC 9(4).
           05  HOY-MM                  PIC 9(2).
           05  HOY-DD                  PIC 9(2).
       77  WS-EOF-ORDEN                PIC X VALUE 'N'.
           88  EOF-ORDEN                        VALUE 'Y'.
       77  WS-EOF-TRIMESTRE            PIC X VALUE 'N'.
           88  EOF-TRIMESTRE                    VALUE 'Y'.
       77  WS-EOF-CATALOGO             PIC X VALUE 'N'.
           88  EOF-CATALOGO                     VALUE 'Y'.
       77  WS-HUBO-CAMBIOS             PIC X VALUE 'N'.
           88  HUBO-CAMBIOS                     VALUE 'Y'.
       77  WS-TABLA-REBASADA           PIC X VALUE 'N'.
           88  TABLA-REBASADA                   VALUE 'Y'.
       77  ORDENES-CARGADAS            PIC 999 VALUE 0.
       77  WS-ULTIMO-NUMERO            PIC 9(6) VALUE 0.
       01  TABLA-ORDENES.
           05  ORDEN-ENTRY OCCURS 200 TIMES
                   INDEXED BY IDX-ORDEN.
               10  TOC-NUMERO          PIC 9(6).
               10  TOC-TRIMESTRE       PIC X(6).
               10  TOC-MODELO          PIC X(8).
               10  TOC-VENDOR          PIC X(10).
               10  TOC-CAPACIDAD       PIC 9(5).
               10  TOC-CANTIDAD        PIC 9(5).
               10  TOC-RECIBIDAS       PIC 9(5).
               10  TOC-FECHA-ORDEN     PIC 9(8).
               10  TOC-FECHA-ESPERADA  PIC 9(8).
               10  TOC-ESTADO          PIC X.
               10  TOC-FECHA-ULT-RECEP PIC 9(8).
       77  WS-ORDEN-ENCONTRADA         PIC X VALUE 'N'.
           88  ORDEN-ENCONTRADA                 VALUE 'Y'.
       77  CATALOGO-CARGADOS           PIC 99 VALUE 0.
       01  TABLA-CATALOGO.
           05  CATALOGO-ENTRY OCCURS 50 TIMES
                   INDEXED BY IDX-CATALOGO.
               10  CTG-MODELO          PIC X(8).
               10  CTG-VENDOR          PIC X(10).
       77  WS-MODELO-ENCONTRADO        PIC X VALUE 'N'.
           88  MODELO-ENCONTRADO                VALUE 'Y'.
       77  WS-TRIMESTRE-PEDIDO         PIC X VALUE 'N'.
           88  TRIMESTRE-PEDIDO                 VALUE 'Y'.
       77  WS-TRIMESTRE-NUM            PIC 9 VALUE 0.
       01  WS-FECHA-TRIMESTRE          PIC 9(8) VALUE 0.
       01  WS-FECHA-TRIMESTRE-DES REDEFINES WS-FECHA-TRIMESTRE.
           05  FTR-AAAA                PIC 9(4).
           05  FTR-MM                  PIC 9(2).
           05  FTR-DD                  PIC 9(2).
       77  WS-GENERADAS                PIC 999 VALUE 0.
      *
      * CAPTURA.
      *
       77  WS-NUMERO-ENTRADA           PIC 9(6) VALUE 0.
       77  WS-MODELO-ENTRADA           PIC X(8).
       77  WS-VENDOR-ENTRADA           PIC X(10).
       77  WS-CAPACIDAD-ENTRADA        PIC 9(5) VALUE 0.
       77  WS-CANTIDAD-ENTRADA         PIC 9(5) VALUE 0.
       77  WS-FECHA-ENTRADA            PIC 9(8) VALUE 0.
       77  WS-TAG-ENTRADA              PIC X(10).
       77  WS-UBICACION-ENTRADA        PIC X(10).
       77  WS-HOST-ENTRADA             PIC X(10).
       77  WS-CAPTURADAS               PIC 9(5) VALUE 0.
       77  WS-PENDIENTES               PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       000-MANTENER-COMPRAS.
           DISPLAY "REQUISICIONES Y ORDENES DE COMPRA SSD".
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM 050-CARGAR-CATALOGO.
           PERFORM 100-CARGAR-ORDENES.
           MOVE 1 TO SELECCION-USUARIO.
           PERFORM 200-MENU-PRINCIPAL
             UNTIL SELECCION-USUARIO = 0.
           IF HUBO-CAMBIOS
               PERFORM 800-REESCRIBIR-ORDENES
               DISPLAY "ORDENES DE COMPRA ACTUALIZADAS EN SSDOC"
           END-IF.
           DISPLAY "PROGRAMA FINALIZADO".
           GOBACK.
      *
       050-CARGAR-CATALOGO.
           MOVE 0 TO CATALOGO-CARGADOS.
           MOVE 'N' TO WS-EOF-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           PERFORM 060-LEER-CATALOGO.
           PERFORM 070-ALMACENAR-CATALOGO
               UNTIL EOF-CATALOGO.
           CLOSE CATALOGO-FILE.
           IF CATALOGO-CARGADOS = 0
               DISPLAY "SIN CATALOGO SSDCAT: NO SE PUEDEN GENERAR "
                   "REQUISICIONES"
           END-IF.
      *
       060-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END MOVE 'Y' TO WS-EOF-CATALOGO
           END-READ.
      *
       070-ALMACENAR-CATALOGO.
           IF CATALOGO-CARGADOS < 50
               ADD 1 TO CATALOGO-CARGADOS
               MOVE CAT-MODELO TO CTG-MODELO(CATALOGO-CARGADOS)
               MOVE CAT-VENDOR TO CTG-VENDOR(CATALOGO-CARGADOS)
           ELSE
               DISPLAY "CATALOGO LLENO (50), SE IGNORA MODELO: "
                   CAT-MODELO
           END-IF.
           PERFORM 060-LEER-CATALOGO.
      *
       080-BUSCAR-MODELO.
           MOVE 'N' TO WS-MODELO-ENCONTRADO.
           SET IDX-CATALOGO TO 1.
           PERFORM 090-COMPARAR-MODELO
               UNTIL IDX-CATALOGO > CATALOGO-CARGADOS
                  OR MODELO-ENCONTRADO.
      *
       090-COMPARAR-MODELO.
           IF CTG-MODELO(IDX-CATALOGO) = WS-MODELO-ENTRADA
               MOVE 'Y' TO WS-MODELO-ENCONTRADO
           ELSE
               SET IDX-CATALOGO UP BY 1.
      *
      * CARGA LAS ORDENES Y GUARDA EL NUMERO MAS ALTO PARA
      * NUMERAR LAS NUEVAS.
      *
       100-CARGAR-ORDENES.
           MOVE 0 TO ORDENES-CARGADAS.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           MOVE 'N' TO WS-EOF-ORDEN.
           OPEN INPUT ORDEN-FILE.
           PERFORM 110-LEER-ORDEN.
           PERFORM 120-ALMACENAR-ORDEN
               UNTIL EOF-ORDEN.
           CLOSE ORDEN-FILE.
           DISPLAY "ORDENES CARGADAS: " ORDENES-CARGADAS.
      *
       110-LEER-ORDEN.
           READ ORDEN-FILE
               AT END MOVE 'Y' TO WS-EOF-ORDEN
           END-READ.
      *
      * UNA TABLA REBASADA DEJA EL ARCHIVO SIN REESCRIBIR PARA NO
      * PERDER LAS ORDENES QUE NO CUPIERON.
      *
       120-ALMACENAR-ORDEN.
           IF ORDENES-CARGADAS < 200
               ADD 1 TO ORDENES-CARGADAS
               SET IDX-ORDEN TO ORDENES-CARGADAS
               MOVE ODC-NUMERO TO TOC-NUMERO(IDX-ORDEN)
               MOVE ODC-TRIMESTRE TO TOC-TRIMESTRE(IDX-ORDEN)
               MOVE ODC-MODELO TO TOC-MODELO(IDX-ORDEN)
               MOVE ODC-VENDOR TO TOC-VENDOR(IDX-ORDEN)
               MOVE ODC-CAPACIDAD TO TOC-CAPACIDAD(IDX-ORDEN)
               MOVE ODC-CANTIDAD TO TOC-CANTIDAD(IDX-ORDEN)
               MOVE ODC-RECIBIDAS TO TOC-RECIBIDAS(IDX-ORDEN)
               MOVE ODC-FECHA-ORDEN TO TOC-FECHA-ORDEN(IDX-ORDEN)
               MOVE ODC-FECHA-ESPERADA
                   TO TOC-FECHA-ESPERADA(IDX-ORDEN)
               MOVE ODC-ESTADO TO TOC-ESTADO(IDX-ORDEN)
               MOVE ODC-FECHA-ULT-RECEP
                   TO TOC-FECHA-ULT-RECEP(IDX-ORDEN)
               IF ODC-NUMERO > WS-ULTIMO-NUMERO
                   MOVE ODC-NUMERO TO WS-ULTIMO-NUMERO
               END-IF
           ELSE
               IF NOT TABLA-REBASADA
                   DISPLAY "TABLA DE ORDENES LLENA (200), NO SE "
                       "PERMITEN CAMBIOS EN ESTA SESION"
               END-IF
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
           PERFORM 110-LEER-ORDEN.
      *
       200-MENU-PRINCIPAL.
           DISPLAY "------COMPRAS DE UNIDADES SSD------".
           DISPLAY "1. GENERAR REQUISICIONES DEL PRONOSTICO (SSDPRQ)".
           DISPLAY "2. ALTA DE REQUISICION".
           DISPLAY "3. EMITIR ORDEN DE UNA REQUISICION".
           DISPLAY "4. CANCELAR REQUISICION U ORDEN".
           DISPLAY "5. CONSULTAR ORDEN".
           DISPLAY "6. LISTAR ORDENES ABIERTAS".
           DISPLAY "7. CAPTURAR UNIDADES RECIBIDAS (SSDRCB)".
           DISPLAY "0. SALIR".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "-----------------------------------".
           IF TABLA-REBASADA
              AND SELECCION-USUARIO > 0 AND SELECCION-USUARIO < 5
               DISPLAY "TABLA DE ORDENES LLENA, OPCION NO DISPONIBLE"
               MOVE 1 TO SELECCION-USUARIO
           ELSE
               IF SELECCION-USUARIO = 1
                 PERFORM 300-GENERAR-REQUISICIONES
               END-IF
               IF SELECCION-USUARIO = 2
                 PERFORM 400-ALTA-REQUISICION
               END-IF
               IF SELECCION-USUARIO = 3
                 PERFORM 450-EMITIR-ORDEN
               END-IF
               IF SELECCION-USUARIO = 4
                 PERFORM 500-CANCELAR-ORDEN
               END-IF
               IF SELECCION-USUARIO = 5
                 PERFORM 550-CONSULTAR-ORDEN
               END-IF
               IF SELECCION-USUARIO = 6
                 PERFORM 600-LISTAR-ORDENES
               END-IF
               IF SELECCION-USUARIO = 7
                 PERFORM 700-CAPTURAR-RECEPCION
               END-IF
               IF SELECCION-USUARIO > 7
                 DISPLAY "OPCION INVALIDA"
                 MOVE 1 TO SELECCION-USUARIO
               END-IF
           END-IF.
      *
      * RECORRE LOS TRIMESTRES DEL PRONOSTICO. UN TRIMESTRE QUE YA
      * TIENE REQUISICION U ORDEN NO CANCELADA SE SALTA; PARA LOS
      * DEMAS SE PIDE EL MODELO (ESPACIOS = NO PEDIR) Y LA
      * REQUISICION NACE CON LAS UNIDADES DEL TRIMESTRE, LA
      * CAPACIDAD PROMEDIO POR UNIDAD, EL PROVEEDOR DEL CATALOGO Y
      * FECHA ESPERADA AL INICIO DEL TRIMESTRE.
      *
       300-GENERAR-REQUISICIONES.
           MOVE 0 TO WS-GENERADAS.
           IF CATALOGO-CARGADOS = 0
               DISPLAY "SIN CATALOGO SSDCAT, NO SE GENERA NADA"
           ELSE
               MOVE 'N' TO WS-EOF-TRIMESTRE
               OPEN INPUT TRIMESTRE-FILE
               PERFORM 310-LEER-TRIMESTRE
               PERFORM 320-REQUISICION-TRIMESTRE
                   UNTIL EOF-TRIMESTRE
               CLOSE TRIMESTRE-FILE
           END-IF.
           DISPLAY "REQUISICIONES GENERADAS: " WS-GENERADAS.
      *
       310-LEER-TRIMESTRE.
           READ TRIMESTRE-FILE
               AT END MOVE 'Y' TO WS-EOF-TRIMESTRE
           END-READ.
      *
       320-REQUISICION-TRIMESTRE.
           MOVE 'N' TO WS-TRIMESTRE-PEDIDO.
           SET IDX-ORDEN TO 1.
           PERFORM 330-BUSCAR-TRIMESTRE
               UNTIL IDX-ORDEN > ORDENES-CARGADAS
                  OR TRIMESTRE-PEDIDO.
           IF TRIMESTRE-PEDIDO
               DISPLAY "TRIMESTRE " PRQ-TRIMESTRE " YA TIENE LA "
                   "ORDEN " TOC-NUMERO(IDX-ORDEN)
           ELSE
               IF PRQ-UNIDADES > 0
                   DISPLAY "TRIMESTRE " PRQ-TRIMESTRE " UNIDADES: "
                       PRQ-UNIDADES " CAPACIDAD GB: " PRQ-CAPACIDAD
                   DISPLAY "MODELO A PEDIR (ESPACIOS = NO PEDIR): "
                   MOVE SPACES TO WS-MODELO-ENTRADA
                   ACCEPT WS-MODELO-ENTRADA
                   IF WS-MODELO-ENTRADA NOT = SPACES
                       PERFORM 080-BUSCAR-MODELO
                       IF NOT MODELO-ENCONTRADO
                           DISPLAY "MODELO NO ESTA EN SSDCAT, NO SE "
                               "GENERA: " WS-MODELO-ENTRADA
                       ELSE
                           PERFORM 340-CREAR-DEL-TRIMESTRE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 310-LEER-TRIMESTRE.
      *
       330-BUSCAR-TRIMESTRE.
           IF TOC-TRIMESTRE(IDX-ORDEN) = PRQ-TRIMESTRE
              AND TOC-ESTADO(IDX-ORDEN) NOT = 'X'
               MOVE 'Y' TO WS-TRIMESTRE-PEDIDO
           ELSE
               SET IDX-ORDEN UP BY 1.
      *
       340-CREAR-DEL-TRIMESTRE.
           IF ORDENES-CARGADAS < 200
               MOVE PRQ-TRIMESTRE(1:4) TO FTR-AAAA
               MOVE PRQ-TRIMESTRE(6:1) TO WS-TRIMESTRE-NUM
               COMPUTE FTR-MM = (WS-TRIMESTRE-NUM * 3) - 2
               MOVE 1 TO FTR-DD
               ADD 1 TO ORDENES-CARGADAS
               SET IDX-ORDEN TO ORDENES-CARGADAS
               ADD 1 TO WS-ULTIMO-NUMERO
               MOVE WS-ULTIMO-NUMERO TO TOC-NUMERO(IDX-ORDEN)
               MOVE PRQ-TRIMESTRE TO TOC-TRIMESTRE(IDX-ORDEN)
               MOVE WS-MODELO-ENTRADA TO TOC-MODELO(IDX-ORDEN)
               MOVE CTG-VENDOR(IDX-CATALOGO) TO TOC-VENDOR(IDX-ORDEN)
               COMPUTE TOC-CAPACIDAD(IDX-ORDEN) ROUNDED =
                   PRQ-CAPACIDAD / PRQ-UNIDADES
               MOVE PRQ-UNIDADES TO TOC-CANTIDAD(IDX-ORDEN)
               MOVE 0 TO TOC-RECIBIDAS(IDX-ORDEN)
               MOVE WS-FECHA-HOY TO TOC-FECHA-ORDEN(IDX-ORDEN)
               MOVE WS-FECHA-TRIMESTRE
                   TO TOC-FECHA-ESPERADA(IDX-ORDEN)
               MOVE 'R' TO TOC-ESTADO(IDX-ORDEN)
               MOVE 0 TO TOC-FECHA-ULT-RECEP(IDX-ORDEN)
               MOVE 'Y' TO WS-HUBO-CAMBIOS
               ADD 1 TO WS-GENERADAS
               DISPLAY "REQUISICION " WS-ULTIMO-NUMERO " CREADA"
           ELSE
               DISPLAY "TABLA DE ORDENES LLENA (200), NO SE GENERA"
           END-IF.
      *
      * REQUISICION SUELTA, FUERA DEL PRONOSTICO (POR EJEMPLO,
      * CRECIMIENTO DE UNA SALA).
      *
       400-ALTA-REQUISICION.
           DISPLAY "MODELO (8 CAR.): ".
           MOVE SPACES TO WS-MODELO-ENTRADA.
           ACCEPT WS-MODELO-ENTRADA.
           PERFORM 080-BUSCAR-MODELO.
           DISPLAY "CANTIDAD DE UNIDADES: ".
           ACCEPT WS-CANTIDAD-ENTRADA.
           DISPLAY "CAPACIDAD POR UNIDAD EN GB: ".
           ACCEPT WS-CAPACIDAD-ENTRADA.
           DISPLAY "FECHA ESPERADA (AAAAMMDD): ".
           ACCEPT WS-FECHA-ENTRADA.
           IF NOT MODELO-ENCONTRADO
               DISPLAY "MODELO NO ESTA EN SSDCAT, NO SE ACEPTA"
           ELSE
               IF WS-CANTIDAD-ENTRADA = 0
                  OR WS-CAPACIDAD-ENTRADA = 0
                   DISPLAY "CANTIDAD O CAPACIDAD EN CERO, NO SE "
                       "ACEPTA"
               ELSE
                   IF ORDENES-CARGADAS < 200
                       ADD 1 TO ORDENES-CARGADAS
                       SET IDX-ORDEN TO ORDENES-CARGADAS
                       ADD 1 TO WS-ULTIMO-NUMERO
                       MOVE WS-ULTIMO-NUMERO TO TOC-NUMERO(IDX-ORDEN)
                       MOVE SPACES TO TOC-TRIMESTRE(IDX-ORDEN)
                       MOVE WS-MODELO-ENTRADA TO TOC-MODELO(IDX-ORDEN)
                       MOVE CTG-VENDOR(IDX-CATALOGO)
                           TO TOC-VENDOR(IDX-ORDEN)
                       MOVE WS-CAPACIDAD-ENTRADA
                           TO TOC-CAPACIDAD(IDX-ORDEN)
                       MOVE WS-CANTIDAD-ENTRADA
                           TO TOC-CANTIDAD(IDX-ORDEN)
                       MOVE 0 TO TOC-RECIBIDAS(IDX-ORDEN)
                       MOVE WS-FECHA-HOY TO TOC-FECHA-ORDEN(IDX-ORDEN)
                       MOVE WS-FECHA-ENTRADA
                           TO TOC-FECHA-ESPERADA(IDX-ORDEN)
                       MOVE 'R' TO TOC-ESTADO(IDX-ORDEN)
                       MOVE 0 TO TOC-FECHA-ULT-RECEP(IDX-ORDEN)
                       MOVE 'Y' TO WS-HUBO-CAMBIOS
                       DISPLAY "REQUISICION " WS-ULTIMO-NUMERO
                           " CREADA"
                   ELSE
                       DISPLAY "TABLA DE ORDENES LLENA (200), NO SE "
                           "ACEPTA"
                   END-IF
               END-IF
           END-IF.
      *
      * EMITE LA ORDEN: CONFIRMA PROVEEDOR, CANTIDAD Y FECHA
      * ESPERADA (ESPACIOS O CERO = SIN CAMBIO) Y LA FECHA DE
      * ORDEN PASA A SER HOY.
      *
       450-EMITIR-ORDEN.
           PERFORM 750-PEDIR-ORDEN.
           IF ORDEN-ENCONTRADA
               IF TOC-ESTADO(IDX-ORDEN) NOT = 'R'
                   DISPLAY "SOLO SE EMITE UNA REQUISICION, ESTADO: "
                       TOC-ESTADO(IDX-ORDEN)
               ELSE
                   PERFORM 760-MOSTRAR-ORDEN
                   DISPLAY "PROVEEDOR (ESPACIOS = SIN CAMBIO): "
                   MOVE SPACES TO WS-VENDOR-ENTRADA
                   ACCEPT WS-VENDOR-ENTRADA
                   DISPLAY "CANTIDAD (0 = SIN CAMBIO): "
                   ACCEPT WS-CANTIDAD-ENTRADA
                   DISPLAY "FECHA ESPERADA (0 = SIN CAMBIO): "
                   ACCEPT WS-FECHA-ENTRADA
                   IF WS-VENDOR-ENTRADA NOT = SPACES
                       MOVE WS-VENDOR-ENTRADA TO TOC-VENDOR(IDX-ORDEN)
                   END-IF
                   IF WS-CANTIDAD-ENTRADA > 0
                       MOVE WS-CANTIDAD-ENTRADA
                           TO TOC-CANTIDAD(IDX-ORDEN)
                   END-IF
                   IF WS-FECHA-ENTRADA > 0
                       MOVE WS-FECHA-ENTRADA
                           TO TOC-FECHA-ESPERADA(IDX-ORDEN)
                   END-IF
                   MOVE WS-FECHA-HOY TO TOC-FECHA-ORDEN(IDX-ORDEN)
                   MOVE 'O' TO TOC-ESTADO(IDX-ORDEN)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "ORDEN EMITIDA"
               END-IF
           END-IF.
      *
      * UNA ORDEN CON UNIDADES YA RECIBIDAS NO SE CANCELA: SE
      * CIERRA COMO COMPLETA CON LO RECIBIDO.
      *
       500-CANCELAR-ORDEN.
           PERFORM 750-PEDIR-ORDEN.
           IF ORDEN-ENCONTRADA
               EVALUATE TOC-ESTADO(IDX-ORDEN)
                   WHEN 'R'
                   WHEN 'O'
                       MOVE 'X' TO TOC-ESTADO(IDX-ORDEN)
                       MOVE 'Y' TO WS-HUBO-CAMBIOS
                       DISPLAY "ORDEN CANCELADA"
                   WHEN 'P'
                       MOVE TOC-RECIBIDAS(IDX-ORDEN)
                           TO TOC-CANTIDAD(IDX-ORDEN)
                       MOVE 'C' TO TOC-ESTADO(IDX-ORDEN)
                       MOVE 'Y' TO WS-HUBO-CAMBIOS
                       DISPLAY "ORDEN PARCIAL CERRADA CON LO RECIBIDO"
                   WHEN OTHER
                       DISPLAY "LA ORDEN YA ESTA CERRADA, ESTADO: "
                           TOC-ESTADO(IDX-ORDEN)
               END-EVALUATE
           END-IF.
      *
       550-CONSULTAR-ORDEN.
           PERFORM 750-PEDIR-ORDEN.
           IF ORDEN-ENCONTRADA
               PERFORM 760-MOSTRAR-ORDEN
           END-IF.
      *
       600-LISTAR-ORDENES.
           PERFORM 610-LISTAR-UNA
               VARYING IDX-ORDEN FROM 1 BY 1
               UNTIL IDX-ORDEN > ORDENES-CARGADAS.
      *
       610-LISTAR-UNA.
           IF TOC-ESTADO(IDX-ORDEN) = 'R' OR 'O' OR 'P'
               COMPUTE WS-PENDIENTES = TOC-CANTIDAD(IDX-ORDEN)
                   - TOC-RECIBIDAS(IDX-ORDEN)
               DISPLAY TOC-NUMERO(IDX-ORDEN) " "
                   TOC-ESTADO(IDX-ORDEN) " "
                   TOC-MODELO(IDX-ORDEN) " "
                   TOC-VENDOR(IDX-ORDEN) " PEDIDAS: "
                   TOC-CANTIDAD(IDX-ORDEN) " PENDIENTES: "
                   WS-PENDIENTES " ESPERADA: "
                   TOC-FECHA-ESPERADA(IDX-ORDEN)
           END-IF.
      *
      * CAPTURA LAS UNIDADES QUE LLEGARON CONTRA UNA ORDEN EMITIDA:
      * FECHA DE RECEPCION Y UBICACION UNA VEZ, Y LUEGO UN TAG POR
      * UNIDAD HASTA TECLEAR ESPACIOS. EL MAESTRO SE ACTUALIZA AL
      * CORRER SSDRECIB.
      *
       700-CAPTURAR-RECEPCION.
           PERFORM 750-PEDIR-ORDEN.
           IF ORDEN-ENCONTRADA
               IF TOC-ESTADO(IDX-ORDEN) NOT = 'O'
                  AND TOC-ESTADO(IDX-ORDEN) NOT = 'P'
                   DISPLAY "LA ORDEN NO ESTA EMITIDA, ESTADO: "
                       TOC-ESTADO(IDX-ORDEN)
               ELSE
                   DISPLAY "FECHA DE RECEPCION (AAAAMMDD, 0 = HOY): "
                   ACCEPT WS-FECHA-ENTRADA
                   IF WS-FECHA-ENTRADA = 0
                       MOVE WS-FECHA-HOY TO WS-FECHA-ENTRADA
                   END-IF
                   DISPLAY "UBICACION (10 CAR.): "
                   MOVE SPACES TO WS-UBICACION-ENTRADA
                   ACCEPT WS-UBICACION-ENTRADA
                   DISPLAY "HOST (10 CAR., ESPACIOS SI LIBRE): "
                   MOVE SPACES TO WS-HOST-ENTRADA
                   ACCEPT WS-HOST-ENTRADA
                   MOVE 0 TO WS-CAPTURADAS
                   OPEN EXTEND RECEPCION-FILE
                   PERFORM 710-CAPTURAR-TAG
                   PERFORM 720-GRABAR-TAG
                       UNTIL WS-TAG-ENTRADA = SPACES
                   CLOSE RECEPCION-FILE
                   DISPLAY "UNIDADES CAPTURADAS EN SSDRCB: "
                       WS-CAPTURADAS
               END-IF
           END-IF.
      *
       710-CAPTURAR-TAG.
           DISPLAY "TAG RECIBIDO (ESPACIOS = TERMINAR): ".
           MOVE SPACES TO WS-TAG-ENTRADA.
           ACCEPT WS-TAG-ENTRADA.
      *
       720-GRABAR-TAG.
           MOVE TOC-NUMERO(IDX-ORDEN) TO RCB-ORDEN.
           MOVE WS-TAG-ENTRADA TO RCB-TAG.
           MOVE WS-FECHA-ENTRADA TO RCB-FECHA.
           MOVE WS-UBICACION-ENTRADA TO RCB-UBICACION.
           MOVE WS-HOST-ENTRADA TO RCB-HOST.
           WRITE RECEPCION-RECORD.
           ADD 1 TO WS-CAPTURADAS.
           PERFORM 710-CAPTURAR-TAG.
      *
       750-PEDIR-ORDEN.
           DISPLAY "NUMERO DE ORDEN: ".
           ACCEPT WS-NUMERO-ENTRADA.
           MOVE 'N' TO WS-ORDEN-ENCONTRADA.
           SET IDX-ORDEN TO 1.
           PERFORM 755-BUSCAR-ORDEN
               UNTIL IDX-ORDEN > ORDENES-CARGADAS
                  OR ORDEN-ENCONTRADA.
           IF NOT ORDEN-ENCONTRADA
               DISPLAY "NO EXISTE LA ORDEN " WS-NUMERO-ENTRADA
           END-IF.
      *
       755-BUSCAR-ORDEN.
           IF TOC-NUMERO(IDX-ORDEN) = WS-NUMERO-ENTRADA
               MOVE 'Y' TO WS-ORDEN-ENCONTRADA
           ELSE
               SET IDX-ORDEN UP BY 1.
      *
       760-MOSTRAR-ORDEN.
           DISPLAY "ORDEN     : " TOC-NUMERO(IDX-ORDEN).
           DISPLAY "TRIMESTRE : " TOC-TRIMESTRE(IDX-ORDEN).
           DISPLAY "MODELO    : " TOC-MODELO(IDX-ORDEN).
           DISPLAY "PROVEEDOR : " TOC-VENDOR(IDX-ORDEN).
           DISPLAY "CAPACIDAD : " TOC-CAPACIDAD(IDX-ORDEN) " GB".
           DISPLAY "CANTIDAD  : " TOC-CANTIDAD(IDX-ORDEN).
           DISPLAY "RECIBIDAS : " TOC-RECIBIDAS(IDX-ORDEN).
           DISPLAY "ORDENADA  : " TOC-FECHA-ORDEN(IDX-ORDEN).
           DISPLAY "ESPERADA  : " TOC-FECHA-ESPERADA(IDX-ORDEN).
           DISPLAY "ESTADO    : " TOC-ESTADO(IDX-ORDEN).
           DISPLAY "ULT. RECEP: " TOC-FECHA-ULT-RECEP(IDX-ORDEN).
      *
       800-REESCRIBIR-ORDENES.
           OPEN OUTPUT ORDEN-FILE.
           PERFORM 810-ESCRIBIR-ORDEN
               VARYING IDX-ORDEN FROM 1 BY 1
               UNTIL IDX-ORDEN > ORDENES-CARGADAS.
           CLOSE ORDEN-FILE.
      *
       810-ESCRIBIR-ORDEN.
           MOVE TOC-NUMERO(IDX-ORDEN) TO ODC-NUMERO.
           MOVE TOC-TRIMESTRE(IDX-ORDEN) TO ODC-TRIMESTRE.
           MOVE TOC-MODELO(IDX-ORDEN) TO ODC-MODELO.
           MOVE TOC-VENDOR(IDX-ORDEN) TO ODC-VENDOR.
           MOVE TOC-CAPACIDAD(IDX-ORDEN) TO ODC-CAPACIDAD.
           MOVE TOC-CANTIDAD(IDX-ORDEN) TO ODC-CANTIDAD.
           MOVE TOC-RECIBIDAS(IDX-ORDEN) TO ODC-RECIBIDAS.
           MOVE TOC-FECHA-ORDEN(IDX-ORDEN) TO ODC-FECHA-ORDEN.
           MOVE TOC-FECHA-ESPERADA(IDX-ORDEN) TO ODC-FECHA-ESPERADA.
           MOVE TOC-ESTADO(IDX-ORDEN) TO ODC-ESTADO.
           MOVE TOC-FECHA-ULT-RECEP(IDX-ORDEN) TO ODC-FECHA-ULT-RECEP.
           WRITE ORDEN-RECORD.
