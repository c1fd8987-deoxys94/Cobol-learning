       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARMANT.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - APERTURA DE CARTERAS DE INVERSION EN
      * EL MAESTRO INVMST. DESDE QUE INVERSION POSTEA DEPOSITOS Y
      * RETIROS EL MAESTRO YA NO SE EDITA A MANO, Y UN MOVIMIENTO DE
      * UNA CARTERA QUE NO EXISTE SE RECHAZA (MOTIVO CN); AQUI SE
      * ABRE LA CARTERA CON SU MONTO INICIAL, PLAZO, TASA,
      * FRECUENCIA, APORTACION, INFLACION Y PRODUCTO, CON LA FECHA
      * DE NEGOCIO COMO FECHA DE APERTURA. EL CODIGO DEBE ESTAR
      * LIGADO ANTES A UNA PARTE ACTIVA DEL MAESTRO DE PARTES
      * (PTYMANT), VALIDADO CON PTYVAL COMO EN CLIMANT, Y EL
      * PRODUCTO, SI SE DA, DEBE EXISTIR EN INVPRD. AL SALIR SE
      * REESCRIBE INVMST Y SE ESTAMPAN SUS TOTALES DE CONTROL EN
      * CTLTOT, COMO LO HACE INVERSION.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARTERA-FILE ASSIGN TO "INVMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRODUCTO-FILE ASSIGN TO "INVPRD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  PRODUCTO-FILE.
       01  PRODUCTO-RECORD.
           05  PRD-PRODUCTO            PIC X(04).
           05  PRD-TASA                PIC 99V9.
           05  PRD-FRECUENCIA          PIC 9.
           05  PRD-FECHA-DESDE         PIC 9(8).
           05  PRD-FECHA-HASTA         PIC 9(8).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-EOF-CARTERA              PIC X VALUE 'N'.
           88  EOF-CARTERA                      VALUE 'Y'.
       77  WS-EOF-PRODUCTO             PIC X VALUE 'N'.
           88  EOF-PRODUCTO                     VALUE 'Y'.
       77  CARTERAS-CARGADAS           PIC 999 VALUE 0.
       77  WS-HUBO-CAMBIOS             PIC X VALUE 'N'.
           88  HUBO-CAMBIOS                     VALUE 'Y'.
       77  WS-TABLA-REBASADA           PIC X VALUE 'N'.
           88  TABLA-REBASADA                   VALUE 'Y'.
       01  TABLA-CARTERAS.
           05  CARTERA-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-CARTERA.
               10  CAM-CLIENTE         PIC X(8).
               10  CAM-MONTO           PIC 9(5).
               10  CAM-PLAZO           PIC 99.
               10  CAM-TASA            PIC 99V9.
               10  CAM-FRECUENCIA      PIC 9.
               10  CAM-APORTACION      PIC 9(5).
               10  CAM-INFLACION       PIC 99V9.
               10  CAM-PRODUCTO        PIC X(4).
               10  CAM-FECHA-APERTURA  PIC 9(8).
               10  CAM-FECHA-INTERES   PIC 9(8).
               10  CAM-DIA-ABONO       PIC 99.
       77  PRODUCTOS-CARGADOS          PIC 999 VALUE 0.
       01  TABLA-PRODUCTOS.
           05  PRODUCTO-ENTRY OCCURS 100 TIMES
                   INDEXED BY IDX-PRODUCTO.
               10  PRM-PRODUCTO        PIC X(04).
       77  WS-CLIENTE-ENTRADA          PIC X(8).
       77  WS-MONTO-ENTRADA            PIC 9(5).
       77  WS-PLAZO-ENTRADA            PIC 99.
       77  WS-TASA-ENTRADA             PIC 99V9.
       77  WS-FRECUENCIA-ENTRADA       PIC 9.
       77  WS-APORTACION-ENTRADA       PIC 9(5).
       77  WS-INFLACION-ENTRADA        PIC 99V9.
       77  WS-PRODUCTO-ENTRADA         PIC X(4).
       77  WS-TASA-MAXIMA              PIC 99V9 VALUE 50.0.
       77  WS-TASA-EDITADA             PIC Z9.9.
       77  WS-ENTRADA-VALIDA           PIC X VALUE 'Y'.
           88  ENTRADA-VALIDA                   VALUE 'Y'.
       77  WS-CARTERA-ENCONTRADA       PIC X VALUE 'N'.
           88  CARTERA-ENCONTRADA               VALUE 'Y'.
       77  WS-PRODUCTO-ENCONTRADO      PIC X VALUE 'N'.
           88  PRODUCTO-ENCONTRADO              VALUE 'Y'.
       77  WS-IDX-HALLADO              PIC 999 VALUE 0.
       77  WS-ARCHIVO-CONTROL          PIC X(8) VALUE "INVMST".
       77  WS-CUENTA-CONTROL           PIC 9(6) VALUE 0.
       77  WS-HASH-CONTROL             PIC S9(12)V99 VALUE 0.
       COPY PTYVAL.
      *
       PROCEDURE DIVISION.
      *
       000-MANTENER-CARTERAS.
           DISPLAY "APERTURA DE CARTERAS DE INVERSION".
           PERFORM 050-LEER-FECHA-NEGOCIO.
           PERFORM 100-CARGAR-TABLAS.
           IF TABLA-REBASADA
               DISPLAY "EL MAESTRO INVMST TIENE MAS DE 300 CARTERAS;"
                   " NO SE PUEDE REESCRIBIR SIN PERDERLAS"
           ELSE
               MOVE 1 TO SELECCION-USUARIO
               PERFORM 200-MENU-PRINCIPAL
                 UNTIL SELECCION-USUARIO = 0
               IF HUBO-CAMBIOS
                   PERFORM 800-REESCRIBIR-ARCHIVO
                   DISPLAY "MAESTRO DE CARTERAS ACTUALIZADO EN INVMST"
               END-IF
           END-IF.
           DISPLAY "PROGRAMA FINALIZADO".
           GOBACK.
      *
      * FECHA DE NEGOCIO DE FECHACTL; SIN EL ARCHIVO, EL RELOJ.
      *
       050-LEER-FECHA-NEGOCIO.
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
       100-CARGAR-TABLAS.
           MOVE 0 TO CARTERAS-CARGADAS.
           OPEN INPUT CARTERA-FILE.
           MOVE 'N' TO WS-EOF-CARTERA.
           PERFORM 110-LEER-CARTERA.
           PERFORM 120-ALMACENAR-CARTERA
               UNTIL EOF-CARTERA.
           CLOSE CARTERA-FILE.
           MOVE 0 TO PRODUCTOS-CARGADOS.
           OPEN INPUT PRODUCTO-FILE.
           MOVE 'N' TO WS-EOF-PRODUCTO.
           PERFORM 130-LEER-PRODUCTO.
           PERFORM 140-ALMACENAR-PRODUCTO
               UNTIL EOF-PRODUCTO.
           CLOSE PRODUCTO-FILE.
           DISPLAY "CARTERAS CARGADAS: " CARTERAS-CARGADAS.
      *
       110-LEER-CARTERA.
           READ CARTERA-FILE
               AT END MOVE 'Y' TO WS-EOF-CARTERA
           END-READ.
      *
       120-ALMACENAR-CARTERA.
           IF CARTERAS-CARGADAS < 300
               ADD 1 TO CARTERAS-CARGADAS
               SET IDX-CARTERA TO CARTERAS-CARGADAS
               MOVE CAR-CLIENTE TO CAM-CLIENTE(IDX-CARTERA)
               MOVE CAR-MONTO TO CAM-MONTO(IDX-CARTERA)
               MOVE CAR-PLAZO TO CAM-PLAZO(IDX-CARTERA)
               MOVE CAR-TASA TO CAM-TASA(IDX-CARTERA)
               MOVE CAR-FRECUENCIA TO CAM-FRECUENCIA(IDX-CARTERA)
               MOVE CAR-APORTACION TO CAM-APORTACION(IDX-CARTERA)
               MOVE CAR-INFLACION TO CAM-INFLACION(IDX-CARTERA)
               MOVE CAR-PRODUCTO TO CAM-PRODUCTO(IDX-CARTERA)
               MOVE CAR-FECHA-APERTURA
                   TO CAM-FECHA-APERTURA(IDX-CARTERA)
               MOVE CAR-FECHA-INTERES
                   TO CAM-FECHA-INTERES(IDX-CARTERA)
               MOVE CAR-DIA-ABONO TO CAM-DIA-ABONO(IDX-CARTERA)
               PERFORM 110-LEER-CARTERA
           ELSE
               MOVE 'Y' TO WS-TABLA-REBASADA
               MOVE 'Y' TO WS-EOF-CARTERA
           END-IF.
      *
       130-LEER-PRODUCTO.
           READ PRODUCTO-FILE
               AT END MOVE 'Y' TO WS-EOF-PRODUCTO
           END-READ.
      *
      * BASTA EL CODIGO: LA TASA VIGENTE LA TOMA INVERSION EN CADA
      * CORRIDA.
      *
       140-ALMACENAR-PRODUCTO.
           MOVE PRD-PRODUCTO TO WS-PRODUCTO-ENTRADA.
           PERFORM 740-BUSCAR-PRODUCTO.
           IF NOT PRODUCTO-ENCONTRADO
               IF PRODUCTOS-CARGADOS < 100
                   ADD 1 TO PRODUCTOS-CARGADOS
                   MOVE PRD-PRODUCTO
                       TO PRM-PRODUCTO(PRODUCTOS-CARGADOS)
               ELSE
                   DISPLAY "TABLA LLENA (100), SE IGNORA PRODUCTO: "
                       PRD-PRODUCTO
               END-IF
           END-IF.
           PERFORM 130-LEER-PRODUCTO.
      *
       200-MENU-PRINCIPAL.
           DISPLAY "--------APERTURA DE CARTERAS--------".
           DISPLAY "1. ABRIR CARTERA".
           DISPLAY "2. CONSULTAR CARTERA".
           DISPLAY "3. LISTAR CARTERAS".
           DISPLAY "0. SALIR (GRABA LOS CAMBIOS)".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "------------------------------------".
           IF SELECCION-USUARIO = 1
             PERFORM 300-ABRIR-CARTERA.

           IF SELECCION-USUARIO = 2
             PERFORM 500-CONSULTAR-CARTERA.

           IF SELECCION-USUARIO = 3
             PERFORM 600-LISTAR-CARTERAS.

           IF SELECCION-USUARIO > 3
             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * ABRE UNA CARTERA. EL CODIGO NO PUEDE ESTAR VACIO NI
      * REPETIDO Y DEBE ESTAR LIGADO A UNA PARTE ACTIVA; PLAZO Y
      * FRECUENCIA SON OBLIGATORIOS Y LA TASA NO PASA DEL MAXIMO.
      * EL INTERES SE EMPIEZA A ABONAR DESDE LA PRIMERA CORRIDA DE
      * INVERSION (FECHA DE ULTIMO ABONO EN CERO).
      *
       300-ABRIR-CARTERA.
           MOVE 'Y' TO WS-ENTRADA-VALIDA.
           DISPLAY "CODIGO DE LA CARTERA (8 CAR.): ".
           MOVE SPACES TO WS-CLIENTE-ENTRADA.
           ACCEPT WS-CLIENTE-ENTRADA.
           IF WS-CLIENTE-ENTRADA = SPACES
               DISPLAY "CODIGO VACIO, NO SE ACEPTA"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           PERFORM 700-BUSCAR-CARTERA.
           IF CARTERA-ENCONTRADA
               DISPLAY "YA EXISTE UNA CARTERA CON ESE CODIGO"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF ENTRADA-VALIDA
               PERFORM 310-VALIDAR-PARTE
           END-IF.
           IF ENTRADA-VALIDA
               PERFORM 320-CAPTURAR-CONDICIONES
           END-IF.
           IF ENTRADA-VALIDA
               IF CARTERAS-CARGADAS < 300
                   ADD 1 TO CARTERAS-CARGADAS
                   SET IDX-CARTERA TO CARTERAS-CARGADAS
                   PERFORM 330-GUARDAR-CARTERA
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "CARTERA ABIERTA CON FECHA " WS-FECHA-HOY
               ELSE
                   DISPLAY "TABLA LLENA, NO SE PUEDE AGREGAR"
               END-IF
           END-IF.
      *
      * LA CARTERA DEBE ESTAR LIGADA A UNA PARTE ACTIVA DE PTYMST.
      *
       310-VALIDAR-PARTE.
           MOVE 'P' TO PTV-TIPO.
           MOVE WS-CLIENTE-ENTRADA TO PTV-CODIGO.
           CALL "PTYVAL" USING PTYVAL-AREA.
           IF PTV-SIN-PARTE
               DISPLAY "LA CARTERA NO ESTA LIGADA A NINGUNA PARTE; "
                   "LIGUELA PRIMERO EN EL MAESTRO DE PARTES"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF PTV-PARTE-BAJA
               DISPLAY "LA PARTE " PTV-PARTE " ESTA DADA DE BAJA"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF PTV-VALIDO
               DISPLAY "PARTE: " PTV-PARTE " " PTV-NOMBRE
           END-IF.
      *
       320-CAPTURAR-CONDICIONES.
           DISPLAY "MONTO INICIAL (99999): ".
           MOVE 0 TO WS-MONTO-ENTRADA.
           ACCEPT WS-MONTO-ENTRADA.
           DISPLAY "PLAZO EN ANIOS (99): ".
           MOVE 0 TO WS-PLAZO-ENTRADA.
           ACCEPT WS-PLAZO-ENTRADA.
           DISPLAY "TASA ANUAL (99.9): ".
           MOVE 0 TO WS-TASA-ENTRADA.
           ACCEPT WS-TASA-ENTRADA.
           DISPLAY "FRECUENCIA (1 ANUAL 2 SEMESTRAL 3 TRIMESTRAL "
               "4 MENSUAL): ".
           MOVE 0 TO WS-FRECUENCIA-ENTRADA.
           ACCEPT WS-FRECUENCIA-ENTRADA.
           DISPLAY "APORTACION PERIODICA (0 SI NO APLICA): ".
           MOVE 0 TO WS-APORTACION-ENTRADA.
           ACCEPT WS-APORTACION-ENTRADA.
           DISPLAY "INFLACION ANUAL ESTIMADA (0 SI NO APLICA, "
               "99.9): ".
           MOVE 0 TO WS-INFLACION-ENTRADA.
           ACCEPT WS-INFLACION-ENTRADA.
           DISPLAY "PRODUCTO (4 CAR., ESPACIOS = TASA PROPIA): ".
           MOVE SPACES TO WS-PRODUCTO-ENTRADA.
           ACCEPT WS-PRODUCTO-ENTRADA.
           IF WS-PLAZO-ENTRADA = 0
               DISPLAY "EL PLAZO NO PUEDE SER CERO"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF WS-TASA-ENTRADA > WS-TASA-MAXIMA
               MOVE WS-TASA-MAXIMA TO WS-TASA-EDITADA
               DISPLAY "LA TASA PASA DEL MAXIMO DE " WS-TASA-EDITADA
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF WS-FRECUENCIA-ENTRADA < 1 OR WS-FRECUENCIA-ENTRADA > 4
               DISPLAY "FRECUENCIA INVALIDA"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF WS-PRODUCTO-ENTRADA NOT = SPACES
               PERFORM 740-BUSCAR-PRODUCTO
               IF NOT PRODUCTO-ENCONTRADO
                   DISPLAY "NO EXISTE ESE PRODUCTO EN INVPRD"
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF.
      *
       330-GUARDAR-CARTERA.
           MOVE WS-CLIENTE-ENTRADA TO CAM-CLIENTE(IDX-CARTERA).
           MOVE WS-MONTO-ENTRADA TO CAM-MONTO(IDX-CARTERA).
           MOVE WS-PLAZO-ENTRADA TO CAM-PLAZO(IDX-CARTERA).
           MOVE WS-TASA-ENTRADA TO CAM-TASA(IDX-CARTERA).
           MOVE WS-FRECUENCIA-ENTRADA TO CAM-FRECUENCIA(IDX-CARTERA).
           MOVE WS-APORTACION-ENTRADA TO CAM-APORTACION(IDX-CARTERA).
           MOVE WS-INFLACION-ENTRADA TO CAM-INFLACION(IDX-CARTERA).
           MOVE WS-PRODUCTO-ENTRADA TO CAM-PRODUCTO(IDX-CARTERA).
           MOVE WS-FECHA-HOY TO CAM-FECHA-APERTURA(IDX-CARTERA).
           MOVE 0 TO CAM-FECHA-INTERES(IDX-CARTERA).
           MOVE 0 TO CAM-DIA-ABONO(IDX-CARTERA).
      *
       500-CONSULTAR-CARTERA.
           DISPLAY "CODIGO DE LA CARTERA A CONSULTAR: ".
           MOVE SPACES TO WS-CLIENTE-ENTRADA.
           ACCEPT WS-CLIENTE-ENTRADA.
           PERFORM 700-BUSCAR-CARTERA.
           IF NOT CARTERA-ENCONTRADA
               DISPLAY "NO EXISTE ESA CARTERA"
           ELSE
               SET IDX-CARTERA TO WS-IDX-HALLADO
               MOVE 'P' TO PTV-TIPO
               MOVE WS-CLIENTE-ENTRADA TO PTV-CODIGO
               CALL "PTYVAL" USING PTYVAL-AREA
               DISPLAY "CARTERA   : " CAM-CLIENTE(IDX-CARTERA)
               DISPLAY "PARTE     : " PTV-PARTE " " PTV-NOMBRE
               DISPLAY "SALDO     : " CAM-MONTO(IDX-CARTERA)
               DISPLAY "PLAZO     : " CAM-PLAZO(IDX-CARTERA)
               MOVE CAM-TASA(IDX-CARTERA) TO WS-TASA-EDITADA
               DISPLAY "TASA      : " WS-TASA-EDITADA
               DISPLAY "FRECUENCIA: " CAM-FRECUENCIA(IDX-CARTERA)
               DISPLAY "APORTACION: " CAM-APORTACION(IDX-CARTERA)
               MOVE CAM-INFLACION(IDX-CARTERA) TO WS-TASA-EDITADA
               DISPLAY "INFLACION : " WS-TASA-EDITADA
               DISPLAY "PRODUCTO  : " CAM-PRODUCTO(IDX-CARTERA)
               DISPLAY "APERTURA  : "
                   CAM-FECHA-APERTURA(IDX-CARTERA)
               DISPLAY "ULT. ABONO: " CAM-FECHA-INTERES(IDX-CARTERA)
           END-IF.
      *
       600-LISTAR-CARTERAS.
           PERFORM 610-LISTAR-UNA-CARTERA
               VARYING IDX-CARTERA FROM 1 BY 1
               UNTIL IDX-CARTERA > CARTERAS-CARGADAS.
           DISPLAY "TOTAL: " CARTERAS-CARGADAS.
      *
       610-LISTAR-UNA-CARTERA.
           MOVE CAM-TASA(IDX-CARTERA) TO WS-TASA-EDITADA.
           DISPLAY CAM-CLIENTE(IDX-CARTERA) "  "
               CAM-MONTO(IDX-CARTERA) "  "
               CAM-PLAZO(IDX-CARTERA) "  "
               WS-TASA-EDITADA "  "
               CAM-FRECUENCIA(IDX-CARTERA) "  "
               CAM-PRODUCTO(IDX-CARTERA) "  "
               CAM-FECHA-APERTURA(IDX-CARTERA).
      *
       700-BUSCAR-CARTERA.
           MOVE 'N' TO WS-CARTERA-ENCONTRADA.
           MOVE 0 TO WS-IDX-HALLADO.
           PERFORM 710-COMPARAR-CARTERA
               VARYING IDX-CARTERA FROM 1 BY 1
               UNTIL IDX-CARTERA > CARTERAS-CARGADAS
                  OR CARTERA-ENCONTRADA.
      *
       710-COMPARAR-CARTERA.
           IF CAM-CLIENTE(IDX-CARTERA) = WS-CLIENTE-ENTRADA
               SET WS-IDX-HALLADO TO IDX-CARTERA
               MOVE 'Y' TO WS-CARTERA-ENCONTRADA
           END-IF.
      *
       740-BUSCAR-PRODUCTO.
           MOVE 'N' TO WS-PRODUCTO-ENCONTRADO.
           PERFORM 750-COMPARAR-PRODUCTO
               VARYING IDX-PRODUCTO FROM 1 BY 1
               UNTIL IDX-PRODUCTO > PRODUCTOS-CARGADOS
                  OR PRODUCTO-ENCONTRADO.
      *
       750-COMPARAR-PRODUCTO.
           IF PRM-PRODUCTO(IDX-PRODUCTO) = WS-PRODUCTO-ENTRADA
               MOVE 'Y' TO WS-PRODUCTO-ENCONTRADO
           END-IF.
      *
      * REESCRIBE INVMST COMPLETO DESDE LA TABLA Y ESTAMPA SUS
      * TOTALES DE CONTROL (CUENTA DE CARTERAS Y HASH DE MONTOS).
      *
       800-REESCRIBIR-ARCHIVO.
           MOVE 0 TO WS-HASH-CONTROL.
           OPEN OUTPUT CARTERA-FILE.
           PERFORM 810-ESCRIBIR-UNA-CARTERA
               VARYING IDX-CARTERA FROM 1 BY 1
               UNTIL IDX-CARTERA > CARTERAS-CARGADAS.
           CLOSE CARTERA-FILE.
           MOVE CARTERAS-CARGADAS TO WS-CUENTA-CONTROL.
           CALL "CTLMAST" USING WS-ARCHIVO-CONTROL
               WS-CUENTA-CONTROL WS-HASH-CONTROL.
      *
       810-ESCRIBIR-UNA-CARTERA.
           MOVE CAM-CLIENTE(IDX-CARTERA) TO CAR-CLIENTE.
           MOVE CAM-MONTO(IDX-CARTERA) TO CAR-MONTO.
           MOVE CAM-PLAZO(IDX-CARTERA) TO CAR-PLAZO.
           MOVE CAM-TASA(IDX-CARTERA) TO CAR-TASA.
           MOVE CAM-FRECUENCIA(IDX-CARTERA) TO CAR-FRECUENCIA.
           MOVE CAM-APORTACION(IDX-CARTERA) TO CAR-APORTACION.
           MOVE CAM-INFLACION(IDX-CARTERA) TO CAR-INFLACION.
           MOVE CAM-PRODUCTO(IDX-CARTERA) TO CAR-PRODUCTO.
           MOVE CAM-FECHA-APERTURA(IDX-CARTERA)
               TO CAR-FECHA-APERTURA.
           MOVE CAM-FECHA-INTERES(IDX-CARTERA) TO CAR-FECHA-INTERES.
           MOVE CAM-DIA-ABONO(IDX-CARTERA) TO CAR-DIA-ABONO.
           WRITE CARTERA-RECORD.
           ADD CAM-MONTO(IDX-CARTERA) TO WS-HASH-CONTROL.
