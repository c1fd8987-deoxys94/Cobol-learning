       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTCON.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - CONSULTA DEL REGISTRO DE LOTES DE
      * ENTRADA (LOTREG) DESDE EL MENU, PARA QUE OPERACIONES
      * CONTESTE SIN REVISAR CONSOLAS SI EL ARCHIVO DE UNA SUCURSAL
      * PARA UN DIA LLEGO Y CUANDO SE PROCESO: CONSULTA DE UN LOTE
      * Y LISTADO POR ARCHIVO, FUENTE Y RANGO DE FECHAS. AQUI MISMO
      * UN OPERADOR DE NIVEL 3 AUTORIZA DE ANTEMANO UN LOTE CUYA
      * FECHA DE CABECERA NO ES LA FECHA DE NEGOCIO DE LA CORRIDA
      * (UN REENVIO ATRASADO LEGITIMO), O CANCELA UNA AUTORIZACION
      * QUE TODAVIA NO SE USA; SIN ELLA, CALCIMPUESTO, GPACALC Y
      * SERNUM RECHAZAN ESE LOTE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOTE-REG-FILE ASSIGN TO "LOTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRG-CLAVE.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO "OPRMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-REG-FILE.
       COPY LOTREG.
      *
       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
           05  OPR-ID                  PIC X(8).
           05  OPR-PASSWORD            PIC X(8).
           05  OPR-NIVEL               PIC 9.
           05  OPR-FECHA-EXPIRA        PIC 9(8).
           05  OPR-BLOQUEADO           PIC X.
           05  OPR-INTENTOS            PIC 9.
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-ARCHIVO-ENTRADA          PIC X(06).
       77  WS-FUENTE-ENTRADA           PIC X(03).
       77  WS-FECHA-ENTRADA            PIC 9(8).
       77  WS-FECHA-DESDE              PIC 9(8).
       77  WS-FECHA-HASTA              PIC 9(8).
       77  WS-DATOS-VALIDOS            PIC X VALUE 'N'.
           88  DATOS-VALIDOS                    VALUE 'Y'.
       77  WS-LOTE-HALLADO             PIC X VALUE 'N'.
           88  LOTE-HALLADO                     VALUE 'Y'.
       77  WS-EOF-REGISTRO             PIC X VALUE 'N'.
           88  EOF-REGISTRO                     VALUE 'Y'.
       77  WS-LISTADOS                 PIC 9(5) VALUE 0.
      *
      * FIRMA DE NIVEL 3 PARA AUTORIZAR O CANCELAR.
      *
       77  WS-ID-ENTRADA               PIC X(8).
       77  WS-PASSWORD-ENTRADA         PIC X(8).
       77  WS-OPERADOR-ACTUAL          PIC X(8) VALUE SPACES.
       77  WS-EOF-OPERADOR             PIC X VALUE 'N'.
           88  EOF-OPERADOR                     VALUE 'Y'.
       77  WS-HAY-OPERADORES           PIC X VALUE 'N'.
           88  HAY-OPERADORES                   VALUE 'Y'.
       77  WS-FIRMADO                  PIC X VALUE 'N'.
           88  FIRMADO                          VALUE 'Y'.
       01  LINEA-LOTE.
           05  LL-ARCHIVO              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-FUENTE               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-FECHA-LOTE           PIC 9(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-ESTADO               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-CUENTA               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-TOTAL                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-FECHA-PROCESO        PIC 9(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LL-HORA-PROCESO         PIC 99B99B99.
           05  FILLER                  PIC X(01) VALUE SPACES.
       01  ENCABEZADO-LOTES.
           05  FILLER                  PIC X(40) VALUE
               "ARCHIV FTE FECHA    ESTADO      REGISTRO".
           05  FILLER                  PIC X(40) VALUE
               "S               TOTAL PROCESO  HORA".
      *
       PROCEDURE DIVISION.
      *
       000-CONSULTAR-LOTES.
           DISPLAY "REGISTRO DE LOTES DE ENTRADA (LOTREG)".
           PERFORM 040-LEER-FECHA-NEGOCIO.
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-HOY.
           MOVE 1 TO SELECCION-USUARIO.
           PERFORM 100-MENU-PRINCIPAL
             UNTIL SELECCION-USUARIO = 0.
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
       100-MENU-PRINCIPAL.
           DISPLAY "----------REGISTRO DE LOTES----------".
           DISPLAY "1. CONSULTAR UN LOTE".
           DISPLAY "2. LISTAR LOTES POR FUENTE Y FECHAS".
           DISPLAY "3. AUTORIZAR LOTE CON OTRA FECHA (NIVEL 3)".
           DISPLAY "4. CANCELAR AUTORIZACION (NIVEL 3)".
           DISPLAY "0. SALIR".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "-------------------------------------".
           IF SELECCION-USUARIO = 1
             PERFORM 200-CONSULTAR-LOTE.

           IF SELECCION-USUARIO = 2
             PERFORM 300-LISTAR-LOTES.

           IF SELECCION-USUARIO = 3
             PERFORM 400-AUTORIZAR-LOTE.

           IF SELECCION-USUARIO = 4
             PERFORM 500-CANCELAR-AUTORIZACION.

           IF SELECCION-USUARIO > 4
             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * UN LOTE QUE NO ESTA EN EL REGISTRO NUNCA LLEGO, O LLEGO EN
      * UNA CORRIDA QUE NO CUADRO.
      *
       200-CONSULTAR-LOTE.
           PERFORM 700-CAPTURAR-LLAVE.
           IF DATOS-VALIDOS
               OPEN INPUT LOTE-REG-FILE
               PERFORM 710-LEER-LOTE
               CLOSE LOTE-REG-FILE
               IF LOTE-HALLADO
                   PERFORM 760-MOSTRAR-LOTE
               ELSE
                   DISPLAY "EL LOTE NO ESTA EN EL REGISTRO: NO LLEGO "
                       "O SU CORRIDA NO CUADRO"
               END-IF
           END-IF.
      *
      * RECORRE EL REGISTRO EN ORDEN DE LLAVE DESDE EL ARCHIVO Y LA
      * FUENTE PEDIDOS; FUENTE EN BLANCO LISTA TODAS LAS FUENTES DEL
      * ARCHIVO Y FECHAS EN CERO NO LIMITAN EL RANGO.
      *
       300-LISTAR-LOTES.
           DISPLAY "ARCHIVO (TAXIN, GPAROS, SERIN): ".
           MOVE SPACES TO WS-ARCHIVO-ENTRADA.
           ACCEPT WS-ARCHIVO-ENTRADA.
           DISPLAY "FUENTE (3 CAR., EN BLANCO = TODAS): ".
           MOVE SPACES TO WS-FUENTE-ENTRADA.
           ACCEPT WS-FUENTE-ENTRADA.
           DISPLAY "DESDE FECHA (AAAAMMDD, 0 = SIN LIMITE): ".
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "HASTA FECHA (AAAAMMDD, 0 = SIN LIMITE): ".
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-HASTA = 0
               MOVE 99999999 TO WS-FECHA-HASTA
           END-IF.
           MOVE 0 TO WS-LISTADOS.
           MOVE 'N' TO WS-EOF-REGISTRO.
           OPEN INPUT LOTE-REG-FILE.
           MOVE WS-ARCHIVO-ENTRADA TO LRG-ARCHIVO.
           MOVE WS-FUENTE-ENTRADA TO LRG-FUENTE.
           MOVE 0 TO LRG-FECHA-LOTE.
           START LOTE-REG-FILE KEY IS NOT LESS THAN LRG-CLAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-REGISTRO
           END-START.
           IF NOT EOF-REGISTRO
               DISPLAY ENCABEZADO-LOTES
               PERFORM 320-LEER-SIGUIENTE
           END-IF.
           PERFORM 310-LISTAR-UN-LOTE
               UNTIL EOF-REGISTRO.
           CLOSE LOTE-REG-FILE.
           DISPLAY "LOTES LISTADOS: " WS-LISTADOS.
      *
       310-LISTAR-UN-LOTE.
           IF LRG-FECHA-LOTE NOT < WS-FECHA-DESDE
              AND LRG-FECHA-LOTE NOT > WS-FECHA-HASTA
               PERFORM 770-ARMAR-LINEA
               DISPLAY LINEA-LOTE
               ADD 1 TO WS-LISTADOS
           END-IF.
           PERFORM 320-LEER-SIGUIENTE.
      *
       320-LEER-SIGUIENTE.
           READ LOTE-REG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-REGISTRO
           END-READ.
           IF NOT EOF-REGISTRO
               IF LRG-ARCHIVO NOT = WS-ARCHIVO-ENTRADA
                   MOVE 'Y' TO WS-EOF-REGISTRO
               END-IF
               IF WS-FUENTE-ENTRADA NOT = SPACES
                  AND LRG-FUENTE NOT = WS-FUENTE-ENTRADA
                   MOVE 'Y' TO WS-EOF-REGISTRO
               END-IF
           END-IF.
      *
      * LA AUTORIZACION QUEDA EN EL REGISTRO CON ESTADO A, A NOMBRE
      * DEL NIVEL 3 QUE LA DIO; EL LOTE LA CONSUME AL PROCESARSE.
      * UN LOTE DEL DIA NO LA NECESITA Y UNO YA PROCESADO NO SE
      * PUEDE VOLVER A AUTORIZAR.
      *
       400-AUTORIZAR-LOTE.
           PERFORM 600-FIRMAR-NIVEL-3.
           IF NOT FIRMADO
               DISPLAY "ACCESO DENEGADO, SE REQUIERE NIVEL 3"
           ELSE
               PERFORM 700-CAPTURAR-LLAVE
               IF DATOS-VALIDOS
                   PERFORM 410-GRABAR-AUTORIZACION
               END-IF
           END-IF.
      *
       410-GRABAR-AUTORIZACION.
           OPEN I-O LOTE-REG-FILE.
           PERFORM 710-LEER-LOTE.
           EVALUATE TRUE
               WHEN LOTE-HALLADO AND LRG-PROCESADO
                   DISPLAY "ESE LOTE YA SE PROCESO, NO SE AUTORIZA "
                       "OTRA VEZ"
                   PERFORM 760-MOSTRAR-LOTE
               WHEN LOTE-HALLADO
                   DISPLAY "ESE LOTE YA TIENE AUTORIZACION"
                   PERFORM 760-MOSTRAR-LOTE
               WHEN WS-FECHA-ENTRADA = WS-FECHA-HOY
                   DISPLAY "EL LOTE ES DEL DIA, NO NECESITA "
                       "AUTORIZACION"
               WHEN OTHER
                   MOVE SPACES TO LOTE-REG-RECORD
                   MOVE WS-ARCHIVO-ENTRADA TO LRG-ARCHIVO
                   MOVE WS-FUENTE-ENTRADA TO LRG-FUENTE
                   MOVE WS-FECHA-ENTRADA TO LRG-FECHA-LOTE
                   MOVE 'A' TO LRG-ESTADO
                   MOVE 0 TO LRG-CUENTA
                   MOVE 0 TO LRG-TOTAL
                   MOVE 0 TO LRG-FECHA-NEGOCIO
                   MOVE 0 TO LRG-FECHA-PROCESO
                   MOVE 0 TO LRG-HORA-PROCESO
                   MOVE WS-OPERADOR-ACTUAL TO LRG-OPERADOR
                   MOVE WS-FECHA-HOY TO LRG-FECHA-AUTORIZA
                   WRITE LOTE-REG-RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO GRABAR LA AUTORIZACION"
                       NOT INVALID KEY
                           DISPLAY "LOTE AUTORIZADO: "
                               WS-ARCHIVO-ENTRADA " "
                               WS-FUENTE-ENTRADA " "
                               WS-FECHA-ENTRADA
                   END-WRITE
           END-EVALUATE.
           CLOSE LOTE-REG-FILE.
      *
      * SOLO SE CANCELA UNA AUTORIZACION QUE NINGUN LOTE HA USADO.
      *
       500-CANCELAR-AUTORIZACION.
           PERFORM 600-FIRMAR-NIVEL-3.
           IF NOT FIRMADO
               DISPLAY "ACCESO DENEGADO, SE REQUIERE NIVEL 3"
           ELSE
               PERFORM 700-CAPTURAR-LLAVE
               IF DATOS-VALIDOS
                   PERFORM 510-BORRAR-AUTORIZACION
               END-IF
           END-IF.
      *
       510-BORRAR-AUTORIZACION.
           OPEN I-O LOTE-REG-FILE.
           PERFORM 710-LEER-LOTE.
           EVALUATE TRUE
               WHEN NOT LOTE-HALLADO
                   DISPLAY "ESE LOTE NO TIENE AUTORIZACION"
               WHEN LRG-PROCESADO
                   DISPLAY "ESE LOTE YA SE PROCESO, LA AUTORIZACION "
                       "YA SE USO"
               WHEN OTHER
                   DELETE LOTE-REG-FILE RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO CANCELAR LA "
                               "AUTORIZACION"
                       NOT INVALID KEY
                           DISPLAY "AUTORIZACION CANCELADA"
                   END-DELETE
           END-EVALUATE.
           CLOSE LOTE-REG-FILE.
      *
      * FIRMA CONTRA EL MAESTRO DE OPERADORES: NIVEL 3, CONTRASENA
      * CORRECTA Y CUENTA NO BLOQUEADA. SIN MAESTRO (INSTALACION
      * NUEVA) SE OPERA SIN RESTRICCION, COMO EN EL MENU.
      *
       600-FIRMAR-NIVEL-3.
           MOVE 'N' TO WS-HAY-OPERADORES.
           MOVE 'N' TO WS-FIRMADO.
           DISPLAY "IDENTIFICACION DEL OPERADOR (NIVEL 3): ".
           MOVE SPACES TO WS-ID-ENTRADA.
           ACCEPT WS-ID-ENTRADA.
           DISPLAY "CONTRASENA: ".
           MOVE SPACES TO WS-PASSWORD-ENTRADA.
           ACCEPT WS-PASSWORD-ENTRADA.
           MOVE 'N' TO WS-EOF-OPERADOR.
           OPEN INPUT OPERADOR-FILE.
           PERFORM 610-LEER-OPERADOR.
           PERFORM 620-VALIDAR-OPERADOR
               UNTIL EOF-OPERADOR.
           CLOSE OPERADOR-FILE.
           IF NOT HAY-OPERADORES
               DISPLAY "AVISO: SIN MAESTRO DE OPERADORES (OPRMST), "
                   "SE OPERA SIN RESTRICCION"
               MOVE WS-ID-ENTRADA TO WS-OPERADOR-ACTUAL
               MOVE 'Y' TO WS-FIRMADO
           END-IF.
      *
       610-LEER-OPERADOR.
           READ OPERADOR-FILE
               AT END MOVE 'Y' TO WS-EOF-OPERADOR
           END-READ.
      *
       620-VALIDAR-OPERADOR.
           MOVE 'Y' TO WS-HAY-OPERADORES.
           IF OPR-ID = WS-ID-ENTRADA
              AND OPR-PASSWORD = WS-PASSWORD-ENTRADA
              AND OPR-BLOQUEADO NOT = 'B'
              AND OPR-NIVEL = 3
               MOVE OPR-ID TO WS-OPERADOR-ACTUAL
               MOVE 'Y' TO WS-FIRMADO
           END-IF.
           PERFORM 610-LEER-OPERADOR.
      *
      * ARCHIVO, FUENTE Y FECHA DE LA CABECERA DEL LOTE BUSCADO.
      *
       700-CAPTURAR-LLAVE.
           MOVE 'Y' TO WS-DATOS-VALIDOS.
           DISPLAY "ARCHIVO (TAXIN, GPAROS, SERIN): ".
           MOVE SPACES TO WS-ARCHIVO-ENTRADA.
           ACCEPT WS-ARCHIVO-ENTRADA.
           DISPLAY "FUENTE DE LA CABECERA (3 CAR.): ".
           MOVE SPACES TO WS-FUENTE-ENTRADA.
           ACCEPT WS-FUENTE-ENTRADA.
           DISPLAY "FECHA DE LA CABECERA (AAAAMMDD): ".
           ACCEPT WS-FECHA-ENTRADA.
           EVALUATE TRUE
               WHEN WS-ARCHIVO-ENTRADA NOT = "TAXIN"
                AND WS-ARCHIVO-ENTRADA NOT = "GPAROS"
                AND WS-ARCHIVO-ENTRADA NOT = "SERIN"
                   DISPLAY "ARCHIVO NO VALIDO (TAXIN, GPAROS, SERIN)"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               WHEN WS-FUENTE-ENTRADA = SPACES
                   DISPLAY "FUENTE EN BLANCO, NO SE ACEPTA"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               WHEN WS-FECHA-ENTRADA = 0
                   DISPLAY "FECHA EN CERO, NO SE ACEPTA"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       710-LEER-LOTE.
           MOVE 'N' TO WS-LOTE-HALLADO.
           MOVE WS-ARCHIVO-ENTRADA TO LRG-ARCHIVO.
           MOVE WS-FUENTE-ENTRADA TO LRG-FUENTE.
           MOVE WS-FECHA-ENTRADA TO LRG-FECHA-LOTE.
           READ LOTE-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOTE-HALLADO
           END-READ.
      *
       760-MOSTRAR-LOTE.
           DISPLAY "ARCHIVO        : " LRG-ARCHIVO.
           DISPLAY "FUENTE         : " LRG-FUENTE.
           DISPLAY "FECHA CABECERA : " LRG-FECHA-LOTE.
           IF LRG-PROCESADO
               DISPLAY "ESTADO         : PROCESADO"
               DISPLAY "REGISTROS      : " LRG-CUENTA
               PERFORM 770-ARMAR-LINEA
               DISPLAY "TOTAL CIERRE   : " LL-TOTAL
               DISPLAY "DIA DE NEGOCIO : " LRG-FECHA-NEGOCIO
               DISPLAY "PROCESADO EL   : " LRG-FECHA-PROCESO
                   " A LAS " LL-HORA-PROCESO
           ELSE
               DISPLAY "ESTADO         : AUTORIZADO, SIN PROCESAR"
           END-IF.
           IF LRG-OPERADOR NOT = SPACES
               DISPLAY "AUTORIZO       : " LRG-OPERADOR
                   " EL " LRG-FECHA-AUTORIZA
           END-IF.
      *
       770-ARMAR-LINEA.
           MOVE LRG-ARCHIVO TO LL-ARCHIVO.
           MOVE LRG-FUENTE TO LL-FUENTE.
           MOVE LRG-FECHA-LOTE TO LL-FECHA-LOTE.
           IF LRG-PROCESADO
               MOVE "PROCESADO" TO LL-ESTADO
           ELSE
               MOVE "AUTORIZADO" TO LL-ESTADO
           END-IF.
           MOVE LRG-CUENTA TO LL-CUENTA.
           MOVE LRG-TOTAL TO LL-TOTAL.
           MOVE LRG-FECHA-PROCESO TO LL-FECHA-PROCESO.
           MOVE LRG-HORA-PROCESO(1:6) TO LL-HORA-PROCESO.
