      * MONEDA Y FECHA. CADA CAMBIO DEJA BITACORA DE AUDITORIA
      * (TAXFAU) CON VALOR ANTERIOR, VALOR NUEVO, FECHA Y OPERADOR,
      * IGUAL QUE TAXMANT CON LAS TASAS.
      * MODIFICADO 15/10/2026 - DOBLE CONTROL, COMO EN TAXMANT: EL
      * OPERADOR FIRMA CONTRA OPRMST Y SUS ALTAS Y CORRECCIONES YA NO
      * TOCAN TAXFX, SINO QUE QUEDAN COMO PROPUESTAS EN MSTPEN HASTA
      * QUE OTRO OPERADOR DE NIVEL 3 LAS APRUEBE EN MSTAPR, QUE ES
      * QUIEN APLICA Y ESCRIBE TAXFAU. NO SE ADMITE UN SEGUNDO
      * CAMBIO PENDIENTE SOBRE LA MISMA MONEDA Y FECHA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAMBIO-FILE ASSIGN TO "TAXFX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "MSTPEN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO "OPRMST"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
           05  FX-FECHA                PIC 9(8).
           05  FX-TIPO-CAMBIO          PIC 9(3)V9(4).
      *
       FD  PENDIENTE-FILE.
       COPY MSTPEN.
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
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-EOF-CAMBIO               PIC X VALUE 'N'.
           88  EOF-CAMBIO                       VALUE 'Y'.
       77  CAMBIOS-CARGADOS            PIC 999 VALUE 0.
      *
      * FIRMA DEL OPERADOR, COMO EN SSDRET: TECLEAR UN CAMBIO EXIGE
      * NIVEL 3. SIN MAESTRO DE OPERADORES EN DISCO SE OPERA SIN
      * RESTRICCION, PERO EL APROBADOR DEBE SER OTRO ID.
      *
       77  WS-ID-ENTRADA               PIC X(8).
       77  WS-PASSWORD-ENTRADA         PIC X(8).
       77  WS-OPERADOR-ACTUAL          PIC X(8) VALUE SPACES.
       77  WS-NIVEL-ACTUAL             PIC 9 VALUE 0.
       77  WS-FIRMADO                  PIC X VALUE 'N'.
           88  FIRMADO                          VALUE 'Y'.
       77  WS-HAY-OPERADORES           PIC X VALUE 'N'.
           88  HAY-OPERADORES                   VALUE 'Y'.
       77  WS-EOF-OPERADOR             PIC X VALUE 'N'.
           88  EOF-OPERADOR                     VALUE 'Y'.
       77  WS-EOF-PENDIENTE            PIC X VALUE 'N'.
           88  EOF-PENDIENTE                    VALUE 'Y'.
       77  WS-YA-PENDIENTE             PIC X VALUE 'N'.
           88  YA-PENDIENTE                     VALUE 'Y'.
       01  WS-CLAVE-PENDIENTE.
           05  WS-CLAVE-MONEDA         PIC X(03).
           05  WS-CLAVE-FECHA          PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
       01  TABLA-CAMBIOS.
           05  CAMBIO-ENTRY OCCURS 200 TIMES
                   INDEXED BY IDX-CAMBIO.
      *
       000-MANTENER-CAMBIOS.
           DISPLAY "MANTENIMIENTO DE TIPOS DE CAMBIO".
           PERFORM 050-FIRMAR-OPERADOR.
           PERFORM 100-CARGAR-TABLA.
           MOVE 1 TO SELECCION-USUARIO.
           PERFORM 200-MENU-PRINCIPAL
             UNTIL SELECCION-USUARIO = 0.
           DISPLAY "PROGRAMA FINALIZADO".
           GOBACK.
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
       100-CARGAR-TABLA.
           MOVE 0 TO CAMBIOS-CARGADOS.
      *
       200-MENU-PRINCIPAL.
           DISPLAY "------MANTENIMIENTO DE TIPOS DE CAMBIO------".
           DISPLAY "OPERADOR: " WS-OPERADOR-ACTUAL
               " NIVEL: " WS-NIVEL-ACTUAL.
           DISPLAY "1. ALTA DE TIPO DE CAMBIO (NIVEL 3)".
           DISPLAY "2. CORREGIR TIPO DE CAMBIO (NIVEL 3)".
           DISPLAY "3. LISTAR TIPOS DE CAMBIO".
           DISPLAY "0. SALIR".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "---------------------------------------------".
           IF SELECCION-USUARIO > 0 AND SELECCION-USUARIO < 3
              AND WS-NIVEL-ACTUAL < 3
             DISPLAY "TECLEAR UN CAMBIO REQUIERE OPERADOR DE NIVEL 3"
           ELSE
             PERFORM 210-EJECUTAR-OPCION.
      *
       210-EJECUTAR-OPCION.
           IF SELECCION-USUARIO = 1
             PERFORM 300-ALTA-DE-CAMBIO.

             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * PROPONE EL TIPO DE CAMBIO DE UNA MONEDA PARA UNA FECHA DE
      * NEGOCIO. UNA MONEDA CON TIPO YA CARGADO PARA ESA FECHA SE
      * RECHAZA: PARA CORREGIRLO ESTA LA OPCION 2.
      *
               IF ENTRADA-ENCONTRADA
                   DISPLAY "YA HAY TIPO DE CAMBIO PARA ESA MONEDA "
                       "Y FECHA, USE LA OPCION DE CORRECCION"
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF.
           IF ENTRADA-VALIDA
               PERFORM 880-BUSCAR-PENDIENTE
           END-IF.
           IF ENTRADA-VALIDA AND NOT YA-PENDIENTE
               OPEN EXTEND PENDIENTE-FILE
               MOVE SPACES TO PENDIENTE-MST-RECORD
               MOVE "ALTA  " TO PEN-ACCION
               MOVE 0 TO PVF-TC-ANTERIOR
               PERFORM 890-GRABAR-PENDIENTE
               DISPLAY "ALTA REGISTRADA, PENDIENTE DE APROBACION"
           END-IF.
      *
      * PROPONE CORREGIR EL TIPO DE CAMBIO YA CARGADO DE UNA MONEDA
      * Y FECHA; LA PROPUESTA LLEVA EL VALOR ANTERIOR PARA LA
      * BITACORA Y PARA LA APROBACION.
      *
       400-CORREGIR-CAMBIO.
           DISPLAY "MONEDA A CORREGIR (3 CAR.): ".
               DISPLAY "NO HAY TIPO DE CAMBIO PARA ESA MONEDA Y "
                   "FECHA"
           ELSE
               PERFORM 880-BUSCAR-PENDIENTE
           END-IF.
           IF ENTRADA-ENCONTRADA AND NOT YA-PENDIENTE
               DISPLAY "TIPO ACTUAL: "
                   FXM-TIPO-CAMBIO(WS-IDX-HALLADO)
               DISPLAY "TIPO NUEVO (999.9999): "
               IF WS-TC-ENTRADA = 0
                   DISPLAY "TIPO DE CAMBIO EN CERO, NO SE ACEPTA"
               ELSE
                   OPEN EXTEND PENDIENTE-FILE
                   MOVE SPACES TO PENDIENTE-MST-RECORD
                   MOVE "CAMBIO" TO PEN-ACCION
                   MOVE FXM-TIPO-CAMBIO(WS-IDX-HALLADO)
                       TO PVF-TC-ANTERIOR
                   PERFORM 890-GRABAR-PENDIENTE
                   DISPLAY "CORRECCION REGISTRADA, PENDIENTE DE "
                       "APROBACION"
               END-IF
           END-IF.
      *
               MOVE 'Y' TO WS-ENTRADA-ENCONTRADA
           END-IF.
      *
      * UNA MONEDA Y FECHA CON UN CAMBIO YA PENDIENTE NO ADMITE
      * OTRO HASTA QUE EL PRIMERO SE APRUEBE, SE RECHACE O VENZA.
      *
       880-BUSCAR-PENDIENTE.
           MOVE WS-MONEDA-ENTRADA TO WS-CLAVE-MONEDA.
           MOVE WS-FECHA-ENTRADA TO WS-CLAVE-FECHA.
           MOVE 'N' TO WS-YA-PENDIENTE.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN INPUT PENDIENTE-FILE.
           PERFORM 885-LEER-PENDIENTE.
           PERFORM 886-COMPARAR-PENDIENTE
               UNTIL EOF-PENDIENTE OR YA-PENDIENTE.
           CLOSE PENDIENTE-FILE.
           IF YA-PENDIENTE
               DISPLAY "ESA MONEDA Y FECHA YA TIENEN UN CAMBIO "
                   "PENDIENTE (" PEN-ACCION " DE " PEN-OPERADOR
                   " DEL " PEN-FECHA "), NO SE ACEPTA OTRO"
           END-IF.
      *
       885-LEER-PENDIENTE.
           READ PENDIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PENDIENTE
           END-READ.
      *
       886-COMPARAR-PENDIENTE.
           IF PEN-PENDIENTE AND PEN-TAXFX
              AND PEN-CLAVE = WS-CLAVE-PENDIENTE
               MOVE 'Y' TO WS-YA-PENDIENTE
           ELSE
               PERFORM 885-LEER-PENDIENTE
           END-IF.
      *
      * COMPLETA Y GRABA LA PROPUESTA QUE EL PARRAFO LLAMADOR DEJO
      * ARMADA CON EL ARCHIVO YA ABIERTO: MAESTRO, LLAVE, VALOR
      * NUEVO, QUIEN LA TECLEO Y CUANDO, Y ESTADO PENDIENTE.
      *
       890-GRABAR-PENDIENTE.
           MOVE "TAXFX" TO PEN-MAESTRO.
           MOVE WS-CLAVE-PENDIENTE TO PEN-CLAVE.
           MOVE WS-MONEDA-ENTRADA TO PVF-MONEDA.
           MOVE WS-FECHA-ENTRADA TO PVF-FECHA.
           MOVE WS-TC-ENTRADA TO PVF-TC-NUEVO.
           MOVE WS-OPERADOR-ACTUAL TO PEN-OPERADOR.
           ACCEPT PEN-FECHA FROM DATE YYYYMMDD.
           ACCEPT PEN-HORA FROM TIME.
           MOVE 'P' TO PEN-ESTADO.
           MOVE SPACES TO PEN-APROBADOR.
           MOVE 0 TO PEN-FECHA-DECISION.
           WRITE PENDIENTE-MST-RECORD.
           CLOSE PENDIENTE-FILE.
