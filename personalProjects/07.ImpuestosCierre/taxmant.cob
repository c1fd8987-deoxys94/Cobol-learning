      * SUS TOTALES DE CONTROL (CUENTA Y HASH DE PORCENTAJES) EN
      * CTLTOT VIA CTLMAST, PARA LA VERIFICACION DE MAESTROS DE
      * PROCESODIARIO.
      * MODIFICADO 15/10/2026 - DOBLE CONTROL: EL OPERADOR FIRMA
      * CONTRA OPRMST Y SUS ALTAS, CAMBIOS Y EXPIRACIONES YA NO
      * TOCAN TAXRATE, SINO QUE QUEDAN COMO PROPUESTAS EN MSTPEN
      * HASTA QUE OTRO OPERADOR DE NIVEL 3 LAS APRUEBE EN MSTAPR,
      * QUE ES QUIEN APLICA, ESTAMPA EL CONTROL Y ESCRIBE TAXRAU. NO
      * SE ADMITE UN SEGUNDO CAMBIO PENDIENTE SOBRE LA MISMA
      * CATEGORIA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "MSTPEN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO "OPRMST"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
           05  RATE-FECHA-DESDE        PIC 9(8).
           05  RATE-FECHA-HASTA        PIC 9(8).
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
       77  WS-EOF-RATE                 PIC X VALUE 'N'.
           88  EOF-RATE                         VALUE 'Y'.
       77  TASA-TOTAL-CARGADAS         PIC 999 VALUE 0.
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
       01  TABLA-TASAS.
           05  TASA-ENTRY OCCURS 200 TIMES
                   INDEXED BY IDX-TASA.
       77  WS-ENTRADA-ENCONTRADA       PIC X VALUE 'N'.
           88  ENTRADA-ENCONTRADA               VALUE 'Y'.
       77  WS-IDX-VIGENTE              PIC 999 VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       000-MANTENER-TASAS.
           DISPLAY "MANTENIMIENTO DE TASAS DE IMPUESTO".
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
           MOVE 0 TO TASA-TOTAL-CARGADAS.
      *
       200-MENU-PRINCIPAL.
           DISPLAY "------MANTENIMIENTO DE TASAS------".
           DISPLAY "OPERADOR: " WS-OPERADOR-ACTUAL
               " NIVEL: " WS-NIVEL-ACTUAL.
           DISPLAY "1. ALTA DE TASA (NIVEL 3)".
           DISPLAY "2. CAMBIO DE TASA VIGENTE (NIVEL 3)".
           DISPLAY "3. EXPIRAR TASA VIGENTE (NIVEL 3)".
           DISPLAY "4. LISTAR TASAS".
           DISPLAY "0. SALIR".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "----------------------------------".
           IF SELECCION-USUARIO > 0 AND SELECCION-USUARIO < 4
              AND WS-NIVEL-ACTUAL < 3
             DISPLAY "TECLEAR UN CAMBIO REQUIERE OPERADOR DE NIVEL 3"
           ELSE
             PERFORM 210-EJECUTAR-OPCION.
      *
       210-EJECUTAR-OPCION.
           IF SELECCION-USUARIO = 1
             PERFORM 300-ALTA-DE-TASA.

             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * PROPONE UNA TASA NUEVA CON SU PERIODO DE VIGENCIA. LA TASA
      * DEBE PASAR LA VALIDACION DE RANGO Y LAS FECHAS DEBEN SER
      * COHERENTES ANTES DE ACEPTARSE; LA PROPUESTA QUEDA EN MSTPEN
      * HASTA QUE OTRO OPERADOR LA APRUEBE.
      *
       300-ALTA-DE-TASA.
           PERFORM 700-CAPTURAR-ENTRADA.
               PERFORM 770-VERIFICAR-TRASLAPE
           END-IF.
           IF ENTRADA-VALIDA
               PERFORM 880-BUSCAR-PENDIENTE
           END-IF.
           IF ENTRADA-VALIDA AND NOT YA-PENDIENTE
               OPEN EXTEND PENDIENTE-FILE
               MOVE SPACES TO PENDIENTE-MST-RECORD
               MOVE "ALTA  " TO PEN-ACCION
               MOVE 0 TO PVT-TASA-ANTERIOR
               MOVE WS-TASA-ENTRADA TO PVT-TASA-NUEVA
               MOVE WS-DESDE-ENTRADA TO PVT-DESDE
               MOVE WS-HASTA-ENTRADA TO PVT-HASTA
               MOVE 0 TO PVT-HASTA-ANTERIOR
               PERFORM 890-GRABAR-PENDIENTE
               DISPLAY "ALTA REGISTRADA, PENDIENTE DE APROBACION"
           END-IF.
      *
      * PROPONE CAMBIAR EL PORCENTAJE DE LA TASA CON LA VIGENCIA
      * MAS RECIENTE DE UNA CATEGORIA; LA PROPUESTA LLEVA EL VALOR
      * ANTERIOR PARA LA BITACORA Y PARA LA APROBACION.
      *
       400-CAMBIO-DE-TASA.
           DISPLAY "CATEGORIA A CAMBIAR (3 CAR.): ".
           IF NOT ENTRADA-ENCONTRADA
               DISPLAY "NO HAY TASA PARA ESA CATEGORIA"
           ELSE
               PERFORM 880-BUSCAR-PENDIENTE
           END-IF.
           IF ENTRADA-ENCONTRADA AND NOT YA-PENDIENTE
               DISPLAY "TASA ACTUAL: "
                   TM-PORCENTAJE(WS-IDX-VIGENTE)
               DISPLAY "TASA NUEVA (9.999): "
                   DISPLAY "TASA FUERA DE RANGO (MAXIMO "
                       WS-TASA-MAXIMA "), NO SE ACEPTA"
               ELSE
                   OPEN EXTEND PENDIENTE-FILE
                   MOVE SPACES TO PENDIENTE-MST-RECORD
                   MOVE "CAMBIO" TO PEN-ACCION
                   MOVE TM-PORCENTAJE(WS-IDX-VIGENTE)
                       TO PVT-TASA-ANTERIOR
                   MOVE WS-TASA-ENTRADA TO PVT-TASA-NUEVA
                   MOVE TM-DESDE(WS-IDX-VIGENTE) TO PVT-DESDE
                   MOVE TM-HASTA(WS-IDX-VIGENTE) TO PVT-HASTA
                   MOVE TM-HASTA(WS-IDX-VIGENTE)
                       TO PVT-HASTA-ANTERIOR
                   PERFORM 890-GRABAR-PENDIENTE
                   DISPLAY "CAMBIO REGISTRADO, PENDIENTE DE "
                       "APROBACION"
               END-IF
           END-IF.
      *
      * PROPONE EXPIRAR LA TASA CON LA VIGENCIA MAS RECIENTE DE UNA
      * CATEGORIA, PONIENDO SU FECHA-HASTA EN LA FECHA DADA.
      *
       500-EXPIRAR-TASA.
           IF NOT ENTRADA-ENCONTRADA
               DISPLAY "NO HAY TASA PARA ESA CATEGORIA"
           ELSE
               PERFORM 880-BUSCAR-PENDIENTE
           END-IF.
           IF ENTRADA-ENCONTRADA AND NOT YA-PENDIENTE
               DISPLAY "FECHA-HASTA NUEVA (AAAAMMDD): "
               ACCEPT WS-HASTA-ENTRADA
               IF WS-HASTA-ENTRADA < TM-DESDE(WS-IDX-VIGENTE)
                   DISPLAY "LA FECHA-HASTA NO PUEDE SER ANTERIOR A "
                       "LA FECHA-DESDE, NO SE ACEPTA"
               ELSE
                   OPEN EXTEND PENDIENTE-FILE
                   MOVE SPACES TO PENDIENTE-MST-RECORD
                   MOVE "EXPIRA" TO PEN-ACCION
                   MOVE TM-PORCENTAJE(WS-IDX-VIGENTE)
                       TO PVT-TASA-ANTERIOR
                   MOVE TM-PORCENTAJE(WS-IDX-VIGENTE)
                       TO PVT-TASA-NUEVA
                   MOVE TM-DESDE(WS-IDX-VIGENTE) TO PVT-DESDE
                   MOVE WS-HASTA-ENTRADA TO PVT-HASTA
                   MOVE TM-HASTA(WS-IDX-VIGENTE)
                       TO PVT-HASTA-ANTERIOR
                   PERFORM 890-GRABAR-PENDIENTE
                   DISPLAY "EXPIRACION REGISTRADA, PENDIENTE DE "
                       "APROBACION"
               END-IF
           END-IF.
      *
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
      *
      * UNA CATEGORIA CON UN CAMBIO YA PENDIENTE NO ADMITE OTRO
      * HASTA QUE EL PRIMERO SE APRUEBE, SE RECHACE O VENZA.
      *
       880-BUSCAR-PENDIENTE.
           MOVE 'N' TO WS-YA-PENDIENTE.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN INPUT PENDIENTE-FILE.
           PERFORM 885-LEER-PENDIENTE.
           PERFORM 886-COMPARAR-PENDIENTE
               UNTIL EOF-PENDIENTE OR YA-PENDIENTE.
           CLOSE PENDIENTE-FILE.
           IF YA-PENDIENTE
               DISPLAY "LA CATEGORIA YA TIENE UN CAMBIO PENDIENTE ("
                   PEN-ACCION " DE " PEN-OPERADOR " DEL "
                   PEN-FECHA "), NO SE ACEPTA OTRO"
           END-IF.
      *
       885-LEER-PENDIENTE.
           READ PENDIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PENDIENTE
           END-READ.
      *
       886-COMPARAR-PENDIENTE.
           IF PEN-PENDIENTE AND PEN-TAXRATE
              AND PEN-CLAVE = WS-CATEGORIA-ENTRADA
               MOVE 'Y' TO WS-YA-PENDIENTE
           ELSE
               PERFORM 885-LEER-PENDIENTE
           END-IF.
      *
      * COMPLETA Y GRABA LA PROPUESTA QUE EL PARRAFO LLAMADOR DEJO
      * ARMADA CON EL ARCHIVO YA ABIERTO: MAESTRO, LLAVE, QUIEN LA
      * TECLEO Y CUANDO, Y ESTADO PENDIENTE.
      *
       890-GRABAR-PENDIENTE.
           MOVE "TAXRATE" TO PEN-MAESTRO.
           MOVE WS-CATEGORIA-ENTRADA TO PEN-CLAVE.
           MOVE WS-CATEGORIA-ENTRADA TO PVT-CATEGORIA.
           MOVE WS-OPERADOR-ACTUAL TO PEN-OPERADOR.
           ACCEPT PEN-FECHA FROM DATE YYYYMMDD.
           ACCEPT PEN-HORA FROM TIME.
           MOVE 'P' TO PEN-ESTADO.
           MOVE SPACES TO PEN-APROBADOR.
           MOVE 0 TO PEN-FECHA-DECISION.
           WRITE PENDIENTE-MST-RECORD.
           CLOSE PENDIENTE-FILE.
