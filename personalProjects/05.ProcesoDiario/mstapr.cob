       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTAPR.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - APROBACION DE CAMBIOS A LOS MAESTROS
      * QUE MUEVEN DINERO. TAXMANT, FXMANT, INVMANT Y CLIMANT YA NO
      * TOCAN TAXRATE, TAXFX, INVPRD NI TAXCLI: DEJAN CADA CAMBIO
      * COMO PROPUESTA EN MSTPEN CON QUIEN LO TECLEO. AQUI UN
      * OPERADOR DE NIVEL 3, NUNCA EL QUE LO TECLEO, APRUEBA O
      * RECHAZA CADA PROPUESTA; SOLO LA APROBADA SE APLICA AL
      * MAESTRO Y SE ASIENTA EN SU BITACORA (TAXRAU, TAXFAU, INVPAU,
      * Y TAXCAU PARA CLIENTES), Y AL TERMINAR SE REESCRIBEN LOS
      * MAESTROS TOCADOS Y SE REESTAMPA EL CONTROL DE TAXRATE EN
      * CTLTOT VIA CTLMAST. UNA PROPUESTA CUYO RENGLON SE MOVIO
      * DESDE QUE SE TECLEO NO SE APLICA Y QUEDA PENDIENTE PARA
      * RECHAZARSE. LA QUE LLEVA MAS DIAS SIN DECIDIR DE LOS FIJADOS
      * EN PARMSHOP VENCE: EN MODO LOTE (PASO DE PROCESODIARIO) EL
      * PROGRAMA SOLO HACE ESE BARRIDO DE VENCIMIENTOS.
      * MODIFICADO 15/10/2026 - UN MAESTRO CON MAS RENGLONES DE LOS
      * QUE CABEN EN SU TABLA QUEDA MARCADO AL CARGARSE: SUS
      * PROPUESTAS NO SE APLICAN Y EL ARCHIVO NO SE REESCRIBE, PARA
      * NO PERDER LOS RENGLONES QUE NO CUPIERON. LA TABLA DE
      * CLIENTES SUBE A 2000, COMO EN CLIMANT. LA CORRECCION DE UN
      * CLIENTE YA NO SE APLICA SI SU NOMBRE O CATEGORIA CAMBIARON
      * DESDE QUE SE TECLEO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "MSTPEN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CAMBIO-FILE ASSIGN TO "TAXFX"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRODUCTO-FILE ASSIGN TO "INVPRD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CLIENTE-FILE ASSIGN TO "TAXCLI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RATE-AUDIT-FILE ASSIGN TO "TAXRAU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CAMBIO-AUDIT-FILE ASSIGN TO "TAXFAU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRODUCTO-AUDIT-FILE ASSIGN TO "INVPAU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CLIENTE-AUDIT-FILE ASSIGN TO "TAXCAU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "PARMSHOP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO "OPRMST"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTE-FILE.
       COPY MSTPEN.
      *
       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-CATEGORIA          PIC X(03).
           05  RATE-PORCENTAJE         PIC 9V999.
           05  RATE-FECHA-DESDE        PIC 9(8).
           05  RATE-FECHA-HASTA        PIC 9(8).
      *
       FD  CAMBIO-FILE.
       01  CAMBIO-RECORD.
           05  FX-MONEDA               PIC X(03).
           05  FX-FECHA                PIC 9(8).
           05  FX-TIPO-CAMBIO          PIC 9(3)V9(4).
      *
       FD  PRODUCTO-FILE.
       01  PRODUCTO-RECORD.
           05  PRD-PRODUCTO            PIC X(04).
           05  PRD-TASA                PIC 99V9.
           05  PRD-FRECUENCIA          PIC 9.
           05  PRD-FECHA-DESDE         PIC 9(8).
           05  PRD-FECHA-HASTA         PIC 9(8).
      *
       FD  CLIENTE-FILE.
       01  CLIENTE-RECORD.
           05  CLI-CLIENTE             PIC X(06).
           05  CLI-NOMBRE              PIC X(30).
           05  CLI-ESTADO              PIC X.
           05  CLI-CATEGORIA           PIC X(03).
           05  CLI-LIMITE-CREDITO      PIC 9(9)V99.
           05  CLI-RETENIDO            PIC X.
      *
      * LAS BITACORAS DE TASAS, TIPOS DE CAMBIO Y PRODUCTOS CONSERVAN
      * SU FORMATO; EL OPERADOR QUE ASIENTAN ES EL QUE APROBO, Y
      * QUIEN TECLEO QUEDA EN MSTPEN.
      *
       FD  RATE-AUDIT-FILE.
       01  RATE-AUDIT-RECORD.
           05  RAU-FECHA               PIC 9(8).
           05  RAU-HORA                PIC 9(8).
           05  RAU-OPERADOR            PIC X(08).
           05  RAU-ACCION              PIC X(06).
           05  RAU-CATEGORIA           PIC X(03).
           05  RAU-TASA-ANTERIOR       PIC 9V999.
           05  RAU-TASA-NUEVA          PIC 9V999.
           05  RAU-FECHA-DESDE         PIC 9(8).
           05  RAU-FECHA-HASTA         PIC 9(8).
      *
       FD  CAMBIO-AUDIT-FILE.
       01  CAMBIO-AUDIT-RECORD.
           05  FAU-FECHA               PIC 9(8).
           05  FAU-HORA                PIC 9(8).
           05  FAU-OPERADOR            PIC X(08).
           05  FAU-ACCION              PIC X(06).
           05  FAU-MONEDA              PIC X(03).
           05  FAU-FECHA-TC            PIC 9(8).
           05  FAU-TC-ANTERIOR         PIC 9(3)V9(4).
           05  FAU-TC-NUEVO            PIC 9(3)V9(4).
      *
       FD  PRODUCTO-AUDIT-FILE.
       01  PRODUCTO-AUDIT-RECORD.
           05  PAU-FECHA               PIC 9(8).
           05  PAU-HORA                PIC 9(8).
           05  PAU-OPERADOR            PIC X(08).
           05  PAU-ACCION              PIC X(06).
           05  PAU-PRODUCTO            PIC X(04).
           05  PAU-TASA-ANTERIOR       PIC 99V9.
           05  PAU-TASA-NUEVA          PIC 99V9.
           05  PAU-FECHA-DESDE         PIC 9(8).
           05  PAU-FECHA-HASTA         PIC 9(8).
      *
      * BITACORA DE CLIENTES: EL RENGLON ANTES Y DESPUES DEL CAMBIO,
      * CON QUIEN LO TECLEO Y QUIEN LO APROBO.
      *
       FD  CLIENTE-AUDIT-FILE.
       01  CLIENTE-AUDIT-RECORD.
           05  CAU-FECHA               PIC 9(8).
           05  CAU-HORA                PIC 9(8).
           05  CAU-OPERADOR            PIC X(08).
           05  CAU-APROBADOR           PIC X(08).
           05  CAU-ACCION              PIC X(06).
           05  CAU-CLIENTE             PIC X(06).
           05  CAU-NOMBRE              PIC X(30).
           05  CAU-ESTADO-ANTERIOR     PIC X.
           05  CAU-ESTADO-NUEVO        PIC X.
           05  CAU-CATEGORIA-ANTERIOR  PIC X(03).
           05  CAU-CATEGORIA-NUEVA     PIC X(03).
           05  CAU-LIMITE-ANTERIOR     PIC 9(9)V99.
           05  CAU-LIMITE-NUEVO        PIC 9(9)V99.
           05  CAU-RETENIDO-ANTERIOR   PIC X.
           05  CAU-RETENIDO-NUEVO      PIC X.
      *
       FD  PARAM-FILE.
       COPY PARMSHOP.
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
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-EOF-PENDIENTE            PIC X VALUE 'N'.
           88  EOF-PENDIENTE                    VALUE 'Y'.
       77  WS-EOF-RATE                 PIC X VALUE 'N'.
           88  EOF-RATE                         VALUE 'Y'.
       77  WS-EOF-CAMBIO               PIC X VALUE 'N'.
           88  EOF-CAMBIO                       VALUE 'Y'.
       77  WS-EOF-PRODUCTO             PIC X VALUE 'N'.
           88  EOF-PRODUCTO                     VALUE 'Y'.
       77  WS-EOF-CLIENTE              PIC X VALUE 'N'.
           88  EOF-CLIENTE                      VALUE 'Y'.
       77  WS-EOF-OPERADOR             PIC X VALUE 'N'.
           88  EOF-OPERADOR                     VALUE 'Y'.
      *
      * FIRMA DEL OPERADOR, COMO EN SSDRET: APROBAR EXIGE NIVEL 3.
      * SIN MAESTRO DE OPERADORES EN DISCO SE OPERA SIN RESTRICCION,
      * PERO EL APROBADOR SIGUE DEBIENDO SER OTRO ID DEL QUE TECLEO.
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
      * DIAS QUE UNA PROPUESTA PUEDE ESPERAR DECISION ANTES DE
      * VENCER; PARM-DIAS-PENDIENTE LO SOBREESCRIBE.
      *
       77  DIAS-VENCE-PENDIENTE        PIC 9(3) VALUE 10.
       77  WS-DIAS-ESPERA              PIC S9(7) VALUE 0.
       77  WS-VENCIDOS                 PIC 9(6) VALUE 0.
      *
      * SESION DE APROBACION.
      *
       77  ACCION-OPERADOR             PIC X.
       77  WS-APLICADOS                PIC 9(4) VALUE 0.
       77  WS-RECHAZADOS               PIC 9(4) VALUE 0.
       77  WS-NO-APLICABLES            PIC 9(4) VALUE 0.
       77  WS-LISTADOS                 PIC 9(4) VALUE 0.
       77  WS-CAMBIO-APLICADO          PIC X VALUE 'N'.
           88  CAMBIO-APLICADO                  VALUE 'Y'.
       77  WS-RENGLON-HALLADO          PIC X VALUE 'N'.
           88  RENGLON-HALLADO                  VALUE 'Y'.
       77  WS-IDX-HALLADO              PIC 9(4) VALUE 0.
       77  WS-HUBO-TASAS               PIC X VALUE 'N'.
           88  HUBO-TASAS                       VALUE 'Y'.
       77  WS-HUBO-CAMBIOS             PIC X VALUE 'N'.
           88  HUBO-CAMBIOS                     VALUE 'Y'.
       77  WS-HUBO-PRODUCTOS           PIC X VALUE 'N'.
           88  HUBO-PRODUCTOS                   VALUE 'Y'.
       77  WS-HUBO-CLIENTES            PIC X VALUE 'N'.
           88  HUBO-CLIENTES                    VALUE 'Y'.
      *
      * UN MAESTRO QUE NO CUPO COMPLETO EN SU TABLA NO SE PUEDE
      * REESCRIBIR SIN PERDER LOS RENGLONES QUE QUEDARON FUERA.
      *
       77  WS-TASAS-DESBORDADAS        PIC X VALUE 'N'.
           88  TASAS-DESBORDADAS                VALUE 'Y'.
       77  WS-CAMBIOS-DESBORDADOS      PIC X VALUE 'N'.
           88  CAMBIOS-DESBORDADOS              VALUE 'Y'.
       77  WS-PRODUCTOS-DESBORDADOS    PIC X VALUE 'N'.
           88  PRODUCTOS-DESBORDADOS            VALUE 'Y'.
       77  WS-CLIENTES-DESBORDADOS     PIC X VALUE 'N'.
           88  CLIENTES-DESBORDADOS             VALUE 'Y'.
       77  WS-LIMITE-ANT-EDITADO       PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-LIMITE-NUE-EDITADO       PIC ZZZ,ZZZ,ZZ9.99.
      *
      * LOS CUATRO MAESTROS EN MEMORIA, CON LOS MISMOS TOPES QUE SUS
      * PROGRAMAS DE MANTENIMIENTO.
      *
       77  TASA-TOTAL-CARGADAS         PIC 999 VALUE 0.
       01  TABLA-TASAS.
           05  TASA-ENTRY OCCURS 200 TIMES
                   INDEXED BY IDX-TASA.
               10  TM-CATEGORIA        PIC X(03).
               10  TM-PORCENTAJE       PIC 9V999.
               10  TM-DESDE            PIC 9(8).
               10  TM-HASTA            PIC 9(8).
       77  CAMBIOS-CARGADOS            PIC 999 VALUE 0.
       01  TABLA-CAMBIOS.
           05  CAMBIO-ENTRY OCCURS 200 TIMES
                   INDEXED BY IDX-CAMBIO.
               10  FXM-MONEDA          PIC X(03).
               10  FXM-FECHA           PIC 9(8).
               10  FXM-TIPO-CAMBIO     PIC 9(3)V9(4).
       77  PRODUCTOS-CARGADOS          PIC 999 VALUE 0.
       01  TABLA-PRODUCTOS.
           05  PRODUCTO-ENTRY OCCURS 100 TIMES
                   INDEXED BY IDX-PRODUCTO.
               10  PRM-PRODUCTO        PIC X(04).
               10  PRM-TASA            PIC 99V9.
               10  PRM-FRECUENCIA      PIC 9.
               10  PRM-DESDE           PIC 9(8).
               10  PRM-HASTA           PIC 9(8).
       77  CLIENTES-CARGADOS           PIC 9(4) VALUE 0.
       01  TABLA-CLIENTES.
           05  CLIENTE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IDX-CLIENTE.
               10  CLM-CLIENTE         PIC X(06).
               10  CLM-NOMBRE          PIC X(30).
               10  CLM-ESTADO          PIC X.
               10  CLM-CATEGORIA       PIC X(03).
               10  CLM-LIMITE-CREDITO  PIC 9(9)V99.
               10  CLM-RETENIDO        PIC X.
      *
      * REESTAMPA DE TOTALES DE CONTROL DE TAXRATE, COMO LA HACIA
      * TAXMANT: CUENTA DE TASAS Y HASH DE PORCENTAJES.
      *
       77  WS-ARCHIVO-CONTROL          PIC X(8) VALUE "TAXRATE".
       77  WS-CUENTA-CONTROL           PIC 9(6) VALUE 0.
       77  WS-HASH-CONTROL             PIC S9(12)V99 VALUE 0.
      *
       LINKAGE SECTION.
       01  LK-MODO-LLAMADA             PIC X.
           88  LLAMADA-MODO-LOTE               VALUE 'B'.
       01  LK-REGISTROS-PROCESADOS     PIC 9(6).
      *
       PROCEDURE DIVISION USING LK-MODO-LLAMADA
               LK-REGISTROS-PROCESADOS.
      *
       000-APROBAR-MAESTROS.
           PERFORM 040-LEER-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO LK-REGISTROS-PROCESADOS.
           IF LLAMADA-MODO-LOTE
               PERFORM 100-VENCER-PENDIENTES
               MOVE WS-VENCIDOS TO LK-REGISTROS-PROCESADOS
           ELSE
               DISPLAY "APROBACION DE CAMBIOS A MAESTROS"
               PERFORM 050-FIRMAR-OPERADOR
               PERFORM 100-VENCER-PENDIENTES
               MOVE 1 TO SELECCION-USUARIO
               PERFORM 200-MENU-PRINCIPAL
                 UNTIL SELECCION-USUARIO = 0
               DISPLAY "PROGRAMA FINALIZADO"
           END-IF.
           GOBACK.
      *
       040-LEER-PARAMETROS.
           OPEN INPUT PARAM-FILE.
           READ PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-DIAS-PENDIENTE > 0
                       MOVE PARM-DIAS-PENDIENTE
                           TO DIAS-VENCE-PENDIENTE
                   END-IF
           END-READ.
           CLOSE PARAM-FILE.
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
      * BARRIDO DE VENCIMIENTOS: LA PROPUESTA PENDIENTE QUE LLEVA
      * MAS DIAS NATURALES SIN DECIDIR DE LOS PERMITIDOS QUEDA
      * VENCIDA, SIN APLICARSE. SE CORRE EN EL LOTE NOCTURNO Y AL
      * ENTRAR A LA PANTALLA, PARA QUE NADIE APRUEBE UNA VENCIDA.
      *
       100-VENCER-PENDIENTES.
           MOVE 0 TO WS-VENCIDOS.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN I-O PENDIENTE-FILE.
           PERFORM 110-LEER-PENDIENTE.
           PERFORM 120-REVISAR-VENCIMIENTO
               UNTIL EOF-PENDIENTE.
           CLOSE PENDIENTE-FILE.
           IF WS-VENCIDOS > 0
               DISPLAY "MSTAPR: CAMBIOS PENDIENTES VENCIDOS SIN "
                   "DECISION (MAS DE " DIAS-VENCE-PENDIENTE
                   " DIAS): " WS-VENCIDOS
           END-IF.
      *
       110-LEER-PENDIENTE.
           READ PENDIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PENDIENTE
           END-READ.
      *
       120-REVISAR-VENCIMIENTO.
           IF PEN-PENDIENTE AND PEN-FECHA > 16010101
               COMPUTE WS-DIAS-ESPERA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(PEN-FECHA)
               IF WS-DIAS-ESPERA > DIAS-VENCE-PENDIENTE
                   MOVE 'E' TO PEN-ESTADO
                   MOVE SPACES TO PEN-APROBADOR
                   MOVE WS-FECHA-HOY TO PEN-FECHA-DECISION
                   REWRITE PENDIENTE-MST-RECORD
                   ADD 1 TO WS-VENCIDOS
               END-IF
           END-IF.
           PERFORM 110-LEER-PENDIENTE.
      *
       200-MENU-PRINCIPAL.
           DISPLAY "------APROBACION DE CAMBIOS A MAESTROS------".
           DISPLAY "OPERADOR: " WS-OPERADOR-ACTUAL
               " NIVEL: " WS-NIVEL-ACTUAL.
           DISPLAY "1. APROBAR/RECHAZAR CAMBIOS (NIVEL 3)".
           DISPLAY "2. LISTAR CAMBIOS PENDIENTES".
           DISPLAY "0. SALIR".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "---------------------------------------------".
           IF SELECCION-USUARIO = 1
             PERFORM 300-APROBAR-CAMBIOS.

           IF SELECCION-USUARIO = 2
             PERFORM 600-LISTAR-PENDIENTES.

           IF SELECCION-USUARIO > 2
             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * RECORRE LAS PROPUESTAS PENDIENTES. UN NIVEL 3 DISTINTO DEL
      * QUE TECLEO CADA UNA LA APRUEBA O LA RECHAZA; LA APROBADA SE
      * APLICA EN EL ACTO SOBRE LA TABLA EN MEMORIA. AL TERMINAR SE
      * REESCRIBEN LOS MAESTROS QUE CAMBIARON.
      *
       300-APROBAR-CAMBIOS.
           IF WS-NIVEL-ACTUAL < 3
               DISPLAY "APROBAR REQUIERE OPERADOR DE NIVEL 3"
           ELSE
               MOVE 0 TO WS-APLICADOS
               MOVE 0 TO WS-RECHAZADOS
               MOVE 0 TO WS-NO-APLICABLES
               PERFORM 400-CARGAR-MAESTROS
               OPEN EXTEND RATE-AUDIT-FILE
               OPEN EXTEND CAMBIO-AUDIT-FILE
               OPEN EXTEND PRODUCTO-AUDIT-FILE
               OPEN EXTEND CLIENTE-AUDIT-FILE
               MOVE 'N' TO WS-EOF-PENDIENTE
               OPEN I-O PENDIENTE-FILE
               PERFORM 110-LEER-PENDIENTE
               PERFORM 310-DISPONER-CAMBIO
                   UNTIL EOF-PENDIENTE
               CLOSE PENDIENTE-FILE
               CLOSE RATE-AUDIT-FILE
               CLOSE CAMBIO-AUDIT-FILE
               CLOSE PRODUCTO-AUDIT-FILE
               CLOSE CLIENTE-AUDIT-FILE
               PERFORM 800-GRABAR-MAESTROS
               DISPLAY "APLICADOS: " WS-APLICADOS
                   "  RECHAZADOS: " WS-RECHAZADOS
                   "  NO APLICABLES: " WS-NO-APLICABLES
           END-IF.
      *
       310-DISPONER-CAMBIO.
           IF PEN-PENDIENTE
               PERFORM 320-MOSTRAR-CAMBIO
               IF PEN-OPERADOR = WS-OPERADOR-ACTUAL
                   DISPLAY "TECLEADO POR ESTE OPERADOR, REQUIERE "
                       "OTRO APROBADOR"
               ELSE
                   DISPLAY "A=APROBAR  X=RECHAZAR  OTRA=DEJAR "
                       "PENDIENTE"
                   DISPLAY ">"
                   ACCEPT ACCION-OPERADOR
                   EVALUATE ACCION-OPERADOR
                       WHEN 'A' WHEN 'a'
                           PERFORM 500-APLICAR-CAMBIO
                           IF CAMBIO-APLICADO
                               MOVE 'A' TO PEN-ESTADO
                               PERFORM 330-CERRAR-CAMBIO
                               ADD 1 TO WS-APLICADOS
                           ELSE
                               ADD 1 TO WS-NO-APLICABLES
                           END-IF
                       WHEN 'X' WHEN 'x'
                           MOVE 'X' TO PEN-ESTADO
                           PERFORM 330-CERRAR-CAMBIO
                           ADD 1 TO WS-RECHAZADOS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 110-LEER-PENDIENTE.
      *
      * MUESTRA UNA PROPUESTA CON SUS VALORES ANTERIOR Y NUEVO.
      *
       320-MOSTRAR-CAMBIO.
           DISPLAY "---------------------------------------------".
           DISPLAY "MAESTRO : " PEN-MAESTRO " ACCION: " PEN-ACCION
               " CLAVE: " PEN-CLAVE.
           EVALUATE TRUE
               WHEN PEN-TAXRATE
                   DISPLAY "TASA    : " PVT-TASA-ANTERIOR " -> "
                       PVT-TASA-NUEVA
                   DISPLAY "VIGENCIA: DESDE " PVT-DESDE " HASTA "
                       PVT-HASTA-ANTERIOR " -> " PVT-HASTA
               WHEN PEN-TAXFX
                   DISPLAY "MONEDA  : " PVF-MONEDA " FECHA "
                       PVF-FECHA
                   DISPLAY "TIPO    : " PVF-TC-ANTERIOR " -> "
                       PVF-TC-NUEVO
               WHEN PEN-INVPRD
                   DISPLAY "TASA    : " PVP-TASA-ANTERIOR " -> "
                       PVP-TASA-NUEVA " FREC " PVP-FRECUENCIA
                   DISPLAY "VIGENCIA: DESDE " PVP-DESDE " HASTA "
                       PVP-HASTA-ANTERIOR " -> " PVP-HASTA
               WHEN PEN-TAXCLI
                   MOVE PVC-LIMITE-ANTERIOR TO WS-LIMITE-ANT-EDITADO
                   MOVE PVC-LIMITE-NUEVO TO WS-LIMITE-NUE-EDITADO
                   IF PEN-ACCION = "CORREG"
                       DISPLAY "ANTES   : " PVC-NOMBRE-ANTERIOR " "
                           PVC-CATEGORIA-ANTERIOR
                   END-IF
                   DISPLAY "NOMBRE  : " PVC-NOMBRE
                   DISPLAY "ESTADO  : " PVC-ESTADO " CATEGORIA "
                       PVC-CATEGORIA " RETENIDO " PVC-RETENIDO
                   DISPLAY "LIMITE  : " WS-LIMITE-ANT-EDITADO " -> "
                       WS-LIMITE-NUE-EDITADO
           END-EVALUATE.
           DISPLAY "TECLEADO POR: " PEN-OPERADOR " EL " PEN-FECHA.
      *
      * ESTAMPA LA DECISION EN LA PROPUESTA.
      *
       330-CERRAR-CAMBIO.
           MOVE WS-OPERADOR-ACTUAL TO PEN-APROBADOR.
           MOVE WS-FECHA-HOY TO PEN-FECHA-DECISION.
           REWRITE PENDIENTE-MST-RECORD.
      *
       400-CARGAR-MAESTROS.
           MOVE 'N' TO WS-HUBO-TASAS.
           MOVE 'N' TO WS-HUBO-CAMBIOS.
           MOVE 'N' TO WS-HUBO-PRODUCTOS.
           MOVE 'N' TO WS-HUBO-CLIENTES.
           MOVE 'N' TO WS-TASAS-DESBORDADAS.
           MOVE 'N' TO WS-CAMBIOS-DESBORDADOS.
           MOVE 'N' TO WS-PRODUCTOS-DESBORDADOS.
           MOVE 'N' TO WS-CLIENTES-DESBORDADOS.
           PERFORM 410-CARGAR-TASAS.
           PERFORM 430-CARGAR-CAMBIOS.
           PERFORM 450-CARGAR-PRODUCTOS.
           PERFORM 470-CARGAR-CLIENTES.
      *
       410-CARGAR-TASAS.
           MOVE 0 TO TASA-TOTAL-CARGADAS.
           MOVE 'N' TO WS-EOF-RATE.
           OPEN INPUT RATE-FILE.
           PERFORM 411-LEER-TASA.
           PERFORM 412-ALMACENAR-TASA
               UNTIL EOF-RATE.
           CLOSE RATE-FILE.
      *
       411-LEER-TASA.
           READ RATE-FILE
               AT END MOVE 'Y' TO WS-EOF-RATE
           END-READ.
      *
       412-ALMACENAR-TASA.
           IF TASA-TOTAL-CARGADAS < 200
               ADD 1 TO TASA-TOTAL-CARGADAS
               MOVE RATE-CATEGORIA
                   TO TM-CATEGORIA(TASA-TOTAL-CARGADAS)
               MOVE RATE-PORCENTAJE
                   TO TM-PORCENTAJE(TASA-TOTAL-CARGADAS)
               MOVE RATE-FECHA-DESDE
                   TO TM-DESDE(TASA-TOTAL-CARGADAS)
               MOVE RATE-FECHA-HASTA
                   TO TM-HASTA(TASA-TOTAL-CARGADAS)
           ELSE
               DISPLAY "TABLA LLENA (200), SE IGNORA TASA: "
                   RATE-CATEGORIA
               MOVE 'Y' TO WS-TASAS-DESBORDADAS
           END-IF.
           PERFORM 411-LEER-TASA.
      *
       430-CARGAR-CAMBIOS.
           MOVE 0 TO CAMBIOS-CARGADOS.
           MOVE 'N' TO WS-EOF-CAMBIO.
           OPEN INPUT CAMBIO-FILE.
           PERFORM 431-LEER-CAMBIO.
           PERFORM 432-ALMACENAR-CAMBIO
               UNTIL EOF-CAMBIO.
           CLOSE CAMBIO-FILE.
      *
       431-LEER-CAMBIO.
           READ CAMBIO-FILE
               AT END MOVE 'Y' TO WS-EOF-CAMBIO
           END-READ.
      *
       432-ALMACENAR-CAMBIO.
           IF CAMBIOS-CARGADOS < 200
               ADD 1 TO CAMBIOS-CARGADOS
               MOVE FX-MONEDA TO FXM-MONEDA(CAMBIOS-CARGADOS)
               MOVE FX-FECHA TO FXM-FECHA(CAMBIOS-CARGADOS)
               MOVE FX-TIPO-CAMBIO
                   TO FXM-TIPO-CAMBIO(CAMBIOS-CARGADOS)
           ELSE
               DISPLAY "TABLA LLENA (200), SE IGNORA: " FX-MONEDA
                   " " FX-FECHA
               MOVE 'Y' TO WS-CAMBIOS-DESBORDADOS
           END-IF.
           PERFORM 431-LEER-CAMBIO.
      *
       450-CARGAR-PRODUCTOS.
           MOVE 0 TO PRODUCTOS-CARGADOS.
           MOVE 'N' TO WS-EOF-PRODUCTO.
           OPEN INPUT PRODUCTO-FILE.
           PERFORM 451-LEER-PRODUCTO.
           PERFORM 452-ALMACENAR-PRODUCTO
               UNTIL EOF-PRODUCTO.
           CLOSE PRODUCTO-FILE.
      *
       451-LEER-PRODUCTO.
           READ PRODUCTO-FILE
               AT END MOVE 'Y' TO WS-EOF-PRODUCTO
           END-READ.
      *
       452-ALMACENAR-PRODUCTO.
           IF PRODUCTOS-CARGADOS < 100
               ADD 1 TO PRODUCTOS-CARGADOS
               MOVE PRD-PRODUCTO TO PRM-PRODUCTO(PRODUCTOS-CARGADOS)
               MOVE PRD-TASA TO PRM-TASA(PRODUCTOS-CARGADOS)
               MOVE PRD-FRECUENCIA
                   TO PRM-FRECUENCIA(PRODUCTOS-CARGADOS)
               MOVE PRD-FECHA-DESDE TO PRM-DESDE(PRODUCTOS-CARGADOS)
               MOVE PRD-FECHA-HASTA TO PRM-HASTA(PRODUCTOS-CARGADOS)
           ELSE
               DISPLAY "TABLA LLENA (100), SE IGNORA PRODUCTO: "
                   PRD-PRODUCTO
               MOVE 'Y' TO WS-PRODUCTOS-DESBORDADOS
           END-IF.
           PERFORM 451-LEER-PRODUCTO.
      *
       470-CARGAR-CLIENTES.
           MOVE 0 TO CLIENTES-CARGADOS.
           MOVE 'N' TO WS-EOF-CLIENTE.
           OPEN INPUT CLIENTE-FILE.
           PERFORM 471-LEER-CLIENTE.
           PERFORM 472-ALMACENAR-CLIENTE
               UNTIL EOF-CLIENTE.
           CLOSE CLIENTE-FILE.
      *
       471-LEER-CLIENTE.
           READ CLIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-CLIENTE
           END-READ.
      *
       472-ALMACENAR-CLIENTE.
           IF CLIENTES-CARGADOS < 2000
               ADD 1 TO CLIENTES-CARGADOS
               MOVE CLI-CLIENTE TO CLM-CLIENTE(CLIENTES-CARGADOS)
               MOVE CLI-NOMBRE TO CLM-NOMBRE(CLIENTES-CARGADOS)
               MOVE CLI-ESTADO TO CLM-ESTADO(CLIENTES-CARGADOS)
               MOVE CLI-CATEGORIA
                   TO CLM-CATEGORIA(CLIENTES-CARGADOS)
               MOVE CLI-LIMITE-CREDITO
                   TO CLM-LIMITE-CREDITO(CLIENTES-CARGADOS)
               MOVE CLI-RETENIDO TO CLM-RETENIDO(CLIENTES-CARGADOS)
           ELSE
               DISPLAY "TABLA LLENA (2000), SE IGNORA CLIENTE: "
                   CLI-CLIENTE
               MOVE 'Y' TO WS-CLIENTES-DESBORDADOS
           END-IF.
           PERFORM 471-LEER-CLIENTE.
      *
      * APLICA UNA PROPUESTA APROBADA SOBRE SU MAESTRO EN MEMORIA.
      * ANTES DE APLICAR SE REVISA QUE EL RENGLON SIGA COMO ESTABA
      * CUANDO SE TECLEO; SI NO, NO SE APLICA Y QUEDA PENDIENTE.
      * TAMPOCO SE APLICA NADA A UN MAESTRO QUE NO CUPO EN SU TABLA.
      *
       500-APLICAR-CAMBIO.
           MOVE 'N' TO WS-CAMBIO-APLICADO.
           EVALUATE TRUE
               WHEN PEN-TAXRATE AND TASAS-DESBORDADAS
               WHEN PEN-TAXFX AND CAMBIOS-DESBORDADOS
               WHEN PEN-INVPRD AND PRODUCTOS-DESBORDADOS
               WHEN PEN-TAXCLI AND CLIENTES-DESBORDADOS
                   DISPLAY PEN-MAESTRO " NO CUPO COMPLETO EN MEMORIA, "
                       "NO SE APLICA"
               WHEN PEN-TAXRATE
                   PERFORM 510-APLICAR-TASA
               WHEN PEN-TAXFX
                   PERFORM 520-APLICAR-TIPO-CAMBIO
               WHEN PEN-INVPRD
                   PERFORM 530-APLICAR-PRODUCTO
               WHEN PEN-TAXCLI
                   PERFORM 540-APLICAR-CLIENTE
               WHEN OTHER
                   DISPLAY "MAESTRO DESCONOCIDO, NO SE APLICA"
           END-EVALUATE.
      *
      * TASAS DE IMPUESTO: EL ALTA NO PUEDE TRASLAPAR OTRA VIGENCIA
      * DE LA CATEGORIA; CAMBIO Y EXPIRACION BUSCAN EL RENGLON POR
      * CATEGORIA Y FECHA-DESDE Y EXIGEN QUE TASA Y FECHA-HASTA
      * SIGAN SIENDO LAS QUE VIO QUIEN TECLEO.
      *
       510-APLICAR-TASA.
           IF PEN-ACCION = "ALTA  "
               PERFORM 513-VERIFICAR-TRASLAPE-TASA
               EVALUATE TRUE
                   WHEN RENGLON-HALLADO
                       DISPLAY "LA VIGENCIA YA SE TRASLAPA CON OTRA "
                           "TASA DE LA CATEGORIA, NO SE APLICA"
                   WHEN TASA-TOTAL-CARGADAS NOT < 200
                       DISPLAY "TABLA DE TASAS LLENA, NO SE APLICA"
                   WHEN OTHER
                       ADD 1 TO TASA-TOTAL-CARGADAS
                       MOVE PVT-CATEGORIA
                           TO TM-CATEGORIA(TASA-TOTAL-CARGADAS)
                       MOVE PVT-TASA-NUEVA
                           TO TM-PORCENTAJE(TASA-TOTAL-CARGADAS)
                       MOVE PVT-DESDE
                           TO TM-DESDE(TASA-TOTAL-CARGADAS)
                       MOVE PVT-HASTA
                           TO TM-HASTA(TASA-TOTAL-CARGADAS)
                       MOVE 'Y' TO WS-CAMBIO-APLICADO
               END-EVALUATE
           ELSE
               PERFORM 511-BUSCAR-TASA
               IF NOT RENGLON-HALLADO
                  OR TM-PORCENTAJE(WS-IDX-HALLADO)
                     NOT = PVT-TASA-ANTERIOR
                  OR TM-HASTA(WS-IDX-HALLADO)
                     NOT = PVT-HASTA-ANTERIOR
                   DISPLAY "LA TASA CAMBIO DESDE QUE SE TECLEO, NO "
                       "SE APLICA"
               ELSE
                   MOVE PVT-TASA-NUEVA
                       TO TM-PORCENTAJE(WS-IDX-HALLADO)
                   MOVE PVT-HASTA TO TM-HASTA(WS-IDX-HALLADO)
                   MOVE 'Y' TO WS-CAMBIO-APLICADO
               END-IF
           END-IF.
           IF CAMBIO-APLICADO
               MOVE 'Y' TO WS-HUBO-TASAS
               PERFORM 519-AUDITAR-TASA
               DISPLAY "TASA APLICADA"
           END-IF.
      *
       511-BUSCAR-TASA.
           MOVE 'N' TO WS-RENGLON-HALLADO.
           MOVE 0 TO WS-IDX-HALLADO.
           PERFORM 512-COMPARAR-TASA
               VARYING IDX-TASA FROM 1 BY 1
               UNTIL IDX-TASA > TASA-TOTAL-CARGADAS
                  OR RENGLON-HALLADO.
      *
       512-COMPARAR-TASA.
           IF TM-CATEGORIA(IDX-TASA) = PVT-CATEGORIA
              AND TM-DESDE(IDX-TASA) = PVT-DESDE
               SET WS-IDX-HALLADO TO IDX-TASA
               MOVE 'Y' TO WS-RENGLON-HALLADO
           END-IF.
      *
       513-VERIFICAR-TRASLAPE-TASA.
           MOVE 'N' TO WS-RENGLON-HALLADO.
           PERFORM 514-COMPARAR-TRASLAPE-TASA
               VARYING IDX-TASA FROM 1 BY 1
               UNTIL IDX-TASA > TASA-TOTAL-CARGADAS.
      *
       514-COMPARAR-TRASLAPE-TASA.
           IF TM-CATEGORIA(IDX-TASA) = PVT-CATEGORIA
              AND PVT-DESDE <= TM-HASTA(IDX-TASA)
              AND PVT-HASTA >= TM-DESDE(IDX-TASA)
               MOVE 'Y' TO WS-RENGLON-HALLADO
           END-IF.
      *
       519-AUDITAR-TASA.
           ACCEPT RAU-FECHA FROM DATE YYYYMMDD.
           ACCEPT RAU-HORA FROM TIME.
           MOVE WS-OPERADOR-ACTUAL TO RAU-OPERADOR.
           MOVE PEN-ACCION TO RAU-ACCION.
           MOVE PVT-CATEGORIA TO RAU-CATEGORIA.
           MOVE PVT-TASA-ANTERIOR TO RAU-TASA-ANTERIOR.
           MOVE PVT-TASA-NUEVA TO RAU-TASA-NUEVA.
           MOVE PVT-DESDE TO RAU-FECHA-DESDE.
           MOVE PVT-HASTA TO RAU-FECHA-HASTA.
           WRITE RATE-AUDIT-RECORD.
      *
      * TIPOS DE CAMBIO: EL ALTA NO PUEDE REPETIR MONEDA Y FECHA; LA
      * CORRECCION EXIGE QUE EL TIPO SIGA SIENDO EL QUE SE VIO.
      *
       520-APLICAR-TIPO-CAMBIO.
           PERFORM 521-BUSCAR-TIPO-CAMBIO.
           IF PEN-ACCION = "ALTA  "
               EVALUATE TRUE
                   WHEN RENGLON-HALLADO
                       DISPLAY "YA HAY TIPO DE CAMBIO PARA ESA MONEDA "
                           "Y FECHA, NO SE APLICA"
                   WHEN CAMBIOS-CARGADOS NOT < 200
                       DISPLAY "TABLA DE TIPOS DE CAMBIO LLENA, NO SE "
                           "APLICA"
                   WHEN OTHER
                       ADD 1 TO CAMBIOS-CARGADOS
                       MOVE PVF-MONEDA
                           TO FXM-MONEDA(CAMBIOS-CARGADOS)
                       MOVE PVF-FECHA
                           TO FXM-FECHA(CAMBIOS-CARGADOS)
                       MOVE PVF-TC-NUEVO
                           TO FXM-TIPO-CAMBIO(CAMBIOS-CARGADOS)
                       MOVE 'Y' TO WS-CAMBIO-APLICADO
               END-EVALUATE
           ELSE
               IF NOT RENGLON-HALLADO
                  OR FXM-TIPO-CAMBIO(WS-IDX-HALLADO)
                     NOT = PVF-TC-ANTERIOR
                   DISPLAY "EL TIPO DE CAMBIO CAMBIO DESDE QUE SE "
                       "TECLEO, NO SE APLICA"
               ELSE
                   MOVE PVF-TC-NUEVO
                       TO FXM-TIPO-CAMBIO(WS-IDX-HALLADO)
                   MOVE 'Y' TO WS-CAMBIO-APLICADO
               END-IF
           END-IF.
           IF CAMBIO-APLICADO
               MOVE 'Y' TO WS-HUBO-CAMBIOS
               PERFORM 529-AUDITAR-TIPO-CAMBIO
               DISPLAY "TIPO DE CAMBIO APLICADO"
           END-IF.
      *
       521-BUSCAR-TIPO-CAMBIO.
           MOVE 'N' TO WS-RENGLON-HALLADO.
           MOVE 0 TO WS-IDX-HALLADO.
           PERFORM 522-COMPARAR-TIPO-CAMBIO
               VARYING IDX-CAMBIO FROM 1 BY 1
               UNTIL IDX-CAMBIO > CAMBIOS-CARGADOS
                  OR RENGLON-HALLADO.
      *
       522-COMPARAR-TIPO-CAMBIO.
           IF FXM-MONEDA(IDX-CAMBIO) = PVF-MONEDA
              AND FXM-FECHA(IDX-CAMBIO) = PVF-FECHA
               SET WS-IDX-HALLADO TO IDX-CAMBIO
               MOVE 'Y' TO WS-RENGLON-HALLADO
           END-IF.
      *
       529-AUDITAR-TIPO-CAMBIO.
           ACCEPT FAU-FECHA FROM DATE YYYYMMDD.
           ACCEPT FAU-HORA FROM TIME.
           MOVE WS-OPERADOR-ACTUAL TO FAU-OPERADOR.
           MOVE PEN-ACCION TO FAU-ACCION.
           MOVE PVF-MONEDA TO FAU-MONEDA.
           MOVE PVF-FECHA TO FAU-FECHA-TC.
           MOVE PVF-TC-ANTERIOR TO FAU-TC-ANTERIOR.
           MOVE PVF-TC-NUEVO TO FAU-TC-NUEVO.
           WRITE CAMBIO-AUDIT-RECORD.
      *
      * PRODUCTOS DE INVERSION: LAS MISMAS REGLAS QUE LAS TASAS DE
      * IMPUESTO, POR PRODUCTO.
      *
       530-APLICAR-PRODUCTO.
           IF PEN-ACCION = "ALTA  "
               PERFORM 533-VERIFICAR-TRASLAPE-PRODUCTO
               EVALUATE TRUE
                   WHEN RENGLON-HALLADO
                       DISPLAY "LA VIGENCIA YA SE TRASLAPA CON OTRA "
                           "TASA DEL PRODUCTO, NO SE APLICA"
                   WHEN PRODUCTOS-CARGADOS NOT < 100
                       DISPLAY "TABLA DE PRODUCTOS LLENA, NO SE "
                           "APLICA"
                   WHEN OTHER
                       ADD 1 TO PRODUCTOS-CARGADOS
                       MOVE PVP-PRODUCTO
                           TO PRM-PRODUCTO(PRODUCTOS-CARGADOS)
                       MOVE PVP-TASA-NUEVA
                           TO PRM-TASA(PRODUCTOS-CARGADOS)
                       MOVE PVP-FRECUENCIA
                           TO PRM-FRECUENCIA(PRODUCTOS-CARGADOS)
                       MOVE PVP-DESDE
                           TO PRM-DESDE(PRODUCTOS-CARGADOS)
                       MOVE PVP-HASTA
                           TO PRM-HASTA(PRODUCTOS-CARGADOS)
                       MOVE 'Y' TO WS-CAMBIO-APLICADO
               END-EVALUATE
           ELSE
               PERFORM 531-BUSCAR-PRODUCTO
               IF NOT RENGLON-HALLADO
                  OR PRM-TASA(WS-IDX-HALLADO)
                     NOT = PVP-TASA-ANTERIOR
                  OR PRM-HASTA(WS-IDX-HALLADO)
                     NOT = PVP-HASTA-ANTERIOR
                   DISPLAY "LA TASA DEL PRODUCTO CAMBIO DESDE QUE SE "
                       "TECLEO, NO SE APLICA"
               ELSE
                   MOVE PVP-TASA-NUEVA TO PRM-TASA(WS-IDX-HALLADO)
                   MOVE PVP-HASTA TO PRM-HASTA(WS-IDX-HALLADO)
                   MOVE 'Y' TO WS-CAMBIO-APLICADO
               END-IF
           END-IF.
           IF CAMBIO-APLICADO
               MOVE 'Y' TO WS-HUBO-PRODUCTOS
               PERFORM 539-AUDITAR-PRODUCTO
               DISPLAY "TASA DE PRODUCTO APLICADA"
           END-IF.
      *
       531-BUSCAR-PRODUCTO.
           MOVE 'N' TO WS-RENGLON-HALLADO.
           MOVE 0 TO WS-IDX-HALLADO.
           PERFORM 532-COMPARAR-PRODUCTO
               VARYING IDX-PRODUCTO FROM 1 BY 1
               UNTIL IDX-PRODUCTO > PRODUCTOS-CARGADOS
                  OR RENGLON-HALLADO.
      *
       532-COMPARAR-PRODUCTO.
           IF PRM-PRODUCTO(IDX-PRODUCTO) = PVP-PRODUCTO
              AND PRM-DESDE(IDX-PRODUCTO) = PVP-DESDE
               SET WS-IDX-HALLADO TO IDX-PRODUCTO
               MOVE 'Y' TO WS-RENGLON-HALLADO
           END-IF.
      *
       533-VERIFICAR-TRASLAPE-PRODUCTO.
           MOVE 'N' TO WS-RENGLON-HALLADO.
           PERFORM 534-COMPARAR-TRASLAPE-PRODUCTO
               VARYING IDX-PRODUCTO FROM 1 BY 1
               UNTIL IDX-PRODUCTO > PRODUCTOS-CARGADOS.
      *
       534-COMPARAR-TRASLAPE-PRODUCTO.
           IF PRM-PRODUCTO(IDX-PRODUCTO) = PVP-PRODUCTO
              AND PVP-DESDE <= PRM-HASTA(IDX-PRODUCTO)
              AND PVP-HASTA >= PRM-DESDE(IDX-PRODUCTO)
               MOVE 'Y' TO WS-RENGLON-HALLADO
           END-IF.
      *
       539-AUDITAR-PRODUCTO.
           ACCEPT PAU-FECHA FROM DATE YYYYMMDD.
           ACCEPT PAU-HORA FROM TIME.
           MOVE WS-OPERADOR-ACTUAL TO PAU-OPERADOR.
           MOVE PEN-ACCION TO PAU-ACCION.
           MOVE PVP-PRODUCTO TO PAU-PRODUCTO.
           MOVE PVP-TASA-ANTERIOR TO PAU-TASA-ANTERIOR.
           MOVE PVP-TASA-NUEVA TO PAU-TASA-NUEVA.
           MOVE PVP-DESDE TO PAU-FECHA-DESDE.
           MOVE PVP-HASTA TO PAU-FECHA-HASTA.
           WRITE PRODUCTO-AUDIT-RECORD.
      *
      * CLIENTES: EL ALTA NO PUEDE REPETIR EL CODIGO; LOS DEMAS
      * CAMBIOS EXIGEN QUE EL CLIENTE EXISTA Y QUE SU ESTADO SIGA
      * PIDIENDO EL CAMBIO. SOLO SE TOCA EL CAMPO QUE LA ACCION
      * CAMBIA, Y LA BITACORA GUARDA EL RENGLON ANTES Y DESPUES.
      *
       540-APLICAR-CLIENTE.
           PERFORM 541-BUSCAR-CLIENTE.
           IF PEN-ACCION = "ALTA  "
               EVALUATE TRUE
                   WHEN RENGLON-HALLADO
                       DISPLAY "YA EXISTE UN CLIENTE CON ESE CODIGO, "
                           "NO SE APLICA"
                   WHEN CLIENTES-CARGADOS NOT < 2000
                       DISPLAY "TABLA DE CLIENTES LLENA, NO SE APLICA"
                   WHEN OTHER
                       MOVE SPACES TO CAU-ESTADO-ANTERIOR
                       MOVE SPACES TO CAU-CATEGORIA-ANTERIOR
                       MOVE 0 TO CAU-LIMITE-ANTERIOR
                       MOVE SPACES TO CAU-RETENIDO-ANTERIOR
                       ADD 1 TO CLIENTES-CARGADOS
                       MOVE CLIENTES-CARGADOS TO WS-IDX-HALLADO
                       MOVE PVC-CLIENTE
                           TO CLM-CLIENTE(WS-IDX-HALLADO)
                       MOVE PVC-NOMBRE TO CLM-NOMBRE(WS-IDX-HALLADO)
                       MOVE PVC-ESTADO TO CLM-ESTADO(WS-IDX-HALLADO)
                       MOVE PVC-CATEGORIA
                           TO CLM-CATEGORIA(WS-IDX-HALLADO)
                       MOVE PVC-LIMITE-NUEVO
                           TO CLM-LIMITE-CREDITO(WS-IDX-HALLADO)
                       MOVE PVC-RETENIDO
                           TO CLM-RETENIDO(WS-IDX-HALLADO)
                       MOVE 'Y' TO WS-CAMBIO-APLICADO
               END-EVALUATE
           ELSE
               IF NOT RENGLON-HALLADO
                   DISPLAY "EL CLIENTE YA NO EXISTE, NO SE APLICA"
               ELSE
                   PERFORM 545-VERIFICAR-CLIENTE
               END-IF
           END-IF.
           IF CAMBIO-APLICADO
               MOVE 'Y' TO WS-HUBO-CLIENTES
               PERFORM 549-AUDITAR-CLIENTE
               DISPLAY "CAMBIO DE CLIENTE APLICADO"
           END-IF.
      *
       541-BUSCAR-CLIENTE.
           MOVE 'N' TO WS-RENGLON-HALLADO.
           MOVE 0 TO WS-IDX-HALLADO.
           PERFORM 542-COMPARAR-CLIENTE
               VARYING IDX-CLIENTE FROM 1 BY 1
               UNTIL IDX-CLIENTE > CLIENTES-CARGADOS
                  OR RENGLON-HALLADO.
      *
       542-COMPARAR-CLIENTE.
           IF CLM-CLIENTE(IDX-CLIENTE) = PVC-CLIENTE
               SET WS-IDX-HALLADO TO IDX-CLIENTE
               MOVE 'Y' TO WS-RENGLON-HALLADO
           END-IF.
      *
      * EL CAMBIO YA NO PROCEDE SI EL CLIENTE QUEDO EN EL ESTADO QUE
      * SE PEDIA, O SI SU LIMITE, NOMBRE O CATEGORIA NO SON YA LOS
      * QUE VIO QUIEN TECLEO.
      *
       545-VERIFICAR-CLIENTE.
           MOVE CLM-ESTADO(WS-IDX-HALLADO) TO CAU-ESTADO-ANTERIOR.
           MOVE CLM-CATEGORIA(WS-IDX-HALLADO)
               TO CAU-CATEGORIA-ANTERIOR.
           MOVE CLM-LIMITE-CREDITO(WS-IDX-HALLADO)
               TO CAU-LIMITE-ANTERIOR.
           MOVE CLM-RETENIDO(WS-IDX-HALLADO) TO CAU-RETENIDO-ANTERIOR.
           MOVE 'Y' TO WS-CAMBIO-APLICADO.
           EVALUATE PEN-ACCION
               WHEN "SUSPEN"
                   IF CLM-ESTADO(WS-IDX-HALLADO) = 'S'
                       DISPLAY "EL CLIENTE YA ESTA SUSPENDIDO"
                       MOVE 'N' TO WS-CAMBIO-APLICADO
                   ELSE
                       MOVE 'S' TO CLM-ESTADO(WS-IDX-HALLADO)
                   END-IF
               WHEN "REACTI"
                   IF CLM-ESTADO(WS-IDX-HALLADO) = 'A'
                       DISPLAY "EL CLIENTE YA ESTA ACTIVO"
                       MOVE 'N' TO WS-CAMBIO-APLICADO
                   ELSE
                       MOVE 'A' TO CLM-ESTADO(WS-IDX-HALLADO)
                   END-IF
               WHEN "CORREG"
                   IF CLM-NOMBRE(WS-IDX-HALLADO)
                      NOT = PVC-NOMBRE-ANTERIOR
                      OR CLM-CATEGORIA(WS-IDX-HALLADO)
                      NOT = PVC-CATEGORIA-ANTERIOR
                       DISPLAY "EL NOMBRE O LA CATEGORIA CAMBIARON "
                           "DESDE QUE SE TECLEO"
                       MOVE 'N' TO WS-CAMBIO-APLICADO
                   ELSE
                       MOVE PVC-NOMBRE TO CLM-NOMBRE(WS-IDX-HALLADO)
                       MOVE PVC-CATEGORIA
                           TO CLM-CATEGORIA(WS-IDX-HALLADO)
                   END-IF
               WHEN "LIMITE"
                   IF CLM-LIMITE-CREDITO(WS-IDX-HALLADO)
                      NOT = PVC-LIMITE-ANTERIOR
                       DISPLAY "EL LIMITE CAMBIO DESDE QUE SE "
                           "TECLEO"
                       MOVE 'N' TO WS-CAMBIO-APLICADO
                   ELSE
                       MOVE PVC-LIMITE-NUEVO
                           TO CLM-LIMITE-CREDITO(WS-IDX-HALLADO)
                   END-IF
               WHEN "RETENE"
                   IF CLM-RETENIDO(WS-IDX-HALLADO) = 'S'
                       DISPLAY "EL CLIENTE YA ESTA RETENIDO"
                       MOVE 'N' TO WS-CAMBIO-APLICADO
                   ELSE
                       MOVE 'S' TO CLM-RETENIDO(WS-IDX-HALLADO)
                   END-IF
               WHEN "LIBERA"
                   IF CLM-RETENIDO(WS-IDX-HALLADO) NOT = 'S'
                       DISPLAY "EL CLIENTE YA ESTA LIBERADO"
                       MOVE 'N' TO WS-CAMBIO-APLICADO
                   ELSE
                       MOVE 'N' TO CLM-RETENIDO(WS-IDX-HALLADO)
                   END-IF
               WHEN OTHER
                   DISPLAY "ACCION DESCONOCIDA: " PEN-ACCION
                   MOVE 'N' TO WS-CAMBIO-APLICADO
           END-EVALUATE.
           IF NOT CAMBIO-APLICADO
               DISPLAY "NO SE APLICA"
           END-IF.
      *
       549-AUDITAR-CLIENTE.
           ACCEPT CAU-FECHA FROM DATE YYYYMMDD.
           ACCEPT CAU-HORA FROM TIME.
           MOVE PEN-OPERADOR TO CAU-OPERADOR.
           MOVE WS-OPERADOR-ACTUAL TO CAU-APROBADOR.
           MOVE PEN-ACCION TO CAU-ACCION.
           MOVE CLM-CLIENTE(WS-IDX-HALLADO) TO CAU-CLIENTE.
           MOVE CLM-NOMBRE(WS-IDX-HALLADO) TO CAU-NOMBRE.
           MOVE CLM-ESTADO(WS-IDX-HALLADO) TO CAU-ESTADO-NUEVO.
           MOVE CLM-CATEGORIA(WS-IDX-HALLADO) TO CAU-CATEGORIA-NUEVA.
           MOVE CLM-LIMITE-CREDITO(WS-IDX-HALLADO)
               TO CAU-LIMITE-NUEVO.
           MOVE CLM-RETENIDO(WS-IDX-HALLADO) TO CAU-RETENIDO-NUEVO.
           WRITE CLIENTE-AUDIT-RECORD.
      *
       600-LISTAR-PENDIENTES.
           MOVE 0 TO WS-LISTADOS.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN INPUT PENDIENTE-FILE.
           PERFORM 110-LEER-PENDIENTE.
           PERFORM 610-LISTAR-UN-PENDIENTE
               UNTIL EOF-PENDIENTE.
           CLOSE PENDIENTE-FILE.
           DISPLAY "PENDIENTES: " WS-LISTADOS.
      *
       610-LISTAR-UN-PENDIENTE.
           IF PEN-PENDIENTE
               PERFORM 320-MOSTRAR-CAMBIO
               ADD 1 TO WS-LISTADOS
           END-IF.
           PERFORM 110-LEER-PENDIENTE.
      *
      * REESCRIBE CADA MAESTRO QUE TUVO UN CAMBIO APLICADO; TAXRATE
      * ADEMAS REESTAMPA SUS TOTALES DE CONTROL. UN MAESTRO QUE NO
      * CUPO COMPLETO EN SU TABLA NUNCA SE REESCRIBE.
      *
       800-GRABAR-MAESTROS.
           IF HUBO-TASAS AND NOT TASAS-DESBORDADAS
               PERFORM 810-REESCRIBIR-TASAS
               PERFORM 820-ESTAMPAR-CONTROL
               DISPLAY "TABLA DE TASAS ACTUALIZADA EN TAXRATE"
           END-IF.
           IF HUBO-CAMBIOS AND NOT CAMBIOS-DESBORDADOS
               PERFORM 830-REESCRIBIR-CAMBIOS
               DISPLAY "TIPOS DE CAMBIO ACTUALIZADOS EN TAXFX"
           END-IF.
           IF HUBO-PRODUCTOS AND NOT PRODUCTOS-DESBORDADOS
               PERFORM 840-REESCRIBIR-PRODUCTOS
               DISPLAY "CATALOGO ACTUALIZADO EN INVPRD"
           END-IF.
           IF HUBO-CLIENTES AND NOT CLIENTES-DESBORDADOS
               PERFORM 850-REESCRIBIR-CLIENTES
               DISPLAY "MAESTRO DE CLIENTES ACTUALIZADO EN TAXCLI"
           END-IF.
      *
       810-REESCRIBIR-TASAS.
           OPEN OUTPUT RATE-FILE.
           PERFORM 811-ESCRIBIR-UNA-TASA
               VARYING IDX-TASA FROM 1 BY 1
               UNTIL IDX-TASA > TASA-TOTAL-CARGADAS.
           CLOSE RATE-FILE.
      *
       811-ESCRIBIR-UNA-TASA.
           MOVE TM-CATEGORIA(IDX-TASA) TO RATE-CATEGORIA.
           MOVE TM-PORCENTAJE(IDX-TASA) TO RATE-PORCENTAJE.
           MOVE TM-DESDE(IDX-TASA) TO RATE-FECHA-DESDE.
           MOVE TM-HASTA(IDX-TASA) TO RATE-FECHA-HASTA.
           WRITE RATE-RECORD.
      *
       820-ESTAMPAR-CONTROL.
           MOVE TASA-TOTAL-CARGADAS TO WS-CUENTA-CONTROL.
           MOVE 0 TO WS-HASH-CONTROL.
           PERFORM 821-SUMAR-HASH
               VARYING IDX-TASA FROM 1 BY 1
               UNTIL IDX-TASA > TASA-TOTAL-CARGADAS.
           CALL "CTLMAST" USING WS-ARCHIVO-CONTROL
               WS-CUENTA-CONTROL WS-HASH-CONTROL.
      *
       821-SUMAR-HASH.
           ADD TM-PORCENTAJE(IDX-TASA) TO WS-HASH-CONTROL.
      *
       830-REESCRIBIR-CAMBIOS.
           OPEN OUTPUT CAMBIO-FILE.
           PERFORM 831-ESCRIBIR-UN-CAMBIO
               VARYING IDX-CAMBIO FROM 1 BY 1
               UNTIL IDX-CAMBIO > CAMBIOS-CARGADOS.
           CLOSE CAMBIO-FILE.
      *
       831-ESCRIBIR-UN-CAMBIO.
           MOVE FXM-MONEDA(IDX-CAMBIO) TO FX-MONEDA.
           MOVE FXM-FECHA(IDX-CAMBIO) TO FX-FECHA.
           MOVE FXM-TIPO-CAMBIO(IDX-CAMBIO) TO FX-TIPO-CAMBIO.
           WRITE CAMBIO-RECORD.
      *
       840-REESCRIBIR-PRODUCTOS.
           OPEN OUTPUT PRODUCTO-FILE.
           PERFORM 841-ESCRIBIR-UN-PRODUCTO
               VARYING IDX-PRODUCTO FROM 1 BY 1
               UNTIL IDX-PRODUCTO > PRODUCTOS-CARGADOS.
           CLOSE PRODUCTO-FILE.
      *
       841-ESCRIBIR-UN-PRODUCTO.
           MOVE PRM-PRODUCTO(IDX-PRODUCTO) TO PRD-PRODUCTO.
           MOVE PRM-TASA(IDX-PRODUCTO) TO PRD-TASA.
           MOVE PRM-FRECUENCIA(IDX-PRODUCTO) TO PRD-FRECUENCIA.
           MOVE PRM-DESDE(IDX-PRODUCTO) TO PRD-FECHA-DESDE.
           MOVE PRM-HASTA(IDX-PRODUCTO) TO PRD-FECHA-HASTA.
           WRITE PRODUCTO-RECORD.
      *
       850-REESCRIBIR-CLIENTES.
           OPEN OUTPUT CLIENTE-FILE.
           PERFORM 851-ESCRIBIR-UN-CLIENTE
               VARYING IDX-CLIENTE FROM 1 BY 1
               UNTIL IDX-CLIENTE > CLIENTES-CARGADOS.
           CLOSE CLIENTE-FILE.
      *
       851-ESCRIBIR-UN-CLIENTE.
           MOVE CLM-CLIENTE(IDX-CLIENTE) TO CLI-CLIENTE.
           MOVE CLM-NOMBRE(IDX-CLIENTE) TO CLI-NOMBRE.
           MOVE CLM-ESTADO(IDX-CLIENTE) TO CLI-ESTADO.
           MOVE CLM-CATEGORIA(IDX-CLIENTE) TO CLI-CATEGORIA.
           MOVE CLM-LIMITE-CREDITO(IDX-CLIENTE) TO CLI-LIMITE-CREDITO.
           MOVE CLM-RETENIDO(IDX-CLIENTE) TO CLI-RETENIDO.
           WRITE CLIENTE-RECORD.
