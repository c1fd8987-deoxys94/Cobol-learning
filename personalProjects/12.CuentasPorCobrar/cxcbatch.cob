      * ANTIGUEDAD DE SALDOS CON CORTES A 30, 60 Y 90 DIAS, EN
      * LUGAR DE RECONSTRUIR QUIEN DEBE QUE DESDE EL TAXRPT IMPRESO
      * CON MARCATEXTOS.
      * MODIFICADO 15/10/2026 - LAS PARTIDAS DE FACTURA TRAEN SU
      * NUMERO DE FACTURA COMO REFERENCIA; AL ABONARLAS YA NO SE
      * SOBREESCRIBE CON LA REFERENCIA BANCARIA DEL PAGO (SOLO LAS
      * PARTIDAS SIN REFERENCIA LA TOMAN, COMO ANTES).
      * MODIFICADO 15/10/2026 - REVISION DE LAS PARTIDAS QUE EL LOTE
      * DEJO PENDIENTES DE APROBACION (TAXPND) POR CLIENTE RETENIDO
      * O LIMITE DE CREDITO EXCEDIDO: LA APROBADA SE ASIENTA EN
      * TAXCXC, LA RECHAZADA QUEDA FUERA DEL AUXILIAR.
      * MODIFICADO 15/10/2026 - CADA PAGO APLICADO SE GUARDA EN EL
      * HISTORIAL PERMANENTE CXCHIS (CXCPAG SE VACIA), DE DONDE EL
      * ESTADO DE CUENTA MENSUAL CXCEDO TOMA LOS PAGOS DEL MES.
      * MODIFICADO 15/10/2026 - LAS PARTIDAS Y LAS PENDIENTES TRAEN
      * MONEDA, MONTO ORIGINAL Y TIPO DE CAMBIO DE LA FACTURA; SE
      * CONSERVAN AL REESCRIBIR Y AL APROBAR. EL PAGO NO APLICADO
      * QUEDA EN MONEDA BASE.
      * MODIFICADO 15/10/2026 - AL REESCRIBIR TAXPND SOLO SE
      * CONSERVAN LAS PARTIDAS QUE SIGUEN PENDIENTES: LA APROBADA YA
      * ESTA EN TAXCXC Y LA RECHAZADA SALE DEL ARCHIVO, PARA QUE LA
      * TABLA DE 300 NO SE LLENE CON PARTIDAS YA DECIDIDAS. ANTES
      * DE SALIR, CADA PARTIDA DECIDIDA SE ASIENTA EN LA BITACORA
      * PERMANENTE TAXPAU CON SU ESTADO, EL OPERADOR Y LA FECHA.
      * MODIFICADO 15/10/2026 - APROBAR PENDIENTES EXIGE FIRMA DE UN
      * OPERADOR DE NIVEL 3 CONTRA OPRMST, COMO SSDRET Y MSTAPR.
      * MODIFICADO 15/10/2026 - AL REESCRIBIR EL AUXILIAR, LAS
      * PARTIDAS LIQUIDADAS EN CERO PASAN AL HISTORIAL CXCLIQ (DE
      * DONDE CXCEDO TOMA LAS DEL MES) EN LUGAR DE VOLVER A TAXCXC.
      * TABLA DE PARTIDAS A 5000 Y DE CLIENTES DE ANTIGUEDAD A 2000,
      * PORQUE GPABIL ASIENTA UNA PARTIDA POR ALUMNO Y PERIODO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "TAXPND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HISTORIA-PAGO-FILE ASSIGN TO "CXCHIS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LIQUIDADA-FILE ASSIGN TO "CXCLIQ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DECISION-FILE ASSIGN TO "TAXPAU"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO "OPRMST"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
               88  CXC-ABIERTA                  VALUE 'A'.
               88  CXC-LIQUIDADA                VALUE 'L'.
           05  CXC-REFERENCIA          PIC X(10).
           05  CXC-MONEDA              PIC X(03).
           05  CXC-MONTO-ORIGINAL      PIC S9(8)V99.
           05  CXC-TIPO-CAMBIO         PIC 9(3)V9(4).
      *
      * PAGOS REGISTRADOS POR FINANZAS: CLIENTE, FECHA DEL PAGO,
      * IMPORTE Y REFERENCIA BANCARIA. EL ARCHIVO SE VACIA AL
           05  PAG-FECHA               PIC 9(8).
           05  PAG-MONTO               PIC 9(8)V99.
           05  PAG-REFERENCIA          PIC X(10).
      *
      * HISTORIAL PERMANENTE DE PAGOS APLICADOS: EL PAGO COMO LLEGO
      * EN CXCPAG, LO QUE SE APLICO A PARTIDAS Y LA FECHA DE NEGOCIO
      * EN QUE SE APLICO. SOLO SE ESCRIBE EN EXTEND.
      *
       FD  HISTORIA-PAGO-FILE.
       01  HISTORIA-PAGO-RECORD.
           05  HIS-CLIENTE             PIC X(06).
           05  HIS-FECHA               PIC 9(8).
           05  HIS-MONTO               PIC 9(8)V99.
           05  HIS-APLICADO            PIC 9(8)V99.
           05  HIS-REFERENCIA          PIC X(10).
           05  HIS-FECHA-APLICACION    PIC 9(8).
      *
      * HISTORIAL DE PARTIDAS LIQUIDADAS: LA PARTIDA COMO ESTABA EN
      * TAXCXC AL LIQUIDARSE EN CERO Y LA FECHA DE NEGOCIO EN QUE
      * SALIO DEL AUXILIAR. SOLO SE ESCRIBE EN EXTEND.
      *
       FD  LIQUIDADA-FILE.
       01  LIQUIDADA-RECORD.
           05  LIQ-CLIENTE             PIC X(06).
           05  LIQ-FECHA               PIC 9(8).
           05  LIQ-TIPO                PIC X.
           05  LIQ-MONTO               PIC S9(8)V99.
           05  LIQ-SALDO               PIC S9(8)V99.
           05  LIQ-ESTADO              PIC X.
           05  LIQ-REFERENCIA          PIC X(10).
           05  LIQ-MONEDA              PIC X(03).
           05  LIQ-MONTO-ORIGINAL      PIC S9(8)V99.
           05  LIQ-TIPO-CAMBIO         PIC 9(3)V9(4).
           05  LIQ-FECHA-DEPURACION    PIC 9(8).
      *
      * PARTIDAS PENDIENTES DE APROBACION DE CREDITO QUE DEJA EL
      * LOTE DE CALCIMPUESTO: MOTIVO RT (CLIENTE RETENIDO) O LC
      * (LIMITE EXCEDIDO). EN EL ARCHIVO SOLO QUEDAN LAS DE ESTADO
      * P PENDIENTE; LA DECIDIDA (A APROBADA, R RECHAZADA) PASA A
      * LA BITACORA TAXPAU AL REESCRIBIRLO.
      *
       FD  PENDIENTE-FILE.
       01  PENDIENTE-RECORD.
           05  PND-CLIENTE             PIC X(06).
           05  PND-FECHA               PIC 9(8).
           05  PND-TIPO                PIC X.
           05  PND-MONTO               PIC S9(8)V99.
           05  PND-FACTURA             PIC X(08).
           05  PND-MOTIVO              PIC X(02).
           05  PND-ESTADO              PIC X.
           05  PND-MONEDA              PIC X(03).
           05  PND-MONTO-ORIGINAL      PIC S9(8)V99.
           05  PND-TIPO-CAMBIO         PIC 9(3)V9(4).
      *
      * BITACORA PERMANENTE DE DECISIONES SOBRE PENDIENTES: LA
      * PARTIDA COMO ESTABA EN TAXPND, SU ESTADO FINAL (A O R), EL
      * OPERADOR QUE DECIDIO Y LA FECHA DE NEGOCIO. LA RECHAZADA YA
      * TIENE SU IMPUESTO EN TAXGL/TAXGLH, ASI QUE AQUI QUEDA QUIEN
      * LA RECHAZO Y CUANDO. SOLO SE ESCRIBE EN EXTEND.
      *
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DEC-CLIENTE             PIC X(06).
           05  DEC-FECHA               PIC 9(8).
           05  DEC-TIPO                PIC X.
           05  DEC-MONTO               PIC S9(8)V99.
           05  DEC-FACTURA             PIC X(08).
           05  DEC-MOTIVO              PIC X(02).
           05  DEC-ESTADO              PIC X.
           05  DEC-MONEDA              PIC X(03).
           05  DEC-MONTO-ORIGINAL      PIC S9(8)V99.
           05  DEC-TIPO-CAMBIO         PIC 9(3)V9(4).
           05  DEC-OPERADOR            PIC X(08).
           05  DEC-FECHA-DECISION      PIC 9(8).
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
       FD  CXC-REPORT-FILE.
       01  CXC-REPORT-RECORD           PIC X(80).
      * AUXILIAR REBASA LA TABLA, LA APLICACION SE RECHAZA COMPLETA
      * EN LUGAR DE APLICAR PAGOS SOBRE UN AUXILIAR A MEDIAS.
      *
       77  PARTIDAS-CARGADAS           PIC 9(4) VALUE 0.
       77  WS-TABLA-REBASADA           PIC X VALUE 'N'.
           88  TABLA-REBASADA                   VALUE 'Y'.
       01  TABLA-PARTIDAS.
           05  PARTIDA-ENTRY OCCURS 5000 TIMES
                   INDEXED BY IDX-PARTIDA.
               10  PAR-CLIENTE         PIC X(06).
               10  PAR-FECHA           PIC 9(8).
               10  PAR-SALDO           PIC S9(8)V99.
               10  PAR-ESTADO          PIC X.
               10  PAR-REFERENCIA      PIC X(10).
               10  PAR-MONEDA          PIC X(03).
               10  PAR-MONTO-ORIGINAL  PIC S9(8)V99.
               10  PAR-TIPO-CAMBIO     PIC 9(3)V9(4).
       77  WS-PAGO-RESTANTE            PIC 9(8)V99 VALUE 0.
       77  WS-PAGOS-APLICADOS          PIC 9(4) VALUE 0.
       77  WS-PARTIDAS-LIQUIDADAS      PIC 9(4) VALUE 0.
       77  WS-NO-APLICADOS             PIC 9(4) VALUE 0.
       77  WS-PARTIDAS-DEPURADAS       PIC 9(4) VALUE 0.
      *
      * PENDIENTES DE APROBACION EN MEMORIA; EL ARCHIVO SE
      * REESCRIBE COMPLETO CON SU NUEVO ESTADO AL TERMINAR.
      *
       77  WS-EOF-PENDIENTE            PIC X VALUE 'N'.
           88  EOF-PENDIENTE                    VALUE 'Y'.
       77  PENDIENTES-CARGADAS         PIC 9(3) VALUE 0.
       01  TABLA-PENDIENTES.
           05  PENDIENTE-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-PENDIENTE.
               10  PNT-CLIENTE         PIC X(06).
               10  PNT-FECHA           PIC 9(8).
               10  PNT-TIPO            PIC X.
               10  PNT-MONTO           PIC S9(8)V99.
               10  PNT-FACTURA         PIC X(08).
               10  PNT-MOTIVO          PIC X(02).
               10  PNT-ESTADO          PIC X.
               10  PNT-MONEDA          PIC X(03).
               10  PNT-MONTO-ORIGINAL  PIC S9(8)V99.
               10  PNT-TIPO-CAMBIO     PIC 9(3)V9(4).
       77  WS-DECISION                 PIC X VALUE SPACE.
       77  WS-MONTO-EDITADO            PIC ZZ,ZZZ,ZZ9.99-.
       77  WS-APROBADAS                PIC 9(4) VALUE 0.
       77  WS-RECHAZADAS               PIC 9(4) VALUE 0.
      *
      * FIRMA DEL OPERADOR: APROBAR PENDIENTES EXIGE NIVEL 3. SIN
      * MAESTRO DE OPERADORES EN DISCO SE OPERA SIN RESTRICCION,
      * COMO EN MENUPRINCIPAL, PARA NO BLOQUEAR UNA INSTALACION
      * NUEVA.
      *
       77  WS-EOF-OPERADOR             PIC X VALUE 'N'.
           88  EOF-OPERADOR                     VALUE 'Y'.
       77  WS-ID-ENTRADA               PIC X(8).
       77  WS-PASSWORD-ENTRADA         PIC X(8).
       77  WS-OPERADOR-ACTUAL          PIC X(8) VALUE SPACES.
       77  WS-NIVEL-ACTUAL             PIC 9 VALUE 0.
       77  WS-FIRMADO                  PIC X VALUE 'N'.
           88  FIRMADO                          VALUE 'Y'.
       77  WS-HAY-OPERADORES           PIC X VALUE 'N'.
           88  HAY-OPERADORES                   VALUE 'Y'.
      *
      * ANTIGUEDAD POR CLIENTE: SALDO ABIERTO REPARTIDO EN CORTES
      * DE 30, 60 Y 90 DIAS CONTRA LA FECHA DE NEGOCIO.
      *
       77  CLIENTES-CARGADOS           PIC 9(4) VALUE 0.
       01  TABLA-ANTIGUEDAD.
           05  ANTIGUEDAD-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IDX-ANT.
               10  ANT-CLIENTE         PIC X(06).
               10  ANT-CORRIENTE       PIC S9(9)V99.
           CLOSE FECHA-CONTROL-FILE.
           COMPUTE WS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
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
       100-MENU-PRINCIPAL.
           DISPLAY "------CUENTAS POR COBRAR------".
           DISPLAY "1. APLICAR PAGOS (CXCPAG)".
           DISPLAY "2. REPORTE DE ANTIGUEDAD DE SALDOS".
           DISPLAY "3. APROBAR PARTIDAS PENDIENTES (NIVEL 3)".
           DISPLAY "0. SALIR".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           IF SELECCION-USUARIO = 2
             PERFORM 500-REPORTE-ANTIGUEDAD.

           IF SELECCION-USUARIO = 3
             PERFORM 600-REVISAR-PENDIENTES.

           IF SELECCION-USUARIO > 3
             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
       200-APLICAR-PAGOS.
           PERFORM 210-CARGAR-PARTIDAS.
           IF TABLA-REBASADA
               DISPLAY "AUXILIAR REBASA LA TABLA (5000), NO SE "
                   "APLICAN PAGOS; DEPURAR TAXCXC PRIMERO"
           ELSE
               MOVE 0 TO WS-PAGOS-APLICADOS
               MOVE 0 TO WS-NO-APLICADOS
               MOVE 'N' TO WS-EOF-PAGO
               OPEN INPUT PAGO-FILE
               OPEN EXTEND HISTORIA-PAGO-FILE
               PERFORM 220-LEER-PAGO
               PERFORM 230-APLICAR-UN-PAGO
                   UNTIL EOF-PAGO
               CLOSE PAGO-FILE
               CLOSE HISTORIA-PAGO-FILE
               PERFORM 300-REESCRIBIR-AUXILIAR
               PERFORM 310-VACIAR-PAGOS
               DISPLAY "PAGOS APLICADOS: " WS-PAGOS-APLICADOS
                   WS-PARTIDAS-LIQUIDADAS
               DISPLAY "PAGOS CON SOBRANTE NO APLICADO: "
                   WS-NO-APLICADOS
               DISPLAY "PARTIDAS LIQUIDADAS PASADAS A CXCLIQ: "
                   WS-PARTIDAS-DEPURADAS
           END-IF.
      *
       210-CARGAR-PARTIDAS.
           END-READ.
      *
       212-ALMACENAR-PARTIDA.
           IF PARTIDAS-CARGADAS < 5000
               ADD 1 TO PARTIDAS-CARGADAS
               MOVE CXC-CLIENTE TO PAR-CLIENTE(PARTIDAS-CARGADAS)
               MOVE CXC-FECHA TO PAR-FECHA(PARTIDAS-CARGADAS)
               MOVE CXC-ESTADO TO PAR-ESTADO(PARTIDAS-CARGADAS)
               MOVE CXC-REFERENCIA
                   TO PAR-REFERENCIA(PARTIDAS-CARGADAS)
               MOVE CXC-MONEDA TO PAR-MONEDA(PARTIDAS-CARGADAS)
               MOVE CXC-MONTO-ORIGINAL
                   TO PAR-MONTO-ORIGINAL(PARTIDAS-CARGADAS)
               MOVE CXC-TIPO-CAMBIO
                   TO PAR-TIPO-CAMBIO(PARTIDAS-CARGADAS)
           ELSE
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
               ADD 1 TO WS-NO-APLICADOS
               PERFORM 250-REGISTRAR-NO-APLICADO
           END-IF.
           PERFORM 260-REGISTRAR-HISTORIA.
           PERFORM 220-LEER-PAGO.
      *
       240-ABONAR-PARTIDA.
                       FROM WS-PAGO-RESTANTE
                   MOVE 0 TO PAR-SALDO(IDX-PARTIDA)
                   MOVE 'L' TO PAR-ESTADO(IDX-PARTIDA)
                   IF PAR-REFERENCIA(IDX-PARTIDA) = SPACES
                       MOVE PAG-REFERENCIA
                           TO PAR-REFERENCIA(IDX-PARTIDA)
                   END-IF
                   ADD 1 TO WS-PARTIDAS-LIQUIDADAS
               ELSE
                   SUBTRACT WS-PAGO-RESTANTE
                       FROM PAR-SALDO(IDX-PARTIDA)
                   IF PAR-REFERENCIA(IDX-PARTIDA) = SPACES
                       MOVE PAG-REFERENCIA
                           TO PAR-REFERENCIA(IDX-PARTIDA)
                   END-IF
                   MOVE 0 TO WS-PAGO-RESTANTE
               END-IF
           END-IF.
      * SE GUARDA COMO PARTIDA ABIERTA NEGATIVA DEL CLIENTE.
      *
       250-REGISTRAR-NO-APLICADO.
           IF PARTIDAS-CARGADAS < 5000
               ADD 1 TO PARTIDAS-CARGADAS
               MOVE PAG-CLIENTE TO PAR-CLIENTE(PARTIDAS-CARGADAS)
               MOVE PAG-FECHA TO PAR-FECHA(PARTIDAS-CARGADAS)
               MOVE 'A' TO PAR-ESTADO(PARTIDAS-CARGADAS)
               MOVE PAG-REFERENCIA
                   TO PAR-REFERENCIA(PARTIDAS-CARGADAS)
               MOVE SPACES TO PAR-MONEDA(PARTIDAS-CARGADAS)
               MOVE 0 TO PAR-MONTO-ORIGINAL(PARTIDAS-CARGADAS)
               MOVE 0 TO PAR-TIPO-CAMBIO(PARTIDAS-CARGADAS)
           ELSE
               DISPLAY "TABLA LLENA, SOBRANTE SIN REGISTRAR DEL "
                   "CLIENTE: " PAG-CLIENTE
           END-IF.
      *
      * EL PAGO QUEDA EN EL HISTORIAL CON EL IMPORTE QUE SE APLICO
      * A PARTIDAS; LA DIFERENCIA ES EL SOBRANTE NO APLICADO.
      *
       260-REGISTRAR-HISTORIA.
           MOVE PAG-CLIENTE TO HIS-CLIENTE.
           MOVE PAG-FECHA TO HIS-FECHA.
           MOVE PAG-MONTO TO HIS-MONTO.
           COMPUTE HIS-APLICADO = PAG-MONTO - WS-PAGO-RESTANTE.
           MOVE PAG-REFERENCIA TO HIS-REFERENCIA.
           MOVE WS-FECHA-HOY TO HIS-FECHA-APLICACION.
           WRITE HISTORIA-PAGO-RECORD.
      *
      * LA PARTIDA LIQUIDADA EN CERO YA NO LA LEE NADIE DEL
      * AUXILIAR (ANTIGUEDAD, RETENCIONES, LIMITES Y REVALUACION SOLO
      * VEN LAS ABIERTAS), ASI QUE SALE A CXCLIQ PARA QUE TAXCXC NO
      * CREZCA SIN FIN; EL ESTADO DE CUENTA LA TOMA DE AHI.
      *
       300-REESCRIBIR-AUXILIAR.
           MOVE 0 TO WS-PARTIDAS-DEPURADAS.
           OPEN OUTPUT CXC-FILE.
           OPEN EXTEND LIQUIDADA-FILE.
           PERFORM 305-ESCRIBIR-PARTIDA
               VARYING IDX-PARTIDA FROM 1 BY 1
               UNTIL IDX-PARTIDA > PARTIDAS-CARGADAS.
           CLOSE CXC-FILE.
           CLOSE LIQUIDADA-FILE.
      *
       305-ESCRIBIR-PARTIDA.
           IF PAR-ESTADO(IDX-PARTIDA) = 'L'
              AND PAR-SALDO(IDX-PARTIDA) = 0
               PERFORM 306-DEPURAR-PARTIDA
           ELSE
               PERFORM 307-REGRESAR-PARTIDA
           END-IF.
      *
       306-DEPURAR-PARTIDA.
           MOVE PAR-CLIENTE(IDX-PARTIDA) TO LIQ-CLIENTE.
           MOVE PAR-FECHA(IDX-PARTIDA) TO LIQ-FECHA.
           MOVE PAR-TIPO(IDX-PARTIDA) TO LIQ-TIPO.
           MOVE PAR-MONTO(IDX-PARTIDA) TO LIQ-MONTO.
           MOVE PAR-SALDO(IDX-PARTIDA) TO LIQ-SALDO.
           MOVE PAR-ESTADO(IDX-PARTIDA) TO LIQ-ESTADO.
           MOVE PAR-REFERENCIA(IDX-PARTIDA) TO LIQ-REFERENCIA.
           MOVE PAR-MONEDA(IDX-PARTIDA) TO LIQ-MONEDA.
           MOVE PAR-MONTO-ORIGINAL(IDX-PARTIDA) TO LIQ-MONTO-ORIGINAL.
           MOVE PAR-TIPO-CAMBIO(IDX-PARTIDA) TO LIQ-TIPO-CAMBIO.
           MOVE WS-FECHA-HOY TO LIQ-FECHA-DEPURACION.
           WRITE LIQUIDADA-RECORD.
           ADD 1 TO WS-PARTIDAS-DEPURADAS.
      *
       307-REGRESAR-PARTIDA.
           MOVE PAR-CLIENTE(IDX-PARTIDA) TO CXC-CLIENTE.
           MOVE PAR-FECHA(IDX-PARTIDA) TO CXC-FECHA.
           MOVE PAR-TIPO(IDX-PARTIDA) TO CXC-TIPO.
           MOVE PAR-SALDO(IDX-PARTIDA) TO CXC-SALDO.
           MOVE PAR-ESTADO(IDX-PARTIDA) TO CXC-ESTADO.
           MOVE PAR-REFERENCIA(IDX-PARTIDA) TO CXC-REFERENCIA.
           MOVE PAR-MONEDA(IDX-PARTIDA) TO CXC-MONEDA.
           MOVE PAR-MONTO-ORIGINAL(IDX-PARTIDA) TO CXC-MONTO-ORIGINAL.
           MOVE PAR-TIPO-CAMBIO(IDX-PARTIDA) TO CXC-TIPO-CAMBIO.
           WRITE CXC-RECORD.
      *
       310-VACIAR-PAGOS.
               UNTIL IDX-ANT > CLIENTES-CARGADOS
                  OR CLIENTE-OK.
           IF NOT CLIENTE-OK
               IF CLIENTES-CARGADOS < 2000
                   ADD 1 TO CLIENTES-CARGADOS
                   SET IDX-ANT TO CLIENTES-CARGADOS
                   MOVE CXC-CLIENTE TO ANT-CLIENTE(IDX-ANT)
                   MOVE 0 TO ANT-NOVENTA(IDX-ANT)
                   MOVE 'Y' TO WS-CLIENTE-OK
               ELSE
                   DISPLAY "TABLA DE CLIENTES LLENA (2000), SIN "
                       "RENGLON PARA: " CXC-CLIENTE
               END-IF
           END-IF.
           WRITE CXC-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE CXC-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           WRITE CXC-REPORT-RECORD FROM ENCABEZADO-CXC-4.
      *
      * REVISA UNA POR UNA LAS PARTIDAS PENDIENTES DE APROBACION:
      * LA APROBADA SE AGREGA AL AUXILIAR COMO PARTIDA ABIERTA CON
      * SU NUMERO DE FACTURA; LA RECHAZADA NO ENTRA AL AUXILIAR (LA
      * FACTURA YA SE GRAVO, VENTAS DEBE EMITIR LA NOTA DE CREDITO).
      * CUALQUIER OTRA RESPUESTA LA DEJA PENDIENTE. SOLO DECIDE UN
      * OPERADOR DE NIVEL 3, QUE QUEDA EN LA BITACORA TAXPAU.
      *
       600-REVISAR-PENDIENTES.
           PERFORM 050-FIRMAR-OPERADOR.
           IF WS-NIVEL-ACTUAL < 3
               DISPLAY "LA APROBACION REQUIERE OPERADOR DE NIVEL 3"
           ELSE
               PERFORM 605-DECIDIR-PENDIENTES
           END-IF.
      *
       605-DECIDIR-PENDIENTES.
           MOVE 0 TO PENDIENTES-CARGADAS.
           MOVE 0 TO WS-APROBADAS.
           MOVE 0 TO WS-RECHAZADAS.
           MOVE 'N' TO WS-TABLA-REBASADA.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN INPUT PENDIENTE-FILE.
           PERFORM 610-LEER-PENDIENTE.
           PERFORM 620-ALMACENAR-PENDIENTE
               UNTIL EOF-PENDIENTE.
           CLOSE PENDIENTE-FILE.
           IF TABLA-REBASADA
               DISPLAY "TAXPND REBASA LA TABLA (300), NO SE REVISA; "
                   "DEPURAR LAS PARTIDAS YA DECIDIDAS PRIMERO"
           ELSE
               OPEN EXTEND CXC-FILE
               PERFORM 630-DECIDIR-PENDIENTE
                   VARYING IDX-PENDIENTE FROM 1 BY 1
                   UNTIL IDX-PENDIENTE > PENDIENTES-CARGADAS
               CLOSE CXC-FILE
               IF WS-APROBADAS > 0 OR WS-RECHAZADAS > 0
                   OPEN EXTEND DECISION-FILE
                   OPEN OUTPUT PENDIENTE-FILE
                   PERFORM 650-ESCRIBIR-PENDIENTE
                       VARYING IDX-PENDIENTE FROM 1 BY 1
                       UNTIL IDX-PENDIENTE > PENDIENTES-CARGADAS
                   CLOSE PENDIENTE-FILE
                   CLOSE DECISION-FILE
               END-IF
               DISPLAY "PARTIDAS APROBADAS: " WS-APROBADAS
               DISPLAY "PARTIDAS RECHAZADAS: " WS-RECHAZADAS
           END-IF.
      *
       610-LEER-PENDIENTE.
           READ PENDIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PENDIENTE
           END-READ.
      *
       620-ALMACENAR-PENDIENTE.
           IF PENDIENTES-CARGADAS < 300
               ADD 1 TO PENDIENTES-CARGADAS
               MOVE PND-CLIENTE TO PNT-CLIENTE(PENDIENTES-CARGADAS)
               MOVE PND-FECHA TO PNT-FECHA(PENDIENTES-CARGADAS)
               MOVE PND-TIPO TO PNT-TIPO(PENDIENTES-CARGADAS)
               MOVE PND-MONTO TO PNT-MONTO(PENDIENTES-CARGADAS)
               MOVE PND-FACTURA TO PNT-FACTURA(PENDIENTES-CARGADAS)
               MOVE PND-MOTIVO TO PNT-MOTIVO(PENDIENTES-CARGADAS)
               MOVE PND-ESTADO TO PNT-ESTADO(PENDIENTES-CARGADAS)
               MOVE PND-MONEDA TO PNT-MONEDA(PENDIENTES-CARGADAS)
               MOVE PND-MONTO-ORIGINAL
                   TO PNT-MONTO-ORIGINAL(PENDIENTES-CARGADAS)
               MOVE PND-TIPO-CAMBIO
                   TO PNT-TIPO-CAMBIO(PENDIENTES-CARGADAS)
           ELSE
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
           PERFORM 610-LEER-PENDIENTE.
      *
       630-DECIDIR-PENDIENTE.
           IF PNT-ESTADO(IDX-PENDIENTE) = 'P'
               MOVE PNT-MONTO(IDX-PENDIENTE) TO WS-MONTO-EDITADO
               DISPLAY "CLIENTE " PNT-CLIENTE(IDX-PENDIENTE)
                   " FACTURA " PNT-FACTURA(IDX-PENDIENTE)
                   " FECHA " PNT-FECHA(IDX-PENDIENTE)
                   " IMPORTE " WS-MONTO-EDITADO
               IF PNT-MOTIVO(IDX-PENDIENTE) = 'RT'
                   DISPLAY "   MOTIVO: CLIENTE RETENIDO POR COBRANZA"
               ELSE
                   DISPLAY "   MOTIVO: LIMITE DE CREDITO EXCEDIDO"
               END-IF
               DISPLAY "A=APROBAR, R=RECHAZAR, OTRA TECLA=DEJAR "
                   "PENDIENTE: "
               MOVE SPACE TO WS-DECISION
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                   WHEN 'A' WHEN 'a'
                       PERFORM 640-ASENTAR-APROBADA
                       MOVE 'A' TO PNT-ESTADO(IDX-PENDIENTE)
                       ADD 1 TO WS-APROBADAS
                   WHEN 'R' WHEN 'r'
                       MOVE 'R' TO PNT-ESTADO(IDX-PENDIENTE)
                       ADD 1 TO WS-RECHAZADAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
      * LA PARTIDA APROBADA ENTRA AL AUXILIAR CON LA FECHA DE LA
      * FACTURA, PARA QUE ENVEJEZCA DESDE QUE SE FACTURO.
      *
       640-ASENTAR-APROBADA.
           MOVE PNT-CLIENTE(IDX-PENDIENTE) TO CXC-CLIENTE.
           MOVE PNT-FECHA(IDX-PENDIENTE) TO CXC-FECHA.
           MOVE PNT-TIPO(IDX-PENDIENTE) TO CXC-TIPO.
           MOVE PNT-MONTO(IDX-PENDIENTE) TO CXC-MONTO.
           MOVE PNT-MONTO(IDX-PENDIENTE) TO CXC-SALDO.
           MOVE 'A' TO CXC-ESTADO.
           MOVE PNT-FACTURA(IDX-PENDIENTE) TO CXC-REFERENCIA.
           MOVE PNT-MONEDA(IDX-PENDIENTE) TO CXC-MONEDA.
           MOVE PNT-MONTO-ORIGINAL(IDX-PENDIENTE)
               TO CXC-MONTO-ORIGINAL.
           MOVE PNT-TIPO-CAMBIO(IDX-PENDIENTE) TO CXC-TIPO-CAMBIO.
           WRITE CXC-RECORD.
      *
      * SOLO VUELVEN A TAXPND LAS PARTIDAS QUE SIGUEN PENDIENTES;
      * LAS DECIDIDAS QUEDAN EN LA BITACORA TAXPAU.
      *
       650-ESCRIBIR-PENDIENTE.
           IF PNT-ESTADO(IDX-PENDIENTE) NOT = 'P'
               PERFORM 660-REGISTRAR-DECISION
           ELSE
               MOVE PNT-CLIENTE(IDX-PENDIENTE) TO PND-CLIENTE
               MOVE PNT-FECHA(IDX-PENDIENTE) TO PND-FECHA
               MOVE PNT-TIPO(IDX-PENDIENTE) TO PND-TIPO
               MOVE PNT-MONTO(IDX-PENDIENTE) TO PND-MONTO
               MOVE PNT-FACTURA(IDX-PENDIENTE) TO PND-FACTURA
               MOVE PNT-MOTIVO(IDX-PENDIENTE) TO PND-MOTIVO
               MOVE PNT-ESTADO(IDX-PENDIENTE) TO PND-ESTADO
               MOVE PNT-MONEDA(IDX-PENDIENTE) TO PND-MONEDA
               MOVE PNT-MONTO-ORIGINAL(IDX-PENDIENTE)
                   TO PND-MONTO-ORIGINAL
               MOVE PNT-TIPO-CAMBIO(IDX-PENDIENTE) TO PND-TIPO-CAMBIO
               WRITE PENDIENTE-RECORD
           END-IF.
      *
       660-REGISTRAR-DECISION.
           MOVE PNT-CLIENTE(IDX-PENDIENTE) TO DEC-CLIENTE.
           MOVE PNT-FECHA(IDX-PENDIENTE) TO DEC-FECHA.
           MOVE PNT-TIPO(IDX-PENDIENTE) TO DEC-TIPO.
           MOVE PNT-MONTO(IDX-PENDIENTE) TO DEC-MONTO.
           MOVE PNT-FACTURA(IDX-PENDIENTE) TO DEC-FACTURA.
           MOVE PNT-MOTIVO(IDX-PENDIENTE) TO DEC-MOTIVO.
           MOVE PNT-ESTADO(IDX-PENDIENTE) TO DEC-ESTADO.
           MOVE PNT-MONEDA(IDX-PENDIENTE) TO DEC-MONEDA.
           MOVE PNT-MONTO-ORIGINAL(IDX-PENDIENTE)
               TO DEC-MONTO-ORIGINAL.
           MOVE PNT-TIPO-CAMBIO(IDX-PENDIENTE) TO DEC-TIPO-CAMBIO.
           MOVE WS-OPERADOR-ACTUAL TO DEC-OPERADOR.
           MOVE WS-FECHA-HOY TO DEC-FECHA-DECISION.
           WRITE DECISION-RECORD.
