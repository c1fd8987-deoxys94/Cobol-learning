      * AUDITORIA Y EL REPORTE DE LOTE LLEVAN EL MONTO ORIGINAL Y
      * EL CONVERTIDO CON EL TIPO APLICADO, PARA QUE AUDITORIA
      * VERIFIQUE LA CONVERSION SIN CALCULADORA.
      * MODIFICADO 15/10/2026 - NUMERO DE FACTURA EN CADA DETALLE Y
      * NOTA DE CREDITO DE TAXIN, LLEVADO A TAXOUT, A LA AUDITORIA,
      * A LA REFERENCIA DE LA PARTIDA DE TAXCXC Y A LA ENTRADA
      * CRUDA DE TAXREJ. REGISTRO PERMANENTE DE FACTURAS (TAXFAC,
      * INDEXADO POR NUMERO): UNA FACTURA YA GRAVADA EN UN DIA
      * ANTERIOR SE RECHAZA CON MOTIVO FD, UNA REPETIDA DENTRO DEL
      * MISMO LOTE CON MOTIVO FR Y UN DETALLE SIN NUMERO CON MOTIVO
      * FV. LAS FACTURAS DEL LOTE VIAJAN EN EL CHECKPOINT Y SOLO SE
      * REGISTRAN CUANDO EL LOTE CUADRA, IGUAL QUE TAXCXC, PARA QUE
      * LA RECORRIDA DE UN LOTE QUE NO CUADRO NO SE RECHACE SOLA.
      * MODIFICADO 15/10/2026 - LIMITE DE CREDITO Y RETENCION DE
      * COBRANZA EN TAXCLI: LA FACTURA DE UN CLIENTE RETENIDO, O
      * CUYO SALDO ABIERTO EN TAXCXC MAS LO FACTURADO EN EL LOTE
      * REBASA SU LIMITE, SE GRAVA COMO SIEMPRE PERO SU PARTIDA VA
      * AL ARCHIVO DE PENDIENTES DE APROBACION (TAXPND) EN LUGAR
      * DE TAXCXC, CON EL MOTIVO EN EL REPORTE DEL LOTE. CXCBATCH
      * APRUEBA O RECHAZA LAS PENDIENTES.
      * MODIFICADO 15/10/2026 - CATALOGO DE CUENTAS CATCTA
      * (MANTENIDO CON CTAMANT): ANTES DE PROCESAR EL LOTE SE
      * VERIFICA QUE CADA CUENTA DEL MAPEO TAXCTA, Y LAS CUENTAS
      * FIJAS DE CLIENTES Y DE RESPALDO, EXISTAN Y ESTEN ABIERTAS;
      * SI ALGUNA NO, EL LOTE NO SE PROCESA (CODIGO 8) PARA QUE NADA
      * SE ASIENTE A UNA CUENTA INVALIDA. SIN CATALOGO EL LOTE OPERA
      * COMO ANTES. LA POLIZA DEL DIA TAMBIEN SE AGREGA AL
      * HISTORIAL PERMANENTE TAXGLH, DE DONDE BALANZA ARMA LA
      * BALANZA DE COMPROBACION DEL PERIODO.
      * MODIFICADO 15/10/2026 - LA PARTIDA DE TAXCXC (Y LA PENDIENTE
      * DE TAXPND) DE UNA FACTURA EN MONEDA EXTRANJERA GUARDA LA
      * MONEDA, EL MONTO ORIGINAL Y EL TIPO DE CAMBIO DE LA
      * FACTURA, PARA QUE FXREVAL LA REVALUE AL CIERRE DEL MES.
      * MODIFICADO 15/10/2026 - EL REGISTRO TAXFAC GUARDA TAMBIEN LA
      * VENTA Y EL IMPUESTO CON SIGNO, LA MARCA DE EXENTA Y EL
      * CERTIFICADO DE EXENCION APLICADO, DE DONDE TAXCERT ARMA LAS
      * CONSTANCIAS ANUALES POR CLIENTE.
      * MODIFICADO 15/10/2026 - EL LOTE NOCTURNO QUE TERMINA BIEN
      * MANDA SUS TOTALES A SERIN (VIA SERKPI) COMO SERIES FIJAS:
      * KFAC, FACTURAS DEL LOTE, Y KIMP, IMPUESTO NETO DEL DIA EN
      * MILES DE PESOS, PARA QUE SERNUM LES PASE LA VARIANZA.
      * MODIFICADO 15/10/2026 - CADA CABECERA SE VALIDA CONTRA EL
      * REGISTRO DE LOTES LOTREG (VIA LOTVAL): UN GRUPO CON FECHA
      * DISTINTA A LA DE NEGOCIO SIN AUTORIZACION DE NIVEL 3, O QUE
      * YA SE PROCESO (AUNQUE SEA DOS VECES EN EL MISMO TAXIN), SE
      * RECHAZA SIN PROCESAR SUS DETALLES Y TIRA EL LOTE. AL CUADRAR
      * EL LOTE, CADA GRUPO SE DA DE ALTA EN LOTREG.
      * MODIFICADO 15/10/2026 - CON LA TABLA DE FACTURAS DEL LOTE
      * LLENA (500) EL DETALLE SE RECHAZA CON MOTIVO FL ANTES DE
      * ASENTARSE, PARA NO ACEPTAR UNA FACTURA QUE NO LLEGARIA A
      * TAXFAC.
      * MODIFICADO 15/10/2026 - TABLA DE CLIENTES A 2000, COMO EN
      * CLIMANT Y MSTAPR, PORQUE GPABIL DA DE ALTA UN CLIENTE POR
      * ALUMNO FACTURADO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GL-FILE ASSIGN TO "TAXGL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GL-HISTORIA-FILE ASSIGN TO "TAXGLH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "CATCTA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REMESA-MTD-FILE ASSIGN TO "TAXMES"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CXC-FILE ASSIGN TO "TAXCXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "TAXCKP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "TAXPND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FACTURA-FILE ASSIGN TO "TAXFAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-FACTURA.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "PARMSHOP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
           05  TRANS-CATEGORIA         PIC X(03).
           05  TRANS-CLIENTE           PIC X(06).
           05  TRANS-MONEDA            PIC X(03).
           05  TRANS-FACTURA           PIC X(08).
       01  TRANS-HEADER-REG.
           05  FILLER                  PIC X.
           05  TH-FUENTE               PIC X(03).
           05  TH-FECHA-NEGOCIO        PIC 9(8).
           05  FILLER                  PIC X(17).
       01  TRANS-TRAILER-REG.
           05  FILLER                  PIC X.
           05  TT-CUENTA               PIC 9(6).
           05  TT-TOTAL                PIC S9(9)V99.
           05  FILLER                  PIC X(11).

       FD  TAX-OUT-FILE.
       01  TAX-OUT-RECORD.
           05  TAXOUT-TASA             PIC 9V999.
           05  TAXOUT-IMPUESTO         PIC S9(5)V99.
           05  TAXOUT-FUENTE           PIC X(03).
           05  TAXOUT-FACTURA          PIC X(08).

      * ALIMENTACION DE REMESA DEL MES: AL TERMINAR UN LOTE QUE
      * CUADRA CONTRA SU CIERRE, SE AGREGA AQUI UN RENGLON AGREGADO
      * AUXILIAR DE CUENTAS POR COBRAR POR PARTIDA ABIERTA: EL LOTE
      * AGREGA UNA PARTIDA POR CADA FACTURA ACEPTADA CON CLIENTE
      * (VENTA MAS IMPUESTO, NEGATIVA SI ES NOTA DE CREDITO) Y
      * CXCBATCH LAS LIQUIDA CON LOS PAGOS Y LAS ENVEJECE. LA
      * REFERENCIA DE LA PARTIDA ES SU NUMERO DE FACTURA. UNA
      * FACTURA EN MONEDA EXTRANJERA LLEVA ADEMAS SU MONEDA, SU
      * IMPORTE EN ESA MONEDA Y EL TIPO DE CAMBIO CON QUE SE
      * CONVIRTIO (ESPACIOS Y CEROS EN LAS DE MONEDA BASE).
      *
       FD  CXC-FILE.
       01  CXC-RECORD.
           05  CXC-SALDO               PIC S9(8)V99.
           05  CXC-ESTADO              PIC X.
           05  CXC-REFERENCIA          PIC X(10).
           05  CXC-MONEDA              PIC X(03).
           05  CXC-MONTO-ORIGINAL      PIC S9(8)V99.
           05  CXC-TIPO-CAMBIO         PIC 9(3)V9(4).
      *
      * TABLA DE TASAS CON VIGENCIA: CADA TASA RIGE DE FECHA-DESDE A
      * FECHA-HASTA, ASI FINANZAS PUEDE CARGAR LAS TASAS DEL
           05  AUDIT-MONEDA            PIC X(03).
           05  AUDIT-MONTO-ORIGINAL    PIC S9(6)V99.
           05  AUDIT-TIPO-CAMBIO       PIC 9(3)V9(4).
           05  AUDIT-FACTURA           PIC X(08).

       FD  REJECT-FILE.
       COPY RECHAZO.
      * MAESTRO DE CLIENTES, MANTENIDO CON CLIMANT POR LA OFICINA
      * DE VENTAS: NOMBRE, ESTADO (ACTIVO/SUSPENDIDO) Y CATEGORIA
      * POR DEFECTO. CON EL MAESTRO CARGADO, TODO DETALLE CON
      * CLIENTE SE VALIDA CONTRA EL. COBRANZA FIJA EL LIMITE DE
      * CREDITO (CERO = SIN LIMITE) Y LA RETENCION DEL CLIENTE.
      *
       FD  CLIENTE-FILE.
       01  CLIENTE-RECORD.
           05  CLI-NOMBRE              PIC X(30).
           05  CLI-ESTADO              PIC X.
           05  CLI-CATEGORIA           PIC X(03).
           05  CLI-LIMITE-CREDITO      PIC 9(9)V99.
           05  CLI-RETENIDO            PIC X.
      *
      * MAPEO DE CATEGORIA A CUENTAS CONTABLES PARA LA POLIZA DEL
      * LOTE: CUENTA DE VENTAS Y CUENTA DE IMPUESTO POR CATEGORIA.
           05  GL-MONTO                PIC S9(9)V99.
           05  GL-CATEGORIA            PIC X(03).
           05  GL-FUENTE               PIC X(03).
      *
      * HISTORIAL PERMANENTE DE POLIZAS: LOS MOVIMIENTOS DE CADA
      * POLIZA DIARIA CON EL LAYOUT DE TAXGL, SOLO EN EXTEND.
      *
       FD  GL-HISTORIA-FILE.
       01  GL-HISTORIA-RECORD          PIC X(35).
      *
      * CATALOGO DE CUENTAS CONTABLES: CUENTA, DESCRIPCION, TIPO Y
      * ESTADO (A ABIERTA, C CERRADA).
      *
       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CAT-CUENTA              PIC X(08).
           05  CAT-DESCRIPCION         PIC X(30).
           05  CAT-TIPO                PIC X.
           05  CAT-ESTADO              PIC X.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKP-ACUM-CARGADOS       PIC 999.
           05  CKP-TABLA-ACUM          PIC X(5600).
           05  CKP-CXC-CARGADAS        PIC 9(3).
           05  CKP-TABLA-CXC           PIC X(14100).
           05  CKP-FACTURAS-LOTE       PIC 9(3).
           05  CKP-TABLA-FACTURAS      PIC X(29500).
           05  CKP-FECHA-GRUPO         PIC 9(8).
           05  CKP-GRUPO-RECHAZADO     PIC X.
           05  CKP-LOTES-CARGADOS      PIC 9(3).
           05  CKP-TABLA-LOTES         PIC X(3000).

      * REGISTRO PERMANENTE DE FACTURAS GRAVADAS, INDEXADO POR
      * NUMERO DE FACTURA: UN RENGLON POR FACTURA O NOTA DE CREDITO
      * ACEPTADA EN UN LOTE QUE CUADRO, CON SU FECHA DE NEGOCIO,
      * SUCURSAL, CLIENTE E IMPORTE (CON SU DESGLOSE DE VENTA E
      * IMPUESTO, MARCA DE EXENTA Y CERTIFICADO). EL LOTE LO CONSULTA
      * POR LLAVE PARA NO GRAVAR DOS VECES LA FACTURA DE UN ARCHIVO
      * REENVIADO.
      *
      * PARTIDAS PENDIENTES DE APROBACION DE CREDITO: LA PARTIDA
      * QUE IRIA A TAXCXC, CON EL MOTIVO (RT CLIENTE RETENIDO, LC
      * LIMITE DE CREDITO EXCEDIDO). CXCBATCH LA APRUEBA (PASA AL
      * AUXILIAR) O LA RECHAZA.
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
       FD  FACTURA-FILE.
       01  FACTURA-RECORD.
           05  FAC-FACTURA             PIC X(08).
           05  FAC-FECHA               PIC 9(8).
           05  FAC-TIPO                PIC X.
           05  FAC-FUENTE              PIC X(03).
           05  FAC-CLIENTE             PIC X(06).
           05  FAC-MONTO               PIC S9(8)V99.
           05  FAC-VENTA               PIC S9(8)V99.
           05  FAC-IMPUESTO            PIC S9(8)V99.
           05  FAC-EXENTO              PIC X.
           05  FAC-CERTIFICADO         PIC X(10).

       FD  PARAM-FILE.
       COPY PARMSHOP.
       77  WS-FUENTE-ACTUAL            PIC X(03) VALUE SPACES.
       77  WS-GRUPOS-COMPLETOS         PIC 9(3) VALUE 0.
       77  WS-LOTE-DETALLES            PIC 9(6) VALUE 0.
      *
      * FECHA DE LA CABECERA DEL GRUPO EN TURNO Y SU VALIDACION
      * CONTRA LOTREG: LOS DETALLES DE UN GRUPO RECHAZADO SE CUENTAN
      * PARA SU CIERRE PERO NO SE PROCESAN. LOS GRUPOS QUE CUADRAN
      * SE GUARDAN EN LA TABLA (QUE VIAJA EN EL CHECKPOINT) PARA
      * DARLOS DE ALTA EN LOTREG SOLO CUANDO TODO EL LOTE CUADRA.
      *
       77  WS-FECHA-GRUPO              PIC 9(8) VALUE 0.
       77  WS-GRUPO-RECHAZADO          PIC X VALUE 'N'.
           88  GRUPO-RECHAZADO                  VALUE 'Y'.
       77  WS-RETORNO-LOTE             PIC 9(4).
       77  WS-LOTE-REPETIDO            PIC X VALUE 'N'.
           88  LOTE-REPETIDO                    VALUE 'Y'.
       77  LOTES-CARGADOS              PIC 9(3) VALUE 0.
       01  TABLA-LOTES.
           05  LOTE-ENTRY OCCURS 100 TIMES
                   INDEXED BY IDX-LOTE.
               10  LOT-FUENTE          PIC X(03).
               10  LOT-FECHA           PIC 9(8).
               10  LOT-CUENTA          PIC 9(6).
               10  LOT-TOTAL           PIC S9(11)V99.
       77  WS-LOTE-HASH                PIC S9(9)V99 VALUE 0.
       77  WS-DEFAULTS-APLICADOS       PIC 9(6) VALUE 0.
      *
       77  WS-ESTADO-EXENCION          PIC X VALUE 'N'.
           88  EXENCION-VIGENTE                 VALUE 'V'.
           88  EXENCION-VENCIDA                 VALUE 'X'.
       77  WS-CERTIFICADO-USO          PIC X(10) VALUE SPACES.
       01  TABLA-EXENCIONES.
           05  EXENCION-ENTRY OCCURS 100 TIMES
                   INDEXED BY IDX-EXENCION.
       77  WS-EXENTAS                  PIC 9(6) VALUE 0.
       77  WS-EOF-CLIENTE              PIC X VALUE 'N'.
           88  EOF-CLIENTE                      VALUE 'Y'.
       77  CLIENTES-CARGADOS           PIC 9(4) VALUE 0.
       01  TABLA-CLIENTES.
           05  CLIENTE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IDX-CLIENTE.
               10  CLM-CLIENTE         PIC X(06).
               10  CLM-ESTADO          PIC X.
               10  CLM-CATEGORIA       PIC X(03).
               10  CLM-LIMITE-CREDITO  PIC 9(9)V99.
               10  CLM-RETENIDO        PIC X.
               10  CLM-SALDO-ABIERTO   PIC S9(9)V99.
       77  WS-ESTADO-CLIENTE           PIC X VALUE SPACE.
           88  CLIENTE-DESCONOCIDO              VALUE 'N'.
           88  CLIENTE-SUSPENDIDO               VALUE 'S'.
           88  CLIENTE-ACTIVO                   VALUE 'A'.
       77  WS-CATEGORIA-CLIENTE        PIC X(03).
       77  WS-LIMITE-CLIENTE           PIC 9(9)V99 VALUE 0.
       77  WS-RETENIDO-CLIENTE         PIC X VALUE 'N'.
       77  WS-SALDO-CLIENTE            PIC S9(9)V99 VALUE 0.
       77  WS-MOTIVO-PENDIENTE         PIC X(02) VALUE SPACES.
           88  PARTIDA-EN-FIRME                 VALUE SPACES.
           88  PENDIENTE-RETENIDO               VALUE 'RT'.
           88  PENDIENTE-LIMITE                 VALUE 'LC'.
       77  WS-PENDIENTES               PIC 9(6) VALUE 0.
       77  WS-EOF-CXC                  PIC X VALUE 'N'.
           88  EOF-CXC                          VALUE 'Y'.
       77  WS-EOF-CUENTA               PIC X VALUE 'N'.
           88  EOF-CUENTA                       VALUE 'Y'.
       77  CUENTA-TOTAL-CARGADAS       PIC 999 VALUE 0.
       77  WS-CUENTA-CLIENTES          PIC X(08) VALUE "CLIENTES".
       77  WS-CUENTA-VENTA-GEN         PIC X(08) VALUE "VTAGENRL".
       77  WS-CUENTA-IMPTO-GEN         PIC X(08) VALUE "IVAGENRL".
      *
      * CATALOGO DE CUENTAS PARA VALIDAR EL MAPEO ANTES DEL LOTE.
      *
       77  WS-EOF-CATALOGO             PIC X VALUE 'N'.
           88  EOF-CATALOGO                     VALUE 'Y'.
       77  CATALOGO-CARGADAS           PIC 999 VALUE 0.
       01  TABLA-CATALOGO.
           05  CATALOGO-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-CATALOGO.
               10  TCT-CUENTA          PIC X(08).
               10  TCT-ESTADO          PIC X.
       77  WS-CUENTA-VERIFICAR         PIC X(08).
       77  WS-CATEGORIA-VERIFICAR      PIC X(03).
       77  WS-CUENTA-CATALOGO          PIC X VALUE 'N'.
           88  CUENTA-EN-CATALOGO               VALUE 'Y'.
       77  WS-MAPEO-INVALIDO           PIC X VALUE 'N'.
           88  MAPEO-INVALIDO                   VALUE 'Y'.
       77  WS-EOF-GL                   PIC X VALUE 'N'.
           88  EOF-GL                           VALUE 'Y'.
       77  GRUPOS-GL-CARGADOS          PIC 999 VALUE 0.
       01  TABLA-GL.
           05  GRUPO-GL-ENTRY OCCURS 100 TIMES
               10  CXB-CLIENTE         PIC X(06).
               10  CXB-TIPO            PIC X.
               10  CXB-MONTO           PIC S9(8)V99.
               10  CXB-FACTURA         PIC X(08).
               10  CXB-MOTIVO          PIC X(02).
               10  CXB-MONEDA          PIC X(03).
               10  CXB-MONTO-ORIGINAL  PIC S9(8)V99.
               10  CXB-TIPO-CAMBIO     PIC 9(3)V9(4).
      *
      * FACTURAS ACEPTADAS EN EL LOTE, EN MEMORIA Y EN EL
      * CHECKPOINT: DETECTAN UN NUMERO REPETIDO DENTRO DEL MISMO
      * LOTE Y SE AGREGAN AL REGISTRO TAXFAC SOLO CUANDO EL LOTE
      * CUADRA CONTRA SU CIERRE.
      *
       77  FACTURAS-LOTE-CARGADAS      PIC 9(3) VALUE 0.
       01  TABLA-FACTURAS-LOTE.
           05  FACTURA-LOTE-ENTRY OCCURS 500 TIMES
                   INDEXED BY IDX-FACLOTE.
               10  FLT-FACTURA         PIC X(08).
               10  FLT-TIPO            PIC X.
               10  FLT-FUENTE          PIC X(03).
               10  FLT-CLIENTE         PIC X(06).
               10  FLT-MONTO           PIC S9(8)V99.
               10  FLT-VENTA           PIC S9(8)V99.
               10  FLT-IMPUESTO        PIC S9(8)V99.
               10  FLT-EXENTO          PIC X.
               10  FLT-CERTIFICADO     PIC X(10).
       77  WS-FACTURA-DETALLE          PIC X(08) VALUE SPACES.
       77  WS-FACTURA-REPETIDA         PIC X VALUE 'N'.
           88  FACTURA-REPETIDA                 VALUE 'Y'.
       77  WS-FACTURAS-REGISTRADAS     PIC 9(6) VALUE 0.
       COPY RPTHDR.
       01  ENCABEZADO-LINEA-4.
           05  FILLER                  PIC X(10) VALUE "FACTURA".
           05  FILLER                  PIC X(10) VALUE "MONTO".
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "CAT".
           05  FILLER                  PIC X(06) VALUE "EXENTO".
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  DETALLE-LINEA-REPORTE.
           05  DR-FACTURA              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DR-MONTO-VENTA          PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DR-CATEGORIA            PIC X(03).
               "NOTAS DE CREDITO:          ".
           05  PC-CREDITOS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(46) VALUE SPACES.
       01  PIE-PENDIENTES-LINEA.
           05  FILLER                  PIC X(27) VALUE
               "PENDIENTES DE APROBACION:  ".
           05  PP-PENDIENTES           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(46) VALUE SPACES.
      *
      * RENGLON ADICIONAL BAJO EL DETALLE CUYA PARTIDA SE DESVIO A
      * PENDIENTES DE APROBACION, CON EL CLIENTE Y EL MOTIVO.
      *
       01  DETALLE-PENDIENTE-LINEA.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
               "PENDIENTE DE APROBACION - ".
           05  DPN-CLIENTE             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DPN-MOTIVO              PIC X(30).
           05  FILLER                  PIC X(05) VALUE SPACES.
      *
      * SUBTOTALES POR SUCURSAL PARA EL PIE DEL REPORTE, DERIVADOS
      * DEL ACUMULADO DEL LOTE (QUE YA VIAJA POR FUENTE) AL MOMENTO
           05  FILLER                  PIC X(11) VALUE " IMPUESTO: ".
           05  PF-IMPUESTO             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
      *
       COPY SERKPI.
       COPY LOTVAL.
      *
       LINKAGE SECTION.
       01  LK-MODO-LLAMADA             PIC X.
           PERFORM 055-CARGAR-EXENCIONES.
           PERFORM 041-CARGAR-CLIENTES.
           PERFORM 045-CARGAR-CUENTAS.
           PERFORM 030-VALIDAR-CATALOGO.
           PERFORM 042-LEER-FECHA-NEGOCIO.
           PERFORM 048-CARGAR-CAMBIOS.
           OPEN EXTEND AUDIT-FILE.
           OPEN EXTEND DEFAULT-EXC-FILE.
           MOVE 0 TO LK-REGISTROS-PROCESADOS.
           IF LLAMADA-MODO-LOTE
               PERFORM 195-LOTE-CON-MAPEO
               MOVE WS-LOTE-TOTAL-FACTURAS TO LK-REGISTROS-PROCESADOS
           ELSE
               DISPLAY '-------------------------'
                       PERFORM 100-CALCULAR-IMPUESTO
                           UNTIL SWITCH-CERRAR = 'Y'
                   WHEN 2
                       PERFORM 195-LOTE-CON-MAPEO
                       MOVE WS-LOTE-TOTAL-FACTURAS
                           TO LK-REGISTROS-PROCESADOS
                   WHEN OTHER
              MOVE 'Y' TO SWITCH-CERRAR
           ELSE
              MOVE SPACES TO CATEGORIA-VENTA
              MOVE SPACES TO WS-FACTURA-DETALLE
              PERFORM 080-VALIDAR-MONTO
              IF MONTO-VALIDO
                 MOVE WS-MONTO-CHECK TO MONTO-VENTA
              END-IF
           END-IF.
      *
      * UN MAPEO A UNA CUENTA DESCONOCIDA O CERRADA DETIENE EL LOTE
      * ANTES DE LEER TAXIN: NADA SE GRAVA NI SE ASIENTA, Y LA
      * RECORRIDA CON EL MAPEO O EL CATALOGO CORREGIDO PROCESA EL
      * LOTE COMPLETO.
      *
       195-LOTE-CON-MAPEO.
           IF MAPEO-INVALIDO
               DISPLAY "LOTE NO PROCESADO: EL MAPEO TAXCTA APUNTA A "
                   "CUENTAS INVALIDAS EN CATCTA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-PROCESAR-LOTE
           END-IF.
      *
      * MODO LOTE - PROCESA EL ARCHIVO DE TRANSACCIONES COMPLETO Y
      * ESCRIBE EL ARCHIVO DE SALIDA CON EL IMPUESTO CALCULADO.
      *
       200-PROCESAR-LOTE.
           PERFORM 058-CARGAR-SALDOS-CXC.
           PERFORM 260-LEER-CHECKPOINT.
           OPEN INPUT TRANS-FILE.
           OPEN INPUT FACTURA-FILE.
           IF WS-REGISTRO-REINICIO > 0
               OPEN EXTEND TAX-OUT-FILE
               OPEN EXTEND TAX-REPORT-FILE
           PERFORM 290-LIMPIAR-CHECKPOINT.
           CLOSE TRANS-FILE
                 TAX-OUT-FILE
                 TAX-REPORT-FILE
                 FACTURA-FILE.
           IF LOTE-CUADRA
               PERFORM 450-ALIMENTAR-REMESA
               PERFORM 400-GENERAR-POLIZA
               PERFORM 460-ASENTAR-CXC
               PERFORM 470-REGISTRAR-FACTURAS
               PERFORM 475-REGISTRAR-LOTES
               IF LLAMADA-MODO-LOTE AND RETURN-CODE = 0
                   PERFORM 490-ALIMENTAR-SERIES
               END-IF
           ELSE
               DISPLAY "POLIZA, REMESA Y CUENTAS POR COBRAR NO "
                   "GENERADAS: EL LOTE NO CUADRA, TAXGL, TAXMES, "
                   "TAXCXC Y TAXFAC QUEDAN COMO ESTABAN"
           END-IF.
      *
       210-LEER-TRANSACCION.
           MOVE 'Y' TO WS-HEADER-VISTO.
           MOVE 'Y' TO WS-GRUPO-ABIERTO.
           MOVE TH-FUENTE TO WS-FUENTE-ACTUAL.
           MOVE TH-FECHA-NEGOCIO TO WS-FECHA-GRUPO.
           MOVE 0 TO WS-LOTE-DETALLES.
           MOVE 0 TO WS-LOTE-HASH.
           PERFORM 213-VALIDAR-FECHA-GRUPO.
      *
      * LA FECHA DE LA CABECERA DEBE SER LA DE NEGOCIO DE LA CORRIDA
      * (O ESTAR AUTORIZADA POR UN NIVEL 3 EN LOTCON) Y EL GRUPO NO
      * DEBE HABERSE PROCESADO ANTES, NI EN OTRA CORRIDA NI MAS
      * ARRIBA EN ESTE MISMO TAXIN. EL CODIGO DE RETORNO SE GUARDA
      * ALREDEDOR DE LA LLAMADA PARA NO PERDER UN ERROR ANTERIOR.
      *
       213-VALIDAR-FECHA-GRUPO.
           MOVE 'N' TO WS-GRUPO-RECHAZADO.
           MOVE 'N' TO WS-LOTE-REPETIDO.
           SET IDX-LOTE TO 1.
           PERFORM 214-BUSCAR-LOTE
               UNTIL IDX-LOTE > LOTES-CARGADOS OR LOTE-REPETIDO.
           MOVE RETURN-CODE TO WS-RETORNO-LOTE.
           MOVE 'V' TO LTV-FUNCION.
           MOVE "TAXIN" TO LTV-ARCHIVO.
           MOVE WS-FUENTE-ACTUAL TO LTV-FUENTE.
           MOVE WS-FECHA-GRUPO TO LTV-FECHA-LOTE.
           MOVE WS-FECHA-HOY TO LTV-FECHA-NEGOCIO.
           MOVE 0 TO LTV-CUENTA.
           MOVE 0 TO LTV-TOTAL.
           CALL "LOTVAL" USING LOTVAL-AREA.
           MOVE WS-RETORNO-LOTE TO RETURN-CODE.
           EVALUATE TRUE
               WHEN LOTE-REPETIDO
                   DISPLAY "ERROR DE LOTE: GRUPO " WS-FUENTE-ACTUAL
                       " DEL " WS-FECHA-GRUPO " REPETIDO EN TAXIN"
                   MOVE 'Y' TO WS-GRUPO-RECHAZADO
               WHEN LTV-DUPLICADO
                   DISPLAY "ERROR DE LOTE: GRUPO " WS-FUENTE-ACTUAL
                       " DEL " WS-FECHA-GRUPO " YA SE PROCESO EN LA "
                       "CORRIDA DEL " LTV-FECHA-PROCESO
                   MOVE 'Y' TO WS-GRUPO-RECHAZADO
               WHEN LTV-FECHA-DISTINTA
                   DISPLAY "ERROR DE LOTE: GRUPO " WS-FUENTE-ACTUAL
                       " CON FECHA " WS-FECHA-GRUPO " Y LA DE "
                       "NEGOCIO ES " WS-FECHA-HOY ", SIN AUTORIZACION"
                   MOVE 'Y' TO WS-GRUPO-RECHAZADO
               WHEN LTV-AUTORIZADO
                   DISPLAY "GRUPO " WS-FUENTE-ACTUAL " DEL "
                       WS-FECHA-GRUPO " AUTORIZADO POR " LTV-OPERADOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF GRUPO-RECHAZADO
               DISPLAY "SUS DETALLES NO SE PROCESAN"
               MOVE 'N' TO WS-LOTE-CUADRA
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       214-BUSCAR-LOTE.
           IF LOT-FUENTE(IDX-LOTE) = WS-FUENTE-ACTUAL
              AND LOT-FECHA(IDX-LOTE) = WS-FECHA-GRUPO
               MOVE 'Y' TO WS-LOTE-REPETIDO
           ELSE
               SET IDX-LOTE UP BY 1
           END-IF.
      *
      * VALIDA EL CIERRE CONTRA EL GRUPO QUE TERMINA: CUENTA DE
      * DETALLES Y TOTAL DE MONTOS DE ESTA SUCURSAL. EL GRUPO SE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-GRUPOS-COMPLETOS
                   IF NOT GRUPO-RECHAZADO
                       PERFORM 216-GUARDAR-LOTE
                   END-IF
           END-EVALUATE.
           MOVE 'N' TO WS-GRUPO-ABIERTO.
           MOVE 'N' TO WS-GRUPO-RECHAZADO.
      *
       216-GUARDAR-LOTE.
           IF LOTES-CARGADOS < 100
               ADD 1 TO LOTES-CARGADOS
               MOVE WS-FUENTE-ACTUAL TO LOT-FUENTE(LOTES-CARGADOS)
               MOVE WS-FECHA-GRUPO TO LOT-FECHA(LOTES-CARGADOS)
               MOVE TT-CUENTA TO LOT-CUENTA(LOTES-CARGADOS)
               MOVE TT-TOTAL TO LOT-TOTAL(LOTES-CARGADOS)
           ELSE
               DISPLAY "ERROR DE LOTE: MAS DE 100 GRUPOS EN TAXIN, "
                   "NO CABEN EN EL REGISTRO DE LOTES"
               MOVE 'N' TO WS-LOTE-CUADRA
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      * SALTA UNA TRANSACCION YA CONTABILIZADA EN UNA CORRIDA
      * ANTERIOR, SEGUN EL CHECKPOINT LEIDO AL INICIO DEL LOTE.
           MOVE 0 TO WS-CREDITOS.
           MOVE 0 TO ACUM-CARGADOS.
           MOVE 0 TO CXC-CARGADAS.
           MOVE 0 TO FACTURAS-LOTE-CARGADAS.
           MOVE 'N' TO WS-HEADER-VISTO.
           MOVE 'N' TO WS-GRUPO-ABIERTO.
           MOVE SPACES TO WS-FUENTE-ACTUAL.
           MOVE 0 TO WS-GRUPOS-COMPLETOS.
           MOVE 0 TO WS-FECHA-GRUPO.
           MOVE 'N' TO WS-GRUPO-RECHAZADO.
           MOVE 0 TO LOTES-CARGADOS.
           MOVE 'Y' TO WS-LOTE-CUADRA.
           OPEN INPUT CHECKPOINT-FILE.
           READ CHECKPOINT-FILE
                   MOVE CKP-TABLA-ACUM TO TABLA-LOTE-ACUM
                   MOVE CKP-CXC-CARGADAS TO CXC-CARGADAS
                   MOVE CKP-TABLA-CXC TO TABLA-CXC
                   MOVE CKP-FACTURAS-LOTE TO FACTURAS-LOTE-CARGADAS
                   MOVE CKP-TABLA-FACTURAS TO TABLA-FACTURAS-LOTE
                   MOVE CKP-FECHA-GRUPO TO WS-FECHA-GRUPO
                   MOVE CKP-GRUPO-RECHAZADO TO WS-GRUPO-RECHAZADO
                   MOVE CKP-LOTES-CARGADOS TO LOTES-CARGADOS
                   MOVE CKP-TABLA-LOTES TO TABLA-LOTES
           END-READ.
           CLOSE CHECKPOINT-FILE.
      *
           MOVE TABLA-LOTE-ACUM TO CKP-TABLA-ACUM.
           MOVE CXC-CARGADAS TO CKP-CXC-CARGADAS.
           MOVE TABLA-CXC TO CKP-TABLA-CXC.
           MOVE FACTURAS-LOTE-CARGADAS TO CKP-FACTURAS-LOTE.
           MOVE TABLA-FACTURAS-LOTE TO CKP-TABLA-FACTURAS.
           MOVE WS-FECHA-GRUPO TO CKP-FECHA-GRUPO.
           MOVE WS-GRUPO-RECHAZADO TO CKP-GRUPO-RECHAZADO.
           MOVE LOTES-CARGADOS TO CKP-LOTES-CARGADOS.
           MOVE TABLA-LOTES TO CKP-TABLA-LOTES.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
      *
           MOVE SPACES TO CKP-TABLA-ACUM.
           MOVE 0 TO CKP-CXC-CARGADAS.
           MOVE SPACES TO CKP-TABLA-CXC.
           MOVE 0 TO CKP-FACTURAS-LOTE.
           MOVE SPACES TO CKP-TABLA-FACTURAS.
           MOVE 0 TO CKP-FECHA-GRUPO.
           MOVE 'N' TO CKP-GRUPO-RECHAZADO.
           MOVE 0 TO CKP-LOTES-CARGADOS.
           MOVE SPACES TO CKP-TABLA-LOTES.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
      *
                       ADD 1 TO WS-LOTE-DETALLES
                       ADD TRANS-MONTO-VENTA TO WS-LOTE-HASH
                   END-IF
                   IF NOT GRUPO-RECHAZADO
                       PERFORM 225-PROCESAR-DETALLE
                   END-IF
           END-EVALUATE.
           DIVIDE WS-REGISTRO-ACTUAL BY WS-INTERVALO-CHECKPOINT
               GIVING WS-CKP-COCIENTE REMAINDER WS-CKP-RESIDUO.
           MOVE TRANS-CATEGORIA TO CATEGORIA-VENTA.
           MOVE TRANS-CLIENTE TO CLIENTE-VENTA.
           MOVE TRANS-MONEDA TO WS-MONEDA-DETALLE.
           MOVE TRANS-FACTURA TO WS-FACTURA-DETALLE.
           PERFORM 080-VALIDAR-MONTO.
           IF MONTO-VALIDO
               PERFORM 077-VALIDAR-FACTURA
           END-IF.
           IF MONTO-VALIDO
               MOVE WS-MONTO-CHECK TO MONTO-VENTA
               PERFORM 064-VALIDAR-CLIENTE
                   MOVE TASA-APLICABLE TO TAXOUT-TASA
                   MOVE WS-IMPUESTO-SIGNO TO TAXOUT-IMPUESTO
                   MOVE WS-FUENTE-ACTUAL TO TAXOUT-FUENTE
                   MOVE WS-FACTURA-DETALLE TO TAXOUT-FACTURA
                   WRITE TAX-OUT-RECORD
                   MOVE SPACES TO WS-MOTIVO-PENDIENTE
                   IF CLIENTE-VENTA NOT = SPACES
                       PERFORM 074-VERIFICAR-CREDITO
                       PERFORM 072-ASENTAR-PARTIDA-CXC
                   END-IF
                   PERFORM 073-GUARDAR-FACTURA-LOTE
                   PERFORM 070-ESCRIBIR-AUDITORIA
                   ADD 1 TO WS-LOTE-TOTAL-FACTURAS
                   IF DETALLE-ES-CREDITO
                       "TRANSFERENCIA TRUNCADA"
                   MOVE 'N' TO WS-LOTE-CUADRA
                   MOVE 8 TO RETURN-CODE
               WHEN NOT LOTE-CUADRA
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO GL-FUENTE.
           WRITE GL-RECORD.
           CLOSE GL-FILE.
           PERFORM 480-ARCHIVAR-POLIZA.
           IF WS-GL-TOTAL-IMPUESTO NOT = WS-TOTAL-DIA
               DISPLAY "ERROR DE POLIZA: EL TOTAL DE LA POLIZA NO "
                   "CUADRA CON EL IMPUESTO DEL DIA"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      * AGREGA LOS MOVIMIENTOS DE LA POLIZA RECIEN ESCRITA AL
      * HISTORIAL TAXGLH; EL REGISTRO DE CUADRE DEL LOTE NO VIAJA.
      *
       480-ARCHIVAR-POLIZA.
           MOVE 'N' TO WS-EOF-GL.
           OPEN INPUT GL-FILE.
           OPEN EXTEND GL-HISTORIA-FILE.
           PERFORM 481-LEER-POLIZA.
           PERFORM 482-COPIAR-MOVIMIENTO
               UNTIL EOF-GL.
           CLOSE GL-FILE.
           CLOSE GL-HISTORIA-FILE.
      *
       481-LEER-POLIZA.
           READ GL-FILE
               AT END MOVE 'Y' TO WS-EOF-GL
           END-READ.
      *
       482-COPIAR-MOVIMIENTO.
           IF GL-TIPO-REG = 'D'
               WRITE GL-HISTORIA-RECORD FROM GL-RECORD
           END-IF.
           PERFORM 481-LEER-POLIZA.
      *
      * AGRUPA EL ACUMULADO (FUENTE/CATEGORIA/TASA) A NIVEL DE
      * FUENTE Y CATEGORIA, QUE ES COMO ASIENTA LA POLIZA: CADA
      * SUCURSAL QUEDA IDENTIFICABLE EN SUS MOVIMIENTOS.
           IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
               PERFORM 240-ESCRIBIR-ENCABEZADO-LOTE
           END-IF.
           MOVE WS-FACTURA-DETALLE TO DR-FACTURA.
           MOVE WS-MONTO-SIGNO TO DR-MONTO-VENTA.
           MOVE CATEGORIA-VENTA TO DR-CATEGORIA.
           MOVE TASA-APLICABLE TO DR-TASA.
               WRITE TAX-REPORT-RECORD FROM DETALLE-FX-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
           IF NOT PARTIDA-EN-FIRME
               MOVE CLIENTE-VENTA TO DPN-CLIENTE
               IF PENDIENTE-RETENIDO
                   MOVE "CLIENTE RETENIDO POR COBRANZA" TO DPN-MOTIVO
               ELSE
                   MOVE "LIMITE DE CREDITO EXCEDIDO" TO DPN-MOTIVO
               END-IF
               WRITE TAX-REPORT-RECORD FROM DETALLE-PENDIENTE-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
      *
      * ENCABEZADO COMPARTIDO DE LA SUITE, MAS EL RENGLON DE
      * COLUMNAS PROPIO DE ESTE REPORTE.
           WRITE TAX-REPORT-RECORD FROM PIE-EXENTAS-LINEA.
           MOVE WS-CREDITOS TO PC-CREDITOS.
           WRITE TAX-REPORT-RECORD FROM PIE-CREDITOS-LINEA.
           MOVE 0 TO WS-PENDIENTES.
           PERFORM 256-CONTAR-PENDIENTE
               VARYING IDX-CXC FROM 1 BY 1
               UNTIL IDX-CXC > CXC-CARGADAS.
           MOVE WS-PENDIENTES TO PP-PENDIENTES.
           WRITE TAX-REPORT-RECORD FROM PIE-PENDIENTES-LINEA.
           WRITE TAX-REPORT-RECORD FROM RPT-PIE-LINEA.
      *
      * LAS PENDIENTES DE APROBACION SE CUENTAN DE LA TABLA DE
      * PARTIDAS DEL LOTE, QUE YA VIAJA EN EL CHECKPOINT.
      *
       256-CONTAR-PENDIENTE.
           IF CXB-MOTIVO(IDX-CXC) NOT = SPACES
               ADD 1 TO WS-PENDIENTES
           END-IF.
      *
      * DERIVA LOS SUBTOTALES POR SUCURSAL DEL ACUMULADO DEL LOTE,
      * NETEANDO LAS NOTAS DE CREDITO DE CADA RENGLON.
      *
           END-READ.
      *
       044-ALMACENAR-CLIENTE.
           IF CLIENTES-CARGADOS < 2000
               ADD 1 TO CLIENTES-CARGADOS
               MOVE CLI-CLIENTE TO CLM-CLIENTE(CLIENTES-CARGADOS)
               MOVE CLI-ESTADO TO CLM-ESTADO(CLIENTES-CARGADOS)
               MOVE CLI-CATEGORIA
                   TO CLM-CATEGORIA(CLIENTES-CARGADOS)
               MOVE CLI-LIMITE-CREDITO
                   TO CLM-LIMITE-CREDITO(CLIENTES-CARGADOS)
               MOVE CLI-RETENIDO TO CLM-RETENIDO(CLIENTES-CARGADOS)
               MOVE 0 TO CLM-SALDO-ABIERTO(CLIENTES-CARGADOS)
           ELSE
               DISPLAY "TABLA DE CLIENTES LLENA (2000), SE IGNORA "
                   "CLIENTE: " CLI-CLIENTE
           END-IF.
           PERFORM 043-LEER-CLIENTE.
       064-VALIDAR-CLIENTE.
           MOVE 'A' TO WS-ESTADO-CLIENTE.
           MOVE SPACES TO WS-CATEGORIA-CLIENTE.
           MOVE 0 TO WS-LIMITE-CLIENTE.
           MOVE 'N' TO WS-RETENIDO-CLIENTE.
           MOVE 0 TO WS-SALDO-CLIENTE.
           IF CLIENTES-CARGADOS = 0 OR CLIENTE-VENTA = SPACES
               CONTINUE
           ELSE
               END-IF
               MOVE CLM-CATEGORIA(IDX-CLIENTE)
                   TO WS-CATEGORIA-CLIENTE
               MOVE CLM-LIMITE-CREDITO(IDX-CLIENTE)
                   TO WS-LIMITE-CLIENTE
               MOVE CLM-RETENIDO(IDX-CLIENTE) TO WS-RETENIDO-CLIENTE
               MOVE CLM-SALDO-ABIERTO(IDX-CLIENTE)
                   TO WS-SALDO-CLIENTE
           ELSE
               SET IDX-CLIENTE UP BY 1.
      *
           END-IF.
           PERFORM 090-ESCRIBIR-RECHAZO.
      *
      * SUMA EL SALDO ABIERTO DE CADA CLIENTE DEL MAESTRO DESDE EL
      * AUXILIAR TAXCXC, PARA EL LIMITE DE CREDITO. EL AUXILIAR NO
      * CAMBIA HASTA QUE EL LOTE CUADRA, ASI QUE UN REINICIO LO
      * VUELVE A SUMAR IGUAL.
      *
       058-CARGAR-SALDOS-CXC.
           IF CLIENTES-CARGADOS > 0
               OPEN INPUT CXC-FILE
               MOVE 'N' TO WS-EOF-CXC
               PERFORM 059-LEER-PARTIDA-CXC
               PERFORM 054-SUMAR-SALDO-CXC
                   UNTIL EOF-CXC
               CLOSE CXC-FILE
           END-IF.
      *
       059-LEER-PARTIDA-CXC.
           READ CXC-FILE
               AT END MOVE 'Y' TO WS-EOF-CXC
           END-READ.
      *
       054-SUMAR-SALDO-CXC.
           IF CXC-ESTADO = 'A' AND CXC-CLIENTE NOT = SPACES
               MOVE CXC-CLIENTE TO CLIENTE-VENTA
               PERFORM 064-VALIDAR-CLIENTE
               IF NOT CLIENTE-DESCONOCIDO
                   ADD CXC-SALDO TO CLM-SALDO-ABIERTO(IDX-CLIENTE)
               END-IF
           END-IF.
           PERFORM 059-LEER-PARTIDA-CXC.
      *
      * DECIDE SI LA PARTIDA DEL DETALLE EN TURNO VA EN FIRME A
      * TAXCXC O A PENDIENTES DE APROBACION: CLIENTE RETENIDO POR
      * COBRANZA (RT), O SALDO ABIERTO MAS LO YA ASENTADO EN FIRME
      * EN ESTE LOTE MAS ESTA FACTURA POR ENCIMA DEL LIMITE (LC).
      * LAS NOTAS DE CREDITO BAJAN EL SALDO Y SIEMPRE VAN EN FIRME.
      *
       074-VERIFICAR-CREDITO.
           MOVE SPACES TO WS-MOTIVO-PENDIENTE.
           IF NOT DETALLE-ES-CREDITO
               IF WS-RETENIDO-CLIENTE = 'S'
                   MOVE 'RT' TO WS-MOTIVO-PENDIENTE
               ELSE
                   IF WS-LIMITE-CLIENTE > 0
                       PERFORM 079-SUMAR-LOTE-CLIENTE
                           VARYING IDX-CXC FROM 1 BY 1
                           UNTIL IDX-CXC > CXC-CARGADAS
                       IF WS-SALDO-CLIENTE + WS-MONTO-SIGNO
                          + WS-IMPUESTO-SIGNO > WS-LIMITE-CLIENTE
                           MOVE 'LC' TO WS-MOTIVO-PENDIENTE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       079-SUMAR-LOTE-CLIENTE.
           IF CXB-CLIENTE(IDX-CXC) = CLIENTE-VENTA
              AND CXB-MOTIVO(IDX-CXC) = SPACES
               ADD CXB-MONTO(IDX-CXC) TO WS-SALDO-CLIENTE
           END-IF.
      *
      * CARGA EL MAPEO DE CATEGORIA A CUENTAS CONTABLES. EL ARCHIVO
      * ES OPCIONAL: LAS CATEGORIAS SIN MAPEO SE CONTABILIZAN EN LAS
      * CUENTAS GENERALES DE RESPALDO.
           END-IF.
           PERFORM 046-LEER-CUENTA.
      *
      * CARGA EL CATALOGO DE CUENTAS Y VERIFICA CONTRA EL CADA
      * CUENTA DEL MAPEO Y LAS CUENTAS FIJAS DE LA POLIZA. SIN
      * CATALOGO (ARCHIVO AUSENTE O VACIO) NO HAY CONTRA QUE
      * VERIFICAR Y EL LOTE OPERA COMO ANTES.
      *
       030-VALIDAR-CATALOGO.
           MOVE 'N' TO WS-MAPEO-INVALIDO.
           MOVE 0 TO CATALOGO-CARGADAS.
           MOVE 'N' TO WS-EOF-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           PERFORM 031-LEER-CATALOGO.
           PERFORM 032-ALMACENAR-CATALOGO
               UNTIL EOF-CATALOGO.
           CLOSE CATALOGO-FILE.
           IF CATALOGO-CARGADAS > 0
               PERFORM 033-VERIFICAR-MAPEO
                   VARYING IDX-CUENTA FROM 1 BY 1
                   UNTIL IDX-CUENTA > CUENTA-TOTAL-CARGADAS
               MOVE "***" TO WS-CATEGORIA-VERIFICAR
               MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-VERIFICAR
               PERFORM 034-VERIFICAR-CUENTA
               MOVE WS-CUENTA-VENTA-GEN TO WS-CUENTA-VERIFICAR
               PERFORM 034-VERIFICAR-CUENTA
               MOVE WS-CUENTA-IMPTO-GEN TO WS-CUENTA-VERIFICAR
               PERFORM 034-VERIFICAR-CUENTA
           END-IF.
      *
       031-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END MOVE 'Y' TO WS-EOF-CATALOGO
           END-READ.
      *
       032-ALMACENAR-CATALOGO.
           IF CATALOGO-CARGADAS < 300
               ADD 1 TO CATALOGO-CARGADAS
               MOVE CAT-CUENTA TO TCT-CUENTA(CATALOGO-CARGADAS)
               MOVE CAT-ESTADO TO TCT-ESTADO(CATALOGO-CARGADAS)
           ELSE
               DISPLAY "TABLA DE CATALOGO LLENA (300), SE IGNORA "
                   "CUENTA: " CAT-CUENTA
           END-IF.
           PERFORM 031-LEER-CATALOGO.
      *
       033-VERIFICAR-MAPEO.
           MOVE CTB-CATEGORIA(IDX-CUENTA) TO WS-CATEGORIA-VERIFICAR.
           MOVE CTB-CUENTA-VENTA(IDX-CUENTA) TO WS-CUENTA-VERIFICAR.
           PERFORM 034-VERIFICAR-CUENTA.
           MOVE CTB-CUENTA-IMPUESTO(IDX-CUENTA)
               TO WS-CUENTA-VERIFICAR.
           PERFORM 034-VERIFICAR-CUENTA.
      *
       034-VERIFICAR-CUENTA.
           MOVE 'N' TO WS-CUENTA-CATALOGO.
           SET IDX-CATALOGO TO 1.
           PERFORM 035-COMPARAR-CATALOGO
               UNTIL IDX-CATALOGO > CATALOGO-CARGADAS
                  OR CUENTA-EN-CATALOGO.
           IF NOT CUENTA-EN-CATALOGO
               DISPLAY "CATEGORIA " WS-CATEGORIA-VERIFICAR
                   ": CUENTA " WS-CUENTA-VERIFICAR
                   " NO EXISTE EN CATCTA"
               MOVE 'Y' TO WS-MAPEO-INVALIDO
           ELSE
               IF TCT-ESTADO(IDX-CATALOGO) = 'C'
                   DISPLAY "CATEGORIA " WS-CATEGORIA-VERIFICAR
                       ": CUENTA " WS-CUENTA-VERIFICAR
                       " ESTA CERRADA EN CATCTA"
                   MOVE 'Y' TO WS-MAPEO-INVALIDO
               END-IF
           END-IF.
      *
       035-COMPARAR-CATALOGO.
           IF TCT-CUENTA(IDX-CATALOGO) = WS-CUENTA-VERIFICAR
               MOVE 'Y' TO WS-CUENTA-CATALOGO
           ELSE
               SET IDX-CATALOGO UP BY 1.
      *
      * RESUELVE LAS CUENTAS DE VENTA E IMPUESTO DE UNA CATEGORIA;
      * SIN MAPEO SE USAN LAS CUENTAS GENERALES DE RESPALDO.
      *
      *
       062-BUSCAR-EXENCION.
           MOVE 'N' TO WS-ESTADO-EXENCION.
           MOVE SPACES TO WS-CERTIFICADO-USO.
           IF CLIENTE-VENTA = SPACES
               CONTINUE
           ELSE
           IF EXN-CLIENTE(IDX-EXENCION) = CLIENTE-VENTA
               IF EXN-FECHA-VENCE(IDX-EXENCION) >= WS-FECHA-HOY
                   MOVE 'V' TO WS-ESTADO-EXENCION
                   MOVE EXN-CERTIFICADO(IDX-EXENCION)
                       TO WS-CERTIFICADO-USO
               ELSE
                   MOVE 'X' TO WS-ESTADO-EXENCION
               END-IF
               MOVE 0 TO AUDIT-MONTO-ORIGINAL
               MOVE 0 TO AUDIT-TIPO-CAMBIO
           END-IF.
           MOVE WS-FACTURA-DETALLE TO AUDIT-FACTURA.
           WRITE AUDIT-RECORD.
      *
      * CONVIERTE A MONEDA BASE EL DETALLE EN TURNO CUANDO TRAE
           ELSE
               SET IDX-CAMBIO UP BY 1.
      *
      * VALIDA EL NUMERO DE FACTURA DEL DETALLE EN TURNO: SIN
      * NUMERO SE RECHAZA (MOTIVO FV); UN NUMERO YA ACEPTADO EN
      * ESTE MISMO LOTE SE RECHAZA COMO REPETIDO (MOTIVO FR), Y UNO
      * QUE YA ESTA EN EL REGISTRO PERMANENTE TAXFAC, GRAVADO EN UN
      * DIA ANTERIOR, SE RECHAZA COMO DUPLICADO (MOTIVO FD). SI LA
      * TABLA DE FACTURAS DEL LOTE YA ESTA LLENA, LA FACTURA NO
      * PODRIA LLEGAR A TAXFAC Y SE RECHAZA (MOTIVO FL).
      *
       077-VALIDAR-FACTURA.
           IF WS-FACTURA-DETALLE = SPACES
               MOVE 'N' TO WS-MONTO-VALIDO
               MOVE 'FV' TO WS-REASON-CODE
           ELSE
               MOVE 'N' TO WS-FACTURA-REPETIDA
               SET IDX-FACLOTE TO 1
               PERFORM 078-COMPARAR-FACTURA-LOTE
                   UNTIL IDX-FACLOTE > FACTURAS-LOTE-CARGADAS
                      OR FACTURA-REPETIDA
               IF FACTURA-REPETIDA
                   MOVE 'N' TO WS-MONTO-VALIDO
                   MOVE 'FR' TO WS-REASON-CODE
               ELSE
                   MOVE WS-FACTURA-DETALLE TO FAC-FACTURA
                   READ FACTURA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-MONTO-VALIDO
                           MOVE 'FD' TO WS-REASON-CODE
                   END-READ
               END-IF
           END-IF.
           IF MONTO-VALIDO AND FACTURAS-LOTE-CARGADAS NOT < 500
               MOVE 'N' TO WS-MONTO-VALIDO
               MOVE 'FL' TO WS-REASON-CODE
           END-IF.
      *
       078-COMPARAR-FACTURA-LOTE.
           IF FLT-FACTURA(IDX-FACLOTE) = WS-FACTURA-DETALLE
               MOVE 'Y' TO WS-FACTURA-REPETIDA
           ELSE
               SET IDX-FACLOTE UP BY 1.
      *
      * GUARDA LA FACTURA RECIEN ACEPTADA EN LA TABLA DE FACTURAS
      * DEL LOTE, CON SU IMPORTE CON SIGNO, PARA EL REGISTRO TAXFAC.
      *
       073-GUARDAR-FACTURA-LOTE.
           IF FACTURAS-LOTE-CARGADAS < 500
               ADD 1 TO FACTURAS-LOTE-CARGADAS
               SET IDX-FACLOTE TO FACTURAS-LOTE-CARGADAS
               MOVE WS-FACTURA-DETALLE TO FLT-FACTURA(IDX-FACLOTE)
               MOVE WS-TIPO-DETALLE TO FLT-TIPO(IDX-FACLOTE)
               MOVE WS-FUENTE-ACTUAL TO FLT-FUENTE(IDX-FACLOTE)
               MOVE CLIENTE-VENTA TO FLT-CLIENTE(IDX-FACLOTE)
               COMPUTE FLT-MONTO(IDX-FACLOTE) =
                   WS-MONTO-SIGNO + WS-IMPUESTO-SIGNO
               MOVE WS-MONTO-SIGNO TO FLT-VENTA(IDX-FACLOTE)
               MOVE WS-IMPUESTO-SIGNO TO FLT-IMPUESTO(IDX-FACLOTE)
               IF EXENCION-VIGENTE
                   MOVE 'E' TO FLT-EXENTO(IDX-FACLOTE)
                   MOVE WS-CERTIFICADO-USO
                       TO FLT-CERTIFICADO(IDX-FACLOTE)
               ELSE
                   MOVE SPACE TO FLT-EXENTO(IDX-FACLOTE)
                   MOVE SPACES TO FLT-CERTIFICADO(IDX-FACLOTE)
               END-IF
           ELSE
               DISPLAY "TABLA DE FACTURAS DEL LOTE LLENA (500), NO "
                   "SE REGISTRA LA FACTURA: " WS-FACTURA-DETALLE
               MOVE 'N' TO WS-LOTE-CUADRA
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      * GUARDA LA FACTURA RECIEN ACEPTADA EN LA TABLA DE PARTIDAS
      * DE CUENTAS POR COBRAR: VENTA MAS IMPUESTO CON SIGNO, ASI
      * UNA NOTA DE CREDITO ENTRA COMO PARTIDA NEGATIVA QUE NETEA
      * EL SALDO DEL CLIENTE. LA TABLA VIAJA EN EL CHECKPOINT Y
      * SOLO SE ASIENTA A TAXCXC CUANDO EL LOTE CUADRA. EN MONEDA
      * EXTRANJERA EL IMPORTE ORIGINAL DE LA PARTIDA ES EL IMPORTE
      * EN MONEDA BASE ENTRE EL TIPO DE CAMBIO DE LA FACTURA.
      *
       072-ASENTAR-PARTIDA-CXC.
           IF CXC-CARGADAS < 300
               MOVE WS-TIPO-DETALLE TO CXB-TIPO(CXC-CARGADAS)
               COMPUTE CXB-MONTO(CXC-CARGADAS) =
                   WS-MONTO-SIGNO + WS-IMPUESTO-SIGNO
               MOVE WS-FACTURA-DETALLE TO CXB-FACTURA(CXC-CARGADAS)
               MOVE WS-MOTIVO-PENDIENTE TO CXB-MOTIVO(CXC-CARGADAS)
               IF ES-MONEDA-EXT
                   MOVE WS-MONEDA-DETALLE TO CXB-MONEDA(CXC-CARGADAS)
                   MOVE WS-TIPO-CAMBIO-USO
                       TO CXB-TIPO-CAMBIO(CXC-CARGADAS)
                   COMPUTE CXB-MONTO-ORIGINAL(CXC-CARGADAS) ROUNDED =
                       CXB-MONTO(CXC-CARGADAS) / WS-TIPO-CAMBIO-USO
               ELSE
                   MOVE SPACES TO CXB-MONEDA(CXC-CARGADAS)
                   MOVE 0 TO CXB-TIPO-CAMBIO(CXC-CARGADAS)
                   MOVE 0 TO CXB-MONTO-ORIGINAL(CXC-CARGADAS)
               END-IF
           ELSE
               DISPLAY "TABLA DE PARTIDAS CXC LLENA (300), NO SE "
                   "ASIENTA LA FACTURA DEL CLIENTE: " CLIENTE-VENTA
      *
       460-ASENTAR-CXC.
           OPEN EXTEND CXC-FILE.
           OPEN EXTEND PENDIENTE-FILE.
           PERFORM 461-ESCRIBIR-PARTIDA-CXC
               VARYING IDX-CXC FROM 1 BY 1
               UNTIL IDX-CXC > CXC-CARGADAS.
           CLOSE CXC-FILE.
           CLOSE PENDIENTE-FILE.
      *
       461-ESCRIBIR-PARTIDA-CXC.
           IF CXB-MOTIVO(IDX-CXC) = SPACES
               PERFORM 462-ESCRIBIR-EN-FIRME
           ELSE
               PERFORM 463-ESCRIBIR-PENDIENTE
           END-IF.
      *
       463-ESCRIBIR-PENDIENTE.
           MOVE CXB-CLIENTE(IDX-CXC) TO PND-CLIENTE.
           MOVE WS-FECHA-HOY TO PND-FECHA.
           MOVE CXB-TIPO(IDX-CXC) TO PND-TIPO.
           MOVE CXB-MONTO(IDX-CXC) TO PND-MONTO.
           MOVE CXB-FACTURA(IDX-CXC) TO PND-FACTURA.
           MOVE CXB-MOTIVO(IDX-CXC) TO PND-MOTIVO.
           MOVE 'P' TO PND-ESTADO.
           MOVE CXB-MONEDA(IDX-CXC) TO PND-MONEDA.
           MOVE CXB-MONTO-ORIGINAL(IDX-CXC) TO PND-MONTO-ORIGINAL.
           MOVE CXB-TIPO-CAMBIO(IDX-CXC) TO PND-TIPO-CAMBIO.
           WRITE PENDIENTE-RECORD.
      *
       462-ESCRIBIR-EN-FIRME.
           MOVE CXB-CLIENTE(IDX-CXC) TO CXC-CLIENTE.
           MOVE WS-FECHA-HOY TO CXC-FECHA.
           MOVE CXB-TIPO(IDX-CXC) TO CXC-TIPO.
           MOVE CXB-MONTO(IDX-CXC) TO CXC-MONTO.
           MOVE CXB-MONTO(IDX-CXC) TO CXC-SALDO.
           MOVE 'A' TO CXC-ESTADO.
           MOVE CXB-FACTURA(IDX-CXC) TO CXC-REFERENCIA.
           MOVE CXB-MONEDA(IDX-CXC) TO CXC-MONEDA.
           MOVE CXB-MONTO-ORIGINAL(IDX-CXC) TO CXC-MONTO-ORIGINAL.
           MOVE CXB-TIPO-CAMBIO(IDX-CXC) TO CXC-TIPO-CAMBIO.
           WRITE CXC-RECORD.
      *
      * AGREGA AL REGISTRO PERMANENTE LAS FACTURAS DEL LOTE QUE
      * CUADRO. UNA LLAVE QUE YA EXISTE NO DEBERIA LLEGAR AQUI (EL
      * DETALLE SE RECHAZO AL LEERLO); SI LLEGA, SE AVISA Y SE
      * CONSERVA EL RENGLON ORIGINAL.
      *
       470-REGISTRAR-FACTURAS.
           MOVE 0 TO WS-FACTURAS-REGISTRADAS.
           OPEN I-O FACTURA-FILE.
           PERFORM 471-ESCRIBIR-FACTURA
               VARYING IDX-FACLOTE FROM 1 BY 1
               UNTIL IDX-FACLOTE > FACTURAS-LOTE-CARGADAS.
           CLOSE FACTURA-FILE.
           DISPLAY "FACTURAS REGISTRADAS EN TAXFAC: "
               WS-FACTURAS-REGISTRADAS.
      *
       471-ESCRIBIR-FACTURA.
           MOVE FLT-FACTURA(IDX-FACLOTE) TO FAC-FACTURA.
           MOVE WS-FECHA-HOY TO FAC-FECHA.
           MOVE FLT-TIPO(IDX-FACLOTE) TO FAC-TIPO.
           MOVE FLT-FUENTE(IDX-FACLOTE) TO FAC-FUENTE.
           MOVE FLT-CLIENTE(IDX-FACLOTE) TO FAC-CLIENTE.
           MOVE FLT-MONTO(IDX-FACLOTE) TO FAC-MONTO.
           MOVE FLT-VENTA(IDX-FACLOTE) TO FAC-VENTA.
           MOVE FLT-IMPUESTO(IDX-FACLOTE) TO FAC-IMPUESTO.
           MOVE FLT-EXENTO(IDX-FACLOTE) TO FAC-EXENTO.
           MOVE FLT-CERTIFICADO(IDX-FACLOTE) TO FAC-CERTIFICADO.
           WRITE FACTURA-RECORD
               INVALID KEY
                   DISPLAY "FACTURA YA REGISTRADA EN TAXFAC, SE "
                       "CONSERVA LA ORIGINAL: " FAC-FACTURA
               NOT INVALID KEY
                   ADD 1 TO WS-FACTURAS-REGISTRADAS
           END-WRITE.
      *
      * TOTALES DEL LOTE NOCTURNO PARA LA VARIANZA DE SERNUM: LAS
      * FACTURAS LEIDAS Y EL IMPUESTO NETO DEL DIA (YA DESCONTADAS
      * LAS NOTAS DE CREDITO) EN MILES DE PESOS. SOLO SE MANDAN
      * CUANDO TODO EL LOTE TERMINO BIEN.
      *
       490-ALIMENTAR-SERIES.
           MOVE "TAX" TO SKP-FUENTE.
           MOVE 2 TO SKP-LECTURAS.
           MOVE "KFAC" TO SKP-SERIE(1).
           MOVE WS-LOTE-TOTAL-FACTURAS TO SKP-IMPORTE(1).
           MOVE 1 TO SKP-DIVISOR(1).
           MOVE "KIMP" TO SKP-SERIE(2).
           MOVE WS-TOTAL-DIA TO SKP-IMPORTE(2).
           MOVE 1000 TO SKP-DIVISOR(2).
           CALL "SERKPI" USING SERKPI-AREA.
      *
      * DA DE ALTA EN LOTREG CADA GRUPO DEL LOTE QUE CUADRO, YA CON
      * TODO ASENTADO, PARA QUE EL MISMO ARCHIVO NO SE VUELVA A
      * PROCESAR. LA POLIZA PUDO DEJAR CODIGO 8 Y SE CONSERVA.
      *
       475-REGISTRAR-LOTES.
           MOVE RETURN-CODE TO WS-RETORNO-LOTE.
           PERFORM 476-REGISTRAR-UN-LOTE
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > LOTES-CARGADOS.
           MOVE WS-RETORNO-LOTE TO RETURN-CODE.
           DISPLAY "LOTES REGISTRADOS EN LOTREG: " LOTES-CARGADOS.
      *
       476-REGISTRAR-UN-LOTE.
           MOVE 'R' TO LTV-FUNCION.
           MOVE "TAXIN" TO LTV-ARCHIVO.
           MOVE LOT-FUENTE(IDX-LOTE) TO LTV-FUENTE.
           MOVE LOT-FECHA(IDX-LOTE) TO LTV-FECHA-LOTE.
           MOVE WS-FECHA-HOY TO LTV-FECHA-NEGOCIO.
           MOVE LOT-CUENTA(IDX-LOTE) TO LTV-CUENTA.
           MOVE LOT-TOTAL(IDX-LOTE) TO LTV-TOTAL.
           CALL "LOTVAL" USING LOTVAL-AREA.
      *
      * VALIDA QUE EL MONTO DE VENTA SEA POSITIVO Y NO REBASE EL
      * MAXIMO DE 99999.99 ANTES DE CALCULAR EL IMPUESTO.
      *
                  CATEGORIA-VENTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLIENTE-VENTA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FACTURA-DETALLE DELIMITED BY SIZE
               INTO RCH-ENTRADA-CRUDA.
           MOVE WS-REASON-CODE TO RCH-REASON-CODE.
           MOVE 'A' TO RCH-DISPOSICION.
