      * PARMSHOP SE MARCAN EN EL REPORTE SERALR, PARA QUE UNA SERIE
      * QUE DERIVA 40% EN UNA SEMANA SE VEA EN LA MANANA Y NO EN LA
      * CONCILIACION DE FIN DE MES.
      * MODIFICADO 15/10/2026 - MAESTRO DE SERIES (SERDEF, MANTENIDO
      * CON SERMANT): LAS LECTURAS DE UNA SERIE QUE NO ESTA DEFINIDA
      * SE RECHAZAN CON MOTIVO SD Y LAS DE UNA SERIE INACTIVA CON
      * MOTIVO SI; EL RANGO VALIDO ES EL DE CADA SERIE EN LUGAR DEL
      * RANGO GLOBAL DE 1 A 999. SIN MAESTRO EL LOTE NO CORRE (CODIGO
      * DE RETORNO 8). AL TERMINAR EL ARCHIVO SE LISTAN EN SERALR LAS
      * SERIES ACTIVAS QUE NO MANDARON LECTURAS O MANDARON MENOS DE
      * LAS ESPERADAS POR DIA, Y SE DEJAN EN SERFAL PARA EL TABLERO
      * MATUTINO (OPSDASH).
      * MODIFICADO 15/10/2026 - SERIN PUEDE TRAER VARIOS BLOQUES,
      * UNO POR REMITENTE (CABECERA, DETALLES Y CIERRE), COMO LOS
      * TOTALES NOCTURNOS QUE CALCIMPUESTO, SSDCALC, GPACALC E
      * INVERSION AGREGAN VIA SERKPI; CADA CIERRE SE VALIDA CONTRA
      * SU PROPIO BLOQUE. SERNUM CORRE COMO PASO DE PROCESODIARIO
      * (MODO LOTE POR PARAMETRO) Y UN LOTE QUE CUADRA DEJA SERIN
      * VACIO PARA LOS BLOQUES DEL DIA SIGUIENTE. LAS SERIES QUE
      * REBASAN LA TOLERANCIA SE DEJAN TAMBIEN EN SERVAR PARA EL
      * TABLERO MATUTINO.
      * MODIFICADO 15/10/2026 - CADA CABECERA SE VALIDA CONTRA EL
      * REGISTRO DE LOTES LOTREG (VIA LOTVAL): UN BLOQUE CON FECHA
      * DISTINTA A LA DE NEGOCIO SIN AUTORIZACION DE NIVEL 3, O QUE
      * YA SE PROCESO (AUNQUE SEA DOS VECES EN EL MISMO SERIN), SE
      * RECHAZA SIN ACUMULAR SUS LECTURAS Y TIRA EL LOTE. AL CUADRAR
      * EL LOTE, CADA BLOQUE SE DA DE ALTA EN LOTREG.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARAM-FILE ASSIGN TO "PARMSHOP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DEFINICION-FILE ASSIGN TO "SERDEF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FALTANTE-FILE ASSIGN TO "SERFAL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VARIACION-FILE ASSIGN TO "SERVAR"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      * EL ARCHIVO DE NUMEROS LLEGA EN BLOQUES, UNO POR REMITENTE,
      * CADA UNO CON UN REGISTRO DE CABECERA (FUENTE Y FECHA DE
      * NEGOCIO) Y UNO DE CIERRE (CUENTA DE DETALLES Y SUMA DE
      * VALORES DEL BLOQUE), PARA DETECTAR TRANSFERENCIAS TRUNCADAS.
      * LOS VALORES RESUBMITIDOS POR LA MESA DE RECHAZOS SE AGREGAN
      * FUERA DE TODO BLOQUE Y NO ENTRAN EN LA VALIDACION.
      *
       FD  NUMEROS-FILE.
      * EL DETALLE AHORA TRAE EL IDENTIFICADOR DE LA SERIE (MEDIDOR
           05  CKP-SERIES-CARGADAS    PIC 99.
           05  CKP-TABLA-SERIES       PIC X(560).
           05  CKP-HEADER-VISTO       PIC X.
           05  CKP-GRUPO-ABIERTO      PIC X.
           05  CKP-FUENTE-ACTUAL      PIC X(03).
           05  CKP-GRUPOS-COMPLETOS   PIC 9(3).
           05  CKP-LOTE-CUADRA        PIC X.
           05  CKP-FECHA-GRUPO        PIC 9(8).
           05  CKP-GRUPO-RECHAZADO    PIC X.
           05  CKP-LOTES-CARGADOS     PIC 99.
           05  CKP-TABLA-LOTES        PIC X(600).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       FD  PARAM-FILE.
       COPY PARMSHOP.
      *
      * MAESTRO DE SERIES: RANGO VALIDO, LECTURAS ESPERADAS POR DIA
      * Y ESTADO DE CADA SERIE (SE MANTIENE CON SERMANT).
      *
       FD  DEFINICION-FILE.
       01  DEFINICION-RECORD.
           05  SDF-SERIE              PIC X(4).
           05  SDF-DESCRIPCION        PIC X(30).
           05  SDF-DEPARTAMENTO       PIC X(10).
           05  SDF-MINIMO             PIC 9(3).
           05  SDF-MAXIMO             PIC 9(3).
           05  SDF-LECTURAS-DIA       PIC 9(3).
           05  SDF-ESTADO             PIC X.
               88  SDF-ACTIVA                  VALUE 'A' SPACE.
               88  SDF-INACTIVA                VALUE 'I'.
      *
      * SERIES ACTIVAS FALTANTES O INCOMPLETAS DE LA CORRIDA; SE
      * REESCRIBE EN CADA LOTE Y LO LEE EL TABLERO MATUTINO.
      *
       FD  FALTANTE-FILE.
       01  FALTANTE-RECORD.
           05  SFL-FECHA              PIC 9(8).
           05  SFL-SERIE              PIC X(4).
           05  SFL-DESCRIPCION        PIC X(30).
           05  SFL-DEPARTAMENTO       PIC X(10).
           05  SFL-ESPERADAS          PIC 9(3).
           05  SFL-RECIBIDAS          PIC 9(3).
      *
      * SERIES QUE REBASARON LA TOLERANCIA EN EL PASE DE VARIANZA;
      * SE REESCRIBE EN CADA LOTE Y LO LEE EL TABLERO MATUTINO.
      *
       FD  VARIACION-FILE.
       01  VARIACION-RECORD.
           05  SVR-FECHA              PIC 9(8).
           05  SVR-SERIE              PIC X(4).
           05  SVR-DESCRIPCION        PIC X(30).
           05  SVR-PROM-HOY           PIC 9(4)V99.
           05  SVR-PROM-HIST          PIC 9(4)V99.
           05  SVR-VAR-PCT            PIC 9(4)V9.
           05  SVR-VAR-CTA-PCT        PIC 9(4)V9.
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO          PIC 9 VALUE 1.
       77  WS-VALOR-EDITADO           PIC -(3)9.
       77  WS-HEADER-VISTO            PIC X VALUE 'N'.
           88  HEADER-VISTO                    VALUE 'Y'.
       77  WS-GRUPO-ABIERTO           PIC X VALUE 'N'.
           88  GRUPO-ABIERTO                   VALUE 'Y'.
       77  WS-FUENTE-ACTUAL           PIC X(03) VALUE SPACES.
       77  WS-GRUPOS-COMPLETOS        PIC 9(3) VALUE 0.
       77  WS-LOTE-DETALLES           PIC 9(6) VALUE 0.
       77  WS-LOTE-HASH               PIC S9(8) VALUE 0.
       77  WS-FECHA-HOY               PIC 9(8).
      *
      * FECHA DE LA CABECERA DEL BLOQUE EN TURNO Y SU VALIDACION
      * CONTRA LOTREG: LAS LECTURAS DE UN BLOQUE RECHAZADO SE CUENTAN
      * PARA SU CIERRE PERO NO SE ACUMULAN. LOS BLOQUES QUE CUADRAN
      * SE GUARDAN EN LA TABLA (QUE VIAJA EN EL CHECKPOINT) PARA
      * DARLOS DE ALTA EN LOTREG SOLO CUANDO TODO EL LOTE CUADRA.
      *
       77  WS-FECHA-GRUPO             PIC 9(8) VALUE 0.
       77  WS-GRUPO-RECHAZADO         PIC X VALUE 'N'.
           88  GRUPO-RECHAZADO                 VALUE 'Y'.
       77  WS-RETORNO-LOTE            PIC 9(4).
       77  WS-LOTE-REPETIDO           PIC X VALUE 'N'.
           88  LOTE-REPETIDO                   VALUE 'Y'.
       77  LOTES-CARGADOS             PIC 99 VALUE 0.
       01  TABLA-LOTES.
           05  LOTE-ENTRY OCCURS 20 TIMES
                   INDEXED BY IDX-LOTE.
               10  LOT-FUENTE         PIC X(03).
               10  LOT-FECHA          PIC 9(8).
               10  LOT-CUENTA         PIC 9(6).
               10  LOT-TOTAL          PIC S9(11)V99.
      *
      * ACUMULADORES POR SERIE: LA AGRUPACION SE HACE POR TABLA,
      * ASI QUE EL ARCHIVO NO NECESITA LLEGAR ORDENADO POR SERIE.
      *
       77  WS-GT-ACUMULADO            PIC 9(8) VALUE 0.
       77  WS-LOTE-CUADRA             PIC X VALUE 'Y'.
           88  LOTE-CUADRA                     VALUE 'Y'.
       77  WS-MOTIVO-RECHAZO          PIC XX VALUE "FR".
      *
      * MAESTRO DE SERIES CARGADO AL INICIO DEL LOTE.
      *
       77  DEFINICIONES-CARGADAS      PIC 999 VALUE 0.
       01  TABLA-DEFINICIONES.
           05  DEFINICION-ENTRY OCCURS 100 TIMES
                   INDEXED BY IDX-DEF.
               10  DFN-SERIE          PIC X(4).
               10  DFN-DESCRIPCION    PIC X(30).
               10  DFN-DEPARTAMENTO   PIC X(10).
               10  DFN-MINIMO         PIC 9(3).
               10  DFN-MAXIMO         PIC 9(3).
               10  DFN-LECTURAS-DIA   PIC 9(3).
               10  DFN-ESTADO         PIC X.
                   88  DFN-INACTIVA            VALUE 'I'.
       77  WS-EOF-DEFINICION          PIC X VALUE 'N'.
           88  EOF-DEFINICION                  VALUE 'Y'.
       77  WS-MAESTRO-OK              PIC X VALUE 'N'.
           88  MAESTRO-OK                      VALUE 'Y'.
       77  WS-DEFINICION-ENCONTRADA   PIC X VALUE 'N'.
           88  DEFINICION-ENCONTRADA           VALUE 'Y'.
       77  WS-SERIE-BUSCADA           PIC X(4).
       77  WS-RECIBIDAS               PIC 9(3) VALUE 0.
       77  WS-FALTANTES               PIC 9(3) VALUE 0.
       01  ENCABEZADO-FALTANTE-4.
           05  FILLER                 PIC X(40) VALUE
               "SERIES ACTIVAS SIN LECTURAS O CON MENOS ".
           05  FILLER                 PIC X(40) VALUE
               "DE LAS ESPERADAS".
       01  ENCABEZADO-FALTANTE-5.
           05  FILLER                 PIC X(39) VALUE
               "SERIE  DESCRIPCION".
           05  FILLER                 PIC X(41) VALUE
               "DEPTO.      ESPERADAS  RECIBIDAS".
       01  LINEA-FALTANTE.
           05  LFL-SERIE              PIC X(4).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  LFL-DESCRIPCION        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  LFL-DEPARTAMENTO       PIC X(10).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  LFL-ESPERADAS          PIC ZZ9.
           05  FILLER                 PIC X(08) VALUE SPACES.
           05  LFL-RECIBIDAS          PIC ZZ9.
           05  FILLER                 PIC X(12) VALUE SPACES.
       01  PIE-FALTANTE-LINEA.
           05  FILLER                 PIC X(34) VALUE
               "SERIES FALTANTES O INCOMPLETAS:   ".
           05  PF-FALTANTES           PIC ZZ9.
           05  FILLER                 PIC X(43) VALUE SPACES.
       01  LINEA-SIN-VARIACION.
           05  FILLER                 PIC X(40) VALUE
               "VARIACION NO CALCULADA: EL LOTE NO CUADR".
           05  FILLER                 PIC X(40) VALUE
               "A CONTRA SU CIERRE".
      *
      * PASE DE VARIANZA: EL PROMEDIO Y LA CUENTA DE ESTA NOCHE
      * CONTRA EL PROMEDIO DEL HISTORIAL DE LA MISMA SERIE.
           05  LGT-SUMA               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(32) VALUE SPACES.
      *
       COPY LOTVAL.
      *
       LINKAGE SECTION.
       01  LK-MODO-LLAMADA            PIC X.
           88  LLAMADA-MODO-LOTE              VALUE 'B'.
       01  LK-REGISTROS-PROCESADOS    PIC 9(6).
      *
       PROCEDURE DIVISION USING LK-MODO-LLAMADA
               LK-REGISTROS-PROCESADOS.
      *
       000-INICIO-PROGRAMA.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           PERFORM 045-LEER-PARAMETROS.
           MOVE 0 TO LK-REGISTROS-PROCESADOS.
           IF LLAMADA-MODO-LOTE
               PERFORM 200-PROCESAR-LOTE
               MOVE WS-REGISTRO-ACTUAL TO LK-REGISTROS-PROCESADOS
           ELSE
               MOVE 1 TO SELECCION-USUARIO
               PERFORM 100-MENU-PRINCIPAL
                 UNTIL SELECCION-USUARIO = 0
           END-IF.
           GOBACK.
      *
      * TOMA LA FECHA DE NEGOCIO DEL ARCHIVO DE CONTROL FECHACTL;
      * NUMEROS DE UN ARCHIVO SECUENCIAL Y ESCRIBIENDO UN RESUMEN.
      *
       200-PROCESAR-LOTE.
           PERFORM 205-CARGAR-DEFINICIONES.
           IF MAESTRO-OK
               PERFORM 201-CORRER-LOTE
           END-IF.
      *
       201-CORRER-LOTE.
           MOVE 0 TO SERIES-CARGADAS.
           MOVE 'N' TO WS-EOF-NUMEROS.
           MOVE 0 TO WS-RECHAZOS.
           MOVE 'N' TO WS-HEADER-VISTO.
           MOVE 'N' TO WS-GRUPO-ABIERTO.
           MOVE SPACES TO WS-FUENTE-ACTUAL.
           MOVE 0 TO WS-GRUPOS-COMPLETOS.
           MOVE 0 TO WS-LOTE-DETALLES.
           MOVE 0 TO WS-LOTE-HASH.
           MOVE 'Y' TO WS-LOTE-CUADRA.
           MOVE 0 TO WS-FECHA-GRUPO.
           MOVE 'N' TO WS-GRUPO-RECHAZADO.
           MOVE 0 TO LOTES-CARGADOS.
           PERFORM 260-LEER-CHECKPOINT.
           OPEN INPUT NUMEROS-FILE.
           OPEN OUTPUT RESUMEN-FILE.
           PERFORM 240-ESCRIBIR-RESUMENES.
           PERFORM 250-IMPRIMIR-COMPARATIVO.
           PERFORM 295-VALIDAR-LOTE.
           PERFORM 490-ABRIR-ALERTAS.
           OPEN OUTPUT VARIACION-FILE.
           IF LOTE-CUADRA
               PERFORM 500-PASE-VARIANZA
           ELSE
               WRITE ALERTA-REPORT-RECORD FROM LINEA-SIN-VARIACION
               DISPLAY "HISTORIAL Y VARIACION NO GENERADOS: EL "
                   "LOTE NO CUADRA, SERHIS QUEDA COMO ESTABA"
           END-IF.
           CLOSE VARIACION-FILE.
           PERFORM 600-SERIES-FALTANTES.
           WRITE ALERTA-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE ALERTA-REPORT-FILE.
           PERFORM 290-LIMPIAR-CHECKPOINT.
           CLOSE NUMEROS-FILE.
           CLOSE RESUMEN-FILE.
           CLOSE RECHAZO-FILE.
           IF LOTE-CUADRA
               PERFORM 298-VACIAR-ENTRADA
               PERFORM 296-REGISTRAR-LOTES
           END-IF.
           DISPLAY "------------------------------".
           DISPLAY "LOTE PROCESADO. BLOQUES: " WS-GRUPOS-COMPLETOS
               " SERIES: " SERIES-CARGADAS
               " LECTURAS: " WS-GT-CONTADOR.
           DISPLAY "TOTAL RECHAZADOS: " WS-RECHAZOS.
      *
      * CARGA EL MAESTRO DE SERIES. SIN SERIES DEFINIDAS, O CON MAS
      * DE LAS QUE CABEN EN LA TABLA, EL LOTE NO CORRE: TODAS O
      * PARTE DE LAS LECTURAS SE IRIAN A RECHAZOS POR UN MAESTRO
      * INCOMPLETO Y NO POR ERROR DE LA FUENTE.
      *
       205-CARGAR-DEFINICIONES.
           MOVE 0 TO DEFINICIONES-CARGADAS.
           MOVE 'Y' TO WS-MAESTRO-OK.
           MOVE 'N' TO WS-EOF-DEFINICION.
           OPEN INPUT DEFINICION-FILE.
           PERFORM 206-LEER-DEFINICION.
           PERFORM 207-ALMACENAR-DEFINICION
               UNTIL EOF-DEFINICION.
           CLOSE DEFINICION-FILE.
           IF DEFINICIONES-CARGADAS = 0
               MOVE 'N' TO WS-MAESTRO-OK
               DISPLAY "ERROR DE LOTE: MAESTRO DE SERIES SERDEF "
                   "VACIO, DEFINA LAS SERIES CON SERMANT"
           END-IF.
           IF NOT MAESTRO-OK
               DISPLAY "LOTE NO PROCESADO, SERIN QUEDA COMO ESTABA"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       206-LEER-DEFINICION.
           READ DEFINICION-FILE
               AT END MOVE 'Y' TO WS-EOF-DEFINICION
           END-READ.
      *
       207-ALMACENAR-DEFINICION.
           IF DEFINICIONES-CARGADAS < 100
               ADD 1 TO DEFINICIONES-CARGADAS
               SET IDX-DEF TO DEFINICIONES-CARGADAS
               MOVE SDF-SERIE TO DFN-SERIE(IDX-DEF)
               MOVE SDF-DESCRIPCION TO DFN-DESCRIPCION(IDX-DEF)
               MOVE SDF-DEPARTAMENTO TO DFN-DEPARTAMENTO(IDX-DEF)
               MOVE SDF-MINIMO TO DFN-MINIMO(IDX-DEF)
               MOVE SDF-MAXIMO TO DFN-MAXIMO(IDX-DEF)
               MOVE SDF-LECTURAS-DIA TO DFN-LECTURAS-DIA(IDX-DEF)
               MOVE SDF-ESTADO TO DFN-ESTADO(IDX-DEF)
           ELSE
               DISPLAY "ERROR DE LOTE: MAESTRO DE SERIES REBASA LA "
                   "TABLA (100), SERIE: " SDF-SERIE
               MOVE 'N' TO WS-MAESTRO-OK
           END-IF.
           PERFORM 206-LEER-DEFINICION.
      *
      * ESCRIBE UN RESUMEN POR SERIE Y EL REGISTRO DE GRAN TOTAL
      * (*TOT), CALCULANDO PROMEDIO Y DESVIACION POR SERIE.
      *
                   MOVE CKP-SERIES-CARGADAS TO SERIES-CARGADAS
                   MOVE CKP-TABLA-SERIES TO TABLA-SERIES
                   MOVE CKP-HEADER-VISTO TO WS-HEADER-VISTO
                   MOVE CKP-GRUPO-ABIERTO TO WS-GRUPO-ABIERTO
                   MOVE CKP-FUENTE-ACTUAL TO WS-FUENTE-ACTUAL
                   MOVE CKP-GRUPOS-COMPLETOS TO WS-GRUPOS-COMPLETOS
                   MOVE CKP-LOTE-CUADRA TO WS-LOTE-CUADRA
                   MOVE CKP-FECHA-GRUPO TO WS-FECHA-GRUPO
                   MOVE CKP-GRUPO-RECHAZADO TO WS-GRUPO-RECHAZADO
                   MOVE CKP-LOTES-CARGADOS TO LOTES-CARGADOS
                   MOVE CKP-TABLA-LOTES TO TABLA-LOTES
           END-READ.
           CLOSE CHECKPOINT-FILE.
      *
           MOVE SERIES-CARGADAS TO CKP-SERIES-CARGADAS.
           MOVE TABLA-SERIES TO CKP-TABLA-SERIES.
           MOVE WS-HEADER-VISTO TO CKP-HEADER-VISTO.
           MOVE WS-GRUPO-ABIERTO TO CKP-GRUPO-ABIERTO.
           MOVE WS-FUENTE-ACTUAL TO CKP-FUENTE-ACTUAL.
           MOVE WS-GRUPOS-COMPLETOS TO CKP-GRUPOS-COMPLETOS.
           MOVE WS-LOTE-CUADRA TO CKP-LOTE-CUADRA.
           MOVE WS-FECHA-GRUPO TO CKP-FECHA-GRUPO.
           MOVE WS-GRUPO-RECHAZADO TO CKP-GRUPO-RECHAZADO.
           MOVE LOTES-CARGADOS TO CKP-LOTES-CARGADOS.
           MOVE TABLA-LOTES TO CKP-TABLA-LOTES.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
      *
           MOVE 0 TO CKP-SERIES-CARGADAS.
           MOVE SPACES TO CKP-TABLA-SERIES.
           MOVE 'N' TO CKP-HEADER-VISTO.
           MOVE 'N' TO CKP-GRUPO-ABIERTO.
           MOVE SPACES TO CKP-FUENTE-ACTUAL.
           MOVE 0 TO CKP-GRUPOS-COMPLETOS.
           MOVE 'Y' TO CKP-LOTE-CUADRA.
           MOVE 0 TO CKP-FECHA-GRUPO.
           MOVE 'N' TO CKP-GRUPO-RECHAZADO.
           MOVE 0 TO CKP-LOTES-CARGADOS.
           MOVE SPACES TO CKP-TABLA-LOTES.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
      *
           ADD 1 TO WS-REGISTRO-ACTUAL.
           EVALUATE TRUE
               WHEN NUM-ES-HEADER
                   PERFORM 212-ABRIR-GRUPO
               WHEN NUM-ES-TRAILER
                   PERFORM 215-VALIDAR-GRUPO
               WHEN OTHER
                   IF GRUPO-ABIERTO
                       ADD 1 TO WS-LOTE-DETALLES
                       ADD NUM-VALOR TO WS-LOTE-HASH
                   END-IF
                   IF NOT GRUPO-RECHAZADO
                       PERFORM 225-ACUMULAR-NUMERO
                   END-IF
           END-EVALUATE.
           DIVIDE WS-REGISTRO-ACTUAL BY WS-INTERVALO-CHECKPOINT
               GIVING WS-CKP-COCIENTE REMAINDER WS-CKP-RESIDUO.
           END-IF.
           PERFORM 210-LEER-NUMERO.
      *
      * ABRE EL BLOQUE DEL REMITENTE DE LA CABECERA EN TURNO. UNA
      * CABECERA ENCIMA DE UN BLOQUE TODAVIA ABIERTO DELATA UN
      * CIERRE PERDIDO EN LA TRANSFERENCIA Y TIRA EL LOTE.
      *
       212-ABRIR-GRUPO.
           IF GRUPO-ABIERTO
               DISPLAY "ERROR DE LOTE: CABECERA " NH-FUENTE
                   " LLEGO SIN CIERRE DEL BLOQUE " WS-FUENTE-ACTUAL
               MOVE 'N' TO WS-LOTE-CUADRA
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'Y' TO WS-HEADER-VISTO.
           MOVE 'Y' TO WS-GRUPO-ABIERTO.
           MOVE NH-FUENTE TO WS-FUENTE-ACTUAL.
           MOVE NH-FECHA-NEGOCIO TO WS-FECHA-GRUPO.
           MOVE 0 TO WS-LOTE-DETALLES.
           MOVE 0 TO WS-LOTE-HASH.
           PERFORM 213-VALIDAR-FECHA-GRUPO.
      *
      * LA FECHA DE LA CABECERA DEBE SER LA DE NEGOCIO DE LA CORRIDA
      * (O ESTAR AUTORIZADA POR UN NIVEL 3 EN LOTCON) Y EL BLOQUE NO
      * DEBE HABERSE PROCESADO ANTES, NI EN OTRA CORRIDA NI MAS
      * ARRIBA EN ESTE MISMO SERIN. EL CODIGO DE RETORNO SE GUARDA
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
           MOVE "SERIN" TO LTV-ARCHIVO.
           MOVE WS-FUENTE-ACTUAL TO LTV-FUENTE.
           MOVE WS-FECHA-GRUPO TO LTV-FECHA-LOTE.
           MOVE WS-FECHA-HOY TO LTV-FECHA-NEGOCIO.
           MOVE 0 TO LTV-CUENTA.
           MOVE 0 TO LTV-TOTAL.
           CALL "LOTVAL" USING LOTVAL-AREA.
           MOVE WS-RETORNO-LOTE TO RETURN-CODE.
           EVALUATE TRUE
               WHEN LOTE-REPETIDO
                   DISPLAY "ERROR DE LOTE: BLOQUE " WS-FUENTE-ACTUAL
                       " DEL " WS-FECHA-GRUPO " REPETIDO EN SERIN"
                   MOVE 'Y' TO WS-GRUPO-RECHAZADO
               WHEN LTV-DUPLICADO
                   DISPLAY "ERROR DE LOTE: BLOQUE " WS-FUENTE-ACTUAL
                       " DEL " WS-FECHA-GRUPO " YA SE PROCESO EN LA "
                       "CORRIDA DEL " LTV-FECHA-PROCESO
                   MOVE 'Y' TO WS-GRUPO-RECHAZADO
               WHEN LTV-FECHA-DISTINTA
                   DISPLAY "ERROR DE LOTE: BLOQUE " WS-FUENTE-ACTUAL
                       " CON FECHA " WS-FECHA-GRUPO " Y LA DE "
                       "NEGOCIO ES " WS-FECHA-HOY ", SIN AUTORIZACION"
                   MOVE 'Y' TO WS-GRUPO-RECHAZADO
               WHEN LTV-AUTORIZADO
                   DISPLAY "BLOQUE " WS-FUENTE-ACTUAL " DEL "
                       WS-FECHA-GRUPO " AUTORIZADO POR " LTV-OPERADOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF GRUPO-RECHAZADO
               DISPLAY "SUS LECTURAS NO SE ACUMULAN"
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
      * VALIDA EL CIERRE CONTRA EL BLOQUE QUE TERMINA: CUENTA DE
      * DETALLES Y SUMA DE VALORES DE ESE REMITENTE. EL BLOQUE SE
      * CIERRA EN CUALQUIER CASO.
      *
       215-VALIDAR-GRUPO.
           EVALUATE TRUE
               WHEN NOT GRUPO-ABIERTO
                   DISPLAY "ERROR DE LOTE: CIERRE SIN CABECERA DE "
                       "BLOQUE"
                   MOVE 'N' TO WS-LOTE-CUADRA
                   MOVE 8 TO RETURN-CODE
               WHEN NT-CUENTA NOT = WS-LOTE-DETALLES
                   DISPLAY "ERROR DE LOTE: BLOQUE " WS-FUENTE-ACTUAL
                       " DECLARA " NT-CUENTA " DETALLES Y SE "
                       "LEYERON " WS-LOTE-DETALLES
                   MOVE 'N' TO WS-LOTE-CUADRA
                   MOVE 8 TO RETURN-CODE
               WHEN NT-TOTAL NOT = WS-LOTE-HASH
                   DISPLAY "ERROR DE LOTE: SUMA DE VALORES DEL "
                       "BLOQUE " WS-FUENTE-ACTUAL " NO CUADRA CON "
                       "LO LEIDO"
                   MOVE 'N' TO WS-LOTE-CUADRA
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
           IF LOTES-CARGADOS < 20
               ADD 1 TO LOTES-CARGADOS
               MOVE WS-FUENTE-ACTUAL TO LOT-FUENTE(LOTES-CARGADOS)
               MOVE WS-FECHA-GRUPO TO LOT-FECHA(LOTES-CARGADOS)
               MOVE NT-CUENTA TO LOT-CUENTA(LOTES-CARGADOS)
               MOVE NT-TOTAL TO LOT-TOTAL(LOTES-CARGADOS)
           ELSE
               DISPLAY "ERROR DE LOTE: MAS DE 20 BLOQUES EN SERIN, "
                   "NO CABEN EN EL REGISTRO DE LOTES"
               MOVE 'N' TO WS-LOTE-CUADRA
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      * LA SERIE DEBE ESTAR DEFINIDA Y ACTIVA EN EL MAESTRO, Y EL
      * VALOR DENTRO DEL RANGO DE ESA SERIE.
      *
       225-ACUMULAR-NUMERO.
           MOVE NUM-SERIE TO WS-SERIE-BUSCADA.
           PERFORM 228-BUSCAR-DEFINICION.
           EVALUATE TRUE
               WHEN NOT DEFINICION-ENCONTRADA
                   MOVE "SD" TO WS-MOTIVO-RECHAZO
                   PERFORM 230-ESCRIBIR-RECHAZO
               WHEN DFN-INACTIVA(IDX-DEF)
                   MOVE "SI" TO WS-MOTIVO-RECHAZO
                   PERFORM 230-ESCRIBIR-RECHAZO
               WHEN NUM-VALOR < DFN-MINIMO(IDX-DEF)
                 OR NUM-VALOR > DFN-MAXIMO(IDX-DEF)
                   MOVE "FR" TO WS-MOTIVO-RECHAZO
                   PERFORM 230-ESCRIBIR-RECHAZO
               WHEN OTHER
                   PERFORM 226-ACUMULAR-EN-SERIE
           END-EVALUATE.
      *
      * SUMA LA LECTURA A LOS ACUMULADORES DE SU SERIE; UNA SERIE
      * NUEVA ABRE SU RENGLON EN LA TABLA.
      *
               ELSE
                   DISPLAY "TABLA DE SERIES LLENA (20), SE RECHAZA "
                       "LA SERIE: " NUM-SERIE
                   MOVE "FR" TO WS-MOTIVO-RECHAZO
                   PERFORM 230-ESCRIBIR-RECHAZO
               END-IF
           END-IF.
           ELSE
               SET IDX-SERIE UP BY 1.
      *
       228-BUSCAR-DEFINICION.
           MOVE 'N' TO WS-DEFINICION-ENCONTRADA.
           SET IDX-DEF TO 1.
           PERFORM 229-COMPARAR-DEFINICION
               UNTIL IDX-DEF > DEFINICIONES-CARGADAS
                  OR DEFINICION-ENCONTRADA.
      *
       229-COMPARAR-DEFINICION.
           IF DFN-SERIE(IDX-DEF) = WS-SERIE-BUSCADA
               MOVE 'Y' TO WS-DEFINICION-ENCONTRADA
           ELSE
               SET IDX-DEF UP BY 1.
      *
      * VERIFICACION FINAL DEL LOTE: CADA CIERRE YA SE VALIDO AL
      * LEERLO (215-VALIDAR-GRUPO); AQUI QUEDA DETECTAR UN ARCHIVO
      * SIN NINGUNA CABECERA O UN ULTIMO BLOQUE QUE SE QUEDO SIN
      * CIERRE. UN BLOQUE QUE NO CUADRO ANTES DE UNA CAIDA LLEGA AQUI
      * POR EL CHECKPOINT. CUALQUIER FALLA DEJA CODIGO DE RETORNO 8
      * PARA QUE LA CORRIDA NO TERMINE LIMPIA.
      *
       295-VALIDAR-LOTE.
           EVALUATE TRUE
               WHEN NOT HEADER-VISTO
                   DISPLAY "ERROR DE LOTE: SERIN SIN CABECERA"
                   MOVE 'N' TO WS-LOTE-CUADRA
                   MOVE 8 TO RETURN-CODE
               WHEN GRUPO-ABIERTO
                   DISPLAY "ERROR DE LOTE: BLOQUE " WS-FUENTE-ACTUAL
                       " SIN REGISTRO DE CIERRE, POSIBLE "
                       "TRANSFERENCIA TRUNCADA"
                   MOVE 'N' TO WS-LOTE-CUADRA
                   MOVE 8 TO RETURN-CODE
               WHEN NOT LOTE-CUADRA
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      * UN LOTE QUE CUADRO YA QUEDO EN SERHIS; SERIN SE VACIA PARA
      * QUE LOS BLOQUES DEL DIA SIGUIENTE NO SE SUMEN A LOS DE HOY.
      * UN LOTE QUE NO CUADRA DEJA SERIN COMO ESTABA PARA CORREGIR
      * Y VOLVER A CORRER.
      *
       298-VACIAR-ENTRADA.
           OPEN OUTPUT NUMEROS-FILE.
           CLOSE NUMEROS-FILE.
      *
      * DA DE ALTA EN LOTREG CADA BLOQUE DEL LOTE QUE CUADRO, PARA
      * QUE EL MISMO BLOQUE NO SE VUELVA A ACUMULAR EN SERHIS.
      *
       296-REGISTRAR-LOTES.
           MOVE RETURN-CODE TO WS-RETORNO-LOTE.
           PERFORM 297-REGISTRAR-UN-LOTE
               VARYING IDX-LOTE FROM 1 BY 1
               UNTIL IDX-LOTE > LOTES-CARGADOS.
           MOVE WS-RETORNO-LOTE TO RETURN-CODE.
           DISPLAY "BLOQUES REGISTRADOS EN LOTREG: " LOTES-CARGADOS.
      *
       297-REGISTRAR-UN-LOTE.
           MOVE 'R' TO LTV-FUNCION.
           MOVE "SERIN" TO LTV-ARCHIVO.
           MOVE LOT-FUENTE(IDX-LOTE) TO LTV-FUENTE.
           MOVE LOT-FECHA(IDX-LOTE) TO LTV-FECHA-LOTE.
           MOVE WS-FECHA-HOY TO LTV-FECHA-NEGOCIO.
           MOVE LOT-CUENTA(IDX-LOTE) TO LTV-CUENTA.
           MOVE LOT-TOTAL(IDX-LOTE) TO LTV-TOTAL.
           CALL "LOTVAL" USING LOTVAL-AREA.
      *
      * REGISTRA UNA LECTURA RECHAZADA DEL LOTE EN LA BITACORA DE
      * RECHAZOS CON SU MOTIVO: FR = FUERA DEL RANGO DE LA SERIE,
      * SD = SERIE NO DEFINIDA EN SERDEF, SI = SERIE INACTIVA.
      *
       230-ESCRIBIR-RECHAZO.
           ADD 1 TO WS-RECHAZOS.
                  " " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
               INTO RCH-ENTRADA-CRUDA.
           MOVE WS-MOTIVO-RECHAZO TO RCH-REASON-CODE.
           MOVE 'A' TO RCH-DISPOSICION.
           WRITE RECHAZO-COMUN-RECORD.
      *
      * Y LA RECORRIDA CON EL SERIN CORREGIDO NO DUPLICA EL RENGLON
      * DE LA FECHA.
      *
      * SERALR LLEVA DOS SECCIONES: LA VARIACION (SOLO CON LOTE QUE
      * CUADRA) Y LAS SERIES FALTANTES (SIEMPRE).
      *
       490-ABRIR-ALERTAS.
           OPEN OUTPUT ALERTA-REPORT-FILE.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           MOVE "ALERTAS DE SERIES" TO RPT-TITULO.
           MOVE 1 TO RPT-NUMERO-PAGINA.
           WRITE ALERTA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE ALERTA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE ALERTA-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
      *
       500-PASE-VARIANZA.
           MOVE 0 TO WS-ALERTAS.
           WRITE ALERTA-REPORT-RECORD FROM ENCABEZADO-ALERTA-4.
           PERFORM 510-ANALIZAR-UNA-SERIE
               VARYING IDX-SERIE FROM 1 BY 1
           MOVE WS-ALERTAS TO PA-ALERTAS.
           MOVE TOLERANCIA-VARIANZA TO PA-TOLERANCIA.
           WRITE ALERTA-REPORT-RECORD FROM PIE-ALERTA-LINEA.
           PERFORM 550-GUARDAR-HISTORIA.
           DISPLAY "SERIES CON VARIACION SOBRE TOLERANCIA: "
               WS-ALERTAS.
                  OR WS-VAR-CTA-PCT > TOLERANCIA-VARIANZA
                   MOVE "*** REVISAR **" TO LAL-MARCA
                   ADD 1 TO WS-ALERTAS
                   PERFORM 520-ESCRIBIR-VARIACION
               ELSE
                   MOVE SPACES TO LAL-MARCA
               END-IF
           END-IF.
           WRITE ALERTA-REPORT-RECORD FROM LINEA-ALERTA.
      *
      * DEJA LA SERIE MARCADA EN SERVAR, CON SU DESCRIPCION DEL
      * MAESTRO, PARA EL TABLERO MATUTINO.
      *
       520-ESCRIBIR-VARIACION.
           MOVE SER-ID(IDX-SERIE) TO WS-SERIE-BUSCADA.
           PERFORM 228-BUSCAR-DEFINICION.
           MOVE WS-FECHA-HOY TO SVR-FECHA.
           MOVE SER-ID(IDX-SERIE) TO SVR-SERIE.
           IF DEFINICION-ENCONTRADA
               MOVE DFN-DESCRIPCION(IDX-DEF) TO SVR-DESCRIPCION
           ELSE
               MOVE SPACES TO SVR-DESCRIPCION
           END-IF.
           MOVE WS-PROM-HOY TO SVR-PROM-HOY.
           MOVE WS-PROM-HIST TO SVR-PROM-HIST.
           MOVE WS-VAR-PCT TO SVR-VAR-PCT.
           MOVE WS-VAR-CTA-PCT TO SVR-VAR-CTA-PCT.
           WRITE VARIACION-RECORD.
      *
       515-LEER-HISTORIA.
           READ HISTORIA-FILE
           MOVE SER-ACUMULADO(IDX-SERIE) TO SHS-SUMA.
           MOVE PROMEDIO TO SHS-PROMEDIO.
           WRITE HISTORIA-RECORD.
      *
      * DESPUES DEL CIERRE: TODA SERIE ACTIVA DEL MAESTRO QUE NO
      * MANDO LECTURAS VALIDAS, O MANDO MENOS DE LAS ESPERADAS POR
      * DIA, SE LISTA EN SERALR Y SE DEJA EN SERFAL PARA EL TABLERO
      * MATUTINO. SERFAL SE REESCRIBE EN CADA CORRIDA, ASI QUE UNA
      * CORRIDA SIN FALTANTES LO DEJA VACIO.
      *
       600-SERIES-FALTANTES.
           MOVE 0 TO WS-FALTANTES.
           OPEN OUTPUT FALTANTE-FILE.
           WRITE ALERTA-REPORT-RECORD FROM ENCABEZADO-FALTANTE-4.
           WRITE ALERTA-REPORT-RECORD FROM ENCABEZADO-FALTANTE-5.
           PERFORM 610-REVISAR-UNA-DEFINICION
               VARYING IDX-DEF FROM 1 BY 1
               UNTIL IDX-DEF > DEFINICIONES-CARGADAS.
           CLOSE FALTANTE-FILE.
           MOVE WS-FALTANTES TO PF-FALTANTES.
           WRITE ALERTA-REPORT-RECORD FROM PIE-FALTANTE-LINEA.
           DISPLAY "SERIES FALTANTES O INCOMPLETAS: " WS-FALTANTES.
      *
       610-REVISAR-UNA-DEFINICION.
           IF NOT DFN-INACTIVA(IDX-DEF)
               MOVE DFN-SERIE(IDX-DEF) TO WS-SERIE-BUSCADA
               MOVE 0 TO WS-RECIBIDAS
               PERFORM 620-CONTAR-RECIBIDAS
                   VARYING IDX-SERIE FROM 1 BY 1
                   UNTIL IDX-SERIE > SERIES-CARGADAS
               IF WS-RECIBIDAS < DFN-LECTURAS-DIA(IDX-DEF)
                   PERFORM 630-ESCRIBIR-FALTANTE
               END-IF
           END-IF.
      *
       620-CONTAR-RECIBIDAS.
           IF SER-ID(IDX-SERIE) = WS-SERIE-BUSCADA
               MOVE SER-CONTADOR(IDX-SERIE) TO WS-RECIBIDAS
           END-IF.
      *
       630-ESCRIBIR-FALTANTE.
           ADD 1 TO WS-FALTANTES.
           MOVE DFN-SERIE(IDX-DEF) TO LFL-SERIE.
           MOVE DFN-DESCRIPCION(IDX-DEF) TO LFL-DESCRIPCION.
           MOVE DFN-DEPARTAMENTO(IDX-DEF) TO LFL-DEPARTAMENTO.
           MOVE DFN-LECTURAS-DIA(IDX-DEF) TO LFL-ESPERADAS.
           MOVE WS-RECIBIDAS TO LFL-RECIBIDAS.
           WRITE ALERTA-REPORT-RECORD FROM LINEA-FALTANTE.
           MOVE WS-FECHA-HOY TO SFL-FECHA.
           MOVE DFN-SERIE(IDX-DEF) TO SFL-SERIE.
           MOVE DFN-DESCRIPCION(IDX-DEF) TO SFL-DESCRIPCION.
           MOVE DFN-DEPARTAMENTO(IDX-DEF) TO SFL-DEPARTAMENTO.
           MOVE DFN-LECTURAS-DIA(IDX-DEF) TO SFL-ESPERADAS.
           MOVE WS-RECIBIDAS TO SFL-RECIBIDAS.
           WRITE FALTANTE-RECORD.
