      * CORROMPA UN MAESTRO SE RECUPERA RESTAURANDO LA FOTO DEL
      * DIA CON EL MODO INTERACTIVO DE MSTSNAP Y RECORRIENDO DESDE
      * EL PASO FALLIDO.
      * MODIFICADO 15/10/2026 - EL MAESTRO SSDAST CRECIO CON COSTO
      * DE COMPRA, METODO DE DEPRECIACION, VIDA UTIL Y DEPRECIACION
      * ACUMULADA.
      * MODIFICADO 15/10/2026 - EL MAESTRO DE ALUMNOS GPAMST ES
      * INDEXADO POR ALUMNO Y TERMINO; SU VERIFICACION LO RECORRE
      * EN ORDEN DE LLAVE CON LA MISMA CUENTA Y HASH DE CREDITOS.
      * MODIFICADO 15/10/2026 - EL MAESTRO DE CARTERAS INVMST GANA
      * LA FECHA DEL ULTIMO ABONO DE INTERESES Y EL DIA DEL MES AL
      * QUE SE ANCLAN LOS ABONOS.
      * MODIFICADO 15/10/2026 - SE AGREGO EL PASO DE SERIES
      * NUMERICAS (SERNUM) DESPUES DE LOS PASOS DE CALCULO: CADA
      * PROGRAMA DE CALCULO DEJA SUS TOTALES NOCTURNOS EN SERIN Y
      * SERNUM LES PASA LA VARIANZA CONTRA SU HISTORIAL, PARA QUE
      * UNA NOCHE ANORMAL SE VEA EN EL TABLERO MATUTINO.
      * MODIFICADO 15/10/2026 - RECUPERACION DE ATRASO: CON UNA
      * FECHA OBJETIVO EN CTLRECUP EL TRABAJO CORRE LA CADENA
      * COMPLETA PARA CADA DIA HABIL PENDIENTE HASTA ESA FECHA,
      * SALTANDO LOS INHABILES DE CALNEG IGUAL QUE EL AVANCE DE
      * FECHA. LAS ENTRADAS DE CADA DIA SE TOMAN DE TAXINPD,
      * GPAROSPD Y SERINPD (LOTES DE VARIOS DIAS, FECHADOS POR SU
      * CABECERA) Y SE PASAN A TAXIN, GPAROS Y SERIN ANTES DE
      * CORRER EL DIA; SI A ALGUN DIA LE FALTA ALGUNA, NO ARRANCA.
      * SE DETIENE EN EL PRIMER DIA FALLIDO, QUE SE RETOMA DESDE
      * EL PASO FALLIDO AL VOLVER A CORRER; CORRE CIERREMES AL
      * CRUZAR UN FIN DE MES Y AL FINAL IMPRIME UN RESUMEN CON
      * CADA DIA PROCESADO.
      * MODIFICADO 15/10/2026 - SE AGREGO EL PASO MSTAPR ANTES DEL
      * ARCHIVADOR: LOS CAMBIOS A TASAS, TIPOS DE CAMBIO, PRODUCTOS
      * Y CLIENTES QUE SIGUEN SIN APROBAR EN MSTPEN PASADO SU PLAZO
      * QUEDAN VENCIDOS.
      * MODIFICADO 15/10/2026 - REPOSITORIO DE REPORTES: AL CERRAR
      * BIEN CADA PASO QUE IMPRIME, SUS REPORTES SE CAPTURAN VIA
      * RPTCAP CON LA FECHA DE NEGOCIO DEL DIA CORRIDO, ANTES DE
      * QUE EL SIGUIENTE DIA (O LA SIGUIENTE NOCHE) LOS PISE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASSET-TAG.
           SELECT OPTIONAL STUDENT-MASTER-FILE ASSIGN TO "GPAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-CLAVE.
           SELECT OPTIONAL CARTERA-FILE ASSIGN TO "INVMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL EXENCION-FILE ASSIGN TO "TAXEXM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CONTROL-RECUPERA-FILE ASSIGN TO "CTLRECUP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TAXIN-PENDIENTE-FILE ASSIGN TO "TAXINPD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TAXIN-FILE ASSIGN TO "TAXIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GPAROS-PENDIENTE-FILE ASSIGN TO "GPAROSPD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GPAROS-FILE ASSIGN TO "GPAROS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SERIN-PENDIENTE-FILE ASSIGN TO "SERINPD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SERIN-FILE ASSIGN TO "SERIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CIERRE-LOG-FILE ASSIGN TO "LOGMES"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05  SM-CLAVE.
               10  SM-STUDENT-ID           PIC X(09).
               10  SM-TERM                 PIC X(06).
           05  SM-CREDITS-TERM             PIC 9(2)V9.
           05  SM-GRADE-POINTS-TERM        PIC 9(3)V9.
           05  SM-GPA-TERM                 PIC 9(2)V99.
           05  CAR-INFLACION               PIC 99V9.
           05  CAR-PRODUCTO                PIC X(4).
           05  CAR-FECHA-APERTURA          PIC 9(8).
           05  CAR-FECHA-INTERES           PIC 9(8).
           05  CAR-DIA-ABONO               PIC 99.
      *
       FD  RATE-FILE.
       01  RATE-RECORD.
           05  EXM-CLIENTE                 PIC X(06).
           05  EXM-CERTIFICADO             PIC X(10).
           05  EXM-FECHA-VENCE             PIC 9(8).
      *
      * FECHA OBJETIVO DE LA RECUPERACION DE ATRASO. SIN EL ARCHIVO
      * O CON CERO, EL TRABAJO PROCESA SOLO SU DIA DE NEGOCIO.
      *
       FD  CONTROL-RECUPERA-FILE.
       01  CONTROL-RECUPERA-RECORD.
           05  RCP-FECHA-OBJETIVO          PIC 9(8).
      *
      * ENTRADAS PENDIENTES DE LA RECUPERACION: LOTES DE VARIOS DIAS
      * UNO TRAS OTRO, CADA UNO CON SU CABECERA (TIPO H, FUENTE Y
      * FECHA DE NEGOCIO). TODO REGISTRO PERTENECE AL DIA DE LA
      * ULTIMA CABECERA LEIDA. LAS ENTRADAS DEL DIA SE ESCRIBEN
      * TAL CUAL, CON EL LARGO DE CADA ARCHIVO.
      *
       FD  TAXIN-PENDIENTE-FILE.
       01  TAXIN-PENDIENTE-RECORD.
           05  TPD-TIPO                    PIC X.
           05  TPD-FUENTE                  PIC X(03).
           05  TPD-FECHA-NEGOCIO           PIC 9(8).
           05  FILLER                      PIC X(17).
      *
       FD  TAXIN-FILE.
       01  TAXIN-RECORD                    PIC X(29).
      *
       FD  GPAROS-PENDIENTE-FILE.
       01  GPAROS-PENDIENTE-RECORD.
           05  GPD-TIPO                    PIC X.
           05  GPD-FUENTE                  PIC X(03).
           05  GPD-FECHA-NEGOCIO           PIC 9(8).
           05  FILLER                      PIC X(16).
      *
       FD  GPAROS-FILE.
       01  GPAROS-RECORD                   PIC X(28).
      *
       FD  SERIN-PENDIENTE-FILE.
       01  SERIN-PENDIENTE-RECORD.
           05  SPD-TIPO                    PIC X.
           05  SPD-FUENTE                  PIC X(03).
           05  SPD-FECHA-NEGOCIO           PIC 9(8).
           05  FILLER                      PIC X(04).
      *
       FD  SERIN-FILE.
       01  SERIN-RECORD                    PIC X(16).
      *
      * BITACORA DE CIERREMES, SOLO PARA SABER SI EL CIERRE DEL MES
      * ANTERIOR QUEDO PENDIENTE.
      *
       FD  CIERRE-LOG-FILE.
       01  CIERRE-LOG-RECORD.
           05  CLG-PROGRAMA                PIC X(12).
           05  CLG-FECHA                   PIC 9(8).
           05  CLG-HORA-INICIO             PIC 9(8).
           05  CLG-HORA-FIN                PIC 9(8).
           05  CLG-REGISTROS               PIC 9(6).
           05  CLG-ESTADO                  PIC X(8).
           05  CLG-RETORNO                 PIC 9(4).
      *
       WORKING-STORAGE SECTION.
       77  WS-MODO-LOTE                PIC X VALUE 'B'.
           88  ESTAMPA-OK                       VALUE 'Y'.
       77  WS-VERIFICACION-MALA        PIC X VALUE 'N'.
           88  VERIFICACION-MALA                VALUE 'Y'.
      *
      * RECUPERACION DE ATRASO: LOS DIAS HABILES PENDIENTES HASTA
      * LA FECHA OBJETIVO, CON LAS ENTRADAS HALLADAS PARA CADA UNO Y
      * COMO TERMINO, PARA EL RESUMEN FINAL.
      *
       77  WS-FECHA-OBJETIVO           PIC 9(8) VALUE 0.
       77  WS-MODO-RECUPERACION        PIC X VALUE 'N'.
           88  MODO-RECUPERACION                VALUE 'Y'.
       77  WS-RECUPERACION-MALA        PIC X VALUE 'N'.
           88  RECUPERACION-MALA                VALUE 'Y'.
       77  WS-FECHA-RELOJ              PIC 9(8).
       77  WS-FECHA-BASE               PIC 9(8).
       77  WS-FECHA-LOTE               PIC 9(8) VALUE 0.
       77  WS-ARCHIVO-PENDIENTE        PIC X(8).
       77  WS-EOF-PENDIENTE            PIC X VALUE 'N'.
           88  EOF-PENDIENTE                    VALUE 'Y'.
       77  WS-REGISTROS-COPIADOS       PIC 9(6) VALUE 0.
       77  WS-DIA-REANUDADO            PIC X VALUE 'N'.
           88  DIA-REANUDADO                    VALUE 'Y'.
       77  DIAS-PENDIENTES             PIC 99 VALUE 0.
       77  DIAS-PROCESADOS             PIC 99 VALUE 0.
       01  TABLA-DIAS-PENDIENTES.
           05  DIA-PENDIENTE-ENTRY OCCURS 60 TIMES
                   INDEXED BY IDX-DIA.
               10  DIA-FECHA           PIC 9(8).
               10  DIA-TAXIN           PIC X.
               10  DIA-GPAROS          PIC X.
               10  DIA-SERIN           PIC X.
               10  DIA-ESTADO          PIC X(8).
               10  DIA-PASO            PIC X(12).
               10  DIA-CIERRE          PIC X(8).
      *
      * CIERRE DE MES DENTRO DE LA RECUPERACION: EL DIA PROCESADO Y
      * EL SIGUIENTE DIA HABIL EN MESES DISTINTOS.
      *
       01  WS-FECHA-CIERRE             PIC 9(8) VALUE 0.
       01  WS-FECHA-CIERRE-DES REDEFINES WS-FECHA-CIERRE.
           05  CIE-AAAA                PIC 9(4).
           05  CIE-MM                  PIC 9(2).
           05  CIE-DD                  PIC 9(2).
       01  WS-FECHA-SIGUIENTE          PIC 9(8) VALUE 0.
       01  WS-FECHA-SIG-DES REDEFINES WS-FECHA-SIGUIENTE.
           05  SIG-AAAA                PIC 9(4).
           05  SIG-MM                  PIC 9(2).
           05  SIG-DD                  PIC 9(2).
       77  WS-ESTADO-CIERRE            PIC X(8).
       77  WS-EOF-CIERRE               PIC X VALUE 'N'.
           88  EOF-CIERRE                       VALUE 'Y'.
       77  WS-CIERRE-PENDIENTE         PIC X VALUE 'N'.
           88  CIERRE-PENDIENTE                 VALUE 'Y'.
       77  WS-FECHA-CIERRE-PREVIO      PIC 9(8) VALUE 0.
       77  WS-ESTADO-CIERRE-PREVIO     PIC X(8) VALUE SPACES.
       01  LINEA-RESUMEN.
           05  FILLER                  PIC X(6) VALUE "  DIA ".
           05  RES-FECHA               PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RES-ESTADO              PIC X(10).
           05  RES-EN                  PIC X(3).
           05  RES-PASO                PIC X(13).
           05  RES-CIERRE-LIT          PIC X(11).
           05  RES-CIERRE              PIC X(8).
      *
      * CAPTURA DE LOS REPORTES DE CADA PASO AL REPOSITORIO.
      *
       COPY RPTCAP.
      *
       PROCEDURE DIVISION.
      *
       000-EJECUTAR-TRABAJO-DIARIO.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           PERFORM 030-LEER-RECUPERACION.
           IF MODO-RECUPERACION
               PERFORM 500-RECUPERAR-ATRASO
           ELSE
               PERFORM 010-PROCESAR-DIA
           END-IF.
           IF TRABAJO-FALLIDO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      * CORRIDA DE UN DIA DE NEGOCIO: RECHAZA EL DIA YA PROCESADO,
      * VERIFICA LOS MAESTROS Y CORRE LOS PASOS. CUALQUIER RECHAZO
      * O FALLA DEJA EL TRABAJO MARCADO COMO FALLIDO CON EL PASO
      * EN WS-PASO-ACTUAL.
      *
       010-PROCESAR-DIA.
           MOVE 'N' TO WS-TRABAJO-FALLIDO.
           IF WS-FECHA-PROCESADA >= WS-FECHA-HOY
               DISPLAY "PROCESO DIARIO - EL DIA DE NEGOCIO "
                   WS-FECHA-HOY " YA FUE PROCESADO, CORRIDA "
                   "RECHAZADA"
               MOVE "FECHACTL" TO WS-PASO-ACTUAL
               MOVE 'Y' TO WS-TRABAJO-FALLIDO
           ELSE
               PERFORM 070-VERIFICAR-MAESTROS
               IF VERIFICACION-MALA
                   DISPLAY "PROCESO DIARIO - MAESTRO DANIADO, CORRIDA "
                       "RECHAZADA ANTES DE LOS PASOS DE CALCULO"
                   PERFORM 079-ANOTAR-VERIFICACION-MALA
                   MOVE "VERIFMAESTRO" TO WS-PASO-ACTUAL
                   MOVE 'Y' TO WS-TRABAJO-FALLIDO
               ELSE
                   PERFORM 020-CORRER-PASOS
               END-IF
           END-IF.
      *
       020-CORRER-PASOS.
           PERFORM 050-CARGAR-CONTROL-PASOS.
           PERFORM 060-CARGAR-PASOS-COMPLETOS.
           OPEN EXTEND COMPLETION-LOG-FILE.
               PERFORM 300-PASO-GPACALC.
           IF NOT TRABAJO-FALLIDO
               PERFORM 350-PASO-INVERSION.
           IF NOT TRABAJO-FALLIDO
               PERFORM 370-PASO-SERNUM.
           IF NOT TRABAJO-FALLIDO
               PERFORM 380-PASO-MSTAPR.
           IF NOT TRABAJO-FALLIDO
               PERFORM 400-PASO-ARCHGEN.
           CLOSE COMPLETION-LOG-FILE.
           IF TRABAJO-FALLIDO
               DISPLAY "PROCESO DIARIO - DETENIDO POR FALLA EN EL "
                   "PASO " WS-PASO-ACTUAL
           ELSE
               PERFORM 950-AVANZAR-FECHA-NEGOCIO
               DISPLAY "PROCESO DIARIO - CORRIDA NOCTURNA FINALIZADA"
           END-IF.
      *
      * LEE LA FECHA OBJETIVO DE LA RECUPERACION DE ATRASO, SI LA
      * HAY.
      *
       030-LEER-RECUPERACION.
           MOVE 0 TO WS-FECHA-OBJETIVO.
           MOVE 'N' TO WS-MODO-RECUPERACION.
           OPEN INPUT CONTROL-RECUPERA-FILE.
           READ CONTROL-RECUPERA-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RCP-FECHA-OBJETIVO TO WS-FECHA-OBJETIVO
           END-READ.
           CLOSE CONTROL-RECUPERA-FILE.
           IF WS-FECHA-OBJETIVO > 0
               MOVE 'Y' TO WS-MODO-RECUPERACION
           END-IF.
      *
      * LEE EL CONTROL DE FECHA DE NEGOCIO. SIN EL ARCHIVO, EL
      * TRABAJO LO INICIALIZA CON LA FECHA DEL RELOJ, Y DESDE
      *
       950-AVANZAR-FECHA-NEGOCIO.
           PERFORM 945-CARGAR-CALENDARIO.
           MOVE WS-FECHA-HOY TO WS-FECHA-BASE.
           PERFORM 951-BUSCAR-DIA-HABIL.
           OPEN OUTPUT FECHA-CONTROL-FILE.
           MOVE WS-FECHA-HOY TO FCT-FECHA-PROCESADA.
           MOVE WS-FECHA-CANDIDATA TO FCT-FECHA-NEGOCIO.
           END-IF.
           DISPLAY "FECHA DE NEGOCIO AVANZADA A " FCT-FECHA-NEGOCIO.
      *
      * DEJA EN WS-FECHA-CANDIDATA EL PRIMER DIA HABIL DESPUES DE
      * WS-FECHA-BASE, CON LA CUENTA DE INHABILES SALTADOS. EL
      * CALENDARIO YA DEBE ESTAR CARGADO.
      *
       951-BUSCAR-DIA-HABIL.
           COMPUTE WS-ENTERO-SIGUIENTE =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-BASE) + 1.
           MOVE 0 TO WS-DIAS-SALTADOS.
           PERFORM 970-VERIFICAR-DIA-HABIL.
           PERFORM 955-SALTAR-DIA-INHABIL
               UNTIL DIA-HABIL
                  OR WS-DIAS-SALTADOS > 60.
      *
      * CARGA LAS FECHAS INHABILES DEL CALENDARIO. SIN ARCHIVO SOLO
      * SE SALTAN LOS FINES DE SEMANA.
      *
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM 900-ESCRIBIR-BITACORA.
           IF WS-ESTADO-PASO = "OK"
               PERFORM 870-CAPTURAR-REPORTES
           END-IF.
      *
      * LOS REPORTES IMPRESOS POR EL PASO QUE ACABA DE TERMINAR BIEN
      * PASAN AL REPOSITORIO (RPTIDX/RPTREP) A NOMBRE DEL PASO Y DE
      * LA FECHA DE NEGOCIO DEL DIA CORRIDO. LOS PASOS QUE NO
      * IMPRIMEN NO CAPTURAN NADA.
      *
       870-CAPTURAR-REPORTES.
           EVALUATE WS-PASO-ACTUAL
               WHEN "CALCIMPUESTO"
                   MOVE "TAXRPT" TO RCA-REPORTE
                   PERFORM 875-CAPTURAR-REPORTE
               WHEN "SSDCALC"
                   MOVE "SSDRPT" TO RCA-REPORTE
                   PERFORM 875-CAPTURAR-REPORTE
                   MOVE "SSDGAR" TO RCA-REPORTE
                   PERFORM 875-CAPTURAR-REPORTE
               WHEN "GPACALC"
                   MOVE "GPARPT" TO RCA-REPORTE
                   PERFORM 875-CAPTURAR-REPORTE
                   MOVE "GPATRN" TO RCA-REPORTE
                   PERFORM 875-CAPTURAR-REPORTE
               WHEN "INVERSION"
                   MOVE "INVRPT" TO RCA-REPORTE
                   PERFORM 875-CAPTURAR-REPORTE
               WHEN "SERNUM"
                   MOVE "SERRPT" TO RCA-REPORTE
                   PERFORM 875-CAPTURAR-REPORTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       875-CAPTURAR-REPORTE.
           MOVE WS-PASO-ACTUAL TO RCA-PROGRAMA.
           MOVE "PROCESODIARIO" TO RCA-TRABAJO.
           MOVE WS-PASO-ACTUAL TO RCA-PASO.
           MOVE WS-FECHA-HOY TO RCA-FECHA-NEGOCIO.
           CALL "RPTCAP" USING RPTCAP-AREA.
           MOVE 0 TO RETURN-CODE.
      *
      * PASO 0 - FOTO DE LOS MAESTROS ANTES DE CUALQUIER CALCULO,
      * PARA PODER RESTAURARLOS SI LA CORRIDA LOS CORROMPE.
               PERFORM 860-CERRAR-PASO
           END-IF.
      *
      * PASO 5 - SERIES NUMERICAS: LOS TOTALES QUE LOS PASOS DE
      * CALCULO DEJARON EN SERIN, MAS LO QUE HAYAN MANDADO OTROS
      * REMITENTES, CON SU PASE DE VARIANZA.
      *
       370-PASO-SERNUM.
           MOVE "SERNUM" TO WS-PASO-ACTUAL.
           PERFORM 800-EVALUAR-PASO.
           IF NOT PASO-EJECUTABLE
               PERFORM 850-OMITIR-PASO
           ELSE
               ACCEPT WS-HORA-INICIO-PASO FROM TIME
               MOVE 0 TO RETURN-CODE
               CALL "SERNUM" USING WS-MODO-LOTE WS-REGISTROS-PASO
               PERFORM 860-CERRAR-PASO
           END-IF.
      *
      * PASO 6 - VENCIMIENTO DE CAMBIOS A MAESTROS QUE SIGUEN SIN
      * APROBAR EN MSTPEN PASADO SU PLAZO.
      *
       380-PASO-MSTAPR.
           MOVE "MSTAPR" TO WS-PASO-ACTUAL.
           PERFORM 800-EVALUAR-PASO.
           IF NOT PASO-EJECUTABLE
               PERFORM 850-OMITIR-PASO
           ELSE
               ACCEPT WS-HORA-INICIO-PASO FROM TIME
               MOVE 0 TO RETURN-CODE
               CALL "MSTAPR" USING WS-MODO-LOTE WS-REGISTROS-PASO
               PERFORM 860-CERRAR-PASO
           END-IF.
      *
      * PASO 7 - ARCHIVADOR DE GENERACIONES, AL FINAL PARA QUE LA
      * BITACORA DEL DIA YA ESTE COMPLETA ANTES DEL CORTE. LA
      * BITACORA SE CIERRA MIENTRAS CORRE EL ARCHIVADOR, PORQUE EL
      * PROPIO ARCHIVADOR REESCRIBE LOGDIA AL CORTARLA.
               PERFORM 860-CERRAR-PASO
           END-IF.
      *
      * RECUPERACION DE ATRASO: ARMA LA LISTA DE DIAS HABILES
      * PENDIENTES HASTA LA FECHA OBJETIVO Y REVISA QUE CADA UNO
      * TENGA SUS TRES ENTRADAS ANTES DE CORRER NINGUNO. SI EL
      * ULTIMO DIA PROCESADO CERRO MES Y SU CIERRE QUEDO PENDIENTE,
      * CIERREMES CORRE PRIMERO. LUEGO CORRE LOS DIAS EN ORDEN
      * HASTA EL PRIMERO QUE FALLE. CTLRECUP SE LIMPIA SOLO CUANDO
      * TODO TERMINO BIEN; MIENTRAS TANTO, VOLVER A CORRER EL
      * TRABAJO RETOMA DESDE EL DIA Y EL PASO FALLIDOS.
      *
       500-RECUPERAR-ATRASO.
           DISPLAY "PROCESO DIARIO - RECUPERACION DE ATRASO DEL "
               WS-FECHA-HOY " AL " WS-FECHA-OBJETIVO.
           MOVE 'N' TO WS-TRABAJO-FALLIDO.
           MOVE 0 TO DIAS-PROCESADOS.
           PERFORM 510-ARMAR-DIAS-PENDIENTES.
           IF NOT RECUPERACION-MALA
              AND DIAS-PENDIENTES > 0
               PERFORM 520-REVISAR-ENTRADAS
           END-IF.
           IF RECUPERACION-MALA
               DISPLAY "PROCESO DIARIO - RECUPERACION RECHAZADA, NO "
                   "SE PROCESO NINGUN DIA"
               MOVE 'Y' TO WS-TRABAJO-FALLIDO
           ELSE
               PERFORM 540-CIERRE-ATRASADO
               IF NOT TRABAJO-FALLIDO
                   PERFORM 550-PROCESAR-DIA-PENDIENTE
                       VARYING IDX-DIA FROM 1 BY 1
                       UNTIL IDX-DIA > DIAS-PENDIENTES
                          OR TRABAJO-FALLIDO
               END-IF
               PERFORM 590-IMPRIMIR-RESUMEN
               IF NOT TRABAJO-FALLIDO
                   PERFORM 595-LIMPIAR-RECUPERACION
               END-IF
           END-IF.
      *
      * LOS DIAS PENDIENTES VAN DEL DIA DE NEGOCIO DE FECHACTL
      * HASTA LA FECHA OBJETIVO, AVANZANDO CON EL MISMO CALENDARIO
      * QUE EL AVANCE DE FECHA. UNA FECHA OBJETIVO YA PROCESADA NO
      * DEJA DIAS PENDIENTES; UNA POSTERIOR AL RELOJ SE RECHAZA.
      *
       510-ARMAR-DIAS-PENDIENTES.
           MOVE 'N' TO WS-RECUPERACION-MALA.
           MOVE 0 TO DIAS-PENDIENTES.
           ACCEPT WS-FECHA-RELOJ FROM DATE YYYYMMDD.
           IF WS-FECHA-OBJETIVO > WS-FECHA-RELOJ
               DISPLAY "PROCESO DIARIO - LA FECHA OBJETIVO "
                   WS-FECHA-OBJETIVO " ES POSTERIOR A HOY "
                   WS-FECHA-RELOJ
               MOVE 'Y' TO WS-RECUPERACION-MALA
           ELSE
               PERFORM 945-CARGAR-CALENDARIO
               MOVE WS-FECHA-HOY TO WS-FECHA-CANDIDATA
               PERFORM 511-AGREGAR-DIA
                   UNTIL WS-FECHA-CANDIDATA > WS-FECHA-OBJETIVO
                      OR RECUPERACION-MALA
               IF DIAS-PENDIENTES = 0
                   DISPLAY "PROCESO DIARIO - NO HAY DIAS PENDIENTES "
                       "HASTA " WS-FECHA-OBJETIVO
               END-IF
           END-IF.
      *
       511-AGREGAR-DIA.
           IF DIAS-PENDIENTES < 60
               ADD 1 TO DIAS-PENDIENTES
               SET IDX-DIA TO DIAS-PENDIENTES
               MOVE WS-FECHA-CANDIDATA TO DIA-FECHA(IDX-DIA)
               MOVE 'N' TO DIA-TAXIN(IDX-DIA)
               MOVE 'N' TO DIA-GPAROS(IDX-DIA)
               MOVE 'N' TO DIA-SERIN(IDX-DIA)
               MOVE SPACES TO DIA-ESTADO(IDX-DIA)
               MOVE SPACES TO DIA-PASO(IDX-DIA)
               MOVE SPACES TO DIA-CIERRE(IDX-DIA)
               MOVE WS-FECHA-CANDIDATA TO WS-FECHA-BASE
               PERFORM 951-BUSCAR-DIA-HABIL
           ELSE
               DISPLAY "PROCESO DIARIO - MAS DE 60 DIAS HABILES "
                   "PENDIENTES HASTA " WS-FECHA-OBJETIVO
               MOVE 'Y' TO WS-RECUPERACION-MALA
           END-IF.
      *
      * MARCA LAS ENTRADAS QUE TRAE CADA DIA SEGUN LAS CABECERAS DE
      * LOS ARCHIVOS PENDIENTES Y LISTA TODO LO QUE FALTE. EL
      * PRIMER DIA, SI YA TIENE RENGLONES EN LOGDIA, ES UNA
      * CORRIDA QUE SE RETOMA CON LAS ENTRADAS QUE YA ESTAN EN SU
      * LUGAR, Y NO SE LE VUELVEN A PASAR.
      *
       520-REVISAR-ENTRADAS.
           PERFORM 515-VERIFICAR-REANUDACION.
           IF DIA-REANUDADO
               DISPLAY "PROCESO DIARIO - EL DIA " DIA-FECHA(1)
                   " YA TIENE CORRIDA EN LOGDIA, SE RETOMA CON SUS "
                   "ENTRADAS EN SU LUGAR"
               MOVE 'Y' TO DIA-TAXIN(1)
               MOVE 'Y' TO DIA-GPAROS(1)
               MOVE 'Y' TO DIA-SERIN(1)
           END-IF.
           PERFORM 521-REVISAR-TAXINPD.
           PERFORM 523-REVISAR-GPAROSPD.
           PERFORM 525-REVISAR-SERINPD.
           PERFORM 530-LISTAR-FALTANTES
               VARYING IDX-DIA FROM 1 BY 1
               UNTIL IDX-DIA > DIAS-PENDIENTES.
      *
       515-VERIFICAR-REANUDACION.
           MOVE 'N' TO WS-DIA-REANUDADO.
           MOVE 'N' TO WS-EOF-LOG.
           OPEN INPUT COMPLETION-LOG-FILE.
           PERFORM 061-LEER-BITACORA.
           PERFORM 516-BUSCAR-DIA-EN-BITACORA
               UNTIL EOF-LOG.
           CLOSE COMPLETION-LOG-FILE.
      *
       516-BUSCAR-DIA-EN-BITACORA.
           IF LOG-FECHA = DIA-FECHA(1)
               MOVE 'Y' TO WS-DIA-REANUDADO
           END-IF.
           PERFORM 061-LEER-BITACORA.
      *
       521-REVISAR-TAXINPD.
           MOVE "TAXIN" TO WS-ARCHIVO-PENDIENTE.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN INPUT TAXIN-PENDIENTE-FILE.
           PERFORM 522-LEER-TAXINPD.
           PERFORM 531-CABECERA-TAXINPD
               UNTIL EOF-PENDIENTE.
           CLOSE TAXIN-PENDIENTE-FILE.
      *
       522-LEER-TAXINPD.
           READ TAXIN-PENDIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PENDIENTE
           END-READ.
      *
       531-CABECERA-TAXINPD.
           IF TPD-TIPO = 'H'
               MOVE TPD-FECHA-NEGOCIO TO WS-FECHA-LOTE
               PERFORM 528-MARCAR-DIA
           END-IF.
           PERFORM 522-LEER-TAXINPD.
      *
       523-REVISAR-GPAROSPD.
           MOVE "GPAROS" TO WS-ARCHIVO-PENDIENTE.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN INPUT GPAROS-PENDIENTE-FILE.
           PERFORM 524-LEER-GPAROSPD.
           PERFORM 532-CABECERA-GPAROSPD
               UNTIL EOF-PENDIENTE.
           CLOSE GPAROS-PENDIENTE-FILE.
      *
       524-LEER-GPAROSPD.
           READ GPAROS-PENDIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PENDIENTE
           END-READ.
      *
       532-CABECERA-GPAROSPD.
           IF GPD-TIPO = 'H'
               MOVE GPD-FECHA-NEGOCIO TO WS-FECHA-LOTE
               PERFORM 528-MARCAR-DIA
           END-IF.
           PERFORM 524-LEER-GPAROSPD.
      *
       525-REVISAR-SERINPD.
           MOVE "SERIN" TO WS-ARCHIVO-PENDIENTE.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN INPUT SERIN-PENDIENTE-FILE.
           PERFORM 526-LEER-SERINPD.
           PERFORM 533-CABECERA-SERINPD
               UNTIL EOF-PENDIENTE.
           CLOSE SERIN-PENDIENTE-FILE.
      *
       526-LEER-SERINPD.
           READ SERIN-PENDIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PENDIENTE
           END-READ.
      *
       533-CABECERA-SERINPD.
           IF SPD-TIPO = 'H'
               MOVE SPD-FECHA-NEGOCIO TO WS-FECHA-LOTE
               PERFORM 528-MARCAR-DIA
           END-IF.
           PERFORM 526-LEER-SERINPD.
      *
       528-MARCAR-DIA.
           PERFORM 529-MARCAR-ENTRADA
               VARYING IDX-DIA FROM 1 BY 1
               UNTIL IDX-DIA > DIAS-PENDIENTES.
      *
       529-MARCAR-ENTRADA.
           IF DIA-FECHA(IDX-DIA) = WS-FECHA-LOTE
               EVALUATE WS-ARCHIVO-PENDIENTE
                   WHEN "TAXIN"
                       MOVE 'Y' TO DIA-TAXIN(IDX-DIA)
                   WHEN "GPAROS"
                       MOVE 'Y' TO DIA-GPAROS(IDX-DIA)
                   WHEN OTHER
                       MOVE 'Y' TO DIA-SERIN(IDX-DIA)
               END-EVALUATE
           END-IF.
      *
       530-LISTAR-FALTANTES.
           IF DIA-TAXIN(IDX-DIA) = 'N'
               DISPLAY "  FALTA TAXIN DEL " DIA-FECHA(IDX-DIA)
                   " EN TAXINPD"
               MOVE 'Y' TO WS-RECUPERACION-MALA
           END-IF.
           IF DIA-GPAROS(IDX-DIA) = 'N'
               DISPLAY "  FALTA GPAROS DEL " DIA-FECHA(IDX-DIA)
                   " EN GPAROSPD"
               MOVE 'Y' TO WS-RECUPERACION-MALA
           END-IF.
           IF DIA-SERIN(IDX-DIA) = 'N'
               DISPLAY "  FALTA SERIN DEL " DIA-FECHA(IDX-DIA)
                   " EN SERINPD"
               MOVE 'Y' TO WS-RECUPERACION-MALA
           END-IF.
      *
      * SI EL ULTIMO DIA PROCESADO FUE EL ULTIMO HABIL DE SU MES Y
      * LOGMES NO TIENE SU CIERRE TERMINADO (SIN RENGLONES, O UN
      * FALLIDO COMO ULTIMO ESTADO), CIERREMES CORRE ANTES DEL
      * PRIMER DIA DEL MES SIGUIENTE.
      *
       540-CIERRE-ATRASADO.
           IF WS-FECHA-PROCESADA > 0
               MOVE WS-FECHA-PROCESADA TO WS-FECHA-CIERRE
               MOVE WS-FECHA-HOY TO WS-FECHA-SIGUIENTE
               IF CIE-AAAA NOT = SIG-AAAA OR CIE-MM NOT = SIG-MM
                   PERFORM 545-BUSCAR-CIERRE
                   IF CIERRE-PENDIENTE
                       MOVE WS-FECHA-CIERRE TO WS-FECHA-CIERRE-PREVIO
                       PERFORM 580-CORRER-CIERREMES
                       MOVE WS-ESTADO-CIERRE
                           TO WS-ESTADO-CIERRE-PREVIO
                   END-IF
               END-IF
           END-IF.
      *
       545-BUSCAR-CIERRE.
           MOVE 'Y' TO WS-CIERRE-PENDIENTE.
           MOVE 'N' TO WS-EOF-CIERRE.
           OPEN INPUT CIERRE-LOG-FILE.
           PERFORM 546-LEER-CIERRE.
           PERFORM 547-EVALUAR-CIERRE
               UNTIL EOF-CIERRE.
           CLOSE CIERRE-LOG-FILE.
      *
       546-LEER-CIERRE.
           READ CIERRE-LOG-FILE
               AT END MOVE 'Y' TO WS-EOF-CIERRE
           END-READ.
      *
       547-EVALUAR-CIERRE.
           IF CLG-FECHA = WS-FECHA-CIERRE
               IF CLG-ESTADO = "FALLIDO"
                   MOVE 'Y' TO WS-CIERRE-PENDIENTE
               ELSE
                   MOVE 'N' TO WS-CIERRE-PENDIENTE
               END-IF
           END-IF.
           PERFORM 546-LEER-CIERRE.
      *
      * UN DIA DE LA RECUPERACION: FECHACTL DEBE ESTAR EN EL DIA
      * QUE SIGUE EN LA LISTA; SUS ENTRADAS SE PASAN A TAXIN,
      * GPAROS Y SERIN Y CORRE IGUAL QUE UNA NOCHE NORMAL.
      *
       550-PROCESAR-DIA-PENDIENTE.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           DISPLAY "PROCESO DIARIO - RECUPERANDO EL DIA "
               DIA-FECHA(IDX-DIA).
           IF WS-FECHA-HOY = DIA-FECHA(IDX-DIA)
               PERFORM 560-PREPARAR-ENTRADAS
               PERFORM 010-PROCESAR-DIA
           ELSE
               DISPLAY "PROCESO DIARIO - FECHACTL ESTA EN "
                   WS-FECHA-HOY ", SE ESPERABA " DIA-FECHA(IDX-DIA)
               MOVE "FECHACTL" TO WS-PASO-ACTUAL
               MOVE 'Y' TO WS-TRABAJO-FALLIDO
           END-IF.
           IF TRABAJO-FALLIDO
               MOVE "FALLIDO" TO DIA-ESTADO(IDX-DIA)
               MOVE WS-PASO-ACTUAL TO DIA-PASO(IDX-DIA)
           ELSE
               MOVE "OK" TO DIA-ESTADO(IDX-DIA)
               ADD 1 TO DIAS-PROCESADOS
               PERFORM 570-CIERRE-DE-MES
           END-IF.
      *
       560-PREPARAR-ENTRADAS.
           IF IDX-DIA = 1 AND DIA-REANUDADO
               DISPLAY "  ENTRADAS YA EN SU LUGAR (CORRIDA RETOMADA)"
           ELSE
               PERFORM 561-PASAR-TAXIN
               PERFORM 563-PASAR-GPAROS
               PERFORM 565-PASAR-SERIN
           END-IF.
      *
       561-PASAR-TAXIN.
           MOVE 0 TO WS-REGISTROS-COPIADOS.
           MOVE 0 TO WS-FECHA-LOTE.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN INPUT TAXIN-PENDIENTE-FILE.
           OPEN OUTPUT TAXIN-FILE.
           PERFORM 522-LEER-TAXINPD.
           PERFORM 562-COPIAR-TAXIN
               UNTIL EOF-PENDIENTE.
           CLOSE TAXIN-PENDIENTE-FILE.
           CLOSE TAXIN-FILE.
           DISPLAY "  TAXIN: " WS-REGISTROS-COPIADOS " REGISTROS".
      *
       562-COPIAR-TAXIN.
           IF TPD-TIPO = 'H'
               MOVE TPD-FECHA-NEGOCIO TO WS-FECHA-LOTE
           END-IF.
           IF WS-FECHA-LOTE = DIA-FECHA(IDX-DIA)
               WRITE TAXIN-RECORD FROM TAXIN-PENDIENTE-RECORD
               ADD 1 TO WS-REGISTROS-COPIADOS
           END-IF.
           PERFORM 522-LEER-TAXINPD.
      *
       563-PASAR-GPAROS.
           MOVE 0 TO WS-REGISTROS-COPIADOS.
           MOVE 0 TO WS-FECHA-LOTE.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN INPUT GPAROS-PENDIENTE-FILE.
           OPEN OUTPUT GPAROS-FILE.
           PERFORM 524-LEER-GPAROSPD.
           PERFORM 564-COPIAR-GPAROS
               UNTIL EOF-PENDIENTE.
           CLOSE GPAROS-PENDIENTE-FILE.
           CLOSE GPAROS-FILE.
           DISPLAY "  GPAROS: " WS-REGISTROS-COPIADOS " REGISTROS".
      *
       564-COPIAR-GPAROS.
           IF GPD-TIPO = 'H'
               MOVE GPD-FECHA-NEGOCIO TO WS-FECHA-LOTE
           END-IF.
           IF WS-FECHA-LOTE = DIA-FECHA(IDX-DIA)
               WRITE GPAROS-RECORD FROM GPAROS-PENDIENTE-RECORD
               ADD 1 TO WS-REGISTROS-COPIADOS
           END-IF.
           PERFORM 524-LEER-GPAROSPD.
      *
       565-PASAR-SERIN.
           MOVE 0 TO WS-REGISTROS-COPIADOS.
           MOVE 0 TO WS-FECHA-LOTE.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN INPUT SERIN-PENDIENTE-FILE.
           OPEN OUTPUT SERIN-FILE.
           PERFORM 526-LEER-SERINPD.
           PERFORM 566-COPIAR-SERIN
               UNTIL EOF-PENDIENTE.
           CLOSE SERIN-PENDIENTE-FILE.
           CLOSE SERIN-FILE.
           DISPLAY "  SERIN: " WS-REGISTROS-COPIADOS " REGISTROS".
      *
       566-COPIAR-SERIN.
           IF SPD-TIPO = 'H'
               MOVE SPD-FECHA-NEGOCIO TO WS-FECHA-LOTE
           END-IF.
           IF WS-FECHA-LOTE = DIA-FECHA(IDX-DIA)
               WRITE SERIN-RECORD FROM SERIN-PENDIENTE-RECORD
               ADD 1 TO WS-REGISTROS-COPIADOS
           END-IF.
           PERFORM 526-LEER-SERINPD.
      *
      * EL AVANCE DE FECHA DEJO EN WS-FECHA-CANDIDATA EL SIGUIENTE
      * DIA HABIL: SI CAE EN OTRO MES, EL DIA RECIEN PROCESADO
      * CERRO SU MES Y CIERREMES CORRE AHORA.
      *
       570-CIERRE-DE-MES.
           MOVE WS-FECHA-HOY TO WS-FECHA-CIERRE.
           MOVE WS-FECHA-CANDIDATA TO WS-FECHA-SIGUIENTE.
           IF CIE-AAAA NOT = SIG-AAAA OR CIE-MM NOT = SIG-MM
               PERFORM 580-CORRER-CIERREMES
               MOVE WS-ESTADO-CIERRE TO DIA-CIERRE(IDX-DIA)
           END-IF.
      *
       580-CORRER-CIERREMES.
           DISPLAY "PROCESO DIARIO - EL " WS-FECHA-CIERRE
               " CERRO EL MES, CORRE CIERREMES".
           MOVE 0 TO RETURN-CODE.
           CALL "CIERREMES".
           IF RETURN-CODE = 0
               MOVE "OK" TO WS-ESTADO-CIERRE
           ELSE
               MOVE "FALLIDO" TO WS-ESTADO-CIERRE
               MOVE "CIERREMES" TO WS-PASO-ACTUAL
               MOVE 'Y' TO WS-TRABAJO-FALLIDO
               MOVE 0 TO RETURN-CODE
           END-IF.
      *
      * RESUMEN DE LA RECUPERACION: UN RENGLON POR DIA CON SU
      * ESTADO, EL PASO EN QUE FALLO Y EL CIERRE DE MES SI LO HUBO.
      *
       590-IMPRIMIR-RESUMEN.
           DISPLAY "==== RESUMEN DE RECUPERACION DE ATRASO ====".
           DISPLAY "  FECHA OBJETIVO: " WS-FECHA-OBJETIVO.
           IF WS-ESTADO-CIERRE-PREVIO NOT = SPACES
               DISPLAY "  CIERRE DE MES ATRASADO DEL "
                   WS-FECHA-CIERRE-PREVIO ": "
                   WS-ESTADO-CIERRE-PREVIO
           END-IF.
           PERFORM 591-IMPRIMIR-DIA
               VARYING IDX-DIA FROM 1 BY 1
               UNTIL IDX-DIA > DIAS-PENDIENTES.
           DISPLAY "  DIAS PROCESADOS: " DIAS-PROCESADOS " DE "
               DIAS-PENDIENTES.
           IF TRABAJO-FALLIDO
               DISPLAY "  RECUPERACION DETENIDA; AL VOLVER A CORRER "
                   "RETOMA DESDE EL PASO FALLIDO"
           ELSE
               DISPLAY "  RECUPERACION TERMINADA"
           END-IF.
      *
       591-IMPRIMIR-DIA.
           MOVE DIA-FECHA(IDX-DIA) TO RES-FECHA.
           MOVE SPACES TO RES-EN.
           MOVE SPACES TO RES-PASO.
           MOVE SPACES TO RES-CIERRE-LIT.
           MOVE SPACES TO RES-CIERRE.
           IF DIA-ESTADO(IDX-DIA) = SPACES
               MOVE "NO CORRIO" TO RES-ESTADO
           ELSE
               MOVE DIA-ESTADO(IDX-DIA) TO RES-ESTADO
           END-IF.
           IF DIA-PASO(IDX-DIA) NOT = SPACES
               MOVE "EN" TO RES-EN
               MOVE DIA-PASO(IDX-DIA) TO RES-PASO
           END-IF.
           IF DIA-CIERRE(IDX-DIA) NOT = SPACES
               MOVE "CIERRE MES" TO RES-CIERRE-LIT
               MOVE DIA-CIERRE(IDX-DIA) TO RES-CIERRE
           END-IF.
           DISPLAY LINEA-RESUMEN.
      *
      * TERMINADA LA RECUPERACION, CTLRECUP QUEDA EN CERO Y LA
      * SIGUIENTE CORRIDA VUELVE A SER UNA NOCHE NORMAL.
      *
       595-LIMPIAR-RECUPERACION.
           OPEN OUTPUT CONTROL-RECUPERA-FILE.
           MOVE 0 TO RCP-FECHA-OBJETIVO.
           WRITE CONTROL-RECUPERA-RECORD.
           CLOSE CONTROL-RECUPERA-FILE.
      *
      * ESCRIBE EL RENGLON DE BITACORA DEL PASO: PROGRAMA, FECHA,
      * HORAS, REGISTROS, ESTADO Y CODIGO DE RETORNO.
      *
