       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCON.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - CONSULTA Y REIMPRESION DEL REPOSITORIO
      * DE REPORTES (RPTIDX Y RPTREP) DESDE EL MENU. LISTA LOS
      * EJEMPLARES CAPTURADOS POR NOMBRE DE REPORTE Y RANGO DE
      * FECHAS DE NEGOCIO, CON EL PROGRAMA, EL TRABAJO Y EL PASO QUE
      * LOS PRODUJO Y SUS PAGINAS Y RENGLONES, Y REIMPRIME CUALQUIER
      * EJEMPLAR RETENIDO EN RPTIMP RENGLON POR RENGLON TAL CUAL SE
      * PRODUJO, PARA CONTESTARLE A UN AUDITOR CON EL REPORTE DE UN
      * DIA PASADO. LA REIMPRESION PIDE FIRMA DE OPERADOR Y QUEDA
      * ANOTADA EN OPRLOG CON EL REPORTE Y SU FECHA DE NEGOCIO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REPORTE-IDX-FILE ASSIGN TO "RPTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-CLAVE.
           SELECT OPTIONAL REPORTE-LIN-FILE ASSIGN TO "RPTREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLN-CLAVE.
           SELECT REIMPRESION-FILE ASSIGN TO "RPTIMP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO "OPRMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACTIVIDAD-FILE ASSIGN TO "OPRLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE-IDX-FILE.
       COPY RPTIDX.
      *
       FD  REPORTE-LIN-FILE.
       COPY RPTLIN.
      *
       FD  REIMPRESION-FILE.
       01  REIMPRESION-RECORD          PIC X(80).
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
      * UNA REIMPRESION SE ANOTA CON OPCION CERO, COMO LAS FIRMAS DEL
      * MENU, Y EN LUGAR DEL PROGRAMA EL REPORTE Y SU FECHA DE
      * NEGOCIO (AAMMDD).
      *
       FD  ACTIVIDAD-FILE.
       01  ACTIVIDAD-RECORD.
           05  OPL-OPERADOR            PIC X(8).
           05  OPL-FECHA               PIC 9(8).
           05  OPL-HORA                PIC 9(8).
           05  OPL-OPCION              PIC 99.
           05  OPL-PROGRAMA            PIC X(12).
           05  OPL-REIMPRESION REDEFINES OPL-PROGRAMA.
               10  OPL-REPORTE         PIC X(6).
               10  OPL-FECHA-REPORTE   PIC 9(6).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-FECHA-HOY                PIC 9(8).
       77  WS-REPORTE-ENTRADA          PIC X(08).
       77  WS-FECHA-ENTRADA            PIC 9(8).
       77  WS-SECUENCIA-ENTRADA        PIC 99.
       77  WS-FECHA-DESDE              PIC 9(8).
       77  WS-FECHA-HASTA              PIC 9(8).
       77  WS-DATOS-VALIDOS            PIC X VALUE 'N'.
           88  DATOS-VALIDOS                    VALUE 'Y'.
       77  WS-EJEMPLAR-HALLADO         PIC X VALUE 'N'.
           88  EJEMPLAR-HALLADO                 VALUE 'Y'.
       77  WS-EOF-INDICE               PIC X VALUE 'N'.
           88  EOF-INDICE                       VALUE 'Y'.
       77  WS-EOF-RENGLON              PIC X VALUE 'N'.
           88  EOF-RENGLON                      VALUE 'Y'.
       77  WS-LISTADOS                 PIC 9(5) VALUE 0.
       77  WS-RENGLONES-IMPRESOS       PIC 9(6) VALUE 0.
       01  WS-CLAVE-HALLADA.
           05  WCH-REPORTE             PIC X(08).
           05  WCH-FECHA-NEGOCIO       PIC 9(8).
           05  WCH-SECUENCIA           PIC 99.
      *
      * FIRMA DEL OPERADOR QUE PIDE LA REIMPRESION.
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
       01  LINEA-EJEMPLAR.
           05  LE-REPORTE              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-FECHA-NEGOCIO        PIC 9(8).
           05  FILLER                  PIC X(01) VALUE "-".
           05  LE-SECUENCIA            PIC 99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-PROGRAMA             PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-TRABAJO              PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-PASO                 PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-PAGINAS              PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LE-LINEAS               PIC ZZZ,ZZ9.
       01  ENCABEZADO-EJEMPLARES.
           05  FILLER                  PIC X(40) VALUE
               "REPORTE  FECHA   SEC PROGRAMA     TRABAJ".
           05  FILLER                  PIC X(40) VALUE
               "O       PASO         PAGS RENGLON".
      *
       PROCEDURE DIVISION.
      *
       000-CONSULTAR-REPORTES.
           DISPLAY "REPOSITORIO DE REPORTES (RPTIDX)".
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
           DISPLAY "--------REPOSITORIO DE REPORTES--------".
           DISPLAY "1. LISTAR REPORTES POR NOMBRE Y FECHAS".
           DISPLAY "2. REIMPRIMIR UN REPORTE".
           DISPLAY "0. SALIR".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "---------------------------------------".
           IF SELECCION-USUARIO = 1
             PERFORM 200-LISTAR-REPORTES.

           IF SELECCION-USUARIO = 2
             PERFORM 300-REIMPRIMIR-REPORTE.

           IF SELECCION-USUARIO > 2
             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * RECORRE EL INDICE EN ORDEN DE LLAVE DESDE EL REPORTE Y LA
      * FECHA PEDIDOS; NOMBRE EN BLANCO LISTA TODOS LOS REPORTES Y
      * FECHAS EN CERO NO LIMITAN EL RANGO.
      *
       200-LISTAR-REPORTES.
           DISPLAY "REPORTE (TAXRPT, SSDRPT, ..., EN BLANCO = TODOS): ".
           MOVE SPACES TO WS-REPORTE-ENTRADA.
           ACCEPT WS-REPORTE-ENTRADA.
           DISPLAY "DESDE FECHA (AAAAMMDD, 0 = SIN LIMITE): ".
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "HASTA FECHA (AAAAMMDD, 0 = SIN LIMITE): ".
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-HASTA = 0
               MOVE 99999999 TO WS-FECHA-HASTA
           END-IF.
           MOVE 0 TO WS-LISTADOS.
           MOVE 'N' TO WS-EOF-INDICE.
           OPEN INPUT REPORTE-IDX-FILE.
           MOVE WS-REPORTE-ENTRADA TO RIX-REPORTE.
           IF WS-REPORTE-ENTRADA = SPACES
               MOVE 0 TO RIX-FECHA-NEGOCIO
           ELSE
               MOVE WS-FECHA-DESDE TO RIX-FECHA-NEGOCIO
           END-IF.
           MOVE 0 TO RIX-SECUENCIA.
           START REPORTE-IDX-FILE KEY IS NOT LESS THAN RIX-CLAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-INDICE
           END-START.
           IF NOT EOF-INDICE
               DISPLAY ENCABEZADO-EJEMPLARES
               PERFORM 220-LEER-SIGUIENTE
           END-IF.
           PERFORM 210-LISTAR-UN-EJEMPLAR
               UNTIL EOF-INDICE.
           CLOSE REPORTE-IDX-FILE.
           DISPLAY "EJEMPLARES LISTADOS: " WS-LISTADOS.
      *
       210-LISTAR-UN-EJEMPLAR.
           IF RIX-FECHA-NEGOCIO NOT < WS-FECHA-DESDE
              AND RIX-FECHA-NEGOCIO NOT > WS-FECHA-HASTA
               PERFORM 770-ARMAR-LINEA
               DISPLAY LINEA-EJEMPLAR
               ADD 1 TO WS-LISTADOS
           END-IF.
           PERFORM 220-LEER-SIGUIENTE.
      *
       220-LEER-SIGUIENTE.
           READ REPORTE-IDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-INDICE
           END-READ.
           IF NOT EOF-INDICE
               IF WS-REPORTE-ENTRADA NOT = SPACES
                  AND RIX-REPORTE NOT = WS-REPORTE-ENTRADA
                   MOVE 'Y' TO WS-EOF-INDICE
               END-IF
           END-IF.
      *
      * REIMPRIME EN RPTIMP LOS RENGLONES DEL EJEMPLAR EN SU ORDEN
      * ORIGINAL, SIN ENCABEZADO PROPIO, PARA QUE LA COPIA SEA EL
      * REPORTE TAL CUAL SE PRODUJO. UNA CUENTA DE RENGLONES QUE NO
      * CUADRA CON EL INDICE SE AVISA PERO NO DETIENE LA COPIA.
      *
       300-REIMPRIMIR-REPORTE.
           PERFORM 600-FIRMAR-OPERADOR.
           IF NOT FIRMADO
               DISPLAY "ACCESO DENEGADO, SE REQUIERE FIRMA DE "
                   "OPERADOR"
           ELSE
               PERFORM 700-CAPTURAR-EJEMPLAR
               IF DATOS-VALIDOS
                   OPEN INPUT REPORTE-IDX-FILE
                   PERFORM 710-LOCALIZAR-EJEMPLAR
                   CLOSE REPORTE-IDX-FILE
                   IF EJEMPLAR-HALLADO
                       PERFORM 310-COPIAR-EJEMPLAR
                       PERFORM 330-ANOTAR-REIMPRESION
                   ELSE
                       DISPLAY "EL REPORTE NO ESTA EN EL REPOSITORIO: "
                           "NO SE CAPTURO O YA SE DEPURO"
                   END-IF
               END-IF
           END-IF.
      *
       310-COPIAR-EJEMPLAR.
           PERFORM 760-MOSTRAR-EJEMPLAR.
           MOVE 0 TO WS-RENGLONES-IMPRESOS.
           MOVE 'N' TO WS-EOF-RENGLON.
           OPEN INPUT REPORTE-LIN-FILE.
           OPEN OUTPUT REIMPRESION-FILE.
           MOVE RIX-CLAVE TO RLN-INSTANCIA.
           MOVE 0 TO RLN-LINEA.
           START REPORTE-LIN-FILE KEY IS NOT LESS THAN RLN-CLAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-RENGLON
           END-START.
           IF NOT EOF-RENGLON
               PERFORM 320-LEER-RENGLON
           END-IF.
           PERFORM 325-ESCRIBIR-RENGLON
               UNTIL EOF-RENGLON.
           CLOSE REPORTE-LIN-FILE.
           CLOSE REIMPRESION-FILE.
           DISPLAY "REPORTE REIMPRESO EN RPTIMP: "
               WS-RENGLONES-IMPRESOS " RENGLONES".
           IF WS-RENGLONES-IMPRESOS NOT = RIX-LINEAS
               DISPLAY "AVISO: EL INDICE REGISTRA " RIX-LINEAS
                   " RENGLONES PARA ESTE EJEMPLAR"
           END-IF.
      *
       320-LEER-RENGLON.
           READ REPORTE-LIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-RENGLON
           END-READ.
           IF NOT EOF-RENGLON
               IF RLN-INSTANCIA NOT = RIX-CLAVE
                   MOVE 'Y' TO WS-EOF-RENGLON
               END-IF
           END-IF.
      *
       325-ESCRIBIR-RENGLON.
           WRITE REIMPRESION-RECORD FROM RLN-TEXTO.
           ADD 1 TO WS-RENGLONES-IMPRESOS.
           PERFORM 320-LEER-RENGLON.
      *
       330-ANOTAR-REIMPRESION.
           OPEN EXTEND ACTIVIDAD-FILE.
           MOVE WS-OPERADOR-ACTUAL TO OPL-OPERADOR.
           ACCEPT OPL-FECHA FROM DATE YYYYMMDD.
           ACCEPT OPL-HORA FROM TIME.
           MOVE 0 TO OPL-OPCION.
           MOVE RIX-REPORTE TO OPL-REPORTE.
           MOVE RIX-FECHA-NEGOCIO(3:6) TO OPL-FECHA-REPORTE.
           WRITE ACTIVIDAD-RECORD.
           CLOSE ACTIVIDAD-FILE.
      *
      * FIRMA CONTRA EL MAESTRO DE OPERADORES: CUALQUIER OPERADOR
      * CON CONTRASENA CORRECTA Y CUENTA NO BLOQUEADA, PARA QUE LA
      * REIMPRESION QUEDE A SU NOMBRE. SIN MAESTRO (INSTALACION
      * NUEVA) SE OPERA SIN RESTRICCION, COMO EN EL MENU.
      *
       600-FIRMAR-OPERADOR.
           MOVE 'N' TO WS-HAY-OPERADORES.
           MOVE 'N' TO WS-FIRMADO.
           DISPLAY "IDENTIFICACION DEL OPERADOR: ".
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
               MOVE OPR-ID TO WS-OPERADOR-ACTUAL
               MOVE 'Y' TO WS-FIRMADO
           END-IF.
           PERFORM 610-LEER-OPERADOR.
      *
      * REPORTE, FECHA DE NEGOCIO Y SECUENCIA DEL EJEMPLAR; LA
      * SECUENCIA EN CERO TOMA EL ULTIMO EJEMPLAR DE ESE DIA.
      *
       700-CAPTURAR-EJEMPLAR.
           MOVE 'Y' TO WS-DATOS-VALIDOS.
           DISPLAY "REPORTE (TAXRPT, SSDRPT, SSDGAR, GPARPT, GPATRN, "
               "INVRPT, SERRPT, OPSRPT, TAXREM): ".
           MOVE SPACES TO WS-REPORTE-ENTRADA.
           ACCEPT WS-REPORTE-ENTRADA.
           DISPLAY "FECHA DE NEGOCIO (AAAAMMDD): ".
           ACCEPT WS-FECHA-ENTRADA.
           DISPLAY "SECUENCIA DEL DIA (0 = LA ULTIMA): ".
           ACCEPT WS-SECUENCIA-ENTRADA.
           EVALUATE TRUE
               WHEN WS-REPORTE-ENTRADA = SPACES
                   DISPLAY "REPORTE EN BLANCO, NO SE ACEPTA"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               WHEN WS-FECHA-ENTRADA = 0
                   DISPLAY "FECHA EN CERO, NO SE ACEPTA"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       710-LOCALIZAR-EJEMPLAR.
           MOVE 'N' TO WS-EJEMPLAR-HALLADO.
           IF WS-SECUENCIA-ENTRADA > 0
               MOVE WS-REPORTE-ENTRADA TO WCH-REPORTE
               MOVE WS-FECHA-ENTRADA TO WCH-FECHA-NEGOCIO
               MOVE WS-SECUENCIA-ENTRADA TO WCH-SECUENCIA
               MOVE 'Y' TO WS-EJEMPLAR-HALLADO
           ELSE
               PERFORM 720-BUSCAR-ULTIMO
           END-IF.
           IF EJEMPLAR-HALLADO
               MOVE WS-CLAVE-HALLADA TO RIX-CLAVE
               READ REPORTE-IDX-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-EJEMPLAR-HALLADO
               END-READ
           END-IF.
      *
       720-BUSCAR-ULTIMO.
           MOVE 'N' TO WS-EOF-INDICE.
           MOVE WS-REPORTE-ENTRADA TO RIX-REPORTE.
           MOVE WS-FECHA-ENTRADA TO RIX-FECHA-NEGOCIO.
           MOVE 0 TO RIX-SECUENCIA.
           START REPORTE-IDX-FILE KEY IS NOT LESS THAN RIX-CLAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-INDICE
           END-START.
           IF NOT EOF-INDICE
               PERFORM 730-LEER-DEL-DIA
           END-IF.
           PERFORM 740-GUARDAR-CLAVE
               UNTIL EOF-INDICE.
      *
       730-LEER-DEL-DIA.
           READ REPORTE-IDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-INDICE
           END-READ.
           IF NOT EOF-INDICE
               IF RIX-REPORTE NOT = WS-REPORTE-ENTRADA
                  OR RIX-FECHA-NEGOCIO NOT = WS-FECHA-ENTRADA
                   MOVE 'Y' TO WS-EOF-INDICE
               END-IF
           END-IF.
      *
       740-GUARDAR-CLAVE.
           MOVE RIX-CLAVE TO WS-CLAVE-HALLADA.
           MOVE 'Y' TO WS-EJEMPLAR-HALLADO.
           PERFORM 730-LEER-DEL-DIA.
      *
       760-MOSTRAR-EJEMPLAR.
           DISPLAY "REPORTE        : " RIX-REPORTE.
           DISPLAY "DIA DE NEGOCIO : " RIX-FECHA-NEGOCIO
               " SECUENCIA " RIX-SECUENCIA.
           DISPLAY "PROGRAMA       : " RIX-PROGRAMA.
           DISPLAY "TRABAJO / PASO : " RIX-TRABAJO " / " RIX-PASO.
           DISPLAY "PAGINAS        : " RIX-PAGINAS.
           DISPLAY "RENGLONES      : " RIX-LINEAS.
           DISPLAY "CAPTURADO EL   : " RIX-FECHA-CAPTURA
               " A LAS " RIX-HORA-CAPTURA(1:6).
      *
       770-ARMAR-LINEA.
           MOVE RIX-REPORTE TO LE-REPORTE.
           MOVE RIX-FECHA-NEGOCIO TO LE-FECHA-NEGOCIO.
           MOVE RIX-SECUENCIA TO LE-SECUENCIA.
           MOVE RIX-PROGRAMA TO LE-PROGRAMA.
           MOVE RIX-TRABAJO TO LE-TRABAJO.
           MOVE RIX-PASO TO LE-PASO.
           MOVE RIX-PAGINAS TO LE-PAGINAS.
           MOVE RIX-LINEAS TO LE-LINEAS.
