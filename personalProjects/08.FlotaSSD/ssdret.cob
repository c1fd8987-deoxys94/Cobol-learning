      * MODIFICADO 02/09/2026 - EL MAESTRO DE OPERADORES CRECIO CON
      * EXPIRACION, BLOQUEO E INTENTOS; LA FIRMA LOCAL RECHAZA LAS
      * CUENTAS BLOQUEADAS.
      * MODIFICADO 15/10/2026 - CADA RETIRO APLICADO DEJA EL VALOR
      * EN LIBROS DE LA UNIDAD PENDIENTE DE BAJA EN SSDBAJ, QUE LA
      * CORRIDA MENSUAL SSDDEPR ASIENTA COMO PERDIDA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CERTIFICADO-FILE ASSIGN TO "SSDCERT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BAJA-FILE ASSIGN TO "SSDBAJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO "OPRMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
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
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  CER-FECHA                   PIC 9(8).
           05  CER-METODO                  PIC X(12).
           05  CER-OPERADOR                PIC X(8).
      *
      * BAJAS CONTABLES PENDIENTES: VALOR EN LIBROS DE CADA UNIDAD
      * RETIRADA, QUE SSDDEPR ASIENTA Y VACIA EN SU CORRIDA MENSUAL.
      *
       FD  BAJA-FILE.
       01  BAJA-RECORD.
           05  BAJ-TAG                     PIC X(10).
           05  BAJ-FECHA                   PIC 9(8).
           05  BAJ-UBICACION               PIC X(10).
           05  BAJ-COSTO                   PIC 9(6)V99.
           05  BAJ-DEPREC-ACUM             PIC 9(6)V99.
           05  BAJ-VALOR-LIBROS            PIC 9(6)V99.
           05  BAJ-PROGRAMA                PIC X(8).
      *
       FD  OPERADOR-FILE.
       01  OPERADOR-RECORD.
       77  ACCION-OPERADOR             PIC X.
       77  WS-METODO-DESTRUCCION       PIC X(12).
       77  WS-CERTIFICADOS             PIC 9(4) VALUE 0.
       77  WS-BAJAS                    PIC 9(4) VALUE 0.
       01  WS-FECHA-FIN-GARANTIA.
           05  FIN-AAAA                PIC 9(4).
           05  FIN-MM                  PIC 9(2).
               MOVE 'N' TO WS-EOF-PRO
               OPEN I-O PROPUESTA-FILE
               OPEN I-O ASSET-FILE
               MOVE 0 TO WS-BAJAS
               OPEN EXTEND CERTIFICADO-FILE
               OPEN EXTEND BAJA-FILE
               PERFORM 211-LEER-PROPUESTA
               PERFORM 410-APLICAR-UNA
                   UNTIL EOF-PRO
               CLOSE PROPUESTA-FILE
               CLOSE ASSET-FILE
               CLOSE CERTIFICADO-FILE
               CLOSE BAJA-FILE
               IF WS-APLICADAS > 0
                   PERFORM 450-ESTAMPAR-CONTROL
               END-IF
               DISPLAY "RETIROS APLICADOS: " WS-APLICADAS
               DISPLAY "PROPUESTAS SIN UNIDAD EN MAESTRO: "
                   WS-SIN-UNIDAD
               DISPLAY "BAJAS CONTABLES PENDIENTES EN SSDBAJ: "
                   WS-BAJAS
           END-IF.
      *
       410-APLICAR-UNA.
                       MOVE 'R' TO PRO-ESTADO
                       REWRITE PROPUESTA-RECORD
                       ADD 1 TO WS-APLICADAS
                       IF ASSET-COSTO > 0
                           PERFORM 420-REGISTRAR-BAJA
                       END-IF
               END-READ
           END-IF.
           PERFORM 211-LEER-PROPUESTA.
      *
      * EL VALOR EN LIBROS QUE LE QUEDA A LA UNIDAD (COSTO MENOS
      * DEPRECIACION ACUMULADA A LA ULTIMA CORRIDA DE SSDDEPR) SE
      * DA DE BAJA.
      *
       420-REGISTRAR-BAJA.
           MOVE ASSET-TAG TO BAJ-TAG.
           MOVE WS-FECHA-HOY TO BAJ-FECHA.
           MOVE ASSET-UBICACION TO BAJ-UBICACION.
           MOVE ASSET-COSTO TO BAJ-COSTO.
           IF ASSET-DEPREC-ACUM > ASSET-COSTO
               MOVE ASSET-COSTO TO BAJ-DEPREC-ACUM
           ELSE
               MOVE ASSET-DEPREC-ACUM TO BAJ-DEPREC-ACUM
           END-IF.
           COMPUTE BAJ-VALOR-LIBROS = BAJ-COSTO - BAJ-DEPREC-ACUM.
           MOVE "SSDRET" TO BAJ-PROGRAMA.
           WRITE BAJA-RECORD.
           ADD 1 TO WS-BAJAS.
      *
      * RECUENTA EL MAESTRO Y ESTAMPA SUS TOTALES DE CONTROL
      * (CUENTA DE UNIDADES Y HASH DE CAPACIDADES) EN CTLTOT.
      *
