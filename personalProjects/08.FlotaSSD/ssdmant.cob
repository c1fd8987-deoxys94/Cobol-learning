      * LO RECUENTA AL SALIR Y ESTAMPA SUS TOTALES DE CONTROL
      * (CUENTA Y HASH DE CAPACIDADES) EN CTLTOT VIA CTLMAST, PARA
      * LA VERIFICACION DE MAESTROS DE PROCESODIARIO.
      * MODIFICADO 15/10/2026 - DATOS CONTABLES EN EL MAESTRO: EL
      * ALTA CAPTURA COSTO DE COMPRA, METODO DE DEPRECIACION (L =
      * LINEA RECTA, D = SALDO DECRECIENTE DOBLE) Y VIDA UTIL EN
      * MESES, UNA OPCION NUEVA LOS CORRIGE PARA LAS UNIDADES YA
      * EXISTENTES, Y EL RETIRO DEJA EL VALOR EN LIBROS PENDIENTE
      * DE BAJA EN SSDBAJ PARA LA POLIZA DE SSDDEPR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "SSDCAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BAJA-FILE ASSIGN TO "SSDBAJ"
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
      * LAYOUT DEL ARCHIVO PLANO ANTERIOR, SOLO PARA LA CONVERSION.
      *
           05  CAT-VENDOR                  PIC X(10).
           05  CAT-TBW                     PIC 9(5).
           05  CAT-GARANTIA                PIC 9(2).
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
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-HASH-CONTROL             PIC S9(12)V99 VALUE 0.
       77  WS-EOF-RECUENTO             PIC X VALUE 'N'.
           88  EOF-RECUENTO                     VALUE 'Y'.
       77  WS-COSTO-ENTRADA            PIC 9(6)V99 VALUE 0.
       77  WS-METODO-ENTRADA           PIC X VALUE SPACE.
       77  WS-VIDA-ENTRADA             PIC 9(3) VALUE 0.
       77  WS-FECHA-HOY                PIC 9(8) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY "4. CONSULTAR UNIDAD".
           DISPLAY "5. CONVERTIR ARCHIVO PLANO (SSDASTSQ)".
           DISPLAY "6. APLICAR MOVIMIENTOS DE UBICACION (SSDMOV)".
           DISPLAY "7. CORREGIR DATOS CONTABLES".
           DISPLAY "0. SALIR".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           IF SELECCION-USUARIO = 6
             PERFORM 650-APLICAR-MOVIMIENTOS.

           IF SELECCION-USUARIO = 7
             PERFORM 450-CORREGIR-CONTABLES.

           IF SELECCION-USUARIO > 7
             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
               MOVE WS-UBICACION-ENTRADA TO ASSET-UBICACION
               MOVE WS-HOST-ENTRADA TO ASSET-HOST
               MOVE WS-MODELO-ENTRADA TO ASSET-MODELO
               MOVE WS-COSTO-ENTRADA TO ASSET-COSTO
               MOVE WS-METODO-ENTRADA TO ASSET-METODO-DEPREC
               MOVE WS-VIDA-ENTRADA TO ASSET-VIDA-UTIL
               MOVE 0 TO ASSET-DEPREC-ACUM
               WRITE ASSET-RECORD
                   INVALID KEY
                       DISPLAY "YA EXISTE UNA UNIDAD CON ESE TAG"
                   MOVE 'Y' TO WS-MAESTRO-TOCADO
                   DISPLAY "UNIDAD RETIRADA, SE CONSERVA PARA "
                       "HISTORIA"
                   IF ASSET-COSTO > 0
                       PERFORM 310-REGISTRAR-BAJA
                   END-IF
               END-IF
           END-IF.
           CLOSE ASSET-FILE.
      *
      * EL VALOR EN LIBROS QUE LE QUEDA A LA UNIDAD (COSTO MENOS LA
      * DEPRECIACION ACUMULADA A LA ULTIMA CORRIDA DE SSDDEPR) QUEDA
      * PENDIENTE DE BAJA PARA LA POLIZA DEL MES.
      *
       310-REGISTRAR-BAJA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN EXTEND BAJA-FILE.
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
           MOVE "SSDMANT" TO BAJ-PROGRAMA.
           WRITE BAJA-RECORD.
           CLOSE BAJA-FILE.
           DISPLAY "VALOR EN LIBROS PENDIENTE DE BAJA: "
               BAJ-VALOR-LIBROS.
      *
      * CORRIGE CAPACIDAD, TBW O GARANTIA DE UNA UNIDAD. UN CERO
      * DEJA EL VALOR COMO ESTA; LOS VALORES NUEVOS PASAN LA MISMA
      * VALIDACION QUE UN ALTA.
               END-IF
           END-IF.
           CLOSE ASSET-FILE.
      *
      * CAPTURA O CORRIGE LOS DATOS CONTABLES DE UNA UNIDAD ACTIVA,
      * SOBRE TODO LAS QUE LLEGARON SIN COSTO (CONVERSION, RECEPCION
      * DE ORDENES O REEMPLAZOS DE GARANTIA). UN CERO O ESPACIO DEJA
      * EL VALOR COMO ESTA. LA DEPRECIACION ACUMULADA NO SE TOCA:
      * SSDDEPR AJUSTA EL CARGO DEL MES CONTRA EL CALENDARIO NUEVO.
      *
       450-CORREGIR-CONTABLES.
           DISPLAY "TAG DE LA UNIDAD A CORREGIR: ".
           ACCEPT WS-TAG-ENTRADA.
           OPEN I-O ASSET-FILE.
           PERFORM 750-LEER-POR-TAG.
           IF REGISTRO-EXISTE
               IF ASSET-RETIRADO
                   DISPLAY "LA UNIDAD ESTA RETIRADA, NO SE CORRIGE"
               ELSE
                   PERFORM 760-MOSTRAR-UNIDAD
                   DISPLAY "COSTO DE COMPRA (0 = SIN CAMBIO): "
                   MOVE 0 TO WS-COSTO-ENTRADA
                   ACCEPT WS-COSTO-ENTRADA
                   DISPLAY "METODO L/D (ESPACIO = SIN CAMBIO): "
                   MOVE SPACE TO WS-METODO-ENTRADA
                   ACCEPT WS-METODO-ENTRADA
                   DISPLAY "VIDA UTIL EN MESES (0 = SIN CAMBIO): "
                   MOVE 0 TO WS-VIDA-ENTRADA
                   ACCEPT WS-VIDA-ENTRADA
                   IF WS-COSTO-ENTRADA = 0
                       MOVE ASSET-COSTO TO WS-COSTO-ENTRADA
                   END-IF
                   IF WS-METODO-ENTRADA = SPACE
                       MOVE ASSET-METODO-DEPREC TO WS-METODO-ENTRADA
                   END-IF
                   IF WS-VIDA-ENTRADA = 0
                       MOVE ASSET-VIDA-UTIL TO WS-VIDA-ENTRADA
                   END-IF
                   MOVE 'Y' TO WS-ENTRADA-VALIDA
                   PERFORM 720-VALIDAR-CONTABLES
                   IF ENTRADA-VALIDA
                       MOVE WS-COSTO-ENTRADA TO ASSET-COSTO
                       MOVE WS-METODO-ENTRADA TO ASSET-METODO-DEPREC
                       MOVE WS-VIDA-ENTRADA TO ASSET-VIDA-UTIL
                       REWRITE ASSET-RECORD
                       MOVE 'Y' TO WS-MAESTRO-TOCADO
                       DISPLAY "DATOS CONTABLES CORREGIDOS"
                   ELSE
                       DISPLAY "NO SE APLICA NINGUN CAMBIO"
                   END-IF
               END-IF
           END-IF.
           CLOSE ASSET-FILE.
      *
       500-CONSULTAR-UNIDAD.
           DISPLAY "TAG DE LA UNIDAD A CONSULTAR: ".
           MOVE SPACES TO ASSET-UBICACION.
           MOVE SPACES TO ASSET-HOST.
           MOVE SPACES TO ASSET-MODELO.
           MOVE 0 TO ASSET-COSTO.
           MOVE SPACE TO ASSET-METODO-DEPREC.
           MOVE 0 TO ASSET-VIDA-UTIL.
           MOVE 0 TO ASSET-DEPREC-ACUM.
           WRITE ASSET-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICADOS
           DISPLAY "HOST ASIGNADO (10 CAR., ESPACIOS SI LIBRE): ".
           MOVE SPACES TO WS-HOST-ENTRADA.
           ACCEPT WS-HOST-ENTRADA.
           DISPLAY "COSTO DE COMPRA (0 = SIN COSTO, SE CAPTURA "
               "DESPUES): ".
           MOVE 0 TO WS-COSTO-ENTRADA.
           ACCEPT WS-COSTO-ENTRADA.
           DISPLAY "METODO DE DEPRECIACION (L = LINEA RECTA, "
               "D = SALDO DECRECIENTE DOBLE): ".
           MOVE SPACE TO WS-METODO-ENTRADA.
           ACCEPT WS-METODO-ENTRADA.
           DISPLAY "VIDA UTIL EN MESES (1-120): ".
           MOVE 0 TO WS-VIDA-ENTRADA.
           ACCEPT WS-VIDA-ENTRADA.
           PERFORM 720-VALIDAR-CONTABLES.
           IF WS-TAG-ENTRADA = SPACES
               DISPLAY "TAG VACIO, NO SE ACEPTA"
               MOVE 'N' TO WS-ENTRADA-VALIDA
                   END-IF
               END-IF
           END-IF.
      *
      * LOS DATOS CONTABLES VAN COMPLETOS O NO VAN: SIN COSTO NO
      * PUEDE HABER METODO NI VIDA, Y CON COSTO HACEN FALTA AMBOS.
      *
       720-VALIDAR-CONTABLES.
           IF WS-COSTO-ENTRADA = 0
               IF WS-METODO-ENTRADA NOT = SPACE
                  OR WS-VIDA-ENTRADA NOT = 0
                   DISPLAY "METODO O VIDA UTIL SIN COSTO, NO SE "
                       "ACEPTA"
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           ELSE
               IF WS-METODO-ENTRADA NOT = 'L'
                  AND WS-METODO-ENTRADA NOT = 'D'
                   DISPLAY "METODO DE DEPRECIACION INVALIDO (L/D), "
                       "NO SE ACEPTA"
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
               IF WS-VIDA-ENTRADA = 0 OR WS-VIDA-ENTRADA > 120
                   DISPLAY "VIDA UTIL FUERA DE RANGO (1-120 MESES), "
                       "NO SE ACEPTA"
                   MOVE 'N' TO WS-ENTRADA-VALIDA
               END-IF
           END-IF.
      *
       750-LEER-POR-TAG.
           MOVE 'N' TO WS-REGISTRO-EXISTE.
           DISPLAY "UBICACION : " ASSET-UBICACION.
           DISPLAY "HOST      : " ASSET-HOST.
           DISPLAY "MODELO    : " ASSET-MODELO.
           DISPLAY "COSTO     : " ASSET-COSTO.
           DISPLAY "METODO    : " ASSET-METODO-DEPREC.
           DISPLAY "VIDA UTIL : " ASSET-VIDA-UTIL " MESES".
           DISPLAY "DEP. ACUM.: " ASSET-DEPREC-ACUM.
