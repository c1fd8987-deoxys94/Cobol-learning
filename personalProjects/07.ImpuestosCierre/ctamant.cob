       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAMANT.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - MANTENIMIENTO DEL CATALOGO DE CUENTAS
      * CONTABLES (CATCTA): ALTAS CON DESCRIPCION Y TIPO, CIERRE Y
      * REAPERTURA DE CUENTAS, CORRECCION, CONSULTA Y LISTADO. EL
      * LOTE DE CALCIMPUESTO VERIFICA CONTRA ESTE CATALOGO EL MAPEO
      * TAXCTA ANTES DE PROCESAR, Y LA OPCION DE VALIDACION DEJA VER
      * LOS MAPEOS MALOS DE DIA, ANTES DE QUE DETENGAN EL LOTE.
      * BALANZA TOMA DE AQUI LA DESCRIPCION Y EL TIPO DE CADA CUENTA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO-FILE ASSIGN TO "CATCTA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CUENTA-FILE ASSIGN TO "TAXCTA"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CAT-CUENTA              PIC X(08).
           05  CAT-DESCRIPCION         PIC X(30).
           05  CAT-TIPO                PIC X.
               88  CAT-TIPO-VALIDO              VALUE 'A' 'P' 'K'
                                                      'I' 'G'.
           05  CAT-ESTADO              PIC X.
               88  CAT-ABIERTA                  VALUE 'A'.
               88  CAT-CERRADA                  VALUE 'C'.
      *
       FD  CUENTA-FILE.
       01  CUENTA-RECORD.
           05  CTA-CATEGORIA           PIC X(03).
           05  CTA-CUENTA-VENTA        PIC X(08).
           05  CTA-CUENTA-IMPUESTO     PIC X(08).
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-EOF-CATALOGO             PIC X VALUE 'N'.
           88  EOF-CATALOGO                     VALUE 'Y'.
       77  WS-EOF-CUENTA               PIC X VALUE 'N'.
           88  EOF-CUENTA                       VALUE 'Y'.
       77  CUENTAS-CARGADAS            PIC 999 VALUE 0.
       77  WS-HUBO-CAMBIOS             PIC X VALUE 'N'.
           88  HUBO-CAMBIOS                     VALUE 'Y'.
       01  TABLA-CATALOGO.
           05  CATALOGO-ENTRY OCCURS 300 TIMES
                   INDEXED BY IDX-CATALOGO.
               10  CTM-CUENTA          PIC X(08).
               10  CTM-DESCRIPCION     PIC X(30).
               10  CTM-TIPO            PIC X.
               10  CTM-ESTADO          PIC X.
       77  WS-CUENTA-ENTRADA           PIC X(08).
       77  WS-DESCRIPCION-ENTRADA      PIC X(30).
       77  WS-TIPO-ENTRADA             PIC X.
           88  TIPO-ENTRADA-VALIDO              VALUE 'A' 'P' 'K'
                                                      'I' 'G'.
       77  WS-ENTRADA-VALIDA           PIC X VALUE 'Y'.
           88  ENTRADA-VALIDA                   VALUE 'Y'.
       77  WS-CUENTA-ENCONTRADA        PIC X VALUE 'N'.
           88  CUENTA-ENCONTRADA                VALUE 'Y'.
       77  WS-IDX-HALLADO              PIC 999 VALUE 0.
      *
      * CUENTAS FIJAS QUE LA POLIZA DE CALCIMPUESTO USA SIN MAPEO.
      *
       77  WS-CUENTA-CLIENTES          PIC X(08) VALUE "CLIENTES".
       77  WS-CUENTA-VENTA-GEN         PIC X(08) VALUE "VTAGENRL".
       77  WS-CUENTA-IMPTO-GEN         PIC X(08) VALUE "IVAGENRL".
       77  WS-CATEGORIA-VERIFICAR      PIC X(03).
       77  WS-MAPEOS-INVALIDOS         PIC 9(4) VALUE 0.
       77  WS-MAPEOS-LEIDOS            PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       000-MANTENER-CATALOGO.
           DISPLAY "MANTENIMIENTO DEL CATALOGO DE CUENTAS".
           PERFORM 100-CARGAR-TABLA.
           MOVE 1 TO SELECCION-USUARIO.
           PERFORM 200-MENU-PRINCIPAL
             UNTIL SELECCION-USUARIO = 0.
           IF HUBO-CAMBIOS
               PERFORM 800-REESCRIBIR-ARCHIVO
               DISPLAY "CATALOGO DE CUENTAS ACTUALIZADO EN CATCTA"
           END-IF.
           DISPLAY "PROGRAMA FINALIZADO".
           GOBACK.
      *
       100-CARGAR-TABLA.
           MOVE 0 TO CUENTAS-CARGADAS.
           OPEN INPUT CATALOGO-FILE.
           MOVE 'N' TO WS-EOF-CATALOGO.
           PERFORM 110-LEER-CATALOGO.
           PERFORM 120-ALMACENAR-CUENTA
               UNTIL EOF-CATALOGO.
           CLOSE CATALOGO-FILE.
           DISPLAY "CUENTAS CARGADAS: " CUENTAS-CARGADAS.
      *
       110-LEER-CATALOGO.
           READ CATALOGO-FILE
               AT END MOVE 'Y' TO WS-EOF-CATALOGO
           END-READ.
      *
       120-ALMACENAR-CUENTA.
           IF CUENTAS-CARGADAS < 300
               ADD 1 TO CUENTAS-CARGADAS
               MOVE CAT-CUENTA TO CTM-CUENTA(CUENTAS-CARGADAS)
               MOVE CAT-DESCRIPCION
                   TO CTM-DESCRIPCION(CUENTAS-CARGADAS)
               MOVE CAT-TIPO TO CTM-TIPO(CUENTAS-CARGADAS)
               MOVE CAT-ESTADO TO CTM-ESTADO(CUENTAS-CARGADAS)
           ELSE
               DISPLAY "TABLA LLENA (300), SE IGNORA CUENTA: "
                   CAT-CUENTA
           END-IF.
           PERFORM 110-LEER-CATALOGO.
      *
       200-MENU-PRINCIPAL.
           DISPLAY "------CATALOGO DE CUENTAS------".
           DISPLAY "1. ALTA DE CUENTA".
           DISPLAY "2. CERRAR CUENTA".
           DISPLAY "3. REABRIR CUENTA".
           DISPLAY "4. CORREGIR DESCRIPCION/TIPO".
           DISPLAY "5. CONSULTAR CUENTA".
           DISPLAY "6. LISTAR CUENTAS".
           DISPLAY "7. VALIDAR MAPEO TAXCTA CONTRA EL CATALOGO".
           DISPLAY "0. SALIR (GRABA LOS CAMBIOS)".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "-------------------------------".
           IF SELECCION-USUARIO = 1
             PERFORM 300-ALTA-DE-CUENTA.

           IF SELECCION-USUARIO = 2
             PERFORM 400-CERRAR-CUENTA.

           IF SELECCION-USUARIO = 3
             PERFORM 450-REABRIR-CUENTA.

           IF SELECCION-USUARIO = 4
             PERFORM 500-CORREGIR-CUENTA.

           IF SELECCION-USUARIO = 5
             PERFORM 550-CONSULTAR-CUENTA.

           IF SELECCION-USUARIO = 6
             PERFORM 600-LISTAR-CUENTAS.

           IF SELECCION-USUARIO = 7
             PERFORM 650-VALIDAR-MAPEO.

           IF SELECCION-USUARIO > 7
             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * DA DE ALTA UNA CUENTA. EL NUMERO NO PUEDE ESTAR VACIO NI
      * REPETIDO Y EL TIPO DEBE SER A (ACTIVO), P (PASIVO), K
      * (CAPITAL), I (INGRESO) O G (GASTO); LA CUENTA NACE ABIERTA.
      *
       300-ALTA-DE-CUENTA.
           MOVE 'Y' TO WS-ENTRADA-VALIDA.
           DISPLAY "NUMERO DE CUENTA (8 CAR.): ".
           ACCEPT WS-CUENTA-ENTRADA.
           DISPLAY "DESCRIPCION (30 CAR.): ".
           MOVE SPACES TO WS-DESCRIPCION-ENTRADA.
           ACCEPT WS-DESCRIPCION-ENTRADA.
           DISPLAY "TIPO (A ACTIVO, P PASIVO, K CAPITAL, I INGRESO, "
               "G GASTO): ".
           MOVE SPACE TO WS-TIPO-ENTRADA.
           ACCEPT WS-TIPO-ENTRADA.
           IF WS-CUENTA-ENTRADA = SPACES
               DISPLAY "NUMERO VACIO, NO SE ACEPTA"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF NOT TIPO-ENTRADA-VALIDO
               DISPLAY "TIPO NO VALIDO, NO SE ACEPTA"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           PERFORM 700-BUSCAR-CUENTA.
           IF CUENTA-ENCONTRADA
               DISPLAY "YA EXISTE UNA CUENTA CON ESE NUMERO"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF ENTRADA-VALIDA
               IF CUENTAS-CARGADAS < 300
                   ADD 1 TO CUENTAS-CARGADAS
                   MOVE WS-CUENTA-ENTRADA
                       TO CTM-CUENTA(CUENTAS-CARGADAS)
                   MOVE WS-DESCRIPCION-ENTRADA
                       TO CTM-DESCRIPCION(CUENTAS-CARGADAS)
                   MOVE WS-TIPO-ENTRADA TO CTM-TIPO(CUENTAS-CARGADAS)
                   MOVE 'A' TO CTM-ESTADO(CUENTAS-CARGADAS)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "CUENTA DADA DE ALTA"
               ELSE
                   DISPLAY "TABLA LLENA, NO SE PUEDE AGREGAR"
               END-IF
           END-IF.
      *
      * CIERRA UNA CUENTA: SI SIGUE MAPEADA EN TAXCTA, EL LOTE
      * NOCTURNO NO CORRERA HASTA QUE SE CORRIJA EL MAPEO.
      *
       400-CERRAR-CUENTA.
           DISPLAY "NUMERO DE CUENTA A CERRAR: ".
           ACCEPT WS-CUENTA-ENTRADA.
           PERFORM 700-BUSCAR-CUENTA.
           IF NOT CUENTA-ENCONTRADA
               DISPLAY "NO EXISTE ESA CUENTA"
           ELSE
               IF CTM-ESTADO(WS-IDX-HALLADO) = 'C'
                   DISPLAY "LA CUENTA YA ESTABA CERRADA"
               ELSE
                   MOVE 'C' TO CTM-ESTADO(WS-IDX-HALLADO)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "CUENTA CERRADA; USE LA OPCION 7 PARA "
                       "REVISAR SI TAXCTA TODAVIA LA USA"
               END-IF
           END-IF.
      *
       450-REABRIR-CUENTA.
           DISPLAY "NUMERO DE CUENTA A REABRIR: ".
           ACCEPT WS-CUENTA-ENTRADA.
           PERFORM 700-BUSCAR-CUENTA.
           IF NOT CUENTA-ENCONTRADA
               DISPLAY "NO EXISTE ESA CUENTA"
           ELSE
               IF CTM-ESTADO(WS-IDX-HALLADO) = 'A'
                   DISPLAY "LA CUENTA YA ESTABA ABIERTA"
               ELSE
                   MOVE 'A' TO CTM-ESTADO(WS-IDX-HALLADO)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "CUENTA REABIERTA"
               END-IF
           END-IF.
      *
      * CORRIGE DESCRIPCION Y TIPO. ESPACIOS EN CUALQUIERA DE LOS
      * DOS LO DEJAN COMO ESTA.
      *
       500-CORREGIR-CUENTA.
           DISPLAY "NUMERO DE CUENTA A CORREGIR: ".
           ACCEPT WS-CUENTA-ENTRADA.
           PERFORM 700-BUSCAR-CUENTA.
           IF NOT CUENTA-ENCONTRADA
               DISPLAY "NO EXISTE ESA CUENTA"
           ELSE
               DISPLAY "DESCRIPCION ACTUAL: "
                   CTM-DESCRIPCION(WS-IDX-HALLADO)
               DISPLAY "DESCRIPCION NUEVA (ESPACIOS = SIN CAMBIO): "
               MOVE SPACES TO WS-DESCRIPCION-ENTRADA
               ACCEPT WS-DESCRIPCION-ENTRADA
               DISPLAY "TIPO ACTUAL: " CTM-TIPO(WS-IDX-HALLADO)
               DISPLAY "TIPO NUEVO (ESPACIO = SIN CAMBIO): "
               MOVE SPACE TO WS-TIPO-ENTRADA
               ACCEPT WS-TIPO-ENTRADA
               IF WS-TIPO-ENTRADA NOT = SPACE
                  AND NOT TIPO-ENTRADA-VALIDO
                   DISPLAY "TIPO NO VALIDO, NO SE CORRIGE"
               ELSE
                   IF WS-DESCRIPCION-ENTRADA NOT = SPACES
                       MOVE WS-DESCRIPCION-ENTRADA
                           TO CTM-DESCRIPCION(WS-IDX-HALLADO)
                   END-IF
                   IF WS-TIPO-ENTRADA NOT = SPACE
                       MOVE WS-TIPO-ENTRADA
                           TO CTM-TIPO(WS-IDX-HALLADO)
                   END-IF
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "CUENTA CORREGIDA"
               END-IF
           END-IF.
      *
       550-CONSULTAR-CUENTA.
           DISPLAY "NUMERO DE CUENTA A CONSULTAR: ".
           ACCEPT WS-CUENTA-ENTRADA.
           PERFORM 700-BUSCAR-CUENTA.
           IF NOT CUENTA-ENCONTRADA
               DISPLAY "NO EXISTE ESA CUENTA"
           ELSE
               DISPLAY "CUENTA      : " CTM-CUENTA(WS-IDX-HALLADO)
               DISPLAY "DESCRIPCION : "
                   CTM-DESCRIPCION(WS-IDX-HALLADO)
               DISPLAY "TIPO        : " CTM-TIPO(WS-IDX-HALLADO)
               DISPLAY "ESTADO      : " CTM-ESTADO(WS-IDX-HALLADO)
           END-IF.
      *
       600-LISTAR-CUENTAS.
           PERFORM 610-LISTAR-UNA-CUENTA
               VARYING IDX-CATALOGO FROM 1 BY 1
               UNTIL IDX-CATALOGO > CUENTAS-CARGADAS.
           DISPLAY "TOTAL: " CUENTAS-CARGADAS.
      *
       610-LISTAR-UNA-CUENTA.
           DISPLAY CTM-CUENTA(IDX-CATALOGO) "  "
               CTM-TIPO(IDX-CATALOGO) "  "
               CTM-ESTADO(IDX-CATALOGO) "  "
               CTM-DESCRIPCION(IDX-CATALOGO).
      *
      * RECORRE TAXCTA Y LAS CUENTAS FIJAS DE LA POLIZA CONTRA EL
      * CATALOGO EN MEMORIA (CON LOS CAMBIOS DE ESTA SESION), CON
      * LA MISMA REGLA QUE APLICA EL LOTE: LA CUENTA DEBE EXISTIR Y
      * ESTAR ABIERTA.
      *
       650-VALIDAR-MAPEO.
           MOVE 0 TO WS-MAPEOS-INVALIDOS.
           MOVE 0 TO WS-MAPEOS-LEIDOS.
           MOVE 'N' TO WS-EOF-CUENTA.
           OPEN INPUT CUENTA-FILE.
           PERFORM 660-LEER-MAPEO.
           PERFORM 670-VALIDAR-UN-MAPEO
               UNTIL EOF-CUENTA.
           CLOSE CUENTA-FILE.
           MOVE "***" TO WS-CATEGORIA-VERIFICAR.
           MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-ENTRADA.
           PERFORM 680-VERIFICAR-CUENTA.
           MOVE WS-CUENTA-VENTA-GEN TO WS-CUENTA-ENTRADA.
           PERFORM 680-VERIFICAR-CUENTA.
           MOVE WS-CUENTA-IMPTO-GEN TO WS-CUENTA-ENTRADA.
           PERFORM 680-VERIFICAR-CUENTA.
           DISPLAY "MAPEOS LEIDOS: " WS-MAPEOS-LEIDOS
               "  CUENTAS INVALIDAS: " WS-MAPEOS-INVALIDOS.
      *
       660-LEER-MAPEO.
           READ CUENTA-FILE
               AT END MOVE 'Y' TO WS-EOF-CUENTA
           END-READ.
      *
       670-VALIDAR-UN-MAPEO.
           ADD 1 TO WS-MAPEOS-LEIDOS.
           MOVE CTA-CATEGORIA TO WS-CATEGORIA-VERIFICAR.
           MOVE CTA-CUENTA-VENTA TO WS-CUENTA-ENTRADA.
           PERFORM 680-VERIFICAR-CUENTA.
           MOVE CTA-CUENTA-IMPUESTO TO WS-CUENTA-ENTRADA.
           PERFORM 680-VERIFICAR-CUENTA.
           PERFORM 660-LEER-MAPEO.
      *
       680-VERIFICAR-CUENTA.
           PERFORM 700-BUSCAR-CUENTA.
           IF NOT CUENTA-ENCONTRADA
               ADD 1 TO WS-MAPEOS-INVALIDOS
               DISPLAY "CATEGORIA " WS-CATEGORIA-VERIFICAR
                   ": CUENTA " WS-CUENTA-ENTRADA " NO EXISTE"
           ELSE
               IF CTM-ESTADO(WS-IDX-HALLADO) = 'C'
                   ADD 1 TO WS-MAPEOS-INVALIDOS
                   DISPLAY "CATEGORIA " WS-CATEGORIA-VERIFICAR
                       ": CUENTA " WS-CUENTA-ENTRADA " ESTA CERRADA"
               END-IF
           END-IF.
      *
       700-BUSCAR-CUENTA.
           MOVE 'N' TO WS-CUENTA-ENCONTRADA.
           MOVE 0 TO WS-IDX-HALLADO.
           PERFORM 710-COMPARAR-CUENTA
               VARYING IDX-CATALOGO FROM 1 BY 1
               UNTIL IDX-CATALOGO > CUENTAS-CARGADAS
                  OR CUENTA-ENCONTRADA.
      *
       710-COMPARAR-CUENTA.
           IF CTM-CUENTA(IDX-CATALOGO) = WS-CUENTA-ENTRADA
               SET WS-IDX-HALLADO TO IDX-CATALOGO
               MOVE 'Y' TO WS-CUENTA-ENCONTRADA
           END-IF.
      *
      * REESCRIBE EL ARCHIVO CATCTA COMPLETO DESDE LA TABLA EN
      * MEMORIA AL SALIR, SI HUBO CAMBIOS EN LA SESION.
      *
       800-REESCRIBIR-ARCHIVO.
           OPEN OUTPUT CATALOGO-FILE.
           PERFORM 810-ESCRIBIR-UNA-CUENTA
               VARYING IDX-CATALOGO FROM 1 BY 1
               UNTIL IDX-CATALOGO > CUENTAS-CARGADAS.
           CLOSE CATALOGO-FILE.
      *
       810-ESCRIBIR-UNA-CUENTA.
           MOVE CTM-CUENTA(IDX-CATALOGO) TO CAT-CUENTA.
           MOVE CTM-DESCRIPCION(IDX-CATALOGO) TO CAT-DESCRIPCION.
           MOVE CTM-TIPO(IDX-CATALOGO) TO CAT-TIPO.
           MOVE CTM-ESTADO(IDX-CATALOGO) TO CAT-ESTADO.
           WRITE CATALOGO-RECORD.
