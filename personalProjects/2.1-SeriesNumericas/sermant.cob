       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERMANT.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - MANTENIMIENTO DEL MAESTRO DE SERIES
      * (SERDEF) QUE USA EL LOTE DE SERNUM: CADA SERIE DEFINIDA
      * LLEVA SU DESCRIPCION, EL DEPARTAMENTO DUENO, EL RANGO DE
      * VALORES VALIDOS, LAS LECTURAS ESPERADAS POR DIA Y SU ESTADO
      * (ACTIVA O INACTIVA). SERNUM RECHAZA LAS LECTURAS DE SERIES
      * QUE NO ESTAN AQUI O ESTAN INACTIVAS, APLICA EL RANGO DE CADA
      * SERIE Y AVISA CUANDO UNA SERIE ACTIVA NO MANDO LECTURAS O
      * MANDO MENOS DE LAS ESPERADAS. UNA SERIE NO SE BORRA, SE
      * INACTIVA, PARA QUE SU HISTORIAL EN SERHIS SIGA TENIENDO
      * DUENO. EL LOTE ACUMULA HASTA 20 SERIES POR CORRIDA, ASI QUE
      * NO SE ADMITEN MAS DE 20 SERIES ACTIVAS A LA VEZ.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEFINICION-FILE ASSIGN TO "SERDEF"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DEFINICION-FILE.
       01  DEFINICION-RECORD.
           05  SDF-SERIE               PIC X(4).
           05  SDF-DESCRIPCION         PIC X(30).
           05  SDF-DEPARTAMENTO        PIC X(10).
           05  SDF-MINIMO              PIC 9(3).
           05  SDF-MAXIMO              PIC 9(3).
           05  SDF-LECTURAS-DIA        PIC 9(3).
           05  SDF-ESTADO              PIC X.
               88  SDF-ACTIVA                   VALUE 'A' SPACE.
               88  SDF-INACTIVA                 VALUE 'I'.
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-EOF-DEFINICION           PIC X VALUE 'N'.
           88  EOF-DEFINICION                   VALUE 'Y'.
       77  DEFINICIONES-CARGADAS       PIC 999 VALUE 0.
       77  WS-HUBO-CAMBIOS             PIC X VALUE 'N'.
           88  HUBO-CAMBIOS                     VALUE 'Y'.
       01  TABLA-DEFINICIONES.
           05  DEFINICION-ENTRY OCCURS 100 TIMES
                   INDEXED BY IDX-DEF.
               10  DFN-SERIE           PIC X(4).
               10  DFN-DESCRIPCION     PIC X(30).
               10  DFN-DEPARTAMENTO    PIC X(10).
               10  DFN-MINIMO          PIC 9(3).
               10  DFN-MAXIMO          PIC 9(3).
               10  DFN-LECTURAS-DIA    PIC 9(3).
               10  DFN-ESTADO          PIC X.
       77  WS-SERIE-ENTRADA            PIC X(4).
       77  WS-DESCRIPCION-ENTRADA      PIC X(30).
       77  WS-DEPARTAMENTO-ENTRADA     PIC X(10).
       77  WS-MINIMO-ENTRADA           PIC 9(3).
       77  WS-MAXIMO-ENTRADA           PIC 9(3).
       77  WS-LECTURAS-ENTRADA         PIC 9(3).
       77  WS-SERIE-ENCONTRADA         PIC X VALUE 'N'.
           88  SERIE-ENCONTRADA                 VALUE 'Y'.
       77  WS-IDX-HALLADO              PIC 999 VALUE 0.
       77  WS-DATOS-VALIDOS            PIC X VALUE 'N'.
           88  DATOS-VALIDOS                    VALUE 'Y'.
       77  WS-ACTIVAS                  PIC 999 VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       000-MANTENER-SERIES.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE SERIES (SERDEF)".
           PERFORM 100-CARGAR-TABLA.
           MOVE 1 TO SELECCION-USUARIO.
           PERFORM 200-MENU-PRINCIPAL
             UNTIL SELECCION-USUARIO = 0.
           IF HUBO-CAMBIOS
               PERFORM 800-REESCRIBIR-ARCHIVO
               DISPLAY "MAESTRO DE SERIES ACTUALIZADO EN SERDEF"
           END-IF.
           DISPLAY "PROGRAMA FINALIZADO".
           GOBACK.
      *
       100-CARGAR-TABLA.
           MOVE 0 TO DEFINICIONES-CARGADAS.
           OPEN INPUT DEFINICION-FILE.
           MOVE 'N' TO WS-EOF-DEFINICION.
           PERFORM 110-LEER-DEFINICION.
           PERFORM 120-ALMACENAR-DEFINICION
               UNTIL EOF-DEFINICION.
           CLOSE DEFINICION-FILE.
           DISPLAY "SERIES CARGADAS: " DEFINICIONES-CARGADAS.
      *
       110-LEER-DEFINICION.
           READ DEFINICION-FILE
               AT END MOVE 'Y' TO WS-EOF-DEFINICION
           END-READ.
      *
       120-ALMACENAR-DEFINICION.
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
               DISPLAY "TABLA LLENA (100), SE IGNORA SERIE: "
                   SDF-SERIE
           END-IF.
           PERFORM 110-LEER-DEFINICION.
      *
       200-MENU-PRINCIPAL.
           DISPLAY "----------MAESTRO DE SERIES----------".
           DISPLAY "1. ALTA DE SERIE".
           DISPLAY "2. CORREGIR SERIE".
           DISPLAY "3. ACTIVAR / INACTIVAR SERIE".
           DISPLAY "4. CONSULTAR SERIE".
           DISPLAY "5. LISTAR SERIES".
           DISPLAY "0. SALIR (GRABA LOS CAMBIOS)".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "-------------------------------------".
           IF SELECCION-USUARIO = 1
             PERFORM 300-ALTA-DE-SERIE.

           IF SELECCION-USUARIO = 2
             PERFORM 400-CORREGIR-SERIE.

           IF SELECCION-USUARIO = 3
             PERFORM 500-CAMBIAR-ESTADO.

           IF SELECCION-USUARIO = 4
             PERFORM 550-CONSULTAR-SERIE.

           IF SELECCION-USUARIO = 5
             PERFORM 600-LISTAR-SERIES.

           IF SELECCION-USUARIO > 5
             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * UNA SERIE NUEVA NACE ACTIVA. EL RANGO VA DE 1 A 999 COMO EL
      * RANGO GLOBAL QUE REEMPLAZA, PORQUE LAS ESTADISTICAS DEL LOTE
      * NO MANEJAN VALORES NEGATIVOS.
      *
       300-ALTA-DE-SERIE.
           DISPLAY "SERIE (4 CAR.): ".
           MOVE SPACES TO WS-SERIE-ENTRADA.
           ACCEPT WS-SERIE-ENTRADA.
           IF WS-SERIE-ENTRADA = SPACES
               DISPLAY "SERIE EN BLANCO, NO SE ACEPTA"
           ELSE
               PERFORM 700-BUSCAR-SERIE
               IF SERIE-ENCONTRADA
                   DISPLAY "ESA SERIE YA ESTA DEFINIDA"
               ELSE
                   PERFORM 720-CONTAR-ACTIVAS
                   IF DEFINICIONES-CARGADAS < 100
                       IF WS-ACTIVAS < 20
                           PERFORM 310-CAPTURAR-ALTA
                       ELSE
                           DISPLAY "YA HAY 20 SERIES ACTIVAS, "
                               "INACTIVE UNA ANTES DE AGREGAR"
                       END-IF
                   ELSE
                       DISPLAY "TABLA LLENA, NO SE PUEDE AGREGAR"
                   END-IF
               END-IF
           END-IF.
      *
       310-CAPTURAR-ALTA.
           DISPLAY "DESCRIPCION (30 CAR.): ".
           MOVE SPACES TO WS-DESCRIPCION-ENTRADA.
           ACCEPT WS-DESCRIPCION-ENTRADA.
           DISPLAY "DEPARTAMENTO DUENO (10 CAR.): ".
           MOVE SPACES TO WS-DEPARTAMENTO-ENTRADA.
           ACCEPT WS-DEPARTAMENTO-ENTRADA.
           DISPLAY "VALOR MINIMO VALIDO (1 A 999): ".
           ACCEPT WS-MINIMO-ENTRADA.
           DISPLAY "VALOR MAXIMO VALIDO (1 A 999): ".
           ACCEPT WS-MAXIMO-ENTRADA.
           DISPLAY "LECTURAS ESPERADAS POR DIA: ".
           ACCEPT WS-LECTURAS-ENTRADA.
           IF WS-DESCRIPCION-ENTRADA = SPACES
              OR WS-DEPARTAMENTO-ENTRADA = SPACES
               DISPLAY "DESCRIPCION Y DEPARTAMENTO SON OBLIGATORIOS"
           ELSE
               PERFORM 320-VALIDAR-LIMITES
               IF DATOS-VALIDOS
                   ADD 1 TO DEFINICIONES-CARGADAS
                   SET IDX-DEF TO DEFINICIONES-CARGADAS
                   MOVE WS-SERIE-ENTRADA TO DFN-SERIE(IDX-DEF)
                   MOVE WS-DESCRIPCION-ENTRADA
                       TO DFN-DESCRIPCION(IDX-DEF)
                   MOVE WS-DEPARTAMENTO-ENTRADA
                       TO DFN-DEPARTAMENTO(IDX-DEF)
                   MOVE WS-MINIMO-ENTRADA TO DFN-MINIMO(IDX-DEF)
                   MOVE WS-MAXIMO-ENTRADA TO DFN-MAXIMO(IDX-DEF)
                   MOVE WS-LECTURAS-ENTRADA
                       TO DFN-LECTURAS-DIA(IDX-DEF)
                   MOVE 'A' TO DFN-ESTADO(IDX-DEF)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "SERIE DADA DE ALTA"
               END-IF
           END-IF.
      *
       320-VALIDAR-LIMITES.
           MOVE 'N' TO WS-DATOS-VALIDOS.
           IF WS-MINIMO-ENTRADA = 0
              OR WS-MAXIMO-ENTRADA = 0
               DISPLAY "EL RANGO VA DE 1 A 999, NO SE ACEPTA"
           ELSE
               IF WS-MINIMO-ENTRADA > WS-MAXIMO-ENTRADA
                   DISPLAY "EL MINIMO REBASA AL MAXIMO, NO SE ACEPTA"
               ELSE
                   IF WS-LECTURAS-ENTRADA = 0
                       DISPLAY "LAS LECTURAS ESPERADAS DEBEN SER "
                           "MAYORES A CERO, NO SE ACEPTA"
                   ELSE
                       MOVE 'Y' TO WS-DATOS-VALIDOS
                   END-IF
               END-IF
           END-IF.
      *
      * CORRIGE LOS DATOS DE UNA SERIE; EN BLANCO O CERO SE QUEDA
      * EL VALOR ACTUAL. LA SERIE MISMA NO SE CAMBIA: ES LA LLAVE
      * DEL HISTORIAL.
      *
       400-CORREGIR-SERIE.
           DISPLAY "SERIE A CORREGIR: ".
           MOVE SPACES TO WS-SERIE-ENTRADA.
           ACCEPT WS-SERIE-ENTRADA.
           PERFORM 700-BUSCAR-SERIE.
           IF NOT SERIE-ENCONTRADA
               DISPLAY "ESA SERIE NO ESTA DEFINIDA"
           ELSE
               SET IDX-DEF TO WS-IDX-HALLADO
               PERFORM 650-MOSTRAR-SERIE
               DISPLAY "(EN BLANCO O CERO = SIN CAMBIO)"
               DISPLAY "DESCRIPCION: "
               MOVE SPACES TO WS-DESCRIPCION-ENTRADA
               ACCEPT WS-DESCRIPCION-ENTRADA
               DISPLAY "DEPARTAMENTO: "
               MOVE SPACES TO WS-DEPARTAMENTO-ENTRADA
               ACCEPT WS-DEPARTAMENTO-ENTRADA
               DISPLAY "VALOR MINIMO: "
               ACCEPT WS-MINIMO-ENTRADA
               DISPLAY "VALOR MAXIMO: "
               ACCEPT WS-MAXIMO-ENTRADA
               DISPLAY "LECTURAS ESPERADAS POR DIA: "
               ACCEPT WS-LECTURAS-ENTRADA
               PERFORM 410-APLICAR-CORRECCION
           END-IF.
      *
       410-APLICAR-CORRECCION.
           SET IDX-DEF TO WS-IDX-HALLADO.
           IF WS-DESCRIPCION-ENTRADA = SPACES
               MOVE DFN-DESCRIPCION(IDX-DEF)
                   TO WS-DESCRIPCION-ENTRADA
           END-IF.
           IF WS-DEPARTAMENTO-ENTRADA = SPACES
               MOVE DFN-DEPARTAMENTO(IDX-DEF)
                   TO WS-DEPARTAMENTO-ENTRADA
           END-IF.
           IF WS-MINIMO-ENTRADA = 0
               MOVE DFN-MINIMO(IDX-DEF) TO WS-MINIMO-ENTRADA
           END-IF.
           IF WS-MAXIMO-ENTRADA = 0
               MOVE DFN-MAXIMO(IDX-DEF) TO WS-MAXIMO-ENTRADA
           END-IF.
           IF WS-LECTURAS-ENTRADA = 0
               MOVE DFN-LECTURAS-DIA(IDX-DEF) TO WS-LECTURAS-ENTRADA
           END-IF.
           PERFORM 320-VALIDAR-LIMITES.
           IF DATOS-VALIDOS
               MOVE WS-DESCRIPCION-ENTRADA
                   TO DFN-DESCRIPCION(IDX-DEF)
               MOVE WS-DEPARTAMENTO-ENTRADA
                   TO DFN-DEPARTAMENTO(IDX-DEF)
               MOVE WS-MINIMO-ENTRADA TO DFN-MINIMO(IDX-DEF)
               MOVE WS-MAXIMO-ENTRADA TO DFN-MAXIMO(IDX-DEF)
               MOVE WS-LECTURAS-ENTRADA TO DFN-LECTURAS-DIA(IDX-DEF)
               MOVE 'Y' TO WS-HUBO-CAMBIOS
               DISPLAY "SERIE CORREGIDA"
           END-IF.
      *
      * UNA SERIE INACTIVA YA NO RECIBE LECTURAS NI SE ESPERA EN EL
      * AVISO DE SERIES FALTANTES; REACTIVARLA LA DEVUELVE A AMBOS.
      *
       500-CAMBIAR-ESTADO.
           DISPLAY "SERIE A ACTIVAR / INACTIVAR: ".
           MOVE SPACES TO WS-SERIE-ENTRADA.
           ACCEPT WS-SERIE-ENTRADA.
           PERFORM 700-BUSCAR-SERIE.
           IF NOT SERIE-ENCONTRADA
               DISPLAY "ESA SERIE NO ESTA DEFINIDA"
           ELSE
               SET IDX-DEF TO WS-IDX-HALLADO
               PERFORM 720-CONTAR-ACTIVAS
               SET IDX-DEF TO WS-IDX-HALLADO
               IF DFN-ESTADO(IDX-DEF) = 'I'
                   IF WS-ACTIVAS < 20
                       MOVE 'A' TO DFN-ESTADO(IDX-DEF)
                       MOVE 'Y' TO WS-HUBO-CAMBIOS
                       DISPLAY "SERIE ACTIVADA"
                   ELSE
                       DISPLAY "YA HAY 20 SERIES ACTIVAS, NO SE "
                           "PUEDE ACTIVAR"
                   END-IF
               ELSE
                   MOVE 'I' TO DFN-ESTADO(IDX-DEF)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "SERIE INACTIVADA"
               END-IF
           END-IF.
      *
       550-CONSULTAR-SERIE.
           DISPLAY "SERIE A CONSULTAR: ".
           MOVE SPACES TO WS-SERIE-ENTRADA.
           ACCEPT WS-SERIE-ENTRADA.
           PERFORM 700-BUSCAR-SERIE.
           IF NOT SERIE-ENCONTRADA
               DISPLAY "ESA SERIE NO ESTA DEFINIDA"
           ELSE
               SET IDX-DEF TO WS-IDX-HALLADO
               PERFORM 650-MOSTRAR-SERIE
           END-IF.
      *
       600-LISTAR-SERIES.
           MOVE 0 TO WS-ACTIVAS.
           PERFORM 610-LISTAR-UNA-SERIE
               VARYING IDX-DEF FROM 1 BY 1
               UNTIL IDX-DEF > DEFINICIONES-CARGADAS.
           DISPLAY "TOTAL: " DEFINICIONES-CARGADAS
               "  ACTIVAS: " WS-ACTIVAS.
      *
       610-LISTAR-UNA-SERIE.
           DISPLAY DFN-SERIE(IDX-DEF) "  "
               DFN-DESCRIPCION(IDX-DEF) "  "
               DFN-DEPARTAMENTO(IDX-DEF) "  "
               DFN-MINIMO(IDX-DEF) "-"
               DFN-MAXIMO(IDX-DEF) "  "
               DFN-LECTURAS-DIA(IDX-DEF) "/DIA  "
               DFN-ESTADO(IDX-DEF).
           PERFORM 730-SUMAR-ACTIVA.
      *
       650-MOSTRAR-SERIE.
           DISPLAY "SERIE        : " DFN-SERIE(IDX-DEF).
           DISPLAY "DESCRIPCION  : " DFN-DESCRIPCION(IDX-DEF).
           DISPLAY "DEPARTAMENTO : " DFN-DEPARTAMENTO(IDX-DEF).
           DISPLAY "RANGO VALIDO : " DFN-MINIMO(IDX-DEF) " A "
               DFN-MAXIMO(IDX-DEF).
           DISPLAY "LECTURAS/DIA : " DFN-LECTURAS-DIA(IDX-DEF).
           IF DFN-ESTADO(IDX-DEF) = 'I'
               DISPLAY "ESTADO       : INACTIVA"
           ELSE
               DISPLAY "ESTADO       : ACTIVA"
           END-IF.
      *
       700-BUSCAR-SERIE.
           MOVE 'N' TO WS-SERIE-ENCONTRADA.
           MOVE 0 TO WS-IDX-HALLADO.
           PERFORM 710-COMPARAR-SERIE
               VARYING IDX-DEF FROM 1 BY 1
               UNTIL IDX-DEF > DEFINICIONES-CARGADAS
                  OR SERIE-ENCONTRADA.
      *
       710-COMPARAR-SERIE.
           IF DFN-SERIE(IDX-DEF) = WS-SERIE-ENTRADA
               SET WS-IDX-HALLADO TO IDX-DEF
               MOVE 'Y' TO WS-SERIE-ENCONTRADA
           END-IF.
      *
       720-CONTAR-ACTIVAS.
           MOVE 0 TO WS-ACTIVAS.
           PERFORM 730-SUMAR-ACTIVA
               VARYING IDX-DEF FROM 1 BY 1
               UNTIL IDX-DEF > DEFINICIONES-CARGADAS.
      *
       730-SUMAR-ACTIVA.
           IF DFN-ESTADO(IDX-DEF) NOT = 'I'
               ADD 1 TO WS-ACTIVAS
           END-IF.
      *
       800-REESCRIBIR-ARCHIVO.
           OPEN OUTPUT DEFINICION-FILE.
           PERFORM 810-ESCRIBIR-UNA-SERIE
               VARYING IDX-DEF FROM 1 BY 1
               UNTIL IDX-DEF > DEFINICIONES-CARGADAS.
           CLOSE DEFINICION-FILE.
      *
       810-ESCRIBIR-UNA-SERIE.
           MOVE DFN-SERIE(IDX-DEF) TO SDF-SERIE.
           MOVE DFN-DESCRIPCION(IDX-DEF) TO SDF-DESCRIPCION.
           MOVE DFN-DEPARTAMENTO(IDX-DEF) TO SDF-DEPARTAMENTO.
           MOVE DFN-MINIMO(IDX-DEF) TO SDF-MINIMO.
           MOVE DFN-MAXIMO(IDX-DEF) TO SDF-MAXIMO.
           MOVE DFN-LECTURAS-DIA(IDX-DEF) TO SDF-LECTURAS-DIA.
           MOVE DFN-ESTADO(IDX-DEF) TO SDF-ESTADO.
           WRITE DEFINICION-RECORD.
