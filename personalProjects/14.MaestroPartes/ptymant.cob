       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTYMANT.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - MANTENIMIENTO DEL MAESTRO DE PARTES
      * (PTYMST). UNA PARTE ES LA PERSONA O EMPRESA DETRAS DE UN
      * CLIENTE DE FACTURACION (TAXCLI, 6 POSICIONES) Y DE SUS
      * CARTERAS DE INVERSION (INVMST, 8 POSICIONES), QUE ANTES NO
      * TENIAN LIGA ENTRE SI. AQUI SE DAN DE ALTA LA PARTE CON
      * NOMBRE, RFC Y DOMICILIO, SU CODIGO DE TAXCLI Y LA LIGA DE
      * CADA CARTERA (PTYCAR), Y SE DAN DE BAJA O SE REACTIVAN.
      * UN CODIGO DE TAXCLI, UNA CARTERA O UN RFC PERTENECEN A UNA
      * SOLA PARTE. CLIMANT Y CARMANT SOLO DAN DE ALTA CODIGOS QUE
      * YA ESTEN LIGADOS AQUI A UNA PARTE ACTIVA (VER PTYVAL), Y
      * PTYREL REPORTA LA RELACION COMPLETA DE CADA PARTE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARTE-FILE ASSIGN TO "PTYMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARTE-CARTERA-FILE ASSIGN TO "PTYCAR"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARTE-FILE.
       01  PARTE-RECORD.
           05  PTY-PARTE               PIC X(08).
           05  PTY-NOMBRE              PIC X(30).
           05  PTY-RFC                 PIC X(13).
           05  PTY-DOMICILIO           PIC X(40).
           05  PTY-CIUDAD              PIC X(20).
           05  PTY-CODIGO-POSTAL       PIC X(05).
           05  PTY-ESTADO              PIC X.
               88  PTY-ACTIVA                   VALUE 'A' SPACE.
               88  PTY-DE-BAJA                  VALUE 'B'.
           05  PTY-CLIENTE-CXC         PIC X(06).
      *
       FD  PARTE-CARTERA-FILE.
       01  PARTE-CARTERA-RECORD.
           05  PCR-PARTE               PIC X(08).
           05  PCR-CARTERA             PIC X(08).
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-EOF-PARTE                PIC X VALUE 'N'.
           88  EOF-PARTE                        VALUE 'Y'.
       77  WS-EOF-LIGA                 PIC X VALUE 'N'.
           88  EOF-LIGA                         VALUE 'Y'.
       77  PARTES-CARGADAS             PIC 999 VALUE 0.
       77  LIGAS-CARGADAS              PIC 9(4) VALUE 0.
       77  WS-HUBO-CAMBIOS             PIC X VALUE 'N'.
           88  HUBO-CAMBIOS                     VALUE 'Y'.
       01  TABLA-PARTES.
           05  PARTE-ENTRY OCCURS 500 TIMES
                   INDEXED BY IDX-PARTE.
               10  PTM-PARTE           PIC X(08).
               10  PTM-NOMBRE          PIC X(30).
               10  PTM-RFC             PIC X(13).
               10  PTM-DOMICILIO       PIC X(40).
               10  PTM-CIUDAD          PIC X(20).
               10  PTM-CODIGO-POSTAL   PIC X(05).
               10  PTM-ESTADO          PIC X.
               10  PTM-CLIENTE-CXC     PIC X(06).
      *
      * LIGAS PARTE-CARTERA. UNA LIGA QUITADA SE QUEDA EN BLANCO EN
      * LA TABLA Y NO SE GRABA AL SALIR.
      *
       01  TABLA-LIGAS.
           05  LIGA-ENTRY OCCURS 1000 TIMES
                   INDEXED BY IDX-LIGA.
               10  LGM-PARTE           PIC X(08).
               10  LGM-CARTERA         PIC X(08).
       77  WS-PARTE-ENTRADA            PIC X(08).
       77  WS-NOMBRE-ENTRADA           PIC X(30).
       77  WS-RFC-ENTRADA              PIC X(13).
       77  WS-DOMICILIO-ENTRADA        PIC X(40).
       77  WS-CIUDAD-ENTRADA           PIC X(20).
       77  WS-CP-ENTRADA               PIC X(05).
       77  WS-CLIENTE-ENTRADA          PIC X(06).
       77  WS-CARTERA-ENTRADA          PIC X(08).
       77  WS-ENTRADA-VALIDA           PIC X VALUE 'Y'.
           88  ENTRADA-VALIDA                   VALUE 'Y'.
       77  WS-PARTE-ENCONTRADA         PIC X VALUE 'N'.
           88  PARTE-ENCONTRADA                 VALUE 'Y'.
       77  WS-IDX-HALLADO              PIC 999 VALUE 0.
       77  WS-IDX-OTRA                 PIC 999 VALUE 0.
       77  WS-LIGA-ENCONTRADA          PIC X VALUE 'N'.
           88  LIGA-ENCONTRADA                  VALUE 'Y'.
       77  WS-IDX-LIGA-HALLADA         PIC 9(4) VALUE 0.
       77  WS-CARTERAS-PARTE           PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       000-MANTENER-PARTES.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE PARTES".
           PERFORM 100-CARGAR-TABLAS.
           MOVE 1 TO SELECCION-USUARIO.
           PERFORM 200-MENU-PRINCIPAL
             UNTIL SELECCION-USUARIO = 0.
           IF HUBO-CAMBIOS
               PERFORM 800-REESCRIBIR-ARCHIVOS
               DISPLAY "MAESTRO DE PARTES ACTUALIZADO EN PTYMST "
                   "Y PTYCAR"
           END-IF.
           DISPLAY "PROGRAMA FINALIZADO".
           GOBACK.
      *
       100-CARGAR-TABLAS.
           MOVE 0 TO PARTES-CARGADAS.
           OPEN INPUT PARTE-FILE.
           MOVE 'N' TO WS-EOF-PARTE.
           PERFORM 110-LEER-PARTE.
           PERFORM 120-ALMACENAR-PARTE
               UNTIL EOF-PARTE.
           CLOSE PARTE-FILE.
           MOVE 0 TO LIGAS-CARGADAS.
           OPEN INPUT PARTE-CARTERA-FILE.
           MOVE 'N' TO WS-EOF-LIGA.
           PERFORM 130-LEER-LIGA.
           PERFORM 140-ALMACENAR-LIGA
               UNTIL EOF-LIGA.
           CLOSE PARTE-CARTERA-FILE.
           DISPLAY "PARTES CARGADAS: " PARTES-CARGADAS
               "  CARTERAS LIGADAS: " LIGAS-CARGADAS.
      *
       110-LEER-PARTE.
           READ PARTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PARTE
           END-READ.
      *
       120-ALMACENAR-PARTE.
           IF PARTES-CARGADAS < 500
               ADD 1 TO PARTES-CARGADAS
               MOVE PTY-PARTE TO PTM-PARTE(PARTES-CARGADAS)
               MOVE PTY-NOMBRE TO PTM-NOMBRE(PARTES-CARGADAS)
               MOVE PTY-RFC TO PTM-RFC(PARTES-CARGADAS)
               MOVE PTY-DOMICILIO TO PTM-DOMICILIO(PARTES-CARGADAS)
               MOVE PTY-CIUDAD TO PTM-CIUDAD(PARTES-CARGADAS)
               MOVE PTY-CODIGO-POSTAL
                   TO PTM-CODIGO-POSTAL(PARTES-CARGADAS)
               MOVE PTY-ESTADO TO PTM-ESTADO(PARTES-CARGADAS)
               MOVE PTY-CLIENTE-CXC
                   TO PTM-CLIENTE-CXC(PARTES-CARGADAS)
           ELSE
               DISPLAY "TABLA LLENA (500), SE IGNORA PARTE: "
                   PTY-PARTE
           END-IF.
           PERFORM 110-LEER-PARTE.
      *
       130-LEER-LIGA.
           READ PARTE-CARTERA-FILE
               AT END MOVE 'Y' TO WS-EOF-LIGA
           END-READ.
      *
       140-ALMACENAR-LIGA.
           IF LIGAS-CARGADAS < 1000
               ADD 1 TO LIGAS-CARGADAS
               MOVE PCR-PARTE TO LGM-PARTE(LIGAS-CARGADAS)
               MOVE PCR-CARTERA TO LGM-CARTERA(LIGAS-CARGADAS)
           ELSE
               DISPLAY "TABLA LLENA (1000), SE IGNORA LA LIGA DE LA "
                   "CARTERA: " PCR-CARTERA
           END-IF.
           PERFORM 130-LEER-LIGA.
      *
       200-MENU-PRINCIPAL.
           DISPLAY "--------MANTENIMIENTO DE PARTES--------".
           DISPLAY "1. ALTA DE PARTE".
           DISPLAY "2. CORREGIR NOMBRE/RFC/DOMICILIO".
           DISPLAY "3. LIGAR CLIENTE DE FACTURACION (TAXCLI)".
           DISPLAY "4. LIGAR CARTERA DE INVERSION (INVMST)".
           DISPLAY "5. QUITAR LIGA DE CARTERA".
           DISPLAY "6. DAR DE BAJA/REACTIVAR PARTE".
           DISPLAY "7. CONSULTAR PARTE".
           DISPLAY "8. LISTAR PARTES".
           DISPLAY "0. SALIR (GRABA LOS CAMBIOS)".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "---------------------------------------".
           IF SELECCION-USUARIO = 1
             PERFORM 300-ALTA-DE-PARTE.

           IF SELECCION-USUARIO = 2
             PERFORM 350-CORREGIR-PARTE.

           IF SELECCION-USUARIO = 3
             PERFORM 400-LIGAR-CLIENTE.

           IF SELECCION-USUARIO = 4
             PERFORM 450-LIGAR-CARTERA.

           IF SELECCION-USUARIO = 5
             PERFORM 500-QUITAR-CARTERA.

           IF SELECCION-USUARIO = 6
             PERFORM 550-BAJA-REACTIVAR.

           IF SELECCION-USUARIO = 7
             PERFORM 600-CONSULTAR-PARTE.

           IF SELECCION-USUARIO = 8
             PERFORM 650-LISTAR-PARTES.

           IF SELECCION-USUARIO > 8
             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * DA DE ALTA UNA PARTE. EL CODIGO, EL NOMBRE Y EL RFC SON
      * OBLIGATORIOS; NI EL CODIGO NI EL RFC PUEDEN REPETIRSE. EL
      * CODIGO DE TAXCLI ES OPCIONAL Y NO PUEDE ESTAR YA LIGADO A
      * OTRA PARTE. LA PARTE NACE ACTIVA.
      *
       300-ALTA-DE-PARTE.
           MOVE 'Y' TO WS-ENTRADA-VALIDA.
           DISPLAY "CODIGO DE LA PARTE (8 CAR.): ".
           ACCEPT WS-PARTE-ENTRADA.
           DISPLAY "NOMBRE O RAZON SOCIAL (30 CAR.): ".
           ACCEPT WS-NOMBRE-ENTRADA.
           DISPLAY "RFC (13 CAR.): ".
           ACCEPT WS-RFC-ENTRADA.
           DISPLAY "DOMICILIO (40 CAR.): ".
           MOVE SPACES TO WS-DOMICILIO-ENTRADA.
           ACCEPT WS-DOMICILIO-ENTRADA.
           DISPLAY "CIUDAD (20 CAR.): ".
           MOVE SPACES TO WS-CIUDAD-ENTRADA.
           ACCEPT WS-CIUDAD-ENTRADA.
           DISPLAY "CODIGO POSTAL (5 CAR.): ".
           MOVE SPACES TO WS-CP-ENTRADA.
           ACCEPT WS-CP-ENTRADA.
           DISPLAY "CLIENTE DE TAXCLI (6 CAR., ESPACIOS SI NO "
               "FACTURA): ".
           MOVE SPACES TO WS-CLIENTE-ENTRADA.
           ACCEPT WS-CLIENTE-ENTRADA.
           IF WS-PARTE-ENTRADA = SPACES
               DISPLAY "CODIGO VACIO, NO SE ACEPTA"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF WS-NOMBRE-ENTRADA = SPACES
               DISPLAY "NOMBRE VACIO, NO SE ACEPTA"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF WS-RFC-ENTRADA = SPACES
               DISPLAY "RFC VACIO, NO SE ACEPTA"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           PERFORM 700-BUSCAR-PARTE.
           IF PARTE-ENCONTRADA
               DISPLAY "YA EXISTE UNA PARTE CON ESE CODIGO"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           MOVE 0 TO WS-IDX-HALLADO.
           PERFORM 720-VALIDAR-RFC.
           PERFORM 740-VALIDAR-CLIENTE.
           IF ENTRADA-VALIDA
               IF PARTES-CARGADAS < 500
                   ADD 1 TO PARTES-CARGADAS
                   MOVE WS-PARTE-ENTRADA
                       TO PTM-PARTE(PARTES-CARGADAS)
                   MOVE WS-NOMBRE-ENTRADA
                       TO PTM-NOMBRE(PARTES-CARGADAS)
                   MOVE WS-RFC-ENTRADA TO PTM-RFC(PARTES-CARGADAS)
                   MOVE WS-DOMICILIO-ENTRADA
                       TO PTM-DOMICILIO(PARTES-CARGADAS)
                   MOVE WS-CIUDAD-ENTRADA
                       TO PTM-CIUDAD(PARTES-CARGADAS)
                   MOVE WS-CP-ENTRADA
                       TO PTM-CODIGO-POSTAL(PARTES-CARGADAS)
                   MOVE 'A' TO PTM-ESTADO(PARTES-CARGADAS)
                   MOVE WS-CLIENTE-ENTRADA
                       TO PTM-CLIENTE-CXC(PARTES-CARGADAS)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "PARTE DADA DE ALTA"
               ELSE
                   DISPLAY "TABLA LLENA, NO SE PUEDE AGREGAR"
               END-IF
           END-IF.
      *
      * CORRIGE NOMBRE, RFC Y DOMICILIO. ESPACIOS EN UN DATO LO
      * DEJAN COMO ESTA.
      *
       350-CORREGIR-PARTE.
           MOVE 'Y' TO WS-ENTRADA-VALIDA.
           DISPLAY "CODIGO DE LA PARTE A CORREGIR: ".
           ACCEPT WS-PARTE-ENTRADA.
           PERFORM 700-BUSCAR-PARTE.
           IF NOT PARTE-ENCONTRADA
               DISPLAY "NO EXISTE ESA PARTE"
           ELSE
               DISPLAY "NOMBRE ACTUAL   : " PTM-NOMBRE(WS-IDX-HALLADO)
               DISPLAY "RFC ACTUAL      : " PTM-RFC(WS-IDX-HALLADO)
               DISPLAY "DOMICILIO ACTUAL: "
                   PTM-DOMICILIO(WS-IDX-HALLADO)
               DISPLAY "CIUDAD ACTUAL   : " PTM-CIUDAD(WS-IDX-HALLADO)
               DISPLAY "C.P. ACTUAL     : "
                   PTM-CODIGO-POSTAL(WS-IDX-HALLADO)
               DISPLAY "ESPACIOS EN UN DATO LO DEJAN SIN CAMBIO"
               DISPLAY "NOMBRE NUEVO: "
               MOVE SPACES TO WS-NOMBRE-ENTRADA
               ACCEPT WS-NOMBRE-ENTRADA
               DISPLAY "RFC NUEVO: "
               MOVE SPACES TO WS-RFC-ENTRADA
               ACCEPT WS-RFC-ENTRADA
               DISPLAY "DOMICILIO NUEVO: "
               MOVE SPACES TO WS-DOMICILIO-ENTRADA
               ACCEPT WS-DOMICILIO-ENTRADA
               DISPLAY "CIUDAD NUEVA: "
               MOVE SPACES TO WS-CIUDAD-ENTRADA
               ACCEPT WS-CIUDAD-ENTRADA
               DISPLAY "C.P. NUEVO: "
               MOVE SPACES TO WS-CP-ENTRADA
               ACCEPT WS-CP-ENTRADA
               IF WS-RFC-ENTRADA NOT = SPACES
                   PERFORM 720-VALIDAR-RFC
               END-IF
               IF ENTRADA-VALIDA
                   PERFORM 360-APLICAR-CORRECCION
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "PARTE CORREGIDA"
               END-IF
           END-IF.
      *
       360-APLICAR-CORRECCION.
           IF WS-NOMBRE-ENTRADA NOT = SPACES
               MOVE WS-NOMBRE-ENTRADA TO PTM-NOMBRE(WS-IDX-HALLADO)
           END-IF.
           IF WS-RFC-ENTRADA NOT = SPACES
               MOVE WS-RFC-ENTRADA TO PTM-RFC(WS-IDX-HALLADO)
           END-IF.
           IF WS-DOMICILIO-ENTRADA NOT = SPACES
               MOVE WS-DOMICILIO-ENTRADA
                   TO PTM-DOMICILIO(WS-IDX-HALLADO)
           END-IF.
           IF WS-CIUDAD-ENTRADA NOT = SPACES
               MOVE WS-CIUDAD-ENTRADA TO PTM-CIUDAD(WS-IDX-HALLADO)
           END-IF.
           IF WS-CP-ENTRADA NOT = SPACES
               MOVE WS-CP-ENTRADA
                   TO PTM-CODIGO-POSTAL(WS-IDX-HALLADO)
           END-IF.
      *
      * LIGA (O CAMBIA) EL CODIGO DE TAXCLI DE LA PARTE. ESPACIOS
      * QUITAN LA LIGA; EL CLIENTE YA DADO DE ALTA EN TAXCLI NO SE
      * TOCA.
      *
       400-LIGAR-CLIENTE.
           MOVE 'Y' TO WS-ENTRADA-VALIDA.
           DISPLAY "CODIGO DE LA PARTE: ".
           ACCEPT WS-PARTE-ENTRADA.
           PERFORM 700-BUSCAR-PARTE.
           IF NOT PARTE-ENCONTRADA
               DISPLAY "NO EXISTE ESA PARTE"
           ELSE
               DISPLAY "CLIENTE TAXCLI ACTUAL: "
                   PTM-CLIENTE-CXC(WS-IDX-HALLADO)
               DISPLAY "CLIENTE TAXCLI NUEVO (ESPACIOS = QUITAR LA "
                   "LIGA): "
               MOVE SPACES TO WS-CLIENTE-ENTRADA
               ACCEPT WS-CLIENTE-ENTRADA
               PERFORM 740-VALIDAR-CLIENTE
               IF ENTRADA-VALIDA
                   MOVE WS-CLIENTE-ENTRADA
                       TO PTM-CLIENTE-CXC(WS-IDX-HALLADO)
                   MOVE 'Y' TO WS-HUBO-CAMBIOS
                   DISPLAY "LIGA CON TAXCLI ACTUALIZADA"
               END-IF
           END-IF.
      *
      * LIGA UNA CARTERA A LA PARTE. LA CARTERA PUEDE NO EXISTIR
      * AUN EN INVMST: ASI SE PREPARA SU APERTURA EN CARMANT.
      *
       450-LIGAR-CARTERA.
           DISPLAY "CODIGO DE LA PARTE: ".
           ACCEPT WS-PARTE-ENTRADA.
           PERFORM 700-BUSCAR-PARTE.
           IF NOT PARTE-ENCONTRADA
               DISPLAY "NO EXISTE ESA PARTE"
           ELSE
               DISPLAY "CARTERA A LIGAR (8 CAR.): "
               MOVE SPACES TO WS-CARTERA-ENTRADA
               ACCEPT WS-CARTERA-ENTRADA
               PERFORM 760-BUSCAR-LIGA
               IF WS-CARTERA-ENTRADA = SPACES
                   DISPLAY "CARTERA VACIA, NO SE ACEPTA"
               ELSE
                   IF LIGA-ENCONTRADA
                       DISPLAY "LA CARTERA YA ESTA LIGADA A LA PARTE: "
                           LGM-PARTE(WS-IDX-LIGA-HALLADA)
                   ELSE
                       PERFORM 460-AGREGAR-LIGA
                   END-IF
               END-IF
           END-IF.
      *
       460-AGREGAR-LIGA.
           IF LIGAS-CARGADAS < 1000
               ADD 1 TO LIGAS-CARGADAS
               MOVE PTM-PARTE(WS-IDX-HALLADO)
                   TO LGM-PARTE(LIGAS-CARGADAS)
               MOVE WS-CARTERA-ENTRADA TO LGM-CARTERA(LIGAS-CARGADAS)
               MOVE 'Y' TO WS-HUBO-CAMBIOS
               DISPLAY "CARTERA LIGADA"
           ELSE
               DISPLAY "TABLA DE LIGAS LLENA, NO SE PUEDE AGREGAR"
           END-IF.
      *
       500-QUITAR-CARTERA.
           DISPLAY "CARTERA A DESLIGAR (8 CAR.): ".
           MOVE SPACES TO WS-CARTERA-ENTRADA.
           ACCEPT WS-CARTERA-ENTRADA.
           PERFORM 760-BUSCAR-LIGA.
           IF WS-CARTERA-ENTRADA = SPACES OR NOT LIGA-ENCONTRADA
               DISPLAY "ESA CARTERA NO ESTA LIGADA A NINGUNA PARTE"
           ELSE
               MOVE SPACES TO LGM-PARTE(WS-IDX-LIGA-HALLADA)
               MOVE SPACES TO LGM-CARTERA(WS-IDX-LIGA-HALLADA)
               MOVE 'Y' TO WS-HUBO-CAMBIOS
               DISPLAY "LIGA DE LA CARTERA QUITADA"
           END-IF.
      *
      * UNA PARTE DADA DE BAJA CONSERVA SUS LIGAS PARA EL REPORTE
      * DE RELACION, PERO YA NO RESPALDA ALTAS NUEVAS EN CLIMANT
      * NI EN CARMANT.
      *
       550-BAJA-REACTIVAR.
           DISPLAY "CODIGO DE LA PARTE: ".
           ACCEPT WS-PARTE-ENTRADA.
           PERFORM 700-BUSCAR-PARTE.
           IF NOT PARTE-ENCONTRADA
               DISPLAY "NO EXISTE ESA PARTE"
           ELSE
               IF PTM-ESTADO(WS-IDX-HALLADO) = 'B'
                   MOVE 'A' TO PTM-ESTADO(WS-IDX-HALLADO)
                   DISPLAY "PARTE REACTIVADA"
               ELSE
                   MOVE 'B' TO PTM-ESTADO(WS-IDX-HALLADO)
                   DISPLAY "PARTE DADA DE BAJA"
               END-IF
               MOVE 'Y' TO WS-HUBO-CAMBIOS
           END-IF.
      *
       600-CONSULTAR-PARTE.
           DISPLAY "CODIGO DE LA PARTE A CONSULTAR: ".
           ACCEPT WS-PARTE-ENTRADA.
           PERFORM 700-BUSCAR-PARTE.
           IF NOT PARTE-ENCONTRADA
               DISPLAY "NO EXISTE ESA PARTE"
           ELSE
               DISPLAY "PARTE     : " PTM-PARTE(WS-IDX-HALLADO)
               DISPLAY "NOMBRE    : " PTM-NOMBRE(WS-IDX-HALLADO)
               DISPLAY "RFC       : " PTM-RFC(WS-IDX-HALLADO)
               DISPLAY "DOMICILIO : " PTM-DOMICILIO(WS-IDX-HALLADO)
               DISPLAY "CIUDAD    : " PTM-CIUDAD(WS-IDX-HALLADO)
                   "  C.P. " PTM-CODIGO-POSTAL(WS-IDX-HALLADO)
               DISPLAY "ESTADO    : " PTM-ESTADO(WS-IDX-HALLADO)
               DISPLAY "TAXCLI    : "
                   PTM-CLIENTE-CXC(WS-IDX-HALLADO)
               MOVE 0 TO WS-CARTERAS-PARTE
               PERFORM 610-MOSTRAR-CARTERA
                   VARYING IDX-LIGA FROM 1 BY 1
                   UNTIL IDX-LIGA > LIGAS-CARGADAS
               DISPLAY "CARTERAS  : " WS-CARTERAS-PARTE
           END-IF.
      *
       610-MOSTRAR-CARTERA.
           IF LGM-PARTE(IDX-LIGA) = PTM-PARTE(WS-IDX-HALLADO)
               ADD 1 TO WS-CARTERAS-PARTE
               DISPLAY "CARTERA   : " LGM-CARTERA(IDX-LIGA)
           END-IF.
      *
       650-LISTAR-PARTES.
           PERFORM 660-LISTAR-UNA-PARTE
               VARYING IDX-PARTE FROM 1 BY 1
               UNTIL IDX-PARTE > PARTES-CARGADAS.
           DISPLAY "TOTAL: " PARTES-CARGADAS.
      *
       660-LISTAR-UNA-PARTE.
           DISPLAY PTM-PARTE(IDX-PARTE) "  "
               PTM-ESTADO(IDX-PARTE) "  "
               PTM-RFC(IDX-PARTE) "  "
               PTM-NOMBRE(IDX-PARTE) "  "
               PTM-CLIENTE-CXC(IDX-PARTE).
      *
       700-BUSCAR-PARTE.
           MOVE 'N' TO WS-PARTE-ENCONTRADA.
           MOVE 0 TO WS-IDX-HALLADO.
           PERFORM 710-COMPARAR-PARTE
               VARYING IDX-PARTE FROM 1 BY 1
               UNTIL IDX-PARTE > PARTES-CARGADAS
                  OR PARTE-ENCONTRADA.
      *
       710-COMPARAR-PARTE.
           IF PTM-PARTE(IDX-PARTE) = WS-PARTE-ENTRADA
               SET WS-IDX-HALLADO TO IDX-PARTE
               MOVE 'Y' TO WS-PARTE-ENCONTRADA
           END-IF.
      *
      * EL RFC NO PUEDE ESTAR EN OTRA PARTE (LA PARTE EN TURNO,
      * WS-IDX-HALLADO, NO CUENTA; EN UN ALTA ES CERO).
      *
       720-VALIDAR-RFC.
           MOVE 0 TO WS-IDX-OTRA.
           PERFORM 730-COMPARAR-RFC
               VARYING IDX-PARTE FROM 1 BY 1
               UNTIL IDX-PARTE > PARTES-CARGADAS
                  OR WS-IDX-OTRA > 0.
           IF WS-IDX-OTRA > 0
               DISPLAY "ESE RFC YA ES DE LA PARTE: "
                   PTM-PARTE(WS-IDX-OTRA)
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
      *
       730-COMPARAR-RFC.
           IF PTM-RFC(IDX-PARTE) = WS-RFC-ENTRADA
              AND IDX-PARTE NOT = WS-IDX-HALLADO
               SET WS-IDX-OTRA TO IDX-PARTE
           END-IF.
      *
      * EL CODIGO DE TAXCLI NO PUEDE ESTAR LIGADO A OTRA PARTE.
      *
       740-VALIDAR-CLIENTE.
           MOVE 0 TO WS-IDX-OTRA.
           IF WS-CLIENTE-ENTRADA NOT = SPACES
               PERFORM 750-COMPARAR-CLIENTE
                   VARYING IDX-PARTE FROM 1 BY 1
                   UNTIL IDX-PARTE > PARTES-CARGADAS
                      OR WS-IDX-OTRA > 0
           END-IF.
           IF WS-IDX-OTRA > 0
               DISPLAY "ESE CLIENTE DE TAXCLI YA ES DE LA PARTE: "
                   PTM-PARTE(WS-IDX-OTRA)
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
      *
       750-COMPARAR-CLIENTE.
           IF PTM-CLIENTE-CXC(IDX-PARTE) = WS-CLIENTE-ENTRADA
              AND IDX-PARTE NOT = WS-IDX-HALLADO
               SET WS-IDX-OTRA TO IDX-PARTE
           END-IF.
      *
       760-BUSCAR-LIGA.
           MOVE 'N' TO WS-LIGA-ENCONTRADA.
           MOVE 0 TO WS-IDX-LIGA-HALLADA.
           PERFORM 770-COMPARAR-LIGA
               VARYING IDX-LIGA FROM 1 BY 1
               UNTIL IDX-LIGA > LIGAS-CARGADAS
                  OR LIGA-ENCONTRADA.
      *
       770-COMPARAR-LIGA.
           IF LGM-CARTERA(IDX-LIGA) = WS-CARTERA-ENTRADA
              AND LGM-CARTERA(IDX-LIGA) NOT = SPACES
               SET WS-IDX-LIGA-HALLADA TO IDX-LIGA
               MOVE 'Y' TO WS-LIGA-ENCONTRADA
           END-IF.
      *
      * REESCRIBE PTYMST Y PTYCAR COMPLETOS DESDE LAS TABLAS AL
      * SALIR, SI HUBO CAMBIOS EN LA SESION.
      *
       800-REESCRIBIR-ARCHIVOS.
           OPEN OUTPUT PARTE-FILE.
           PERFORM 810-ESCRIBIR-UNA-PARTE
               VARYING IDX-PARTE FROM 1 BY 1
               UNTIL IDX-PARTE > PARTES-CARGADAS.
           CLOSE PARTE-FILE.
           OPEN OUTPUT PARTE-CARTERA-FILE.
           PERFORM 820-ESCRIBIR-UNA-LIGA
               VARYING IDX-LIGA FROM 1 BY 1
               UNTIL IDX-LIGA > LIGAS-CARGADAS.
           CLOSE PARTE-CARTERA-FILE.
      *
       810-ESCRIBIR-UNA-PARTE.
           MOVE PTM-PARTE(IDX-PARTE) TO PTY-PARTE.
           MOVE PTM-NOMBRE(IDX-PARTE) TO PTY-NOMBRE.
           MOVE PTM-RFC(IDX-PARTE) TO PTY-RFC.
           MOVE PTM-DOMICILIO(IDX-PARTE) TO PTY-DOMICILIO.
           MOVE PTM-CIUDAD(IDX-PARTE) TO PTY-CIUDAD.
           MOVE PTM-CODIGO-POSTAL(IDX-PARTE) TO PTY-CODIGO-POSTAL.
           MOVE PTM-ESTADO(IDX-PARTE) TO PTY-ESTADO.
           MOVE PTM-CLIENTE-CXC(IDX-PARTE) TO PTY-CLIENTE-CXC.
           WRITE PARTE-RECORD.
      *
       820-ESCRIBIR-UNA-LIGA.
           IF LGM-CARTERA(IDX-LIGA) NOT = SPACES
               MOVE LGM-PARTE(IDX-LIGA) TO PCR-PARTE
               MOVE LGM-CARTERA(IDX-LIGA) TO PCR-CARTERA
               WRITE PARTE-CARTERA-RECORD
           END-IF.
