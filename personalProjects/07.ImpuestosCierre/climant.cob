      * MANTIENE ELLA MISMA EN LUGAR DE EDITAR EL ARCHIVO CRUDO, Y
      * UN CODIGO DE CLIENTE MAL TECLEADO YA NO PASA EN SILENCIO
      * POR EL LOTE.
      * MODIFICADO 15/10/2026 - LIMITE DE CREDITO (CERO = SIN
      * LIMITE) Y RETENCION DE COBRANZA POR CLIENTE, QUE EL LOTE DE
      * CALCIMPUESTO HACE VALER AL FACTURAR: EL ALTA PIDE EL LIMITE,
      * DOS OPCIONES NUEVAS LO CAMBIAN Y RETIENEN O LIBERAN AL
      * CLIENTE, Y LA CONSULTA Y EL LISTADO LOS MUESTRAN.
      * MODIFICADO 15/10/2026 - EL ALTA SOLO ACEPTA UN CODIGO QUE
      * EL MAESTRO DE PARTES (PTYMANT) YA TENGA LIGADO A UNA PARTE
      * ACTIVA, VALIDADO CON PTYVAL; UN NOMBRE EN BLANCO TOMA EL DE
      * LA PARTE.
      * MODIFICADO 15/10/2026 - DOBLE CONTROL, COMO EN TAXMANT: EL
      * OPERADOR FIRMA CONTRA OPRMST Y LAS ALTAS, SUSPENSIONES,
      * REACTIVACIONES, CORRECCIONES, LIMITES Y RETENCIONES YA NO
      * TOCAN TAXCLI, SINO QUE QUEDAN COMO PROPUESTAS EN MSTPEN
      * HASTA QUE OTRO OPERADOR DE NIVEL 3 LAS APRUEBE EN MSTAPR,
      * QUE ES QUIEN APLICA Y DEJA LA BITACORA EN TAXCAU. NO SE
      * ADMITE UN SEGUNDO CAMBIO PENDIENTE SOBRE EL MISMO CLIENTE.
      * MODIFICADO 15/10/2026 - LA TABLA SUBE A 2000 CLIENTES; SI
      * TAXCLI NO CABE COMPLETO NO SE ACEPTAN PROPUESTAS, PORQUE LA
      * BUSQUEDA YA NO ES CONFIABLE. LA CORRECCION GUARDA EL NOMBRE
      * Y LA CATEGORIA QUE TENIA EL CLIENTE, PARA QUE MSTAPR NO LA
      * APLIQUE SI CAMBIARON ANTES DE APROBARSE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTE-FILE ASSIGN TO "TAXCLI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PENDIENTE-FILE ASSIGN TO "MSTPEN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OPERADOR-FILE ASSIGN TO "OPRMST"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
               88  CLI-ACTIVO                   VALUE 'A' SPACE.
               88  CLI-SUSPENDIDO               VALUE 'S'.
           05  CLI-CATEGORIA           PIC X(03).
           05  CLI-LIMITE-CREDITO      PIC 9(9)V99.
           05  CLI-RETENIDO            PIC X.
               88  CLI-EN-RETENCION             VALUE 'S'.
      *
       FD  PENDIENTE-FILE.
       COPY MSTPEN.
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
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
       77  WS-EOF-CLIENTE              PIC X VALUE 'N'.
           88  EOF-CLIENTE                      VALUE 'Y'.
       77  CLIENTES-CARGADOS           PIC 9(4) VALUE 0.
       77  WS-CLIENTES-DESBORDADOS     PIC X VALUE 'N'.
           88  CLIENTES-DESBORDADOS             VALUE 'Y'.
      *
      * FIRMA DEL OPERADOR, COMO EN SSDRET: TECLEAR UN CAMBIO EXIGE
      * NIVEL 3. SIN MAESTRO DE OPERADORES EN DISCO SE OPERA SIN
      * RESTRICCION, PERO EL APROBADOR DEBE SER OTRO ID.
      *
       77  WS-ID-ENTRADA               PIC X(8).
       77  WS-PASSWORD-ENTRADA         PIC X(8).
       77  WS-OPERADOR-ACTUAL          PIC X(8) VALUE SPACES.
       77  WS-NIVEL-ACTUAL             PIC 9 VALUE 0.
       77  WS-FIRMADO                  PIC X VALUE 'N'.
           88  FIRMADO                          VALUE 'Y'.
       77  WS-HAY-OPERADORES           PIC X VALUE 'N'.
           88  HAY-OPERADORES                   VALUE 'Y'.
       77  WS-EOF-OPERADOR             PIC X VALUE 'N'.
           88  EOF-OPERADOR                     VALUE 'Y'.
       77  WS-EOF-PENDIENTE            PIC X VALUE 'N'.
           88  EOF-PENDIENTE                    VALUE 'Y'.
       77  WS-YA-PENDIENTE             PIC X VALUE 'N'.
           88  YA-PENDIENTE                     VALUE 'Y'.
       01  TABLA-CLIENTES.
           05  CLIENTE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IDX-CLIENTE.
               10  CLM-CLIENTE         PIC X(06).
               10  CLM-NOMBRE          PIC X(30).
               10  CLM-ESTADO          PIC X.
               10  CLM-CATEGORIA       PIC X(03).
               10  CLM-LIMITE-CREDITO  PIC 9(9)V99.
               10  CLM-RETENIDO        PIC X.
       77  WS-CLIENTE-ENTRADA          PIC X(06).
       77  WS-NOMBRE-ENTRADA           PIC X(30).
       77  WS-CATEGORIA-ENTRADA        PIC X(03).
       77  WS-LIMITE-ENTRADA           PIC 9(9)V99 VALUE 0.
       77  WS-LIMITE-EDITADO           PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-ENTRADA-VALIDA           PIC X VALUE 'Y'.
           88  ENTRADA-VALIDA                   VALUE 'Y'.
       77  WS-CLIENTE-ENCONTRADO       PIC X VALUE 'N'.
           88  CLIENTE-ENCONTRADO               VALUE 'Y'.
       77  WS-IDX-HALLADO              PIC 9(4) VALUE 0.
       COPY PTYVAL.
      *
       PROCEDURE DIVISION.
      *
       000-MANTENER-CLIENTES.
           DISPLAY "MANTENIMIENTO DEL MAESTRO DE CLIENTES".
           PERFORM 050-FIRMAR-OPERADOR.
           PERFORM 100-CARGAR-TABLA.
           MOVE 1 TO SELECCION-USUARIO.
           PERFORM 200-MENU-PRINCIPAL
             UNTIL SELECCION-USUARIO = 0.
           DISPLAY "PROGRAMA FINALIZADO".
           GOBACK.
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
       100-CARGAR-TABLA.
           MOVE 0 TO CLIENTES-CARGADOS.
           END-READ.
      *
       120-ALMACENAR-CLIENTE.
           IF CLIENTES-CARGADOS < 2000
               ADD 1 TO CLIENTES-CARGADOS
               MOVE CLI-CLIENTE TO CLM-CLIENTE(CLIENTES-CARGADOS)
               MOVE CLI-NOMBRE TO CLM-NOMBRE(CLIENTES-CARGADOS)
               MOVE CLI-ESTADO TO CLM-ESTADO(CLIENTES-CARGADOS)
               MOVE CLI-CATEGORIA
                   TO CLM-CATEGORIA(CLIENTES-CARGADOS)
               MOVE CLI-LIMITE-CREDITO
                   TO CLM-LIMITE-CREDITO(CLIENTES-CARGADOS)
               MOVE CLI-RETENIDO TO CLM-RETENIDO(CLIENTES-CARGADOS)
           ELSE
               DISPLAY "TABLA LLENA (2000), SE IGNORA CLIENTE: "
                   CLI-CLIENTE
               MOVE 'Y' TO WS-CLIENTES-DESBORDADOS
           END-IF.
           PERFORM 110-LEER-CLIENTE.
      *
       200-MENU-PRINCIPAL.
           DISPLAY "------MANTENIMIENTO DE CLIENTES------".
           DISPLAY "OPERADOR: " WS-OPERADOR-ACTUAL
               " NIVEL: " WS-NIVEL-ACTUAL.
           DISPLAY "1. ALTA DE CLIENTE (NIVEL 3)".
           DISPLAY "2. SUSPENDER CLIENTE (NIVEL 3)".
           DISPLAY "3. REACTIVAR CLIENTE (NIVEL 3)".
           DISPLAY "4. CORREGIR NOMBRE/CATEGORIA (NIVEL 3)".
           DISPLAY "5. CONSULTAR CLIENTE".
           DISPLAY "6. LISTAR CLIENTES".
           DISPLAY "7. FIJAR LIMITE DE CREDITO (NIVEL 3)".
           DISPLAY "8. RETENER/LIBERAR CLIENTE (NIVEL 3)".
           DISPLAY "0. SALIR".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           DISPLAY "-------------------------------------".
           IF SELECCION-USUARIO > 0 AND SELECCION-USUARIO < 9
              AND SELECCION-USUARIO NOT = 5
              AND SELECCION-USUARIO NOT = 6
              AND WS-NIVEL-ACTUAL < 3
             DISPLAY "TECLEAR UN CAMBIO REQUIERE OPERADOR DE NIVEL 3"
           ELSE
             PERFORM 210-EJECUTAR-OPCION.
      *
       210-EJECUTAR-OPCION.
           IF SELECCION-USUARIO = 1
             PERFORM 300-ALTA-DE-CLIENTE.

           IF SELECCION-USUARIO = 6
             PERFORM 600-LISTAR-CLIENTES.

           IF SELECCION-USUARIO = 7
             PERFORM 650-FIJAR-LIMITE.

           IF SELECCION-USUARIO = 8
             PERFORM 660-RETENER-CLIENTE.

           IF SELECCION-USUARIO > 8
             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
      * PROPONE UN CLIENTE NUEVO. EL CODIGO NO PUEDE ESTAR VACIO NI
      * REPETIDO Y DEBE ESTAR LIGADO A UNA PARTE ACTIVA EN EL
      * MAESTRO DE PARTES; EL CLIENTE NACE ACTIVO Y SIN RETENCION.
      *
       300-ALTA-DE-CLIENTE.
           MOVE 'Y' TO WS-ENTRADA-VALIDA.
           DISPLAY "CODIGO DEL CLIENTE (6 CAR.): ".
           ACCEPT WS-CLIENTE-ENTRADA.
           DISPLAY "NOMBRE (30 CAR., ESPACIOS = EL DE LA PARTE): ".
           MOVE SPACES TO WS-NOMBRE-ENTRADA.
           ACCEPT WS-NOMBRE-ENTRADA.
           DISPLAY "CATEGORIA POR DEFECTO (3 CAR., ESPACIOS SI NO "
               "APLICA): ".
           MOVE SPACES TO WS-CATEGORIA-ENTRADA.
           ACCEPT WS-CATEGORIA-ENTRADA.
           DISPLAY "LIMITE DE CREDITO (999999999.99, CERO = SIN "
               "LIMITE): ".
           MOVE 0 TO WS-LIMITE-ENTRADA.
           ACCEPT WS-LIMITE-ENTRADA.
           IF WS-CLIENTE-ENTRADA = SPACES
               DISPLAY "CODIGO VACIO, NO SE ACEPTA"
               MOVE 'N' TO WS-ENTRADA-VALIDA
               DISPLAY "YA EXISTE UN CLIENTE CON ESE CODIGO"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF CLIENTES-DESBORDADOS
               DISPLAY "TAXCLI NO CUPO COMPLETO EN MEMORIA, NO SE "
                   "ACEPTAN CAMBIOS"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF ENTRADA-VALIDA
               PERFORM 310-VALIDAR-PARTE
           END-IF.
           IF ENTRADA-VALIDA
               PERFORM 880-BUSCAR-PENDIENTE
           END-IF.
           IF ENTRADA-VALIDA AND NOT YA-PENDIENTE
               OPEN EXTEND PENDIENTE-FILE
               MOVE SPACES TO PENDIENTE-MST-RECORD
               MOVE "ALTA  " TO PEN-ACCION
               MOVE WS-NOMBRE-ENTRADA TO PVC-NOMBRE
               MOVE 'A' TO PVC-ESTADO
               MOVE WS-CATEGORIA-ENTRADA TO PVC-CATEGORIA
               MOVE 0 TO PVC-LIMITE-ANTERIOR
               MOVE WS-LIMITE-ENTRADA TO PVC-LIMITE-NUEVO
               MOVE 'N' TO PVC-RETENIDO
               PERFORM 890-GRABAR-PENDIENTE
               DISPLAY "ALTA REGISTRADA, PENDIENTE DE APROBACION"
           END-IF.
      *
      * EL CODIGO DEBE ESTAR LIGADO A UNA PARTE ACTIVA DE PTYMST.
      *
       310-VALIDAR-PARTE.
           MOVE 'C' TO PTV-TIPO.
           MOVE WS-CLIENTE-ENTRADA TO PTV-CODIGO.
           CALL "PTYVAL" USING PTYVAL-AREA.
           IF PTV-SIN-PARTE
               DISPLAY "EL CODIGO NO ESTA LIGADO A NINGUNA PARTE; "
                   "LIGUELO PRIMERO EN EL MAESTRO DE PARTES"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF PTV-PARTE-BAJA
               DISPLAY "LA PARTE " PTV-PARTE " ESTA DADA DE BAJA"
               MOVE 'N' TO WS-ENTRADA-VALIDA
           END-IF.
           IF PTV-VALIDO
               DISPLAY "PARTE: " PTV-PARTE " " PTV-NOMBRE
               IF WS-NOMBRE-ENTRADA = SPACES
                   MOVE PTV-NOMBRE TO WS-NOMBRE-ENTRADA
               END-IF
           END-IF.
      *
      * PROPONE SUSPENDER UN CLIENTE: UNA VEZ APROBADO, SUS
      * DETALLES EN EL LOTE NOCTURNO SE RECHAZAN A TAXREJ HASTA QUE
      * SE REACTIVE.
      *
       400-SUSPENDER-CLIENTE.
           DISPLAY "CODIGO DEL CLIENTE A SUSPENDER: ".
           ACCEPT WS-CLIENTE-ENTRADA.
           PERFORM 860-BUSCAR-SIN-PENDIENTE.
           IF CLIENTE-ENCONTRADO AND NOT YA-PENDIENTE
               IF CLM-ESTADO(WS-IDX-HALLADO) = 'S'
                   DISPLAY "EL CLIENTE YA ESTABA SUSPENDIDO"
               ELSE
                   PERFORM 870-ABRIR-PROPUESTA
                   MOVE "SUSPEN" TO PEN-ACCION
                   MOVE 'S' TO PVC-ESTADO
                   PERFORM 890-GRABAR-PENDIENTE
                   DISPLAY "SUSPENSION REGISTRADA, PENDIENTE DE "
                       "APROBACION"
               END-IF
           END-IF.
      *
       450-REACTIVAR-CLIENTE.
           DISPLAY "CODIGO DEL CLIENTE A REACTIVAR: ".
           ACCEPT WS-CLIENTE-ENTRADA.
           PERFORM 860-BUSCAR-SIN-PENDIENTE.
           IF CLIENTE-ENCONTRADO AND NOT YA-PENDIENTE
               IF CLM-ESTADO(WS-IDX-HALLADO) = 'A'
                   DISPLAY "EL CLIENTE YA ESTABA ACTIVO"
               ELSE
                   PERFORM 870-ABRIR-PROPUESTA
                   MOVE "REACTI" TO PEN-ACCION
                   MOVE 'A' TO PVC-ESTADO
                   PERFORM 890-GRABAR-PENDIENTE
                   DISPLAY "REACTIVACION REGISTRADA, PENDIENTE DE "
                       "APROBACION"
               END-IF
           END-IF.
      *
      * PROPONE CORREGIR NOMBRE Y CATEGORIA POR DEFECTO. ESPACIOS EN
      * EL NOMBRE LO DEJAN COMO ESTA; LA CATEGORIA SE REEMPLAZA CON
      * LO TECLEADO (ESPACIOS LA QUITAN).
      *
       500-CORREGIR-CLIENTE.
           DISPLAY "CODIGO DEL CLIENTE A CORREGIR: ".
           ACCEPT WS-CLIENTE-ENTRADA.
           PERFORM 860-BUSCAR-SIN-PENDIENTE.
           IF CLIENTE-ENCONTRADO AND NOT YA-PENDIENTE
               DISPLAY "NOMBRE ACTUAL: " CLM-NOMBRE(WS-IDX-HALLADO)
               DISPLAY "NOMBRE NUEVO (ESPACIOS = SIN CAMBIO): "
               MOVE SPACES TO WS-NOMBRE-ENTRADA
               DISPLAY "CATEGORIA NUEVA (3 CAR.): "
               MOVE SPACES TO WS-CATEGORIA-ENTRADA
               ACCEPT WS-CATEGORIA-ENTRADA
               PERFORM 870-ABRIR-PROPUESTA
               MOVE "CORREG" TO PEN-ACCION
               IF WS-NOMBRE-ENTRADA NOT = SPACES
                   MOVE WS-NOMBRE-ENTRADA TO PVC-NOMBRE
               END-IF
               MOVE WS-CATEGORIA-ENTRADA TO PVC-CATEGORIA
               PERFORM 890-GRABAR-PENDIENTE
               DISPLAY "CORRECCION REGISTRADA, PENDIENTE DE "
                   "APROBACION"
           END-IF.
      *
       550-CONSULTAR-CLIENTE.
               DISPLAY "NOMBRE    : " CLM-NOMBRE(WS-IDX-HALLADO)
               DISPLAY "ESTADO    : " CLM-ESTADO(WS-IDX-HALLADO)
               DISPLAY "CATEGORIA : " CLM-CATEGORIA(WS-IDX-HALLADO)
               MOVE CLM-LIMITE-CREDITO(WS-IDX-HALLADO)
                   TO WS-LIMITE-EDITADO
               DISPLAY "LIMITE    : " WS-LIMITE-EDITADO
               DISPLAY "RETENIDO  : " CLM-RETENIDO(WS-IDX-HALLADO)
           END-IF.
      *
       600-LISTAR-CLIENTES.
           DISPLAY "TOTAL: " CLIENTES-CARGADOS.
      *
       610-LISTAR-UN-CLIENTE.
           MOVE CLM-LIMITE-CREDITO(IDX-CLIENTE) TO WS-LIMITE-EDITADO.
           DISPLAY CLM-CLIENTE(IDX-CLIENTE) "  "
               CLM-ESTADO(IDX-CLIENTE) "  "
               CLM-CATEGORIA(IDX-CLIENTE) "  "
               CLM-NOMBRE(IDX-CLIENTE) "  "
               WS-LIMITE-EDITADO " "
               CLM-RETENIDO(IDX-CLIENTE).
      *
      * PROPONE EL LIMITE DE CREDITO DEL CLIENTE. CERO LO DEJA SIN
      * LIMITE; EL LOTE MANDA A PENDIENTES DE APROBACION LA FACTURA
      * QUE LLEVE SU SALDO ABIERTO POR ENCIMA DEL LIMITE.
      *
       650-FIJAR-LIMITE.
           DISPLAY "CODIGO DEL CLIENTE: ".
           ACCEPT WS-CLIENTE-ENTRADA.
           PERFORM 860-BUSCAR-SIN-PENDIENTE.
           IF CLIENTE-ENCONTRADO AND NOT YA-PENDIENTE
               MOVE CLM-LIMITE-CREDITO(WS-IDX-HALLADO)
                   TO WS-LIMITE-EDITADO
               DISPLAY "LIMITE ACTUAL: " WS-LIMITE-EDITADO
               DISPLAY "LIMITE NUEVO (999999999.99, CERO = SIN "
                   "LIMITE): "
               MOVE 0 TO WS-LIMITE-ENTRADA
               ACCEPT WS-LIMITE-ENTRADA
               PERFORM 870-ABRIR-PROPUESTA
               MOVE "LIMITE" TO PEN-ACCION
               MOVE WS-LIMITE-ENTRADA TO PVC-LIMITE-NUEVO
               PERFORM 890-GRABAR-PENDIENTE
               DISPLAY "LIMITE REGISTRADO, PENDIENTE DE APROBACION"
           END-IF.
      *
      * PROPONE RETENER O LIBERAR AL CLIENTE POR COBRANZA: MIENTRAS
      * ESTE RETENIDO, SUS FACTURAS SE GRAVAN PERO SUS PARTIDAS VAN
      * A PENDIENTES DE APROBACION EN LUGAR DEL AUXILIAR.
      *
       660-RETENER-CLIENTE.
           DISPLAY "CODIGO DEL CLIENTE: ".
           ACCEPT WS-CLIENTE-ENTRADA.
           PERFORM 860-BUSCAR-SIN-PENDIENTE.
           IF CLIENTE-ENCONTRADO AND NOT YA-PENDIENTE
               PERFORM 870-ABRIR-PROPUESTA
               IF CLM-RETENIDO(WS-IDX-HALLADO) = 'S'
                   MOVE "LIBERA" TO PEN-ACCION
                   MOVE 'N' TO PVC-RETENIDO
                   DISPLAY "LIBERACION DE LA RETENCION REGISTRADA, "
                       "PENDIENTE DE APROBACION"
               ELSE
                   MOVE "RETENE" TO PEN-ACCION
                   MOVE 'S' TO PVC-RETENIDO
                   DISPLAY "RETENCION POR COBRANZA REGISTRADA, "
                       "PENDIENTE DE APROBACION"
               END-IF
               PERFORM 890-GRABAR-PENDIENTE
           END-IF.
      *
       700-BUSCAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-ENCONTRADO.
               MOVE 'Y' TO WS-CLIENTE-ENCONTRADO
           END-IF.
      *
      * EL CLIENTE DEBE EXISTIR Y NO TENER YA UN CAMBIO PENDIENTE.
      * CON TAXCLI INCOMPLETO EN MEMORIA NO SE PROPONE NADA.
      *
       860-BUSCAR-SIN-PENDIENTE.
           MOVE 'N' TO WS-YA-PENDIENTE.
           PERFORM 700-BUSCAR-CLIENTE.
           IF CLIENTES-DESBORDADOS
               DISPLAY "TAXCLI NO CUPO COMPLETO EN MEMORIA, NO SE "
                   "ACEPTAN CAMBIOS"
               MOVE 'N' TO WS-CLIENTE-ENCONTRADO
           END-IF.
           IF CLIENTE-ENCONTRADO
               PERFORM 880-BUSCAR-PENDIENTE
           ELSE
               IF NOT CLIENTES-DESBORDADOS
                   DISPLAY "NO EXISTE ESE CLIENTE"
               END-IF
           END-IF.
      *
      * ABRE MSTPEN Y ARMA LA PROPUESTA CON EL RENGLON ACTUAL DEL
      * CLIENTE; EL PARRAFO LLAMADOR CAMBIA SOLO LO QUE SE PROPONE.
      *
       870-ABRIR-PROPUESTA.
           OPEN EXTEND PENDIENTE-FILE.
           MOVE SPACES TO PENDIENTE-MST-RECORD.
           MOVE CLM-NOMBRE(WS-IDX-HALLADO) TO PVC-NOMBRE.
           MOVE CLM-ESTADO(WS-IDX-HALLADO) TO PVC-ESTADO.
           MOVE CLM-CATEGORIA(WS-IDX-HALLADO) TO PVC-CATEGORIA.
           MOVE CLM-LIMITE-CREDITO(WS-IDX-HALLADO)
               TO PVC-LIMITE-ANTERIOR.
           MOVE CLM-LIMITE-CREDITO(WS-IDX-HALLADO)
               TO PVC-LIMITE-NUEVO.
           MOVE CLM-RETENIDO(WS-IDX-HALLADO) TO PVC-RETENIDO.
           MOVE CLM-NOMBRE(WS-IDX-HALLADO) TO PVC-NOMBRE-ANTERIOR.
           MOVE CLM-CATEGORIA(WS-IDX-HALLADO)
               TO PVC-CATEGORIA-ANTERIOR.
      *
      * UN CLIENTE CON UN CAMBIO YA PENDIENTE NO ADMITE OTRO HASTA
      * QUE EL PRIMERO SE APRUEBE, SE RECHACE O VENZA.
      *
       880-BUSCAR-PENDIENTE.
           MOVE 'N' TO WS-YA-PENDIENTE.
           MOVE 'N' TO WS-EOF-PENDIENTE.
           OPEN INPUT PENDIENTE-FILE.
           PERFORM 885-LEER-PENDIENTE.
           PERFORM 886-COMPARAR-PENDIENTE
               UNTIL EOF-PENDIENTE OR YA-PENDIENTE.
           CLOSE PENDIENTE-FILE.
           IF YA-PENDIENTE
               DISPLAY "EL CLIENTE YA TIENE UN CAMBIO PENDIENTE ("
                   PEN-ACCION " DE " PEN-OPERADOR " DEL "
                   PEN-FECHA "), NO SE ACEPTA OTRO"
           END-IF.
      *
       885-LEER-PENDIENTE.
           READ PENDIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PENDIENTE
           END-READ.
      *
       886-COMPARAR-PENDIENTE.
           IF PEN-PENDIENTE AND PEN-TAXCLI
              AND PEN-CLAVE = WS-CLIENTE-ENTRADA
               MOVE 'Y' TO WS-YA-PENDIENTE
           ELSE
               PERFORM 885-LEER-PENDIENTE
           END-IF.
      *
      * COMPLETA Y GRABA LA PROPUESTA QUE EL PARRAFO LLAMADOR DEJO
      * ARMADA CON EL ARCHIVO YA ABIERTO: MAESTRO, LLAVE, QUIEN LA
      * TECLEO Y CUANDO, Y ESTADO PENDIENTE.
      *
       890-GRABAR-PENDIENTE.
           MOVE "TAXCLI" TO PEN-MAESTRO.
           MOVE WS-CLIENTE-ENTRADA TO PEN-CLAVE.
           MOVE WS-CLIENTE-ENTRADA TO PVC-CLIENTE.
           MOVE WS-OPERADOR-ACTUAL TO PEN-OPERADOR.
           ACCEPT PEN-FECHA FROM DATE YYYYMMDD.
           ACCEPT PEN-HORA FROM TIME.
           MOVE 'P' TO PEN-ESTADO.
           MOVE SPACES TO PEN-APROBADOR.
           MOVE 0 TO PEN-FECHA-DECISION.
           WRITE PENDIENTE-MST-RECORD.
           CLOSE PENDIENTE-FILE.
