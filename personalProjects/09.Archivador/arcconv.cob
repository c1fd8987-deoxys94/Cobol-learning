      *    ABRIRIA.
      * 7) EL CATALOGO DE CURSOS (GPACAT) GANA EL CODIGO DE
      *    PRERREQUISITO: LOS CURSOS VIEJOS QUEDAN SIN EL.
      * 8) LA BITACORA DE AUDITORIA VIVA (TAXAUD) GANA EL NUMERO DE
      *    FACTURA: LOS RENGLONES DE 58 POSICIONES QUEDAN SIN
      *    FACTURA (ESPACIOS). LA CONVERSION 4 YA DEJA EL LAYOUT
      *    COMPLETO, ASI QUE UN ARCHIVO CONVERTIDO CON ELLA NO PASA
      *    POR ESTA.
      * 9) EL MAESTRO DE CLIENTES (TAXCLI) GANA LIMITE DE CREDITO Y
      *    RETENCION DE COBRANZA: LOS CLIENTES VIEJOS QUEDAN SIN
      *    LIMITE (CERO) Y SIN RETENCION.
      * 10) EL AUXILIAR DE CUENTAS POR COBRAR (TAXCXC) GANA MONEDA,
      *    MONTO ORIGINAL Y TIPO DE CAMBIO DE LA FACTURA: LAS
      *    PARTIDAS VIEJAS QUEDAN EN MONEDA BASE (ESPACIOS Y CEROS)
      *    Y FXREVAL NO LAS REVALUA.
      * 11) LAS PENDIENTES DE APROBACION (TAXPND) GANAN LOS MISMOS
      *    TRES CAMPOS, QUE PASAN A TAXCXC AL APROBARSE; LAS VIEJAS
      *    QUEDAN EN MONEDA BASE.
      * 12) EL REGISTRO DE FACTURAS (TAXFAC) GANA EL DESGLOSE DE VENTA
      *    E IMPUESTO, LA MARCA DE EXENTA Y EL CERTIFICADO: EL
      *    INDEXADO SE RECONSTRUYE CON LOS CAMPOS NUEVOS EN CEROS Y
      *    ESPACIOS (TAXCERT SENALA ESAS FACTURAS COMO SIN DESGLOSE).
      * 13) EL MAESTRO DE ACTIVOS SSD (SSDAST) GANA COSTO DE COMPRA,
      *    METODO DE DEPRECIACION, VIDA UTIL Y DEPRECIACION
      *    ACUMULADA: LAS UNIDADES VIEJAS QUEDAN SIN COSTO (SSDDEPR
      *    NO LAS DEPRECIA HASTA QUE SSDMANT LES CAPTURE LOS DATOS
      *    CONTABLES). LA CONVERSION 6 YA DEJA EL LAYOUT COMPLETO,
      *    ASI QUE UN MAESTRO CONVERTIDO CON ELLA NO PASA POR ESTA.
      * 14) EL MAESTRO DE CARTERAS (INVMST) GANA LA FECHA DEL ULTIMO
      *    ABONO DE INTERESES Y EL DIA DEL MES AL QUE SE ANCLAN LOS
      *    ABONOS: LAS CARTERAS VIEJAS QUEDAN EN CEROS Y EMPIEZAN A
      *    ACUMULAR DESDE LA PRIMERA CORRIDA NOCTURNA. LA
      *    CONVERSION 5 YA DEJA EL LAYOUT COMPLETO, ASI QUE UN
      *    MAESTRO CONVERTIDO CON ELLA NO PASA POR ESTA.
      * 15) EL HISTORIAL DE CORTES DE REMESA (TAXCORTE) GANA LA
      *    RETENCION SOBRE INTERESES INCLUIDA EN EL IMPUESTO DEL
      *    CORTE: LOS CORTES VIEJOS QUEDAN SIN RETENCION (CERO).
      * CADA CONVERSION SE CONFIRMA ANTES DE CORRER Y DEBE CORRER
      * UNA SOLA VEZ, ANTES DE LA PRIMERA CORRIDA CON EL FORMATO
      * NUEVO: RECONVERTIR UN ARCHIVO YA CONVERTIDO LO DANIA.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUDIT-NUEVO ASSIGN TO "TAXAUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL AUDIT-SIN-FACTURA ASSIGN TO "TAXAUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CLIENTE-VIEJO ASSIGN TO "TAXCLI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CLIENTE-NUEVO ASSIGN TO "TAXCLI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARTIDA-VIEJA ASSIGN TO "TAXCXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARTIDA-NUEVA ASSIGN TO "TAXCXC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FACTURA-VIEJA ASSIGN TO "TAXFAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAV-FACTURA.
           SELECT OPTIONAL FACTURA-NUEVA ASSIGN TO "TAXFAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAN-FACTURA.
           SELECT OPTIONAL PENDIENTE-VIEJA ASSIGN TO "TAXPND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PENDIENTE-NUEVA ASSIGN TO "TAXPND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CARTERA-VIEJA ASSIGN TO "INVMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CARTERA-NUEVA ASSIGN TO "INVMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CARTERA-SIN-INTERES ASSIGN TO "INVMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CORTE-VIEJO ASSIGN TO "TAXCORTE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CORTE-NUEVO ASSIGN TO "TAXCORTE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ASSET-VIEJO ASSIGN TO "SSDAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASN-TAG.
           SELECT OPTIONAL ASSET-SIN-COSTO ASSIGN TO "SSDAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASC-TAG.
           SELECT OPTIONAL CATALOG-VIEJO ASSIGN TO "GPACAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOG-NUEVO ASSIGN TO "GPACAT"
      * LAYOUTS VIEJOS, SOLO PARA LA CONVERSION.
       FD  TAXAUD-ARC-VIEJO.
       01  TAV-REGISTRO                PIC X(63).
      *
       FD  AUDIT-SIN-FACTURA.
       01  AUDIT-SIN-FACTURA-REC       PIC X(58).
      *
       FD  PARTIDA-VIEJA.
       01  PARTIDA-VIEJA-REC           PIC X(46).
      *
       FD  PENDIENTE-VIEJA.
       01  PENDIENTE-VIEJA-REC         PIC X(36).
      *
       FD  FACTURA-VIEJA.
       01  FACTURA-VIEJA-REC.
           05  FAV-FACTURA             PIC X(08).
           05  FAV-RESTO               PIC X(28).
      *
       FD  CLIENTE-VIEJO.
       01  CLIENTE-VIEJO-REC.
           05  CLV-CLIENTE             PIC X(06).
           05  CLV-NOMBRE              PIC X(30).
           05  CLV-ESTADO              PIC X.
           05  CLV-CATEGORIA           PIC X(03).
      *
       FD  SSDHST-ARC-VIEJO.
       01  HAV-REGISTRO                PIC X(63).
           05  ASV-GARANTIA            PIC 9(2).
           05  ASV-FECHA-INSTALL       PIC 9(8).
           05  ASV-ESTADO              PIC X.
      *
       FD  CARTERA-SIN-INTERES.
       01  CARTERA-SIN-INTERES-REC     PIC X(39).
      *
       FD  CORTE-VIEJO.
       01  CORTE-VIEJO-REC             PIC X(31).
      *
       FD  CORTE-NUEVO.
       01  CORTE-NUEVO-REC             PIC X(42).
      *
       FD  ASSET-SIN-COSTO.
       01  ASSET-SIN-COSTO-REC.
           05  ASC-TAG                 PIC X(10).
           05  ASC-RESTO               PIC X(49).
      *
       FD  CATALOG-VIEJO.
       01  CATALOG-VIEJO-REC.
           05  OLN-PROGRAMA            PIC X(12).
      *
       FD  AUDIT-NUEVO.
       01  AUDIT-NUEVO-REC             PIC X(66).
      *
       FD  CARTERA-NUEVA.
       01  CARTERA-NUEVA-REC           PIC X(49).
      *
       FD  ASSET-NUEVO.
       01  ASSET-NUEVO-REC.
           05  ASN-TAG                 PIC X(10).
           05  ASN-RESTO               PIC X(69).
      *
       FD  CATALOG-NUEVO.
       01  CATALOG-NUEVO-REC           PIC X(45).
      *
       FD  CLIENTE-NUEVO.
       01  CLIENTE-NUEVO-REC           PIC X(52).
      *
       FD  PARTIDA-NUEVA.
       01  PARTIDA-NUEVA-REC           PIC X(66).
      *
       FD  PENDIENTE-NUEVA.
       01  PENDIENTE-NUEVA-REC         PIC X(56).
      *
       FD  FACTURA-NUEVA.
       01  FACTURA-NUEVA-REC.
           05  FAN-FACTURA             PIC X(08).
           05  FAN-RESTO               PIC X(59).
      *
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(89).
      * ESPACIOS.
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 99 VALUE 1.
       77  RESPUESTA-CONFIRMA          PIC X.
       77  WS-EOF-VIEJO                PIC X VALUE 'N'.
           88  EOF-VIEJO                        VALUE 'Y'.
           05  WAU-MONEDA              PIC X(03).
           05  WAU-MONTO-ORIGINAL      PIC S9(6)V99.
           05  WAU-TIPO-CAMBIO         PIC 9(3)V9(4).
           05  WAU-FACTURA             PIC X(08).
       01  WS-CARTERA-NUEVA.
           05  WCA-CLIENTE             PIC X(8).
           05  WCA-MONTO               PIC 9(5).
           05  WCA-INFLACION           PIC 99V9.
           05  WCA-PRODUCTO            PIC X(4).
           05  WCA-FECHA-APERTURA      PIC 9(8).
           05  WCA-FECHA-INTERES       PIC 9(8).
           05  WCA-DIA-ABONO           PIC 99.
       01  WS-CORTE-NUEVO.
           05  WCO-CORTE-VIEJO         PIC X(31).
           05  WCO-RETENCION           PIC S9(9)V99.
       01  WS-ASSET-NUEVO.
           05  WAS-TAG                 PIC X(10).
           05  WAS-CAPACIDAD           PIC 9(5).
           05  WAS-UBICACION           PIC X(10).
           05  WAS-HOST                PIC X(10).
           05  WAS-MODELO              PIC X(8).
           05  WAS-COSTO               PIC 9(6)V99.
           05  WAS-METODO-DEPREC       PIC X.
           05  WAS-VIDA-UTIL           PIC 9(3).
           05  WAS-DEPREC-ACUM         PIC 9(6)V99.
       01  WS-ASSET-CON-COSTO.
           05  WAC-ASSET-VIEJO         PIC X(59).
           05  WAC-COSTO               PIC 9(6)V99.
           05  WAC-METODO-DEPREC       PIC X.
           05  WAC-VIDA-UTIL           PIC 9(3).
           05  WAC-DEPREC-ACUM         PIC 9(6)V99.
       01  WS-CATALOGO-NUEVO.
           05  WCT-CODE                PIC X(06).
           05  WCT-TITLE               PIC X(30).
           05  WCT-CREDIT-HOURS        PIC 9(2)V9.
           05  WCT-PREREQ              PIC X(06).
       01  WS-CLIENTE-NUEVO.
           05  WCL-CLIENTE             PIC X(06).
           05  WCL-NOMBRE              PIC X(30).
           05  WCL-ESTADO              PIC X.
           05  WCL-CATEGORIA           PIC X(03).
           05  WCL-LIMITE-CREDITO      PIC 9(9)V99.
           05  WCL-RETENIDO            PIC X.
      *
      * PARTIDA Y PENDIENTE NUEVAS: EL REGISTRO VIEJO COMPLETO Y LOS
      * TRES CAMPOS DE MONEDA A LA DERECHA.
      *
       01  WS-PARTIDA-NUEVA.
           05  WPA-PARTIDA-VIEJA       PIC X(46).
           05  WPA-MONEDA              PIC X(03).
           05  WPA-MONTO-ORIGINAL      PIC S9(8)V99.
           05  WPA-TIPO-CAMBIO         PIC 9(3)V9(4).
       01  WS-PENDIENTE-NUEVA.
           05  WPE-PENDIENTE-VIEJA     PIC X(36).
           05  WPE-MONEDA              PIC X(03).
           05  WPE-MONTO-ORIGINAL      PIC S9(8)V99.
           05  WPE-TIPO-CAMBIO         PIC 9(3)V9(4).
       01  WS-FACTURA-NUEVA.
           05  WFA-FACTURA-VIEJA       PIC X(36).
           05  WFA-VENTA               PIC S9(8)V99.
           05  WFA-IMPUESTO            PIC S9(8)V99.
           05  WFA-EXENTO              PIC X.
           05  WFA-CERTIFICADO         PIC X(10).
       77  WS-DUPLICADOS               PIC 9(5) VALUE 0.
      *
       PROCEDURE DIVISION.
           DISPLAY "5. CONVERTIR MAESTRO DE CARTERAS (INVMST)".
           DISPLAY "6. CONVERTIR MAESTRO DE ACTIVOS SSD (SSDAST)".
           DISPLAY "7. CONVERTIR CATALOGO DE CURSOS (GPACAT)".
           DISPLAY "8. AGREGAR FACTURA A LA AUDITORIA (TAXAUD)".
           DISPLAY "9. CONVERTIR MAESTRO DE CLIENTES (TAXCLI)".
           DISPLAY "10. CONVERTIR AUXILIAR DE CXC (TAXCXC)".
           DISPLAY "11. CONVERTIR PENDIENTES DE CXC (TAXPND)".
           DISPLAY "12. CONVERTIR REGISTRO DE FACTURAS (TAXFAC)".
           DISPLAY "13. AGREGAR COSTO AL MAESTRO SSD (SSDAST)".
           DISPLAY "14. AGREGAR FECHA DE INTERES A CARTERAS (INVMST)".
           DISPLAY "15. AGREGAR RETENCION A LOS CORTES (TAXCORTE)".
           DISPLAY "0. SALIR".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           IF SELECCION-USUARIO = 7
             PERFORM 740-CONVERTIR-GPACAT.

           IF SELECCION-USUARIO = 8
             PERFORM 800-CONVERTIR-TAXAUD-FACTURA.

           IF SELECCION-USUARIO = 9
             PERFORM 840-CONVERTIR-TAXCLI.

           IF SELECCION-USUARIO = 10
             PERFORM 880-CONVERTIR-TAXCXC.

           IF SELECCION-USUARIO = 11
             PERFORM 890-CONVERTIR-TAXPND.

           IF SELECCION-USUARIO = 12
             PERFORM 940-CONVERTIR-TAXFAC.

           IF SELECCION-USUARIO = 13
             PERFORM 950-CONVERTIR-SSDAST-COSTO.

           IF SELECCION-USUARIO = 14
             PERFORM 960-CONVERTIR-INVMST-INTERES.

           IF SELECCION-USUARIO = 15
             PERFORM 970-CONVERTIR-TAXCORTE.

           IF SELECCION-USUARIO > 15
             DISPLAY "OPCION INVALIDA"
             MOVE 1 TO SELECCION-USUARIO.
      *
           MOVE SPACES TO WAU-MONEDA.
           MOVE 0 TO WAU-MONTO-ORIGINAL.
           MOVE 0 TO WAU-TIPO-CAMBIO.
           MOVE SPACES TO WAU-FACTURA.
           MOVE WS-AUDIT-NUEVO TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-CONVERTIDOS.
           WRITE AUDIT-NUEVO-REC.
           PERFORM 910-LEER-WORK.
      *
      * AGREGA EL NUMERO DE FACTURA A LA BITACORA DE AUDITORIA DE
      * 58 POSICIONES: EL CAMPO NUEVO VA AL FINAL, ASI QUE CADA
      * RENGLON PASA CON UN MOVE Y LA FACTURA QUEDA EN ESPACIOS.
      *
       800-CONVERTIR-TAXAUD-FACTURA.
           DISPLAY "CONVERSION DE TAXAUD (NUMERO DE FACTURA).".
           PERFORM 190-CONFIRMAR.
           IF RESPUESTA-CONFIRMA NOT = 'S'
              AND RESPUESTA-CONFIRMA NOT = 's'
               DISPLAY "TAXAUD NO SE TOCA"
           ELSE
               MOVE 0 TO WS-CONVERTIDOS
               MOVE 'N' TO WS-EOF-VIEJO
               OPEN INPUT AUDIT-SIN-FACTURA
               OPEN OUTPUT WORK-FILE
               PERFORM 810-LEER-TAXAUD-FACTURA
               PERFORM 820-PASAR-TAXAUD-FACTURA
                   UNTIL EOF-VIEJO
               CLOSE AUDIT-SIN-FACTURA
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT AUDIT-NUEVO
               MOVE 'N' TO WS-EOF-WORK
               PERFORM 910-LEER-WORK
               PERFORM 430-REGRESAR-TAXAUD
                   UNTIL EOF-WORK
               CLOSE WORK-FILE
               CLOSE AUDIT-NUEVO
               DISPLAY "TAXAUD CONVERTIDO, RENGLONES: "
                   WS-CONVERTIDOS
           END-IF.
      *
       810-LEER-TAXAUD-FACTURA.
           READ AUDIT-SIN-FACTURA
               AT END MOVE 'Y' TO WS-EOF-VIEJO
           END-READ.
      *
       820-PASAR-TAXAUD-FACTURA.
           MOVE SPACES TO WS-AUDIT-NUEVO.
           MOVE AUDIT-SIN-FACTURA-REC TO WS-AUDIT-NUEVO.
           MOVE SPACES TO WORK-RECORD.
           MOVE WS-AUDIT-NUEVO TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-CONVERTIDOS.
           PERFORM 810-LEER-TAXAUD-FACTURA.
      *
      * CONVIERTE EL MAESTRO DE CLIENTES: LOS CLIENTES VIEJOS
      * QUEDAN SIN LIMITE DE CREDITO (CERO) Y SIN RETENCION.
      *
       840-CONVERTIR-TAXCLI.
           DISPLAY "CONVERSION DE TAXCLI.".
           PERFORM 190-CONFIRMAR.
           IF RESPUESTA-CONFIRMA NOT = 'S'
              AND RESPUESTA-CONFIRMA NOT = 's'
               DISPLAY "TAXCLI NO SE TOCA"
           ELSE
               MOVE 0 TO WS-CONVERTIDOS
               MOVE 'N' TO WS-EOF-VIEJO
               OPEN INPUT CLIENTE-VIEJO
               OPEN OUTPUT WORK-FILE
               PERFORM 850-LEER-TAXCLI
               PERFORM 860-PASAR-TAXCLI
                   UNTIL EOF-VIEJO
               CLOSE CLIENTE-VIEJO
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT CLIENTE-NUEVO
               MOVE 'N' TO WS-EOF-WORK
               PERFORM 910-LEER-WORK
               PERFORM 870-REGRESAR-TAXCLI
                   UNTIL EOF-WORK
               CLOSE WORK-FILE
               CLOSE CLIENTE-NUEVO
               DISPLAY "TAXCLI CONVERTIDO, CLIENTES: "
                   WS-CONVERTIDOS
           END-IF.
      *
       850-LEER-TAXCLI.
           READ CLIENTE-VIEJO
               AT END MOVE 'Y' TO WS-EOF-VIEJO
           END-READ.
      *
       860-PASAR-TAXCLI.
           MOVE SPACES TO WORK-RECORD.
           MOVE CLV-CLIENTE TO WCL-CLIENTE.
           MOVE CLV-NOMBRE TO WCL-NOMBRE.
           MOVE CLV-ESTADO TO WCL-ESTADO.
           MOVE CLV-CATEGORIA TO WCL-CATEGORIA.
           MOVE 0 TO WCL-LIMITE-CREDITO.
           MOVE 'N' TO WCL-RETENIDO.
           MOVE WS-CLIENTE-NUEVO TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-CONVERTIDOS.
           PERFORM 850-LEER-TAXCLI.
      *
       870-REGRESAR-TAXCLI.
           MOVE WORK-RECORD TO CLIENTE-NUEVO-REC.
           WRITE CLIENTE-NUEVO-REC.
           PERFORM 910-LEER-WORK.
      *
      * CONVIERTE EL AUXILIAR DE CUENTAS POR COBRAR: LAS PARTIDAS
      * VIEJAS QUEDAN EN MONEDA BASE (SIN MONEDA, ORIGINAL Y TIPO
      * EN CERO).
      *
       880-CONVERTIR-TAXCXC.
           DISPLAY "CONVERSION DE TAXCXC.".
           PERFORM 190-CONFIRMAR.
           IF RESPUESTA-CONFIRMA NOT = 'S'
              AND RESPUESTA-CONFIRMA NOT = 's'
               DISPLAY "TAXCXC NO SE TOCA"
           ELSE
               MOVE 0 TO WS-CONVERTIDOS
               MOVE 'N' TO WS-EOF-VIEJO
               OPEN INPUT PARTIDA-VIEJA
               OPEN OUTPUT WORK-FILE
               PERFORM 882-LEER-TAXCXC
               PERFORM 884-PASAR-TAXCXC
                   UNTIL EOF-VIEJO
               CLOSE PARTIDA-VIEJA
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT PARTIDA-NUEVA
               MOVE 'N' TO WS-EOF-WORK
               PERFORM 910-LEER-WORK
               PERFORM 886-REGRESAR-TAXCXC
                   UNTIL EOF-WORK
               CLOSE WORK-FILE
               CLOSE PARTIDA-NUEVA
               DISPLAY "TAXCXC CONVERTIDO, PARTIDAS: "
                   WS-CONVERTIDOS
           END-IF.
      *
       882-LEER-TAXCXC.
           READ PARTIDA-VIEJA
               AT END MOVE 'Y' TO WS-EOF-VIEJO
           END-READ.
      *
       884-PASAR-TAXCXC.
           MOVE SPACES TO WORK-RECORD.
           MOVE PARTIDA-VIEJA-REC TO WPA-PARTIDA-VIEJA.
           MOVE SPACES TO WPA-MONEDA.
           MOVE 0 TO WPA-MONTO-ORIGINAL.
           MOVE 0 TO WPA-TIPO-CAMBIO.
           MOVE WS-PARTIDA-NUEVA TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-CONVERTIDOS.
           PERFORM 882-LEER-TAXCXC.
      *
       886-REGRESAR-TAXCXC.
           MOVE WORK-RECORD TO PARTIDA-NUEVA-REC.
           WRITE PARTIDA-NUEVA-REC.
           PERFORM 910-LEER-WORK.
      *
      * CONVIERTE LAS PENDIENTES DE APROBACION: LAS VIEJAS QUEDAN EN
      * MONEDA BASE.
      *
       890-CONVERTIR-TAXPND.
           DISPLAY "CONVERSION DE TAXPND.".
           PERFORM 190-CONFIRMAR.
           IF RESPUESTA-CONFIRMA NOT = 'S'
              AND RESPUESTA-CONFIRMA NOT = 's'
               DISPLAY "TAXPND NO SE TOCA"
           ELSE
               MOVE 0 TO WS-CONVERTIDOS
               MOVE 'N' TO WS-EOF-VIEJO
               OPEN INPUT PENDIENTE-VIEJA
               OPEN OUTPUT WORK-FILE
               PERFORM 892-LEER-TAXPND
               PERFORM 894-PASAR-TAXPND
                   UNTIL EOF-VIEJO
               CLOSE PENDIENTE-VIEJA
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT PENDIENTE-NUEVA
               MOVE 'N' TO WS-EOF-WORK
               PERFORM 910-LEER-WORK
               PERFORM 896-REGRESAR-TAXPND
                   UNTIL EOF-WORK
               CLOSE WORK-FILE
               CLOSE PENDIENTE-NUEVA
               DISPLAY "TAXPND CONVERTIDO, PENDIENTES: "
                   WS-CONVERTIDOS
           END-IF.
      *
       892-LEER-TAXPND.
           READ PENDIENTE-VIEJA
               AT END MOVE 'Y' TO WS-EOF-VIEJO
           END-READ.
      *
       894-PASAR-TAXPND.
           MOVE SPACES TO WORK-RECORD.
           MOVE PENDIENTE-VIEJA-REC TO WPE-PENDIENTE-VIEJA.
           MOVE SPACES TO WPE-MONEDA.
           MOVE 0 TO WPE-MONTO-ORIGINAL.
           MOVE 0 TO WPE-TIPO-CAMBIO.
           MOVE WS-PENDIENTE-NUEVA TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-CONVERTIDOS.
           PERFORM 892-LEER-TAXPND.
      *
       896-REGRESAR-TAXPND.
           MOVE WORK-RECORD TO PENDIENTE-NUEVA-REC.
           WRITE PENDIENTE-NUEVA-REC.
           PERFORM 910-LEER-WORK.
      *
      * RECONSTRUYE EL REGISTRO INDEXADO DE FACTURAS CON EL DESGLOSE
      * EN CEROS, LEYENDO EL VIEJO EN ORDEN DE LLAVE, COMO LA
      * CONVERSION DE SSDAST.
      *
       940-CONVERTIR-TAXFAC.
           DISPLAY "CONVERSION DE TAXFAC.".
           PERFORM 190-CONFIRMAR.
           IF RESPUESTA-CONFIRMA NOT = 'S'
              AND RESPUESTA-CONFIRMA NOT = 's'
               DISPLAY "TAXFAC NO SE TOCA"
           ELSE
               MOVE 0 TO WS-CONVERTIDOS
               MOVE 0 TO WS-DUPLICADOS
               MOVE 'N' TO WS-EOF-VIEJO
               OPEN INPUT FACTURA-VIEJA
               OPEN OUTPUT WORK-FILE
               PERFORM 942-LEER-TAXFAC
               PERFORM 944-PASAR-TAXFAC
                   UNTIL EOF-VIEJO
               CLOSE FACTURA-VIEJA
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT FACTURA-NUEVA
               MOVE 'N' TO WS-EOF-WORK
               PERFORM 910-LEER-WORK
               PERFORM 946-REGRESAR-TAXFAC
                   UNTIL EOF-WORK
               CLOSE WORK-FILE
               CLOSE FACTURA-NUEVA
               DISPLAY "TAXFAC CONVERTIDO, FACTURAS: "
                   WS-CONVERTIDOS
               IF WS-DUPLICADOS > 0
                   DISPLAY "FACTURAS DUPLICADAS (NO ESCRITAS): "
                       WS-DUPLICADOS
               END-IF
           END-IF.
      *
       942-LEER-TAXFAC.
           READ FACTURA-VIEJA
               AT END MOVE 'Y' TO WS-EOF-VIEJO
           END-READ.
      *
       944-PASAR-TAXFAC.
           MOVE SPACES TO WORK-RECORD.
           MOVE FACTURA-VIEJA-REC TO WFA-FACTURA-VIEJA.
           MOVE 0 TO WFA-VENTA.
           MOVE 0 TO WFA-IMPUESTO.
           MOVE SPACE TO WFA-EXENTO.
           MOVE SPACES TO WFA-CERTIFICADO.
           MOVE WS-FACTURA-NUEVA TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-CONVERTIDOS.
           PERFORM 942-LEER-TAXFAC.
      *
       946-REGRESAR-TAXFAC.
           MOVE WORK-RECORD TO FACTURA-NUEVA-REC.
           WRITE FACTURA-NUEVA-REC
               INVALID KEY
                   ADD 1 TO WS-DUPLICADOS
           END-WRITE.
           PERFORM 910-LEER-WORK.
      *
      * RECONSTRUYE EL MAESTRO INDEXADO DE ACTIVOS SSD DE 59
      * POSICIONES CON LOS DATOS CONTABLES EN CEROS Y ESPACIOS.
      *
       950-CONVERTIR-SSDAST-COSTO.
           DISPLAY "CONVERSION DE SSDAST (DATOS CONTABLES).".
           PERFORM 190-CONFIRMAR.
           IF RESPUESTA-CONFIRMA NOT = 'S'
              AND RESPUESTA-CONFIRMA NOT = 's'
               DISPLAY "SSDAST NO SE TOCA"
           ELSE
               MOVE 0 TO WS-CONVERTIDOS
               MOVE 0 TO WS-DUPLICADOS
               MOVE 'N' TO WS-EOF-VIEJO
               OPEN INPUT ASSET-SIN-COSTO
               OPEN OUTPUT WORK-FILE
               PERFORM 952-LEER-SSDAST-COSTO
               PERFORM 954-PASAR-SSDAST-COSTO
                   UNTIL EOF-VIEJO
               CLOSE ASSET-SIN-COSTO
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT ASSET-NUEVO
               MOVE 'N' TO WS-EOF-WORK
               PERFORM 910-LEER-WORK
               PERFORM 730-REGRESAR-SSDAST
                   UNTIL EOF-WORK
               CLOSE WORK-FILE
               CLOSE ASSET-NUEVO
               DISPLAY "SSDAST CONVERTIDO, UNIDADES: "
                   WS-CONVERTIDOS
               IF WS-DUPLICADOS > 0
                   DISPLAY "TAGS DUPLICADOS (NO ESCRITOS): "
                       WS-DUPLICADOS
               END-IF
           END-IF.
      *
       952-LEER-SSDAST-COSTO.
           READ ASSET-SIN-COSTO
               AT END MOVE 'Y' TO WS-EOF-VIEJO
           END-READ.
      *
       954-PASAR-SSDAST-COSTO.
           MOVE SPACES TO WORK-RECORD.
           MOVE ASSET-SIN-COSTO-REC TO WAC-ASSET-VIEJO.
           MOVE 0 TO WAC-COSTO.
           MOVE SPACE TO WAC-METODO-DEPREC.
           MOVE 0 TO WAC-VIDA-UTIL.
           MOVE 0 TO WAC-DEPREC-ACUM.
           MOVE WS-ASSET-CON-COSTO TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-CONVERTIDOS.
           PERFORM 952-LEER-SSDAST-COSTO.
      *
      * AGREGA LA FECHA DEL ULTIMO ABONO DE INTERESES A LAS CARTERAS
      * DEL LAYOUT DE LA CONVERSION 5. EN CEROS, INVERSION LA FIJA
      * A LA FECHA DE NEGOCIO EN SU PRIMERA CORRIDA Y DE AHI EN
      * ADELANTE ABONA POR PERIODOS COMPLETOS.
      *
       960-CONVERTIR-INVMST-INTERES.
           DISPLAY "CONVERSION DE INVMST (FECHA DE INTERES).".
           PERFORM 190-CONFIRMAR.
           IF RESPUESTA-CONFIRMA NOT = 'S'
              AND RESPUESTA-CONFIRMA NOT = 's'
               DISPLAY "INVMST NO SE TOCA"
           ELSE
               MOVE 0 TO WS-CONVERTIDOS
               MOVE 'N' TO WS-EOF-VIEJO
               OPEN INPUT CARTERA-SIN-INTERES
               OPEN OUTPUT WORK-FILE
               PERFORM 962-LEER-INVMST-INTERES
               PERFORM 964-PASAR-INVMST-INTERES
                   UNTIL EOF-VIEJO
               CLOSE CARTERA-SIN-INTERES
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT CARTERA-NUEVA
               MOVE 'N' TO WS-EOF-WORK
               PERFORM 910-LEER-WORK
               PERFORM 470-REGRESAR-INVMST
                   UNTIL EOF-WORK
               CLOSE WORK-FILE
               CLOSE CARTERA-NUEVA
               DISPLAY "INVMST CONVERTIDO, CARTERAS: "
                   WS-CONVERTIDOS
           END-IF.
      *
       962-LEER-INVMST-INTERES.
           READ CARTERA-SIN-INTERES
               AT END MOVE 'Y' TO WS-EOF-VIEJO
           END-READ.
      *
       964-PASAR-INVMST-INTERES.
           MOVE SPACES TO WORK-RECORD.
           MOVE CARTERA-SIN-INTERES-REC TO WS-CARTERA-NUEVA.
           MOVE 0 TO WCA-FECHA-INTERES.
           MOVE 0 TO WCA-DIA-ABONO.
           MOVE WS-CARTERA-NUEVA TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-CONVERTIDOS.
           PERFORM 962-LEER-INVMST-INTERES.
      *
      * AGREGA LA RETENCION SOBRE INTERESES A LOS CORTES DE REMESA;
      * LOS CORTES VIEJOS NO LA TENIAN, ASI QUE QUEDA EN CERO.
      *
       970-CONVERTIR-TAXCORTE.
           DISPLAY "CONVERSION DE TAXCORTE.".
           PERFORM 190-CONFIRMAR.
           IF RESPUESTA-CONFIRMA NOT = 'S'
              AND RESPUESTA-CONFIRMA NOT = 's'
               DISPLAY "TAXCORTE NO SE TOCA"
           ELSE
               MOVE 0 TO WS-CONVERTIDOS
               MOVE 'N' TO WS-EOF-VIEJO
               OPEN INPUT CORTE-VIEJO
               OPEN OUTPUT WORK-FILE
               PERFORM 972-LEER-TAXCORTE
               PERFORM 974-PASAR-TAXCORTE
                   UNTIL EOF-VIEJO
               CLOSE CORTE-VIEJO
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT CORTE-NUEVO
               MOVE 'N' TO WS-EOF-WORK
               PERFORM 910-LEER-WORK
               PERFORM 976-REGRESAR-TAXCORTE
                   UNTIL EOF-WORK
               CLOSE WORK-FILE
               CLOSE CORTE-NUEVO
               DISPLAY "TAXCORTE CONVERTIDO, CORTES: "
                   WS-CONVERTIDOS
           END-IF.
      *
       972-LEER-TAXCORTE.
           READ CORTE-VIEJO
               AT END MOVE 'Y' TO WS-EOF-VIEJO
           END-READ.
      *
       974-PASAR-TAXCORTE.
           MOVE SPACES TO WORK-RECORD.
           MOVE CORTE-VIEJO-REC TO WCO-CORTE-VIEJO.
           MOVE 0 TO WCO-RETENCION.
           MOVE WS-CORTE-NUEVO TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-CONVERTIDOS.
           PERFORM 972-LEER-TAXCORTE.
      *
       976-REGRESAR-TAXCORTE.
           MOVE WORK-RECORD TO CORTE-NUEVO-REC.
           WRITE CORTE-NUEVO-REC.
           PERFORM 910-LEER-WORK.
      *
      * CONVIERTE EL MAESTRO DE CARTERAS: LAS CARTERAS VIEJAS
      * QUEDAN SIN PRODUCTO (CONSERVAN SU TASA PROPIA) Y SIN FECHA
      * DE APERTURA (PROYECTAN A PLAZO COMPLETO, COMO ANTES).
           MOVE CAV-INFLACION TO WCA-INFLACION.
           MOVE SPACES TO WCA-PRODUCTO.
           MOVE 0 TO WCA-FECHA-APERTURA.
           MOVE 0 TO WCA-FECHA-INTERES.
           MOVE 0 TO WCA-DIA-ABONO.
           MOVE WS-CARTERA-NUEVA TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-CONVERTIDOS.
           MOVE SPACES TO WAS-UBICACION.
           MOVE SPACES TO WAS-HOST.
           MOVE SPACES TO WAS-MODELO.
           MOVE 0 TO WAS-COSTO.
           MOVE SPACE TO WAS-METODO-DEPREC.
           MOVE 0 TO WAS-VIDA-UTIL.
           MOVE 0 TO WAS-DEPREC-ACUM.
           MOVE WS-ASSET-NUEVO TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-CONVERTIDOS.
