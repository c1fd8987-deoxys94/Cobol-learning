       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - CONSTANCIAS ANUALES DE IMPUESTOS POR
      * CLIENTE. CADA ENERO LOS CLIENTES PIDEN LO QUE SE LES VENDIO
      * Y EL IMPUESTO QUE SE LES TRASLADO EN EL EJERCICIO; FINANZAS
      * LAS ARMABA A MANO CON LOS TAXRPT IMPRESOS. LA CORRIDA LEE
      * EL REGISTRO DE FACTURAS TAXFAC DEL ANIO Y POR CLIENTE DE
      * TAXCLI SUMA VENTAS GRAVADAS, IMPUESTO, NOTAS DE CREDITO Y
      * VENTAS EXENTAS CON LOS CERTIFICADOS DE TAXEXM USADOS. EL
      * IMPUESTO DE CADA MES SE AMARRA CONTRA LOS CORTES DE REMESA
      * DE TAXCORTE EN EL RESUMEN DE CONTROL TAXCERC, QUE ABRE CON
      * LA LISTA DE EXCEPCIONES: CLIENTE FUERA DE TAXCLI, FACTURAS
      * SIN DESGLOSE DE VENTA E IMPUESTO, O FACTURAS EN UN MES QUE
      * NO CUADRA CON SU CORTE. A ESOS CLIENTES NO SE LES IMPRIME
      * CONSTANCIA; LOS DEMAS SALEN UNO POR PAGINA EN TAXCER.
      * MODIFICADO 15/10/2026 - EL CORTE DE REMESA INCLUYE LA
      * RETENCION SOBRE INTERESES DE LAS CARTERAS (INVERSION), QUE
      * NO SALE DE FACTURAS: EL MES SE AMARRA CONTRA EL IMPUESTO
      * DEL CORTE MENOS SU RETENCION.
      * MODIFICADO 15/10/2026 - TABLA DEL MAESTRO DE CLIENTES A 2000,
      * COMO EN CLIMANT Y MSTAPR, PORQUE GPABIL DA DE ALTA UN
      * CLIENTE POR ALUMNO FACTURADO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLIENTE-FILE ASSIGN TO "TAXCLI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FACTURA-FILE ASSIGN TO "TAXFAC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAC-FACTURA.
           SELECT OPTIONAL CORTE-FILE ASSIGN TO "TAXCORTE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "TAXCERC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONSTANCIA-REPORT-FILE ASSIGN TO "TAXCER"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-FILE.
       01  CLIENTE-RECORD.
           05  CLI-CLIENTE             PIC X(06).
           05  CLI-NOMBRE              PIC X(30).
           05  CLI-ESTADO              PIC X.
           05  CLI-CATEGORIA           PIC X(03).
           05  CLI-LIMITE-CREDITO      PIC 9(9)V99.
           05  CLI-RETENIDO            PIC X.
      *
      * REGISTRO DE FACTURAS DE CALCIMPUESTO. VENTA E IMPUESTO
      * TRAEN SIGNO (NEGATIVOS EN LA NOTA DE CREDITO) Y SUMAN EL
      * MONTO; UNA FACTURA CONVERTIDA DEL LAYOUT VIEJO LOS TRAE EN
      * CERO Y SE TOMA COMO SIN DESGLOSE.
      *
       FD  FACTURA-FILE.
       01  FACTURA-RECORD.
           05  FAC-FACTURA             PIC X(08).
           05  FAC-FECHA               PIC 9(8).
           05  FAC-FECHA-DES REDEFINES FAC-FECHA.
               10  FAC-AAAA            PIC 9(4).
               10  FAC-MM              PIC 9(2).
               10  FAC-DD              PIC 9(2).
           05  FAC-TIPO                PIC X.
           05  FAC-FUENTE              PIC X(03).
           05  FAC-CLIENTE             PIC X(06).
           05  FAC-MONTO               PIC S9(8)V99.
           05  FAC-VENTA               PIC S9(8)V99.
           05  FAC-IMPUESTO            PIC S9(8)V99.
           05  FAC-EXENTO              PIC X.
           05  FAC-CERTIFICADO         PIC X(10).
      *
       FD  CORTE-FILE.
       01  CORTE-RECORD.
           05  CTE-PERIODO             PIC X(06).
           05  CTE-PERIODO-DES REDEFINES CTE-PERIODO.
               10  CTE-AAAA            PIC 9(4).
               10  CTE-MM              PIC 9(2).
           05  CTE-FECHA               PIC 9(8).
           05  CTE-FACTURAS            PIC 9(6).
           05  CTE-IMPUESTO            PIC S9(9)V99.
           05  CTE-RETENCION           PIC S9(9)V99.
      *
       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD       PIC X(80).
      *
       FD  CONSTANCIA-REPORT-FILE.
       01  CONSTANCIA-REPORT-RECORD    PIC X(80).
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
       WORKING-STORAGE SECTION.
       01  WS-FECHA-HOY                PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY-DES REDEFINES WS-FECHA-HOY.
           05  HOY-AAAA                PIC 9(4).
           05  HOY-MM                  PIC 9(2).
           05  HOY-DD                  PIC 9(2).
       77  WS-EJERCICIO                PIC 9(4) VALUE 0.
       77  WS-EOF-CLIENTE              PIC X VALUE 'N'.
           88  EOF-CLIENTE                      VALUE 'Y'.
       77  WS-EOF-FACTURA              PIC X VALUE 'N'.
           88  EOF-FACTURA                      VALUE 'Y'.
       77  WS-EOF-CORTE                PIC X VALUE 'N'.
           88  EOF-CORTE                        VALUE 'Y'.
       77  WS-TABLA-REBASADA           PIC X VALUE 'N'.
           88  TABLA-REBASADA                   VALUE 'Y'.
      *
      * MAESTRO DE CLIENTES, SOLO PARA EL NOMBRE.
      *
       77  MAESTRO-CARGADOS            PIC 9(4) VALUE 0.
       01  TABLA-MAESTRO.
           05  MAESTRO-ENTRY OCCURS 2000 TIMES
                   INDEXED BY IDX-MAESTRO.
               10  TMC-CLIENTE         PIC X(06).
               10  TMC-NOMBRE          PIC X(30).
       77  WS-MAESTRO-OK               PIC X VALUE 'N'.
           88  MAESTRO-OK                       VALUE 'Y'.
      *
      * ACUMULADOS DEL EJERCICIO POR CLIENTE CON MOVIMIENTO. LOS
      * MESES CON FACTURAS DEL CLIENTE SE MARCAN PARA SABER A QUIEN
      * ALCANZA UN MES QUE NO CUADRA CON SU CORTE.
      *
       77  CONSTANCIAS-CARGADAS        PIC 999 VALUE 0.
       01  TABLA-CONSTANCIAS.
           05  CONSTANCIA-ENTRY OCCURS 200 TIMES
                   INDEXED BY IDX-CONST.
               10  CON-CLIENTE         PIC X(06).
               10  CON-NOMBRE          PIC X(30).
               10  CON-EN-MAESTRO      PIC X.
               10  CON-FACTURAS        PIC 9(5).
               10  CON-VENTA-GRAVADA   PIC S9(9)V99.
               10  CON-IMPUESTO        PIC S9(9)V99.
               10  CON-NOTAS           PIC 9(4).
               10  CON-NOTAS-VENTA     PIC S9(9)V99.
               10  CON-NOTAS-IMPUESTO  PIC S9(9)V99.
               10  CON-VENTA-EXENTA    PIC S9(9)V99.
               10  CON-SIN-DESGLOSE    PIC 9(4).
               10  CON-MESES.
                   15  CON-MES         PIC X OCCURS 12 TIMES.
               10  CON-CERTIFICADOS    PIC 9.
               10  CON-CERTIFICADO     PIC X(10) OCCURS 5 TIMES.
               10  CON-OTROS-CERTIF    PIC 9(3).
               10  CON-EXCEPCION       PIC X.
               10  CON-MOTIVO          PIC X(34).
       77  WS-CLIENTE-BUSCADO          PIC X(06).
       77  WS-CONSTANCIA-OK            PIC X VALUE 'N'.
           88  CONSTANCIA-OK                    VALUE 'Y'.
       77  WS-CERTIFICADO-OK           PIC X VALUE 'N'.
           88  CERTIFICADO-OK                   VALUE 'Y'.
       77  WS-SUB-MES                  PIC 99 VALUE 0.
       77  WS-SUB-CERT                 PIC 9 VALUE 0.
      *
      * IMPUESTO DEL EJERCICIO POR MES: EL DE LAS FACTURAS CONTRA
      * EL DE LOS CORTES (VARIOS CORTES DEL MISMO PERIODO SE SUMAN,
      * COMO EN LA CONCILIACION DE REMESAS).
      *
       01  TABLA-MESES.
           05  MES-ENTRY OCCURS 12 TIMES.
               10  MES-FACTURAS        PIC 9(6).
               10  MES-IMPUESTO-FAC    PIC S9(9)V99.
               10  MES-CORTES          PIC 9(3).
               10  MES-IMPUESTO-CTE    PIC S9(9)V99.
               10  MES-CUADRA          PIC X.
       77  WS-TOTAL-IMPUESTO-FAC       PIC S9(11)V99 VALUE 0.
       77  WS-TOTAL-IMPUESTO-CTE       PIC S9(11)V99 VALUE 0.
       77  WS-DIFERENCIA               PIC S9(11)V99 VALUE 0.
       77  WS-MESES-SIN-CUADRAR        PIC 99 VALUE 0.
       77  WS-FACTURAS-EJERCICIO       PIC 9(6) VALUE 0.
       77  WS-EXCEPCIONES              PIC 999 VALUE 0.
       77  WS-CONSTANCIAS-EMITIDAS     PIC 999 VALUE 0.
       77  WS-IMPUESTO-NETO            PIC S9(9)V99 VALUE 0.
       77  WS-NUMERO-PAGINA            PIC 999 VALUE 0.
       77  WS-RENGLONES-PAGINA         PIC 99 VALUE 0.
       77  WS-MAX-RENGLONES            PIC 99 VALUE 20.
       COPY RPTHDR.
       01  CTL-EJERCICIO-LINEA.
           05  FILLER                  PIC X(11) VALUE "EJERCICIO: ".
           05  CE-EJERCICIO            PIC 9(4).
           05  FILLER                  PIC X(65) VALUE SPACES.
       01  CTL-TITULO-LINEA.
           05  CT-TEXTO                PIC X(80).
       01  CTL-EXCEPCION-LINEA.
           05  CX-CLIENTE              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CX-NOMBRE               PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CX-MOTIVO               PIC X(34).
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  CTL-ENCABEZADO-MES.
           05  FILLER                  PIC X(80) VALUE
               "MES FACTURAS  IMPUESTO FACT.  IMPUESTO CORTE    DIFERE
      -        "NCIA  MARCA".
       01  CTL-MES-LINEA.
           05  CM-MES                  PIC 99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-FACTURAS             PIC ZZZ,ZZ9.
           05  CM-IMPUESTO-FAC         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CM-IMPUESTO-CTE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  CM-DIFERENCIA           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CM-MARCA                PIC X(10).
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  CTL-TOTAL-LINEA.
           05  FILLER                  PIC X(05) VALUE "TOTAL".
           05  CTT-FACTURAS            PIC ZZZZ,ZZ9.
           05  CTT-IMPUESTO-FAC        PIC ZZZZ,ZZZ,ZZ9.99-.
           05  CTT-IMPUESTO-CTE        PIC ZZZZ,ZZZ,ZZ9.99-.
           05  CTT-DIFERENCIA          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CTT-MARCA               PIC X(10).
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  CTL-RESUMEN-LINEA.
           05  FILLER                  PIC X(10) VALUE "CLIENTES: ".
           05  CR-CLIENTES             PIC ZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  CONSTANCIAS: ".
           05  CR-EMITIDAS             PIC ZZ9.
           05  FILLER                  PIC X(16) VALUE
               "  EXCEPCIONES: ".
           05  CR-EXCEPCIONES          PIC ZZ9.
           05  FILLER                  PIC X(29) VALUE SPACES.
      *
      * RENGLONES DE LA CONSTANCIA.
      *
       01  CER-CLIENTE-LINEA.
           05  FILLER                  PIC X(09) VALUE "CLIENTE: ".
           05  CC-CLIENTE              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CC-NOMBRE               PIC X(30).
           05  FILLER                  PIC X(14) VALUE
               "  EJERCICIO: ".
           05  CC-EJERCICIO            PIC 9(4).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  CER-IMPORTE-LINEA.
           05  CI-CONCEPTO             PIC X(36).
           05  CI-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  CER-NOTAS-LINEA.
           05  FILLER                  PIC X(29) VALUE
               "NOTAS DE CREDITO EMITIDAS:  ".
           05  CN-NOTAS                PIC ZZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.
       01  CER-CERTIFICADO-LINEA.
           05  FILLER                  PIC X(36) VALUE
               "  CERTIFICADO DE EXENCION USADO:".
           05  CCE-CERTIFICADO         PIC X(10).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  CER-OTROS-LINEA.
           05  FILLER                  PIC X(36) VALUE
               "  OTROS CERTIFICADOS DE EXENCION:".
           05  CCO-OTROS               PIC ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  CER-LEYENDA-LINEA.
           05  FILLER                  PIC X(80) VALUE
               "IMPORTES EN MONEDA BASE SEGUN EL REGISTRO DE FACTURAS D
      -        "EL EJERCICIO.".
      *
       PROCEDURE DIVISION.
      *
       000-EMITIR-CONSTANCIAS.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           PERFORM 050-PEDIR-EJERCICIO.
           MOVE 'N' TO WS-TABLA-REBASADA.
           PERFORM 100-CARGAR-MAESTRO.
           PERFORM 200-ACUMULAR-FACTURAS.
           PERFORM 300-SUMAR-CORTES.
           PERFORM 400-MARCAR-EXCEPCIONES.
           PERFORM 500-IMPRIMIR-CONTROL.
           IF TABLA-REBASADA
               DISPLAY "CONSTANCIAS NO EMITIDAS: UNA TABLA SE REBASO, "
                   "REVISE TAXCERC"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 600-IMPRIMIR-CONSTANCIAS
               DISPLAY "CONSTANCIAS DEL EJERCICIO " WS-EJERCICIO
                   " EN TAXCER: " WS-CONSTANCIAS-EMITIDAS
               IF WS-EXCEPCIONES > 0
                   DISPLAY "CLIENTES EN EXCEPCION, SIN CONSTANCIA: "
                       WS-EXCEPCIONES " (VER TAXCERC)"
               END-IF
           END-IF.
           DISPLAY "PROGRAMA FINALIZADO".
           GOBACK.
      *
      * LA FECHA DE LA CORRIDA ES EL DIA DE NEGOCIO; SIN FECHACTL
      * SE USA EL RELOJ.
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
      * SE CORRE EN ENERO POR EL ANIO QUE ACABA DE CERRAR, QUE ES
      * EL DE OMISION.
      *
       050-PEDIR-EJERCICIO.
           DISPLAY "CONSTANCIAS ANUALES DE IMPUESTOS POR CLIENTE".
           DISPLAY "EJERCICIO (AAAA, 0 = ANIO ANTERIOR): ".
           ACCEPT WS-EJERCICIO.
           IF WS-EJERCICIO = 0
               COMPUTE WS-EJERCICIO = HOY-AAAA - 1
           END-IF.
           DISPLAY "EJERCICIO A CERTIFICAR: " WS-EJERCICIO.
      *
       100-CARGAR-MAESTRO.
           MOVE 0 TO MAESTRO-CARGADOS.
           MOVE 'N' TO WS-EOF-CLIENTE.
           OPEN INPUT CLIENTE-FILE.
           PERFORM 101-LEER-CLIENTE.
           PERFORM 102-ALMACENAR-CLIENTE
               UNTIL EOF-CLIENTE.
           CLOSE CLIENTE-FILE.
      *
       101-LEER-CLIENTE.
           READ CLIENTE-FILE
               AT END MOVE 'Y' TO WS-EOF-CLIENTE
           END-READ.
      *
       102-ALMACENAR-CLIENTE.
           IF MAESTRO-CARGADOS < 2000
               ADD 1 TO MAESTRO-CARGADOS
               MOVE CLI-CLIENTE TO TMC-CLIENTE(MAESTRO-CARGADOS)
               MOVE CLI-NOMBRE TO TMC-NOMBRE(MAESTRO-CARGADOS)
           ELSE
               IF NOT TABLA-REBASADA
                   DISPLAY "TABLA DE CLIENTES LLENA (2000) EN EL "
                       "CLIENTE: " CLI-CLIENTE
               END-IF
               MOVE 'Y' TO WS-TABLA-REBASADA
           END-IF.
           PERFORM 101-LEER-CLIENTE.
      *
      * RECORRE TAXFAC Y ACUMULA LAS FACTURAS DEL EJERCICIO POR
      * CLIENTE Y POR MES. LA NOTA DE CREDITO VA APARTE DE LAS
      * VENTAS; LA FACTURA EXENTA SUMA A VENTAS EXENTAS Y GUARDA
      * SU CERTIFICADO. UNA FACTURA CUYO DESGLOSE NO SUMA EL MONTO
      * SOLO SE CUENTA: SU CLIENTE QUEDA EN EXCEPCION.
      *
       200-ACUMULAR-FACTURAS.
           MOVE 0 TO CONSTANCIAS-CARGADAS.
           MOVE 0 TO WS-FACTURAS-EJERCICIO.
           PERFORM 205-LIMPIAR-MES
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > 12.
           MOVE 'N' TO WS-EOF-FACTURA.
           OPEN INPUT FACTURA-FILE.
           PERFORM 210-LEER-FACTURA.
           PERFORM 220-ACUMULAR-FACTURA
               UNTIL EOF-FACTURA.
           CLOSE FACTURA-FILE.
      *
       205-LIMPIAR-MES.
           MOVE 0 TO MES-FACTURAS(WS-SUB-MES).
           MOVE 0 TO MES-IMPUESTO-FAC(WS-SUB-MES).
           MOVE 0 TO MES-CORTES(WS-SUB-MES).
           MOVE 0 TO MES-IMPUESTO-CTE(WS-SUB-MES).
           MOVE 'S' TO MES-CUADRA(WS-SUB-MES).
      *
       210-LEER-FACTURA.
           READ FACTURA-FILE
               AT END MOVE 'Y' TO WS-EOF-FACTURA
           END-READ.
      *
       220-ACUMULAR-FACTURA.
           IF FAC-AAAA = WS-EJERCICIO
              AND FAC-MM > 0 AND FAC-MM < 13
               ADD 1 TO WS-FACTURAS-EJERCICIO
               MOVE FAC-MM TO WS-SUB-MES
               ADD 1 TO MES-FACTURAS(WS-SUB-MES)
               ADD FAC-IMPUESTO TO MES-IMPUESTO-FAC(WS-SUB-MES)
               MOVE FAC-CLIENTE TO WS-CLIENTE-BUSCADO
               PERFORM 230-LOCALIZAR-CONSTANCIA
               IF CONSTANCIA-OK
                   PERFORM 225-SUMAR-FACTURA
               END-IF
           END-IF.
           PERFORM 210-LEER-FACTURA.
      *
       225-SUMAR-FACTURA.
           MOVE 'X' TO CON-MES(IDX-CONST, WS-SUB-MES).
           IF FAC-VENTA + FAC-IMPUESTO NOT = FAC-MONTO
               ADD 1 TO CON-SIN-DESGLOSE(IDX-CONST)
           ELSE
               IF FAC-TIPO = 'C'
                   ADD 1 TO CON-NOTAS(IDX-CONST)
                   ADD FAC-VENTA TO CON-NOTAS-VENTA(IDX-CONST)
                   ADD FAC-IMPUESTO TO CON-NOTAS-IMPUESTO(IDX-CONST)
               ELSE
                   ADD 1 TO CON-FACTURAS(IDX-CONST)
                   IF FAC-EXENTO = 'E'
                       ADD FAC-VENTA TO CON-VENTA-EXENTA(IDX-CONST)
                       PERFORM 250-GUARDAR-CERTIFICADO
                   ELSE
                       ADD FAC-VENTA TO CON-VENTA-GRAVADA(IDX-CONST)
                       ADD FAC-IMPUESTO TO CON-IMPUESTO(IDX-CONST)
                   END-IF
               END-IF
           END-IF.
      *
      * EL CLIENTE ENTRA A LA TABLA CON SU NOMBRE DEL MAESTRO; SI
      * NO ESTA EN TAXCLI QUEDA MARCADO PARA LA EXCEPCION.
      *
       230-LOCALIZAR-CONSTANCIA.
           MOVE 'N' TO WS-CONSTANCIA-OK.
           SET IDX-CONST TO 1.
           PERFORM 235-BUSCAR-CONSTANCIA
               UNTIL IDX-CONST > CONSTANCIAS-CARGADAS
                  OR CONSTANCIA-OK.
           IF NOT CONSTANCIA-OK
               IF CONSTANCIAS-CARGADAS < 200
                   ADD 1 TO CONSTANCIAS-CARGADAS
                   SET IDX-CONST TO CONSTANCIAS-CARGADAS
                   PERFORM 240-ABRIR-CONSTANCIA
                   MOVE 'Y' TO WS-CONSTANCIA-OK
               ELSE
                   IF NOT TABLA-REBASADA
                       DISPLAY "TABLA DE CONSTANCIAS LLENA (200) EN EL "
                           "CLIENTE: " WS-CLIENTE-BUSCADO
                   END-IF
                   MOVE 'Y' TO WS-TABLA-REBASADA
               END-IF
           END-IF.
      *
       235-BUSCAR-CONSTANCIA.
           IF CON-CLIENTE(IDX-CONST) = WS-CLIENTE-BUSCADO
               MOVE 'Y' TO WS-CONSTANCIA-OK
           ELSE
               SET IDX-CONST UP BY 1.
      *
       240-ABRIR-CONSTANCIA.
           MOVE WS-CLIENTE-BUSCADO TO CON-CLIENTE(IDX-CONST).
           MOVE 0 TO CON-FACTURAS(IDX-CONST).
           MOVE 0 TO CON-VENTA-GRAVADA(IDX-CONST).
           MOVE 0 TO CON-IMPUESTO(IDX-CONST).
           MOVE 0 TO CON-NOTAS(IDX-CONST).
           MOVE 0 TO CON-NOTAS-VENTA(IDX-CONST).
           MOVE 0 TO CON-NOTAS-IMPUESTO(IDX-CONST).
           MOVE 0 TO CON-VENTA-EXENTA(IDX-CONST).
           MOVE 0 TO CON-SIN-DESGLOSE(IDX-CONST).
           MOVE SPACES TO CON-MESES(IDX-CONST).
           MOVE 0 TO CON-CERTIFICADOS(IDX-CONST).
           MOVE 0 TO CON-OTROS-CERTIF(IDX-CONST).
           MOVE 'N' TO CON-EXCEPCION(IDX-CONST).
           MOVE SPACES TO CON-MOTIVO(IDX-CONST).
           MOVE 'N' TO WS-MAESTRO-OK.
           SET IDX-MAESTRO TO 1.
           PERFORM 245-BUSCAR-MAESTRO
               UNTIL IDX-MAESTRO > MAESTRO-CARGADOS
                  OR MAESTRO-OK.
           IF MAESTRO-OK
               MOVE TMC-NOMBRE(IDX-MAESTRO) TO CON-NOMBRE(IDX-CONST)
               MOVE 'S' TO CON-EN-MAESTRO(IDX-CONST)
           ELSE
               MOVE "*NO EN TAXCLI*" TO CON-NOMBRE(IDX-CONST)
               MOVE 'N' TO CON-EN-MAESTRO(IDX-CONST)
           END-IF.
      *
       245-BUSCAR-MAESTRO.
           IF TMC-CLIENTE(IDX-MAESTRO) = WS-CLIENTE-BUSCADO
               MOVE 'Y' TO WS-MAESTRO-OK
           ELSE
               SET IDX-MAESTRO UP BY 1.
      *
      * CADA CERTIFICADO DE EXENCION DISTINTO SE GUARDA UNA VEZ; LA
      * CONSTANCIA LISTA LOS PRIMEROS CINCO Y CUENTA LOS DEMAS.
      *
       250-GUARDAR-CERTIFICADO.
           MOVE 'N' TO WS-CERTIFICADO-OK.
           MOVE 1 TO WS-SUB-CERT.
           PERFORM 255-BUSCAR-CERTIFICADO
               UNTIL WS-SUB-CERT > CON-CERTIFICADOS(IDX-CONST)
                  OR CERTIFICADO-OK.
           IF NOT CERTIFICADO-OK
               IF CON-CERTIFICADOS(IDX-CONST) < 5
                   ADD 1 TO CON-CERTIFICADOS(IDX-CONST)
                   MOVE FAC-CERTIFICADO TO CON-CERTIFICADO(IDX-CONST,
                       CON-CERTIFICADOS(IDX-CONST))
               ELSE
                   ADD 1 TO CON-OTROS-CERTIF(IDX-CONST)
               END-IF
           END-IF.
      *
       255-BUSCAR-CERTIFICADO.
           IF CON-CERTIFICADO(IDX-CONST, WS-SUB-CERT) = FAC-CERTIFICADO
               MOVE 'Y' TO WS-CERTIFICADO-OK
           ELSE
               ADD 1 TO WS-SUB-CERT.
      *
      * SUMA LOS CORTES DE REMESA DE LOS PERIODOS DEL EJERCICIO A
      * SU MES.
      *
       300-SUMAR-CORTES.
           MOVE 'N' TO WS-EOF-CORTE.
           OPEN INPUT CORTE-FILE.
           PERFORM 310-LEER-CORTE.
           PERFORM 320-SUMAR-CORTE
               UNTIL EOF-CORTE.
           CLOSE CORTE-FILE.
      *
       310-LEER-CORTE.
           READ CORTE-FILE
               AT END MOVE 'Y' TO WS-EOF-CORTE
           END-READ.
      *
       320-SUMAR-CORTE.
           IF CTE-PERIODO IS NUMERIC
               IF CTE-AAAA = WS-EJERCICIO
                  AND CTE-MM > 0 AND CTE-MM < 13
                   MOVE CTE-MM TO WS-SUB-MES
                   ADD 1 TO MES-CORTES(WS-SUB-MES)
                   ADD CTE-IMPUESTO TO MES-IMPUESTO-CTE(WS-SUB-MES)
                   SUBTRACT CTE-RETENCION
                       FROM MES-IMPUESTO-CTE(WS-SUB-MES)
               END-IF
           END-IF.
           PERFORM 310-LEER-CORTE.
      *
      * UN MES CUADRA SI EL IMPUESTO DE SUS FACTURAS ES EL DE SUS
      * CORTES. EL CLIENTE QUEDA EN EXCEPCION POR ESTAR FUERA DEL
      * MAESTRO, POR TENER FACTURAS SIN DESGLOSE O POR FACTURAR EN
      * UN MES QUE NO CUADRA, EN ESE ORDEN DE MOTIVO.
      *
       400-MARCAR-EXCEPCIONES.
           MOVE 0 TO WS-MESES-SIN-CUADRAR.
           MOVE 0 TO WS-TOTAL-IMPUESTO-FAC.
           MOVE 0 TO WS-TOTAL-IMPUESTO-CTE.
           PERFORM 405-CUADRAR-MES
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > 12.
           MOVE 0 TO WS-EXCEPCIONES.
           PERFORM 410-MARCAR-CLIENTE
               VARYING IDX-CONST FROM 1 BY 1
               UNTIL IDX-CONST > CONSTANCIAS-CARGADAS.
      *
       405-CUADRAR-MES.
           ADD MES-IMPUESTO-FAC(WS-SUB-MES) TO WS-TOTAL-IMPUESTO-FAC.
           ADD MES-IMPUESTO-CTE(WS-SUB-MES) TO WS-TOTAL-IMPUESTO-CTE.
           IF MES-IMPUESTO-FAC(WS-SUB-MES)
                   NOT = MES-IMPUESTO-CTE(WS-SUB-MES)
               MOVE 'N' TO MES-CUADRA(WS-SUB-MES)
               ADD 1 TO WS-MESES-SIN-CUADRAR
           END-IF.
      *
       410-MARCAR-CLIENTE.
           IF CON-EN-MAESTRO(IDX-CONST) = 'N'
               MOVE 'S' TO CON-EXCEPCION(IDX-CONST)
               MOVE "CLIENTE FUERA DE TAXCLI" TO CON-MOTIVO(IDX-CONST)
           ELSE
               IF CON-SIN-DESGLOSE(IDX-CONST) > 0
                   MOVE 'S' TO CON-EXCEPCION(IDX-CONST)
                   MOVE "FACTURAS SIN DESGLOSE DE IMPUESTO"
                       TO CON-MOTIVO(IDX-CONST)
               ELSE
                   MOVE 1 TO WS-SUB-MES
                   PERFORM 415-REVISAR-MES
                       UNTIL WS-SUB-MES > 12
                          OR CON-EXCEPCION(IDX-CONST) = 'S'
               END-IF
           END-IF.
           IF CON-EXCEPCION(IDX-CONST) = 'S'
               ADD 1 TO WS-EXCEPCIONES
           END-IF.
      *
       415-REVISAR-MES.
           IF CON-MES(IDX-CONST, WS-SUB-MES) = 'X'
              AND MES-CUADRA(WS-SUB-MES) = 'N'
               MOVE 'S' TO CON-EXCEPCION(IDX-CONST)
               MOVE "MES SIN CUADRAR CON TAXCORTE:"
                   TO CON-MOTIVO(IDX-CONST)
               MOVE WS-SUB-MES TO CON-MOTIVO(IDX-CONST)(31:2)
           ELSE
               ADD 1 TO WS-SUB-MES.
      *
      * RESUMEN DE CONTROL: PRIMERO LAS EXCEPCIONES (A QUIEN NO SE
      * LE MANDA CONSTANCIA), LUEGO EL IMPUESTO DE CADA MES CONTRA
      * SUS CORTES Y EL GRAN TOTAL DEL EJERCICIO.
      *
       500-IMPRIMIR-CONTROL.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           PERFORM 530-ENCABEZADO-CONTROL.
           MOVE "CLIENTES EN EXCEPCION (NO SE EMITE CONSTANCIA):"
               TO CT-TEXTO.
           WRITE CONTROL-REPORT-RECORD FROM CTL-TITULO-LINEA.
           ADD 1 TO WS-RENGLONES-PAGINA.
           PERFORM 510-IMPRIMIR-EXCEPCION
               VARYING IDX-CONST FROM 1 BY 1
               UNTIL IDX-CONST > CONSTANCIAS-CARGADAS.
           IF WS-EXCEPCIONES = 0
               MOVE "  SIN EXCEPCIONES" TO CT-TEXTO
               WRITE CONTROL-REPORT-RECORD FROM CTL-TITULO-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
           IF TABLA-REBASADA
               MOVE "  UNA TABLA SE REBASO: NO SE EMITEN CONSTANCIAS"
                   TO CT-TEXTO
               WRITE CONTROL-REPORT-RECORD FROM CTL-TITULO-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
           PERFORM 530-ENCABEZADO-CONTROL.
           MOVE "IMPUESTO DEL EJERCICIO CONTRA CORTES DE REMESA:"
               TO CT-TEXTO.
           WRITE CONTROL-REPORT-RECORD FROM CTL-TITULO-LINEA.
           WRITE CONTROL-REPORT-RECORD FROM CTL-ENCABEZADO-MES.
           PERFORM 520-IMPRIMIR-MES
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > 12.
           COMPUTE WS-DIFERENCIA =
               WS-TOTAL-IMPUESTO-FAC - WS-TOTAL-IMPUESTO-CTE.
           MOVE WS-FACTURAS-EJERCICIO TO CTT-FACTURAS.
           MOVE WS-TOTAL-IMPUESTO-FAC TO CTT-IMPUESTO-FAC.
           MOVE WS-TOTAL-IMPUESTO-CTE TO CTT-IMPUESTO-CTE.
           MOVE WS-DIFERENCIA TO CTT-DIFERENCIA.
           IF WS-DIFERENCIA = 0 AND WS-MESES-SIN-CUADRAR = 0
               MOVE "CUADRA" TO CTT-MARCA
           ELSE
               MOVE "NO CUADRA" TO CTT-MARCA
           END-IF.
           WRITE CONTROL-REPORT-RECORD FROM CTL-TOTAL-LINEA.
           COMPUTE WS-CONSTANCIAS-EMITIDAS =
               CONSTANCIAS-CARGADAS - WS-EXCEPCIONES.
           IF TABLA-REBASADA
               MOVE 0 TO WS-CONSTANCIAS-EMITIDAS
           END-IF.
           MOVE CONSTANCIAS-CARGADAS TO CR-CLIENTES.
           MOVE WS-CONSTANCIAS-EMITIDAS TO CR-EMITIDAS.
           MOVE WS-EXCEPCIONES TO CR-EXCEPCIONES.
           WRITE CONTROL-REPORT-RECORD FROM CTL-RESUMEN-LINEA.
           WRITE CONTROL-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE CONTROL-REPORT-FILE.
      *
       510-IMPRIMIR-EXCEPCION.
           IF CON-EXCEPCION(IDX-CONST) = 'S'
               IF WS-RENGLONES-PAGINA >= WS-MAX-RENGLONES
                   PERFORM 530-ENCABEZADO-CONTROL
               END-IF
               MOVE CON-CLIENTE(IDX-CONST) TO CX-CLIENTE
               MOVE CON-NOMBRE(IDX-CONST) TO CX-NOMBRE
               MOVE CON-MOTIVO(IDX-CONST) TO CX-MOTIVO
               WRITE CONTROL-REPORT-RECORD FROM CTL-EXCEPCION-LINEA
               ADD 1 TO WS-RENGLONES-PAGINA
           END-IF.
      *
       520-IMPRIMIR-MES.
           MOVE WS-SUB-MES TO CM-MES.
           MOVE MES-FACTURAS(WS-SUB-MES) TO CM-FACTURAS.
           MOVE MES-IMPUESTO-FAC(WS-SUB-MES) TO CM-IMPUESTO-FAC.
           MOVE MES-IMPUESTO-CTE(WS-SUB-MES) TO CM-IMPUESTO-CTE.
           COMPUTE CM-DIFERENCIA = MES-IMPUESTO-FAC(WS-SUB-MES)
               - MES-IMPUESTO-CTE(WS-SUB-MES).
           EVALUATE TRUE
               WHEN MES-CUADRA(WS-SUB-MES) = 'S'
                   MOVE "CUADRA" TO CM-MARCA
               WHEN MES-CORTES(WS-SUB-MES) = 0
                   MOVE "SIN CORTE" TO CM-MARCA
               WHEN OTHER
                   MOVE "NO CUADRA" TO CM-MARCA
           END-EVALUATE.
           WRITE CONTROL-REPORT-RECORD FROM CTL-MES-LINEA.
      *
       530-ENCABEZADO-CONTROL.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE 0 TO WS-RENGLONES-PAGINA.
           MOVE "CONTROL DE CONSTANCIAS ANUALES" TO RPT-TITULO.
           MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA.
           WRITE CONTROL-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-1.
           WRITE CONTROL-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-2.
           WRITE CONTROL-REPORT-RECORD FROM RPT-ENCABEZADO-LINEA-3.
           MOVE WS-EJERCICIO TO CE-EJERCICIO.
           WRITE CONTROL-REPORT-RECORD FROM CTL-EJERCICIO-LINEA.
      *
      * UNA CONSTANCIA POR PAGINA PARA CADA CLIENTE SIN EXCEPCION.
      *
       600-IMPRIMIR-CONSTANCIAS.
           MOVE 0 TO WS-NUMERO-PAGINA.
           MOVE WS-FECHA-HOY TO RPT-FECHA-CORRIDA.
           OPEN OUTPUT CONSTANCIA-REPORT-FILE.
           PERFORM 610-IMPRIMIR-CONSTANCIA
               VARYING IDX-CONST FROM 1 BY 1
               UNTIL IDX-CONST > CONSTANCIAS-CARGADAS.
           WRITE CONSTANCIA-REPORT-RECORD FROM RPT-PIE-LINEA.
           CLOSE CONSTANCIA-REPORT-FILE.
      *
       610-IMPRIMIR-CONSTANCIA.
           IF CON-EXCEPCION(IDX-CONST) NOT = 'S'
               ADD 1 TO WS-NUMERO-PAGINA
               MOVE "CONSTANCIA ANUAL DE IMPUESTOS" TO RPT-TITULO
               MOVE WS-NUMERO-PAGINA TO RPT-NUMERO-PAGINA
               WRITE CONSTANCIA-REPORT-RECORD
                   FROM RPT-ENCABEZADO-LINEA-1
               WRITE CONSTANCIA-REPORT-RECORD
                   FROM RPT-ENCABEZADO-LINEA-2
               WRITE CONSTANCIA-REPORT-RECORD
                   FROM RPT-ENCABEZADO-LINEA-3
               MOVE CON-CLIENTE(IDX-CONST) TO CC-CLIENTE
               MOVE CON-NOMBRE(IDX-CONST) TO CC-NOMBRE
               MOVE WS-EJERCICIO TO CC-EJERCICIO
               WRITE CONSTANCIA-REPORT-RECORD FROM CER-CLIENTE-LINEA
               MOVE "VENTAS GRAVADAS:" TO CI-CONCEPTO
               MOVE CON-VENTA-GRAVADA(IDX-CONST) TO CI-IMPORTE
               WRITE CONSTANCIA-REPORT-RECORD FROM CER-IMPORTE-LINEA
               MOVE "IMPUESTO TRASLADADO:" TO CI-CONCEPTO
               MOVE CON-IMPUESTO(IDX-CONST) TO CI-IMPORTE
               WRITE CONSTANCIA-REPORT-RECORD FROM CER-IMPORTE-LINEA
               MOVE CON-NOTAS(IDX-CONST) TO CN-NOTAS
               WRITE CONSTANCIA-REPORT-RECORD FROM CER-NOTAS-LINEA
               MOVE "  VENTA EN NOTAS DE CREDITO:" TO CI-CONCEPTO
               MOVE CON-NOTAS-VENTA(IDX-CONST) TO CI-IMPORTE
               WRITE CONSTANCIA-REPORT-RECORD FROM CER-IMPORTE-LINEA
               MOVE "  IMPUESTO EN NOTAS DE CREDITO:" TO CI-CONCEPTO
               MOVE CON-NOTAS-IMPUESTO(IDX-CONST) TO CI-IMPORTE
               WRITE CONSTANCIA-REPORT-RECORD FROM CER-IMPORTE-LINEA
               MOVE "VENTAS EXENTAS:" TO CI-CONCEPTO
               MOVE CON-VENTA-EXENTA(IDX-CONST) TO CI-IMPORTE
               WRITE CONSTANCIA-REPORT-RECORD FROM CER-IMPORTE-LINEA
               PERFORM 620-IMPRIMIR-CERTIFICADO
                   VARYING WS-SUB-CERT FROM 1 BY 1
                   UNTIL WS-SUB-CERT > CON-CERTIFICADOS(IDX-CONST)
               IF CON-OTROS-CERTIF(IDX-CONST) > 0
                   MOVE CON-OTROS-CERTIF(IDX-CONST) TO CCO-OTROS
                   WRITE CONSTANCIA-REPORT-RECORD FROM CER-OTROS-LINEA
               END-IF
               COMPUTE WS-IMPUESTO-NETO = CON-IMPUESTO(IDX-CONST)
                   + CON-NOTAS-IMPUESTO(IDX-CONST)
               MOVE "IMPUESTO NETO DEL EJERCICIO:" TO CI-CONCEPTO
               MOVE WS-IMPUESTO-NETO TO CI-IMPORTE
               WRITE CONSTANCIA-REPORT-RECORD FROM CER-IMPORTE-LINEA
               WRITE CONSTANCIA-REPORT-RECORD FROM CER-LEYENDA-LINEA
           END-IF.
      *
       620-IMPRIMIR-CERTIFICADO.
           MOVE CON-CERTIFICADO(IDX-CONST, WS-SUB-CERT)
               TO CCE-CERTIFICADO.
           WRITE CONSTANCIA-REPORT-RECORD FROM CER-CERTIFICADO-LINEA.
