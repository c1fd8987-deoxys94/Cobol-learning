      * LA SUITE. RESPONDE EN MINUTOS EL "MUESTRAME TODO CALCULO
      * MAYOR A 5,000 DEL DIA 14" DE CADA REVISION TRIMESTRAL, SIN
      * IMPRIMIR EL ARCHIVO CRUDO PARA LEERLO A OJO.
      * MODIFICADO 15/10/2026 - TAXAUD CRECE A 66 BYTES CON EL NUMERO
      * DE FACTURA DEL CALCULO, QUE SE IMPRIME EN SU PROPIA COLUMNA.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD                PIC X(66).
      *
      * GENERACIONES DEL ARCHIVADOR: REGISTRO ENVOLVENTE CON TIPO
      * (G = CABECERA DE GENERACION, D = DATO), FECHA DE GENERACION
           05  WAU-MONEDA              PIC X(03).
           05  WAU-MONTO-ORIGINAL      PIC S9(6)V99.
           05  WAU-TIPO-CAMBIO         PIC 9(3)V9(4).
           05  WAU-FACTURA             PIC X(08).
       01  ARC-REGISTRO.
           05  ARC-TIPO                PIC X.
               88  ARC-ES-GENERACION            VALUE 'G'.
       01  ENCABEZADO-INQ-4.
           05  FILLER                  PIC X(80) VALUE
               "FECHA     HORA        MONTO    IMPUESTO  E MON
      -        "  ORIGINAL  FACTURA".
       01  LINEA-INQ.
           05  LI-FECHA                PIC 9(8).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LI-MONEDA               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LI-ORIGINAL             PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LI-FACTURA              PIC X(08).
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  PIE-INQ-LINEA.
           05  FILLER                  PIC X(21) VALUE
               "REGISTROS REVISADOS: ".
           MOVE WAU-EXENTO TO LI-EXENTO.
           MOVE WAU-MONEDA TO LI-MONEDA.
           MOVE WAU-MONTO-ORIGINAL TO LI-ORIGINAL.
           MOVE WAU-FACTURA TO LI-FACTURA.
           WRITE INQ-REPORT-RECORD FROM LINEA-INQ.
           ADD 1 TO WS-RENGLONES-PAGINA.
           ADD 1 TO WS-LISTADOS.
