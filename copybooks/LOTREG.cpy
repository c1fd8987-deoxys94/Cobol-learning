      *****************************************************************
      * LOTREG.CPY
      * REGISTRO PERMANENTE DE LOTES DE ENTRADA (TAXIN, GPAROS Y
      * SERIN), INDEXADO POR ARCHIVO, FUENTE Y FECHA DE NEGOCIO DE
      * LA CABECERA. CALCIMPUESTO, GPACALC Y SERNUM LO CONSULTAN VIA
      * LOTVAL AL LEER CADA CABECERA Y AGREGAN CADA LOTE QUE
      * PROCESARON AL TERMINAR UN LOTE QUE CUADRA, ASI QUE UN
      * ARCHIVO REENVIADO O EL DE AYER OLVIDADO EN SU LUGAR SE
      * RECHAZA AUNQUE SU CIERRE CUADRE. LOTCON LO CONSULTA DESDE EL
      * MENU Y ES DONDE UN NIVEL 3 AUTORIZA DE ANTEMANO UN LOTE CON
      * FECHA DISTINTA A LA DEL DIA (ESTADO A); AL PROCESARSE, LA
      * AUTORIZACION QUEDA COMO PROCESADO (ESTADO P) CON EL
      * OPERADOR QUE LA DIO.
      *****************************************************************
       01  LOTE-REG-RECORD.
           05  LRG-CLAVE.
               10  LRG-ARCHIVO          PIC X(06).
               10  LRG-FUENTE           PIC X(03).
               10  LRG-FECHA-LOTE       PIC 9(8).
           05  LRG-ESTADO               PIC X.
               88  LRG-PROCESADO                 VALUE 'P'.
               88  LRG-AUTORIZADO                VALUE 'A'.
           05  LRG-CUENTA               PIC 9(6).
           05  LRG-TOTAL                PIC S9(11)V99.
           05  LRG-FECHA-NEGOCIO        PIC 9(8).
           05  LRG-FECHA-PROCESO        PIC 9(8).
           05  LRG-HORA-PROCESO         PIC 9(8).
           05  LRG-OPERADOR             PIC X(08).
           05  LRG-FECHA-AUTORIZA       PIC 9(8).
           05  FILLER                   PIC X(03).
