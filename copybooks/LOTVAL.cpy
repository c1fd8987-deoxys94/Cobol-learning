      *****************************************************************
      * LOTVAL.CPY
      * AREA DE COMUNICACION CON EL SUBPROGRAMA LOTVAL, QUE CONSULTA
      * Y ACTUALIZA EL REGISTRO DE LOTES DE ENTRADA (LOTREG).
      * CALCIMPUESTO (TAXIN), GPACALC (GPAROS) Y SERNUM (SERIN) LO
      * LLAMAN CON FUNCION V AL LEER CADA CABECERA Y CON FUNCION R
      * POR CADA LOTE PROCESADO CUANDO SU CORRIDA CUADRA.
      *
      * EL QUE LLAMA PONE LA FUNCION, EL ARCHIVO, LA FUENTE Y LA
      * FECHA DE LA CABECERA Y LA FECHA DE NEGOCIO DE LA CORRIDA; EN
      * R, ADEMAS, LA CUENTA Y EL TOTAL DEL CIERRE. DE REGRESO
      * LTV-RESULTADO TRAE S SI EL LOTE ES DEL DIA Y NO SE HA
      * PROCESADO, A SI ES DE OTRA FECHA PERO UN NIVEL 3 LO AUTORIZO
      * (CON EL OPERADOR EN LTV-OPERADOR), F SI ES DE OTRA FECHA SIN
      * AUTORIZACION Y D SI YA SE PROCESO (CON LA FECHA DE NEGOCIO
      * EN QUE SE PROCESO EN LTV-FECHA-PROCESO).
      *****************************************************************
       01  LOTVAL-AREA.
           05  LTV-FUNCION              PIC X.
               88  LTV-VALIDAR                   VALUE 'V'.
               88  LTV-REGISTRAR                 VALUE 'R'.
           05  LTV-ARCHIVO              PIC X(06).
           05  LTV-FUENTE               PIC X(03).
           05  LTV-FECHA-LOTE           PIC 9(8).
           05  LTV-FECHA-NEGOCIO        PIC 9(8).
           05  LTV-CUENTA               PIC 9(6).
           05  LTV-TOTAL                PIC S9(11)V99.
           05  LTV-RESULTADO            PIC X.
               88  LTV-ACEPTADO                  VALUE 'S' 'A'.
               88  LTV-AUTORIZADO                VALUE 'A'.
               88  LTV-FECHA-DISTINTA            VALUE 'F'.
               88  LTV-DUPLICADO                 VALUE 'D'.
           05  LTV-OPERADOR             PIC X(08).
           05  LTV-FECHA-PROCESO        PIC 9(8).
