      *****************************************************************
      * SERKPI.CPY
      * AREA DE COMUNICACION CON EL SUBPROGRAMA SERKPI, QUE AGREGA A
      * SERIN LOS TOTALES NOCTURNOS DE UN PROGRAMA DE CALCULO COMO
      * UN BLOQUE PROPIO (CABECERA, DETALLES Y CIERRE), PARA QUE
      * SERNUM LOS ACUMULE Y LES PASE LA VARIANZA CONTRA SU
      * HISTORIAL. CALCIMPUESTO, SSDCALC, GPACALC E INVERSION LO
      * LLAMAN AL TERMINAR BIEN SU LOTE NOCTURNO.
      *
      * EL QUE LLAMA PONE SU CODIGO DE FUENTE, CUANTAS LECTURAS
      * MANDA Y, POR CADA UNA, LA SERIE FIJA, EL IMPORTE TAL CUAL LO
      * TOTALIZO Y EL DIVISOR QUE LO LLEVA A LA ESCALA DE LA SERIE
      * (1 PARA CUENTAS, 1000 PARA MILES DE PESOS). EL VALOR DE
      * SERIN ES DE TRES DIGITOS: SERKPI REDONDEA, Y UN TOTAL QUE
      * PASA DE 999 SE MANDA COMO 999. LAS SERIES TIENEN QUE ESTAR
      * DADAS DE ALTA EN SERDEF (SERMANT) CON UNA LECTURA POR DIA.
      *****************************************************************
       01  SERKPI-AREA.
           05  SKP-FUENTE               PIC X(03).
           05  SKP-LECTURAS             PIC 9.
           05  SKP-LECTURA              OCCURS 5 TIMES.
               10  SKP-SERIE            PIC X(04).
               10  SKP-IMPORTE          PIC S9(11)V99.
               10  SKP-DIVISOR          PIC 9(07).
