      *****************************************************************
      * PTYVAL.CPY
      * AREA DE COMUNICACION CON EL SUBPROGRAMA PTYVAL, QUE VALIDA UN
      * CODIGO DE CLIENTE CONTRA EL MAESTRO DE PARTES (PTYMST) Y SU
      * LIGA DE CARTERAS (PTYCAR). CLIMANT LO LLAMA AL DAR DE ALTA
      * UN CLIENTE DE TAXCLI Y CARMANT AL ABRIR UNA CARTERA EN
      * INVMST, PARA QUE NINGUNO NAZCA SIN UNA PARTE QUE LO RESPALDE.
      *
      * EL QUE LLAMA PONE EL TIPO (C = CLIENTE TAXCLI, 6 POSICIONES;
      * P = CARTERA INVMST, 8 POSICIONES) Y EL CODIGO. DE REGRESO
      * PTV-RESULTADO TRAE S SI EL CODIGO ESTA LIGADO A UNA PARTE
      * ACTIVA, N SI NINGUNA PARTE LO TIENE Y B SI LA PARTE QUE LO
      * TIENE ESTA DADA DE BAJA; EN S Y B SE DEVUELVEN LA PARTE Y SU
      * NOMBRE.
      *****************************************************************
       01  PTYVAL-AREA.
           05  PTV-TIPO                 PIC X.
               88  PTV-ES-CLIENTE                VALUE 'C'.
               88  PTV-ES-CARTERA                VALUE 'P'.
           05  PTV-CODIGO               PIC X(08).
           05  PTV-PARTE                PIC X(08).
           05  PTV-NOMBRE               PIC X(30).
           05  PTV-RESULTADO            PIC X.
               88  PTV-VALIDO                    VALUE 'S'.
               88  PTV-SIN-PARTE                 VALUE 'N'.
               88  PTV-PARTE-BAJA                VALUE 'B'.
