      *****************************************************************
      * GPAHLD.CPY
      * AREA DE COMUNICACION CON EL SUBPROGRAMA GPAHLD, QUE DICE SI
      * UN ALUMNO TIENE RETENCION POR ADEUDO: SU CUENTA DE CLIENTE
      * EN EL AUXILIAR TAXCXC (LIGADA AL ALUMNO EN GPACXR) TIENE
      * PARTIDAS CON MAS DIAS DE VENCIDAS QUE LOS QUE FIJA PARMSHOP
      * Y LOS PAGOS O NOTAS A FAVOR NO LAS CUBREN.
      *
      * HLD-CARGAR LEE PARMSHOP, FECHACTL, GPACXR Y TAXCXC; SE PIDE
      * UNA VEZ AL INICIO DE LA CORRIDA. HLD-CONSULTAR-ALUMNO
      * DEVUELVE EN HLD-RETENIDO SI HLD-STUDENT-ID QUEDA RETENIDO,
      * CON SU CLIENTE Y EL IMPORTE VENCIDO NETO EN HLD-VENCIDO.
      * HLD-DIAS REGRESA LOS DIAS DE GRACIA EN USO.
      *****************************************************************
       01  GPAHLD-AREA.
           05  HLD-ACCION               PIC X.
               88  HLD-CARGAR               VALUE 'C'.
               88  HLD-CONSULTAR-ALUMNO     VALUE 'A'.
           05  HLD-STUDENT-ID           PIC X(09).
           05  HLD-CLIENTE              PIC X(06).
           05  HLD-VENCIDO              PIC S9(9)V99.
           05  HLD-DIAS                 PIC 9(3).
           05  HLD-RETENIDO             PIC X.
               88  HLD-EN-RETENCION         VALUE 'Y'.
