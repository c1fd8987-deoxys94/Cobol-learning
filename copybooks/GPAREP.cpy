      *****************************************************************
      * GPAREP.CPY
      * AREA DE COMUNICACION CON EL SUBPROGRAMA GPAREP, QUE APLICA LA
      * POLITICA DE CURSOS REPETIDOS SOBRE EL HISTORIAL GPACRS: EL
      * ULTIMO INTENTO DE UN CURSO REEMPLAZA A LOS ANTERIORES EN EL
      * GPA ACUMULADO Y SUS CREDITOS CUENTAN UNA SOLA VEZ.
      *
      * REP-CARGAR LEE GPACRS Y EL LIMITE DE REPETICIONES DE
      * PARMSHOP; SE PIDE UNA VEZ AL INICIO DE LA CORRIDA.
      * REP-CONSULTAR-ALUMNO DEVUELVE EN REP-CREDITOS-EXCLUIDOS Y
      * REP-PUNTOS-EXCLUIDOS LO QUE EL ROLL-UP DEL ALUMNO DEBE
      * RESTAR. REP-CONSULTAR-INTENTO DICE SI LA LINEA DE CURSO
      * (ALUMNO, TERMINO, CURSO) QUEDO EXCLUIDA POR UN INTENTO
      * POSTERIOR. REP-SIGUIENTE-EXCESO RECORRE LOS CURSOS CON MAS
      * REPETICIONES QUE EL LIMITE, UNO POR LLAMADA, HASTA
      * REP-SIN-MAS.
      *****************************************************************
       01  GPAREP-AREA.
           05  REP-ACCION               PIC X.
               88  REP-CARGAR               VALUE 'C'.
               88  REP-CONSULTAR-ALUMNO     VALUE 'A'.
               88  REP-CONSULTAR-INTENTO    VALUE 'I'.
               88  REP-SIGUIENTE-EXCESO     VALUE 'X'.
           05  REP-STUDENT-ID           PIC X(09).
           05  REP-TERM                 PIC X(06).
           05  REP-COURSE-CODE          PIC X(06).
           05  REP-CREDITOS-EXCLUIDOS   PIC 9(4)V9.
           05  REP-PUNTOS-EXCLUIDOS     PIC 9(5)V9.
           05  REP-INTENTOS             PIC 99.
           05  REP-LIMITE               PIC 99.
           05  REP-EXCLUIDO             PIC X.
               88  REP-ES-EXCLUIDO          VALUE 'Y'.
           05  REP-FIN                  PIC X.
               88  REP-SIN-MAS              VALUE 'Y'.
