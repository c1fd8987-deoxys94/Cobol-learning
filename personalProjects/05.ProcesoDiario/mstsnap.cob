      * RECORRIDA DE PROCESODIARIO RETOME DESDE EL PASO FALLIDO
      * SOBRE MAESTROS SANOS. RECUPERAR UNA CORRIDA MALA DEJA DE
      * DEPENDER DE LA ULTIMA COPIA MANUAL QUE ALGUIEN RECUERDE.
      * MODIFICADO 15/10/2026 - EL MAESTRO SSDAST CRECIO CON COSTO
      * DE COMPRA, METODO DE DEPRECIACION, VIDA UTIL Y DEPRECIACION
      * ACUMULADA.
      * MODIFICADO 15/10/2026 - EL MAESTRO DE ALUMNOS GPAMST ES
      * INDEXADO POR ALUMNO Y TERMINO: LA FOTO LO LEE EN ORDEN DE
      * LLAVE Y LA RESTAURACION LO ESCRIBE POR LLAVE, CONTANDO LOS
      * ALUMNO/TERMINO REPETIDOS DE LA GENERACION SIN ESCRIBIRLOS
      * (UNA FOTO DE ANTES DE LA CONVERSION TAMBIEN SE RESTAURA).
      * MODIFICADO 15/10/2026 - EL MAESTRO DE CARTERAS INVMST GANA
      * LA FECHA DEL ULTIMO ABONO DE INTERESES Y EL DIA DEL MES AL
      * QUE SE ANCLAN LOS ABONOS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASSET-TAG.
           SELECT OPTIONAL STUDENT-MASTER-FILE ASSIGN TO "GPAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE.
           SELECT OPTIONAL CARTERA-FILE ASSIGN TO "INVMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
           05  ASSET-UBICACION             PIC X(10).
           05  ASSET-HOST                  PIC X(10).
           05  ASSET-MODELO                PIC X(8).
           05  ASSET-COSTO                 PIC 9(6)V99.
           05  ASSET-METODO-DEPREC         PIC X.
               88  DEPREC-LINEA-RECTA          VALUE 'L'.
               88  DEPREC-SALDO-DECRECIENTE    VALUE 'D'.
           05  ASSET-VIDA-UTIL             PIC 9(3).
           05  ASSET-DEPREC-ACUM           PIC 9(6)V99.
      *
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05  SM-CLAVE.
               10  SM-STUDENT-ID           PIC X(09).
               10  SM-TERM                 PIC X(06).
           05  SM-CREDITS-TERM             PIC 9(2)V9.
           05  SM-GRADE-POINTS-TERM        PIC 9(3)V9.
           05  SM-GPA-TERM                 PIC 9(2)V99.
           05  CAR-INFLACION               PIC 99V9.
           05  CAR-PRODUCTO                PIC X(4).
           05  CAR-FECHA-APERTURA          PIC 9(8).
           05  CAR-FECHA-INTERES           PIC 9(8).
           05  CAR-DIA-ABONO               PIC 99.
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
           CLOSE GPAMST-GEN-FILE.
      *
       150-LEER-GPAMST.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-MAESTRO
           END-READ.
      *
           ELSE
               MOVE 0 TO WS-GEN-ACTUAL
               MOVE 0 TO WS-GRUPO-NUM
               MOVE 0 TO WS-DUPLICADOS-REST
               MOVE 'N' TO WS-EOF-GEN
               OPEN INPUT GPAMST-GEN-FILE
               OPEN OUTPUT STUDENT-MASTER-FILE
                   UNTIL EOF-GEN
               CLOSE GPAMST-GEN-FILE
               CLOSE STUDENT-MASTER-FILE
               IF WS-DUPLICADOS-REST > 0
                   DISPLAY "ALUMNO/TERMINO DUPLICADOS EN LA "
                       "GENERACION (NO ESCRITOS): " WS-DUPLICADOS-REST
               END-IF
               IF WS-RESTAURADOS > 0
                   MOVE "GPAMST" TO WS-ARCHIVO-CONTROL
                   CALL "CTLMAST" USING WS-ARCHIVO-CONTROL
                  AND WS-GRUPO-NUM = WS-GEN-REPETIDAS
                   MOVE ARC-DATOS TO STUDENT-MASTER-RECORD
                   WRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-DUPLICADOS-REST
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTAURADOS
                           ADD 1 TO WS-CUENTA-CONTROL
                           ADD SM-CREDITS-TERM TO WS-HASH-CONTROL
                   END-WRITE
               END-IF
           END-IF.
           PERFORM 521-LEER-GEN-GPAMST.
