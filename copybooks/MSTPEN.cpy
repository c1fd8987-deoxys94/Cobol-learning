      *****************************************************************
      * MSTPEN.CPY
      * CAMBIOS PENDIENTES A LOS MAESTROS QUE MUEVEN DINERO: TASAS
      * DE IMPUESTO (TAXRATE), TIPOS DE CAMBIO (TAXFX), TASAS DE
      * PRODUCTOS DE INVERSION (INVPRD) Y CLIENTES (TAXCLI).
      * TAXMANT, FXMANT, INVMANT Y CLIMANT YA NO TOCAN EL MAESTRO:
      * DEJAN AQUI LA PROPUESTA CON QUIEN LA TECLEO, Y MSTAPR LA
      * APRUEBA O RECHAZA CON OTRO OPERADOR DE NIVEL 3; SOLO LA
      * APROBADA SE APLICA AL MAESTRO Y PASA A SU AUDITORIA. LA QUE
      * SE QUEDA SIN DECIDIR MAS DIAS DE LOS FIJADOS EN PARMSHOP
      * VENCE EN LA CORRIDA NOCTURNA. EL ARCHIVO NO SE DEPURA: ES LA
      * CONSTANCIA DE QUIEN TECLEO Y QUIEN DECIDIO CADA CAMBIO.
      *
      * ESTADOS: P = PENDIENTE, A = APROBADO Y APLICADO,
      * X = RECHAZADO, E = VENCIDO SIN DECISION.
      *
      * PEN-CLAVE ES LA LLAVE DEL RENGLON DEL MAESTRO (CATEGORIA,
      * MONEDA Y FECHA, PRODUCTO O CLIENTE), PARA NO ADMITIR DOS
      * CAMBIOS PENDIENTES SOBRE EL MISMO RENGLON. LOS VALORES
      * ANTERIORES SE GUARDAN PARA QUE EL APROBADOR LOS VEA Y PARA
      * NO APLICAR UN CAMBIO SI EL MAESTRO SE MOVIO DESDE QUE SE
      * TECLEO.
      *****************************************************************
       01  PENDIENTE-MST-RECORD.
           05  PEN-MAESTRO              PIC X(08).
               88  PEN-TAXRATE                   VALUE "TAXRATE".
               88  PEN-TAXFX                     VALUE "TAXFX".
               88  PEN-INVPRD                    VALUE "INVPRD".
               88  PEN-TAXCLI                    VALUE "TAXCLI".
           05  PEN-ACCION               PIC X(06).
           05  PEN-CLAVE                PIC X(12).
           05  PEN-VALORES              PIC X(105).
           05  PEN-VAL-TASA REDEFINES PEN-VALORES.
               10  PVT-CATEGORIA        PIC X(03).
               10  PVT-TASA-ANTERIOR    PIC 9V999.
               10  PVT-TASA-NUEVA       PIC 9V999.
               10  PVT-DESDE            PIC 9(8).
               10  PVT-HASTA            PIC 9(8).
               10  PVT-HASTA-ANTERIOR   PIC 9(8).
               10  FILLER               PIC X(70).
           05  PEN-VAL-CAMBIO REDEFINES PEN-VALORES.
               10  PVF-MONEDA           PIC X(03).
               10  PVF-FECHA            PIC 9(8).
               10  PVF-TC-ANTERIOR      PIC 9(3)V9(4).
               10  PVF-TC-NUEVO         PIC 9(3)V9(4).
               10  FILLER               PIC X(80).
           05  PEN-VAL-PRODUCTO REDEFINES PEN-VALORES.
               10  PVP-PRODUCTO         PIC X(04).
               10  PVP-TASA-ANTERIOR    PIC 99V9.
               10  PVP-TASA-NUEVA       PIC 99V9.
               10  PVP-FRECUENCIA       PIC 9.
               10  PVP-DESDE            PIC 9(8).
               10  PVP-HASTA            PIC 9(8).
               10  PVP-HASTA-ANTERIOR   PIC 9(8).
               10  FILLER               PIC X(70).
           05  PEN-VAL-CLIENTE REDEFINES PEN-VALORES.
               10  PVC-CLIENTE          PIC X(06).
               10  PVC-NOMBRE           PIC X(30).
               10  PVC-ESTADO           PIC X.
               10  PVC-CATEGORIA        PIC X(03).
               10  PVC-LIMITE-ANTERIOR  PIC 9(9)V99.
               10  PVC-LIMITE-NUEVO     PIC 9(9)V99.
               10  PVC-RETENIDO         PIC X.
               10  PVC-NOMBRE-ANTERIOR  PIC X(30).
               10  PVC-CATEGORIA-ANTERIOR PIC X(03).
               10  FILLER               PIC X(09).
           05  PEN-OPERADOR             PIC X(08).
           05  PEN-FECHA                PIC 9(8).
           05  PEN-HORA                 PIC 9(8).
           05  PEN-ESTADO               PIC X.
               88  PEN-PENDIENTE                 VALUE 'P'.
               88  PEN-APLICADO                  VALUE 'A'.
               88  PEN-RECHAZADO                 VALUE 'X'.
               88  PEN-VENCIDO                   VALUE 'E'.
           05  PEN-APROBADOR            PIC X(08).
           05  PEN-FECHA-DECISION       PIC 9(8).
           05  FILLER                   PIC X(11).
