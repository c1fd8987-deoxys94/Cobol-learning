           05  PARM-INV-VENCIMIENTO     PIC 9(3).
           05  PARM-SER-TOLERANCIA      PIC 9(3).
           05  PARM-UMBRAL-MINUTOS      PIC 9(3).
           05  PARM-VENTANA-COFALLA     PIC 9(3).
           05  PARM-LIMITE-REPETICIONES PIC 9(2).
           05  PARM-CUPO-CURSO          PIC 9(3).
           05  PARM-DIAS-MORA           PIC 9(3).
           05  PARM-DIAS-PENDIENTE      PIC 9(3).
