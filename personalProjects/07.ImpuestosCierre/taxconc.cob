      * SIGUEN A LA VISTA HASTA QUE EL PERIODO QUEDA SALDADO. EL
      * SUBPAGO DEL TRIMESTRE PASADO NO VUELVE A PASAR DOS MESES
      * SIN QUE NADIE LO VEA.
      * MODIFICADO 15/10/2026 - EL CORTE DE TAXCORTE LLEVA APARTE LA
      * RETENCION SOBRE INTERESES QUE YA INCLUYE SU IMPUESTO; LA
      * CONCILIACION SIGUE CONTRA EL IMPUESTO COMPLETO DECLARADO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CTE-FECHA               PIC 9(8).
           05  CTE-FACTURAS            PIC 9(6).
           05  CTE-IMPUESTO            PIC S9(9)V99.
           05  CTE-RETENCION           PIC S9(9)V99.
      *
      * PAGOS DE REMESA REGISTRADOS POR FINANZAS. EL ARCHIVO SOLO
      * CRECE: LA CONCILIACION SE RECALCULA COMPLETA EN CADA
