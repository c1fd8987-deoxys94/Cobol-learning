      *****************************************************************
      * GPATRM.CPY
      * AREA DE COMUNICACION CON EL SUBPROGRAMA GPATRM, QUE DA EL
      * ORDEN CRONOLOGICO DE UN CODIGO DE TERMINO. EL MAESTRO GPAMST
      * INDEXADO ENTREGA LOS TERMINOS DE CADA ALUMNO EN ORDEN DE
      * LLAVE (ALFABETICO: FALL26 ANTES QUE SPR26), ASI QUE QUIEN
      * NECESITE EL MAS VIEJO O EL MAS RECIENTE COMPARA TRM-ORDEN.
      *
      * TRM-ORDEN = ANIO (DOS DIGITOS) * 100 + PERIODO. EL ANIO SE
      * TOMA DE LOS DOS DIGITOS FINALES (FALL26, SPR27) O DE LOS
      * CUATRO INICIALES (2026FA, 202601). EL PERIODO SALE DE LAS
      * LETRAS (WI 10, SP 20, SU 30, FA O AU 40, OTRAS 50) O ES EL
      * NUMERO QUE SIGUE AL ANIO. EL "PRIOR" QUE DEJA ARCHGEN ES EL
      * MAS VIEJO (0) Y UN CODIGO QUE NO SE RECONOCE VA AL FINAL
      * (9999), EN ORDEN DE LLAVE ENTRE LOS DE SU MISMO ORDEN.
      *****************************************************************
       01  GPATRM-AREA.
           05  TRM-TERM                 PIC X(06).
           05  TRM-ORDEN                PIC 9(04).
