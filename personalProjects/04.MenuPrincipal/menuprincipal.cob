      * OPRLOG, Y LAS CUENTAS SE EDITAN CON OPRMANT (OPCION 26,
      * NIVEL 3) EN VEZ DE TOCAR EL ARCHIVO CRUDO. SE AGREGO EL
      * REPORTE DE ACTIVIDAD DE OPERADORES (OPRRPT) COMO OPCION 25.
      * MODIFICADO 15/10/2026 - SE AGREGO EL MANTENIMIENTO DEL
      * CATALOGO DE CUENTAS CONTABLES (CTAMANT) COMO OPCION 27.
      * MODIFICADO 15/10/2026 - SE AGREGARON LAS CONSTANCIAS ANUALES
      * DE IMPUESTOS POR CLIENTE (TAXCERT) COMO OPCION 28.
      * MODIFICADO 15/10/2026 - SE AGREGARON LAS REQUISICIONES Y
      * ORDENES DE COMPRA SSD (SSDCOMP) COMO OPCION 29.
      * MODIFICADO 15/10/2026 - SE AGREGO LA RECEPCION DE UNIDADES
      * SSD CONTRA ORDEN (SSDRECIB) COMO OPCION 30.
      * MODIFICADO 15/10/2026 - SE AGREGARON LOS RECLAMOS DE GARANTIA
      * DE UNIDADES SSD (SSDRMA) COMO OPCION 31.
      * MODIFICADO 15/10/2026 - SE AGREGO EL REPORTE DE RIESGO DE
      * FALLA SIMULTANEA POR HOST (SSDHOST) COMO OPCION 32.
      * MODIFICADO 15/10/2026 - SE AGREGARON LOS CAMBIOS DE CALIFICACION
      * CON APROBACION DE UN SEGUNDO OPERADOR (GPACHG) COMO OPCION 33.
      * MODIFICADO 15/10/2026 - SE AGREGO LA INSCRIPCION POR
      * TERMINO CON CUPO POR CURSO (GPAREG) COMO OPCION 34.
      * MODIFICADO 15/10/2026 - SE AGREGO EL MANTENIMIENTO DE
      * CREDITOS DE TRANSFERENCIA (TRFMANT) COMO OPCION 35.
      * MODIFICADO 15/10/2026 - SE AGREGO EL COBRO DE COLEGIATURAS
      * Y RETENCIONES POR ADEUDO (GPABIL) COMO OPCION 36.
      * MODIFICADO 15/10/2026 - SE AGREGO EL MANTENIMIENTO DEL
      * MAESTRO DE PARTES (PTYMANT) COMO OPCION 37.
      * MODIFICADO 15/10/2026 - SE AGREGO LA APERTURA DE CARTERAS
      * DE INVERSION (CARMANT) COMO OPCION 38.
      * MODIFICADO 15/10/2026 - SE AGREGO EL REPORTE DE RELACION
      * POR PARTE (PTYREL) COMO OPCION 39.
      * MODIFICADO 15/10/2026 - SE AGREGO EL MANTENIMIENTO DEL
      * MAESTRO DE SERIES (SERMANT) COMO OPCION 40.
      * MODIFICADO 15/10/2026 - SERNUM SE LLAMA EN MODO INTERACTIVO
      * COMO LOS DEMAS PROGRAMAS QUE TAMBIEN CORREN EN LOTE.
      * MODIFICADO 15/10/2026 - SE AGREGO LA CONSULTA DEL REGISTRO DE
      * LOTES DE ENTRADA (LOTCON) COMO OPCION 41, CON AUTORIZACION
      * DE NIVEL 3 PARA LOTES CON FECHA DISTINTA A LA DE NEGOCIO.
      * MODIFICADO 15/10/2026 - SE AGREGO LA APROBACION DE CAMBIOS A
      * LOS MAESTROS DE TASAS, TIPOS DE CAMBIO, PRODUCTOS Y CLIENTES
      * (MSTAPR) COMO OPCION 42.
      * MODIFICADO 15/10/2026 - SE AGREGO LA CONSULTA Y REIMPRESION
      * DEL REPOSITORIO DE REPORTES (RPTCON) COMO OPCION 43.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                  PIC 9 VALUE 3.
           05  FILLER                  PIC 9 VALUE 3.
           05  FILLER                  PIC 9 VALUE 3.
           05  FILLER                  PIC 9 VALUE 3.
           05  FILLER                  PIC 9 VALUE 2.
           05  FILLER                  PIC 9 VALUE 2.
           05  FILLER                  PIC 9 VALUE 2.
           05  FILLER                  PIC 9 VALUE 2.
           05  FILLER                  PIC 9 VALUE 1.
           05  FILLER                  PIC 9 VALUE 2.
           05  FILLER                  PIC 9 VALUE 2.
           05  FILLER                  PIC 9 VALUE 3.
           05  FILLER                  PIC 9 VALUE 3.
           05  FILLER                  PIC 9 VALUE 3.
           05  FILLER                  PIC 9 VALUE 3.
           05  FILLER                  PIC 9 VALUE 2.
           05  FILLER                  PIC 9 VALUE 3.
           05  FILLER                  PIC 9 VALUE 1.
           05  FILLER                  PIC 9 VALUE 3.
           05  FILLER                  PIC 9 VALUE 1.
       01  TABLA-NIVELES REDEFINES NIVELES-REQUERIDOS.
           05  NIVEL-OPCION            PIC 9 OCCURS 43 TIMES.
       01  NOMBRES-OPCIONES.
           05  FILLER         PIC X(12) VALUE "SERNUM".
           05  FILLER         PIC X(12) VALUE "SSDCALC".
           05  FILLER         PIC X(12) VALUE "MSTSNAP".
           05  FILLER         PIC X(12) VALUE "OPRRPT".
           05  FILLER         PIC X(12) VALUE "OPRMANT".
           05  FILLER         PIC X(12) VALUE "CTAMANT".
           05  FILLER         PIC X(12) VALUE "TAXCERT".
           05  FILLER         PIC X(12) VALUE "SSDCOMP".
           05  FILLER         PIC X(12) VALUE "SSDRECIB".
           05  FILLER         PIC X(12) VALUE "SSDRMA".
           05  FILLER         PIC X(12) VALUE "SSDHOST".
           05  FILLER         PIC X(12) VALUE "GPACHG".
           05  FILLER         PIC X(12) VALUE "GPAREG".
           05  FILLER         PIC X(12) VALUE "TRFMANT".
           05  FILLER         PIC X(12) VALUE "GPABIL".
           05  FILLER         PIC X(12) VALUE "PTYMANT".
           05  FILLER         PIC X(12) VALUE "CARMANT".
           05  FILLER         PIC X(12) VALUE "PTYREL".
           05  FILLER         PIC X(12) VALUE "SERMANT".
           05  FILLER         PIC X(12) VALUE "LOTCON".
           05  FILLER         PIC X(12) VALUE "MSTAPR".
           05  FILLER         PIC X(12) VALUE "RPTCON".
       01  TABLA-NOMBRES REDEFINES NOMBRES-OPCIONES.
           05  NOMBRE-OPCION           PIC X(12) OCCURS 43 TIMES.
       01  TEXTOS-OPCIONES.
           05  FILLER PIC X(38) VALUE
               "1. SERNUM - SERIES NUMERICAS".
               "25. OPRRPT - ACTIVIDAD DE OPERADORES".
           05  FILLER PIC X(38) VALUE
               "26. OPRMANT - MAESTRO DE OPERADORES".
           05  FILLER PIC X(38) VALUE
               "27. CTAMANT - CATALOGO DE CUENTAS".
           05  FILLER PIC X(38) VALUE
               "28. TAXCERT - CONSTANCIAS ANUALES".
           05  FILLER PIC X(38) VALUE
               "29. SSDCOMP - COMPRAS DE UNIDADES SSD".
           05  FILLER PIC X(38) VALUE
               "30. SSDRECIB - RECEPCION DE UNIDADES".
           05  FILLER PIC X(38) VALUE
               "31. SSDRMA - RECLAMOS DE GARANTIA SSD".
           05  FILLER PIC X(38) VALUE
               "32. SSDHOST - RIESGO DE FALLA POR HOST".
           05  FILLER PIC X(38) VALUE
               "33. GPACHG - CAMBIOS DE CALIFICACION".
           05  FILLER PIC X(38) VALUE
               "34. GPAREG - INSCRIPCION DE CURSOS".
           05  FILLER PIC X(38) VALUE
               "35. TRFMANT - CREDITOS TRANSFERENCIA".
           05  FILLER PIC X(38) VALUE
               "36. GPABIL - COBRO DE COLEGIATURAS".
           05  FILLER PIC X(38) VALUE
               "37. PTYMANT - MAESTRO DE PARTES".
           05  FILLER PIC X(38) VALUE
               "38. CARMANT - APERTURA DE CARTERAS".
           05  FILLER PIC X(38) VALUE
               "39. PTYREL - RELACION POR PARTE".
           05  FILLER PIC X(38) VALUE
               "40. SERMANT - MAESTRO DE SERIES".
           05  FILLER PIC X(38) VALUE
               "41. LOTCON - REGISTRO DE LOTES".
           05  FILLER PIC X(38) VALUE
               "42. MSTAPR - APROBACION DE MAESTROS".
           05  FILLER PIC X(38) VALUE
               "43. RPTCON - REPOSITORIO DE REPORTES".
       01  TABLA-TEXTOS REDEFINES TEXTOS-OPCIONES.
           05  TEXTO-OPCION            PIC X(38) OCCURS 43 TIMES.
       77  IDX-OPCION                 PIC 99.
      *
       PROCEDURE DIVISION.
           DISPLAY "OPERADOR: " WS-OPERADOR-ACTUAL.
           PERFORM 110-MOSTRAR-OPCION
               VARYING IDX-OPCION FROM 1 BY 1
               UNTIL IDX-OPCION > 43.
           DISPLAY "0. SALIR".
           DISPLAY ">".
           ACCEPT SELECCION-USUARIO.
           IF SELECCION-USUARIO = 0
               CONTINUE
           ELSE
               IF SELECCION-USUARIO > 43
                   DISPLAY "OPCION INVALIDA"
               ELSE
                   IF NIVEL-OPCION(SELECCION-USUARIO)
       300-EJECUTAR-OPCION.
           EVALUATE SELECCION-USUARIO
               WHEN 1
                   CALL "SERNUM" USING WS-MODO-INTERACTIVO
                       WS-REGISTROS-IGNORADOS
               WHEN 2
                   CALL "SSDCALC" USING WS-MODO-INTERACTIVO
                       WS-REGISTROS-IGNORADOS
                   CALL "OPRRPT"
               WHEN 26
                   CALL "OPRMANT"
               WHEN 27
                   CALL "CTAMANT"
               WHEN 28
                   CALL "TAXCERT"
               WHEN 29
                   CALL "SSDCOMP"
               WHEN 30
                   CALL "SSDRECIB"
               WHEN 31
                   CALL "SSDRMA"
               WHEN 32
                   CALL "SSDHOST"
               WHEN 33
                   CALL "GPACHG"
               WHEN 34
                   CALL "GPAREG"
               WHEN 35
                   CALL "TRFMANT"
               WHEN 36
                   CALL "GPABIL"
               WHEN 37
                   CALL "PTYMANT"
               WHEN 38
                   CALL "CARMANT"
               WHEN 39
                   CALL "PTYREL"
               WHEN 40
                   CALL "SERMANT"
               WHEN 41
                   CALL "LOTCON"
               WHEN 42
                   CALL "MSTAPR" USING WS-MODO-INTERACTIVO
                       WS-REGISTROS-IGNORADOS
               WHEN 43
                   CALL "RPTCON"
           END-EVALUATE.
