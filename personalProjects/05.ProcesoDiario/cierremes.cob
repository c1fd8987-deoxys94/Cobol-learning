      * DE VERIFICAR EN LOGDIA QUE LA CORRIDA NOCTURNA DEL DIA
      * TERMINO LIMPIA, PARA QUE EL CORTE DE REMESA NUNCA VUELVA A
      * ADELANTARSE AL ULTIMO LOTE DIARIO.
      * MODIFICADO 15/10/2026 - PASO 4: ESTADOS DE CUENTA MENSUALES
      * A CLIENTES (CXCEDO) CON SU LISTADO DE CONTROL.
      * MODIFICADO 15/10/2026 - PASO 5: BALANZA DE COMPROBACION DEL
      * MES (BALANZA) CON ARRASTRE DE SALDOS EN GLSAL.
      * MODIFICADO 15/10/2026 - PASO 5: REVALUACION CAMBIARIA DE LAS
      * CUENTAS POR COBRAR EN MONEDA EXTRANJERA (FXREVAL), ANTES DE
      * LA BALANZA PARA QUE ESTA YA LA INCLUYA; LA BALANZA PASA A
      * SER EL PASO 6.
      * MODIFICADO 15/10/2026 - PASO 6: DEPRECIACION MENSUAL DE LA
      * FLOTA SSD (SSDDEPR), TAMBIEN ANTES DE LA BALANZA PARA QUE
      * SU POLIZA YA ENTRE; LA BALANZA PASA A SER EL PASO 7.
      * MODIFICADO 15/10/2026 - LA MARCA DE FALLA SE LIMPIA AL
      * ENTRAR, PORQUE PROCESODIARIO LO LLAMA VARIAS VECES EN UNA
      * MISMA RECUPERACION DE ATRASO.
      * MODIFICADO 15/10/2026 - REPOSITORIO DE REPORTES: AL CERRAR
      * BIEN EL CORTE DE REMESA, SU REPORTE TAXREM SE CAPTURA VIA
      * RPTCAP CON LA FECHA DE CIERRE, ANTES DE QUE EL CIERRE DEL
      * MES SIGUIENTE LO PISE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  NOC-ESTADO          PIC X(8).
       77  WS-NOCTURNO-OK              PIC X VALUE 'N'.
           88  NOCTURNO-OK                      VALUE 'Y'.
      *
      * CAPTURA DEL REPORTE DE REMESA AL REPOSITORIO.
      *
       COPY RPTCAP.
      *
       PROCEDURE DIVISION.
      *
       000-EJECUTAR-CIERRE-MES.
           MOVE 'N' TO WS-TRABAJO-FALLIDO.
           PERFORM 040-LEER-FECHA-NEGOCIO.
           IF WS-FECHA-CIERRE = 0
               DISPLAY "CIERRE MENSUAL - NO HAY DIA DE NEGOCIO "
               PERFORM 200-PASO-SSDPRON.
           IF NOT TRABAJO-FALLIDO
               PERFORM 300-PASO-GPASTAND.
           IF NOT TRABAJO-FALLIDO
               PERFORM 400-PASO-CXCEDO.
           IF NOT TRABAJO-FALLIDO
               PERFORM 450-PASO-FXREVAL.
           IF NOT TRABAJO-FALLIDO
               PERFORM 470-PASO-SSDDEPR.
           IF NOT TRABAJO-FALLIDO
               PERFORM 500-PASO-BALANZA.
           CLOSE CIERRE-LOG-FILE.
           IF TRABAJO-FALLIDO
               DISPLAY "CIERRE MENSUAL - DETENIDO POR FALLA EN EL "
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM 900-ESCRIBIR-BITACORA.
           IF WS-ESTADO-PASO = "OK"
               PERFORM 870-CAPTURAR-REPORTES
           END-IF.
      *
      * EL UNICO PASO DEL CIERRE CUYO REPORTE SE GUARDA EN EL
      * REPOSITORIO ES EL CORTE DE REMESA (TAXREM).
      *
       870-CAPTURAR-REPORTES.
           IF WS-PASO-ACTUAL = "TAXREMES"
               MOVE "TAXREM" TO RCA-REPORTE
               MOVE WS-PASO-ACTUAL TO RCA-PROGRAMA
               MOVE "CIERREMES" TO RCA-TRABAJO
               MOVE WS-PASO-ACTUAL TO RCA-PASO
               MOVE WS-FECHA-CIERRE TO RCA-FECHA-NEGOCIO
               CALL "RPTCAP" USING RPTCAP-AREA
               MOVE 0 TO RETURN-CODE
           END-IF.
      *
      * PASO 1 - CORTE Y RESUMEN DE REMESA DEL MES.
      *
               CALL "GPASTAND"
               PERFORM 860-CERRAR-PASO
           END-IF.
      *
      * PASO 4 - ESTADOS DE CUENTA DEL MES A CLIENTES.
      *
       400-PASO-CXCEDO.
           MOVE "CXCEDO" TO WS-PASO-ACTUAL.
           PERFORM 800-EVALUAR-PASO.
           IF NOT PASO-EJECUTABLE
               PERFORM 850-OMITIR-PASO
           ELSE
               ACCEPT WS-HORA-INICIO-PASO FROM TIME
               MOVE 0 TO RETURN-CODE
               CALL "CXCEDO"
               PERFORM 860-CERRAR-PASO
           END-IF.
      *
      * PASO 5 - REVALUACION CAMBIARIA DE CIERRE DE CXC.
      *
       450-PASO-FXREVAL.
           MOVE "FXREVAL" TO WS-PASO-ACTUAL.
           PERFORM 800-EVALUAR-PASO.
           IF NOT PASO-EJECUTABLE
               PERFORM 850-OMITIR-PASO
           ELSE
               ACCEPT WS-HORA-INICIO-PASO FROM TIME
               MOVE 0 TO RETURN-CODE
               CALL "FXREVAL"
               PERFORM 860-CERRAR-PASO
           END-IF.
      *
      * PASO 6 - DEPRECIACION MENSUAL DE LA FLOTA SSD, CON SU
      * POLIZA EN TAXGLH.
      *
       470-PASO-SSDDEPR.
           MOVE "SSDDEPR" TO WS-PASO-ACTUAL.
           PERFORM 800-EVALUAR-PASO.
           IF NOT PASO-EJECUTABLE
               PERFORM 850-OMITIR-PASO
           ELSE
               ACCEPT WS-HORA-INICIO-PASO FROM TIME
               MOVE 0 TO RETURN-CODE
               CALL "SSDDEPR"
               PERFORM 860-CERRAR-PASO
           END-IF.
      *
      * PASO 7 - BALANZA DE COMPROBACION DEL MES DESDE TAXGLH.
      *
       500-PASO-BALANZA.
           MOVE "BALANZA" TO WS-PASO-ACTUAL.
           PERFORM 800-EVALUAR-PASO.
           IF NOT PASO-EJECUTABLE
               PERFORM 850-OMITIR-PASO
           ELSE
               ACCEPT WS-HORA-INICIO-PASO FROM TIME
               MOVE 0 TO RETURN-CODE
               CALL "BALANZA"
               PERFORM 860-CERRAR-PASO
           END-IF.
      *
       900-ESCRIBIR-BITACORA.
           MOVE WS-PASO-ACTUAL TO CLG-PROGRAMA.
