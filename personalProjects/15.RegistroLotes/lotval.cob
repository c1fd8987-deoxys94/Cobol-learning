       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTVAL.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - CONSULTA Y ALTA EN EL REGISTRO DE LOTES
      * DE ENTRADA (LOTREG). LAS CABECERAS DE TAXIN, GPAROS Y SERIN
      * TRAEN FUENTE Y FECHA DE NEGOCIO, PERO NINGUN PROGRAMA LAS
      * COMPARABA CONTRA LA FECHA DE LA CORRIDA NI RECORDABA QUE
      * LOTES YA HABIA PROCESADO: EL TAXIN DE AYER OLVIDADO EN SU
      * LUGAR, O EL ARCHIVO DE UNA SUCURSAL MANDADO DOS VECES, SE
      * VOLVIA A PROCESAR CON TAL DE QUE SU CIERRE CUADRARA.
      * CALCIMPUESTO, GPACALC Y SERNUM LLAMAN AQUI AL LEER CADA
      * CABECERA (FUNCION V) Y, CUANDO SU CORRIDA CUADRA, POR CADA
      * LOTE QUE PROCESARON (FUNCION R), PARA QUE LOS TRES APLIQUEN
      * LA MISMA REGLA. UN LOTE CON FECHA DISTINTA A LA DEL DIA SOLO
      * PASA SI UN NIVEL 3 LO AUTORIZO ANTES CON LOTCON.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOTE-REG-FILE ASSIGN TO "LOTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRG-CLAVE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-REG-FILE.
       COPY LOTREG.
      *
       WORKING-STORAGE SECTION.
       77  WS-LOTE-HALLADO             PIC X VALUE 'N'.
           88  LOTE-HALLADO                     VALUE 'Y'.
      *
       LINKAGE SECTION.
       COPY LOTVAL.
      *
       PROCEDURE DIVISION USING LOTVAL-AREA.
      *
       000-REGISTRO-LOTES.
           MOVE SPACES TO LTV-OPERADOR.
           MOVE 0 TO LTV-FECHA-PROCESO.
           IF LTV-REGISTRAR
               PERFORM 200-REGISTRAR-LOTE
           ELSE
               PERFORM 100-VALIDAR-LOTE
           END-IF.
           GOBACK.
      *
      * UN LOTE YA PROCESADO SE RECHAZA SIEMPRE; UNO DE OTRA FECHA
      * SOLO PASA CON AUTORIZACION PREVIA DE UN NIVEL 3.
      *
       100-VALIDAR-LOTE.
           OPEN INPUT LOTE-REG-FILE.
           PERFORM 300-LEER-LOTE.
           CLOSE LOTE-REG-FILE.
           EVALUATE TRUE
               WHEN LOTE-HALLADO AND LRG-PROCESADO
                   MOVE 'D' TO LTV-RESULTADO
                   MOVE LRG-FECHA-NEGOCIO TO LTV-FECHA-PROCESO
               WHEN LOTE-HALLADO AND LRG-AUTORIZADO
                   MOVE 'A' TO LTV-RESULTADO
                   MOVE LRG-OPERADOR TO LTV-OPERADOR
               WHEN LTV-FECHA-LOTE = LTV-FECHA-NEGOCIO
                   MOVE 'S' TO LTV-RESULTADO
               WHEN OTHER
                   MOVE 'F' TO LTV-RESULTADO
           END-EVALUATE.
      *
      * DA DE ALTA EL LOTE PROCESADO CON SU CUENTA, SU TOTAL Y LA
      * HORA; SI TENIA AUTORIZACION, EL RENGLON DE LA AUTORIZACION
      * SE REESCRIBE COMO PROCESADO CONSERVANDO QUIEN LA DIO.
      *
       200-REGISTRAR-LOTE.
           OPEN I-O LOTE-REG-FILE.
           PERFORM 300-LEER-LOTE.
           IF NOT LOTE-HALLADO
               MOVE SPACES TO LOTE-REG-RECORD
               MOVE LTV-ARCHIVO TO LRG-ARCHIVO
               MOVE LTV-FUENTE TO LRG-FUENTE
               MOVE LTV-FECHA-LOTE TO LRG-FECHA-LOTE
               MOVE 0 TO LRG-FECHA-AUTORIZA
           END-IF.
           MOVE 'P' TO LRG-ESTADO.
           MOVE LTV-CUENTA TO LRG-CUENTA.
           MOVE LTV-TOTAL TO LRG-TOTAL.
           MOVE LTV-FECHA-NEGOCIO TO LRG-FECHA-NEGOCIO.
           ACCEPT LRG-FECHA-PROCESO FROM DATE YYYYMMDD.
           ACCEPT LRG-HORA-PROCESO FROM TIME.
           IF LOTE-HALLADO
               REWRITE LOTE-REG-RECORD
                   INVALID KEY
                       DISPLAY "LOTREG: NO SE PUDO ACTUALIZAR EL LOTE "
                           LTV-ARCHIVO " " LTV-FUENTE " "
                           LTV-FECHA-LOTE
               END-REWRITE
           ELSE
               WRITE LOTE-REG-RECORD
                   INVALID KEY
                       DISPLAY "LOTREG: NO SE PUDO REGISTRAR EL LOTE "
                           LTV-ARCHIVO " " LTV-FUENTE " "
                           LTV-FECHA-LOTE
               END-WRITE
           END-IF.
           CLOSE LOTE-REG-FILE.
           MOVE 'S' TO LTV-RESULTADO.
           MOVE LRG-OPERADOR TO LTV-OPERADOR.
      *
       300-LEER-LOTE.
           MOVE 'N' TO WS-LOTE-HALLADO.
           MOVE LTV-ARCHIVO TO LRG-ARCHIVO.
           MOVE LTV-FUENTE TO LRG-FUENTE.
           MOVE LTV-FECHA-LOTE TO LRG-FECHA-LOTE.
           READ LOTE-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOTE-HALLADO
           END-READ.
