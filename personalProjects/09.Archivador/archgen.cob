      * OPERADORES (OPRLOG) SE ARCHIVA COMO QUINTO ARCHIVO, A
      * GENERACIONES EN OPRLOGAR, CON RESTAURACION INCLUIDA; EL
      * LECTOR OPRRPT LA RESUME JUNTO CON EL ARCHIVO VIVO.
      * MODIFICADO 15/10/2026 - TAXAUD CRECIO CON EL NUMERO DE
      * FACTURA DEL CALCULO (66 POSICIONES, CABE EN LA CARGA DE 80
      * DEL REGISTRO ENVOLVENTE); EL LAYOUT LOCAL SE ALINEO.
      * MODIFICADO 15/10/2026 - EL MAESTRO DE ALUMNOS GPAMST ES
      * INDEXADO POR ALUMNO Y TERMINO Y YA NO GUARDA EL ORDEN DE
      * CAPTURA: LOS TERMINOS MAS VIEJOS DE CADA ALUMNO SE ELIGEN
      * POR LA FECHA DEL CODIGO DE TERMINO (GPATRM). LA
      * RESTAURACION ESCRIBE POR LLAVE Y CUENTA SIN ESCRIBIR LOS
      * TERMINOS QUE YA ESTAN EN EL MAESTRO.
      * MODIFICADO 15/10/2026 - DEPURACION DEL REPOSITORIO DE
      * REPORTES: JUNTO CON LAS GENERACIONES SE DAN DE BAJA DE RPTIDX
      * Y RPTREP LOS EJEMPLARES DE REPORTE CUYA FECHA DE NEGOCIO YA
      * PASO SU PLAZO DE RETENCION. EL PLAZO ES POR TIPO DE REPORTE,
      * CON VALORES DE FABRICA QUE EL ARCHIVO RPTRET PUEDE CAMBIAR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "SSDHST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STUDENT-MASTER-FILE ASSIGN TO "GPAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE.
           SELECT OPTIONAL COMPLETION-LOG-FILE ASSIGN TO "LOGDIA"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TAXAUD-ARC-FILE ASSIGN TO "TAXAUDAR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL FECHA-CONTROL-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RETENCION-RPT-FILE ASSIGN TO "RPTRET"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REPORTE-IDX-FILE ASSIGN TO "RPTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIX-CLAVE.
           SELECT OPTIONAL REPORTE-LIN-FILE ASSIGN TO "RPTREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLN-CLAVE.
      *
       DATA DIVISION.
       FILE SECTION.
           05  AUDIT-MONEDA            PIC X(03).
           05  AUDIT-MONTO-ORIGINAL    PIC S9(6)V99.
           05  AUDIT-TIPO-CAMBIO       PIC 9(3)V9(4).
           05  AUDIT-FACTURA           PIC X(08).
      *
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
      *
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-RECORD.
           05  SM-CLAVE.
               10  SM-STUDENT-ID       PIC X(09).
               10  SM-TERM             PIC X(06).
           05  SM-CREDITS-TERM         PIC 9(2)V9.
           05  SM-GRADE-POINTS-TERM    PIC 9(3)V9.
           05  SM-GPA-TERM             PIC 9(2)V99.
      *
       FD  FECHA-CONTROL-FILE.
       COPY FECHACTL.
      *
      * PLAZO DE RETENCION EN DIAS POR TIPO DE REPORTE; UN RENGLON
      * POR REPORTE QUE SE QUIERA CAMBIAR.
      *
       FD  RETENCION-RPT-FILE.
       01  RETENCION-RPT-RECORD.
           05  RRT-REPORTE             PIC X(8).
           05  RRT-DIAS                PIC 9(4).
      *
       FD  REPORTE-IDX-FILE.
       COPY RPTIDX.
      *
       FD  REPORTE-LIN-FILE.
       COPY RPTLIN.
      *
       WORKING-STORAGE SECTION.
       77  SELECCION-USUARIO           PIC 9 VALUE 1.
               10  ALU-ARCHIVADOS      PIC 9(3).
               10  ALU-CREDITOS        PIC 9(4)V9.
               10  ALU-PUNTOS          PIC 9(5)V9.
               10  ALU-CORTE-ORDEN     PIC 9(4).
               10  ALU-CORTE-CUPO      PIC 9(3).
       77  WS-ALUMNO-ENCONTRADO        PIC X VALUE 'N'.
           88  ALUMNO-ENCONTRADO                VALUE 'Y'.
      *
      * ORDEN CRONOLOGICO (GPATRM) DE LOS TERMINOS DEL ALUMNO EN
      * TURNO, DE MENOR A MAYOR, PARA FIJAR SU CORTE: SE ARCHIVAN
      * LOS TERMINOS ANTERIORES A ALU-CORTE-ORDEN Y, DE LOS QUE
      * CAEN EN ESE MISMO ORDEN, LOS PRIMEROS ALU-CORTE-CUPO EN
      * ORDEN DE LLAVE.
      *
       77  ORDENES-ALUMNO              PIC 9(2) VALUE 0.
       01  TABLA-ORDENES.
           05  TOR-ORDEN               PIC 9(4) OCCURS 99 TIMES.
       77  WS-POS-ORDEN                PIC 9(3).
       77  WS-CORTE-TERMINOS           PIC 9(3).
       77  WS-ARCHIVAR                 PIC X VALUE 'N'.
           88  ARCHIVAR-TERMINO                 VALUE 'Y'.
       77  WS-DUPLICADOS               PIC 9(6) VALUE 0.
       COPY GPATRM.
       77  WS-GPA-PRIOR                PIC 9(2)V99.
       77  WS-ARCHIVO-CONTROL          PIC X(8) VALUE "GPAMST".
       77  WS-CUENTA-CONTROL           PIC 9(6) VALUE 0.
       77  WS-HASH-CONTROL             PIC S9(12)V99 VALUE 0.
      *
      * RETENCION DEL REPOSITORIO DE REPORTES: LOS REPORTES DIARIOS
      * SE GUARDAN 400 DIAS (UN EJERCICIO COMPLETO MAS LA REVISION),
      * EL TABLERO MATUTINO 100 Y EL CORTE DE REMESA MENSUAL CINCO
      * ANOS. RPTRET CAMBIA EL PLAZO DE UN REPORTE O AGREGA OTRO; UN
      * REPORTE QUE NO ESTA EN LA TABLA SE QUEDA CON EL PLAZO COMUN.
      *
       01  RETENCION-INICIAL.
           05  FILLER         PIC X(12) VALUE "TAXRPT  0400".
           05  FILLER         PIC X(12) VALUE "SSDRPT  0400".
           05  FILLER         PIC X(12) VALUE "SSDGAR  0400".
           05  FILLER         PIC X(12) VALUE "GPARPT  0400".
           05  FILLER         PIC X(12) VALUE "GPATRN  0400".
           05  FILLER         PIC X(12) VALUE "INVRPT  0400".
           05  FILLER         PIC X(12) VALUE "SERRPT  0400".
           05  FILLER         PIC X(12) VALUE "OPSRPT  0100".
           05  FILLER         PIC X(12) VALUE "TAXREM  1830".
       01  RETENCION-INICIAL-TABLA REDEFINES RETENCION-INICIAL.
           05  RETENCION-INI-ENTRY OCCURS 9 TIMES.
               10  RIN-REPORTE         PIC X(8).
               10  RIN-DIAS            PIC 9(4).
       77  RETENCIONES-CARGADAS        PIC 99 VALUE 0.
       01  TABLA-RETENCION.
           05  RETENCION-ENTRY OCCURS 20 TIMES
                   INDEXED BY IDX-RETENCION.
               10  RET-REPORTE         PIC X(8).
               10  RET-DIAS            PIC 9(4).
       77  DIAS-RETENCION-REPORTE      PIC 9(4) VALUE 400.
       77  WS-DIAS-REPORTE             PIC 9(4).
       77  WS-REPORTE-BUSCADO          PIC X(8).
       77  WS-POS-RETENCION            PIC 99.
       77  IDX-INICIAL                 PIC 99.
       77  WS-RETENCION-HALLADA        PIC X VALUE 'N'.
           88  RETENCION-HALLADA                VALUE 'Y'.
       77  WS-EOF-RETENCION            PIC X VALUE 'N'.
           88  EOF-RETENCION                    VALUE 'Y'.
       77  WS-EOF-INDICE               PIC X VALUE 'N'.
           88  EOF-INDICE                       VALUE 'Y'.
       77  WS-EOF-RENGLON              PIC X VALUE 'N'.
           88  EOF-RENGLON                      VALUE 'Y'.
       77  WS-ENTERO-HOY               PIC 9(7).
       77  WS-ENTERO-VENCE             PIC 9(7).
       77  WS-DEPURADOS                PIC 9(6) VALUE 0.
       77  WS-RENGLONES-DEPURADOS      PIC 9(8) VALUE 0.
      *
       LINKAGE SECTION.
       01  LK-MODO-LLAMADA             PIC X.
           PERFORM 300-ARCHIVAR-GPAMST.
           PERFORM 400-ARCHIVAR-LOGDIA.
           PERFORM 470-ARCHIVAR-OPRLOG.
           PERFORM 480-DEPURAR-REPORTES.
      *
       060-MENU-PRINCIPAL.
           DISPLAY "------ARCHIVADOR DE GENERACIONES------".
           DISPLAY "RETENCION: " DIAS-RETENCION " DIAS, "
               TERMINOS-RETENCION " TERMINOS POR ALUMNO".
           DISPLAY "1. ARCHIVAR LOS CINCO ARCHIVOS Y DEPURAR "
               "REPORTES".
           DISPLAY "2. RESTAURAR UNA GENERACION".
           DISPLAY "0. SALIR".
           DISPLAY ">".
           MOVE 0 TO WS-ARCHIVADOS.
           MOVE 0 TO WS-CONSERVADOS.
           MOVE 0 TO ALUMNOS-CARGADOS.
           MOVE 0 TO ORDENES-ALUMNO.
           MOVE 'N' TO WS-GEN-ABIERTA.
           MOVE 'N' TO WS-EOF-ENTRADA.
           OPEN INPUT STUDENT-MASTER-FILE.
           PERFORM 320-CONTAR-TERMINOS
               UNTIL EOF-ENTRADA.
           CLOSE STUDENT-MASTER-FILE.
           PERFORM 325-FIJAR-CORTE.
           PERFORM 330-CALCULAR-ARCHIVABLES
               VARYING IDX-ALUMNO FROM 1 BY 1
               UNTIL IDX-ALUMNO > ALUMNOS-CARGADOS.
               " CONSERVADOS " WS-CONSERVADOS.
      *
       310-LEER-GPAMST.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-ENTRADA
           END-READ.
      *
      * EL MAESTRO VIENE EN ORDEN DE LLAVE, ASI QUE LOS TERMINOS DE
      * UN ALUMNO LLEGAN JUNTOS: AL CAMBIAR DE ALUMNO SE FIJA EL
      * CORTE DEL ANTERIOR.
      *
       320-CONTAR-TERMINOS.
           IF ALUMNOS-CARGADOS > 0
               IF ALU-ID(ALUMNOS-CARGADOS) NOT = SM-STUDENT-ID
                   PERFORM 325-FIJAR-CORTE
               END-IF
           END-IF.
           PERFORM 350-LOCALIZAR-ALUMNO.
           IF ALUMNO-ENCONTRADO
               ADD 1 TO ALU-TERMINOS(IDX-ALUMNO)
               PERFORM 322-GUARDAR-ORDEN
           END-IF.
           PERFORM 310-LEER-GPAMST.
      *
       322-GUARDAR-ORDEN.
           IF ORDENES-ALUMNO < 99
               MOVE SM-TERM TO TRM-TERM
               CALL "GPATRM" USING GPATRM-AREA
               COMPUTE WS-POS-ORDEN = ORDENES-ALUMNO + 1
               PERFORM 323-RECORRER-ORDEN
                   UNTIL WS-POS-ORDEN = 1
                      OR TOR-ORDEN(WS-POS-ORDEN - 1) NOT > TRM-ORDEN
               MOVE TRM-ORDEN TO TOR-ORDEN(WS-POS-ORDEN)
               ADD 1 TO ORDENES-ALUMNO
           ELSE
               DISPLAY "ALUMNO CON MAS DE 99 TERMINOS, LOS DEMAS NO "
                   "SE ARCHIVAN: " SM-STUDENT-ID " " SM-TERM
           END-IF.
      *
       323-RECORRER-ORDEN.
           MOVE TOR-ORDEN(WS-POS-ORDEN - 1) TO TOR-ORDEN(WS-POS-ORDEN).
           SUBTRACT 1 FROM WS-POS-ORDEN.
      *
      * EL CORTE ES EL ORDEN DEL ULTIMO TERMINO QUE SE ARCHIVA (EL
      * EXCEDENTE SOBRE LA RETENCION, CONTADO DESDE EL MAS VIEJO) Y
      * EL CUPO, CUANTOS DE LOS ARCHIVADOS TIENEN ESE MISMO ORDEN.
      *
       325-FIJAR-CORTE.
           IF ORDENES-ALUMNO > 0
               SET IDX-ALUMNO TO ALUMNOS-CARGADOS
               MOVE 0 TO ALU-CORTE-ORDEN(IDX-ALUMNO)
               MOVE 0 TO ALU-CORTE-CUPO(IDX-ALUMNO)
               IF ALU-TERMINOS(IDX-ALUMNO) > TERMINOS-RETENCION
                   COMPUTE WS-CORTE-TERMINOS =
                       ALU-TERMINOS(IDX-ALUMNO) - TERMINOS-RETENCION
                   IF WS-CORTE-TERMINOS > ORDENES-ALUMNO
                       MOVE ORDENES-ALUMNO TO WS-CORTE-TERMINOS
                   END-IF
                   MOVE TOR-ORDEN(WS-CORTE-TERMINOS)
                       TO ALU-CORTE-ORDEN(IDX-ALUMNO)
                   PERFORM 327-CONTAR-CUPO
                       VARYING WS-POS-ORDEN FROM 1 BY 1
                       UNTIL WS-POS-ORDEN > WS-CORTE-TERMINOS
               END-IF
               MOVE 0 TO ORDENES-ALUMNO
           END-IF.
      *
       327-CONTAR-CUPO.
           IF TOR-ORDEN(WS-POS-ORDEN) = ALU-CORTE-ORDEN(IDX-ALUMNO)
               ADD 1 TO ALU-CORTE-CUPO(IDX-ALUMNO)
           END-IF.
      *
       330-CALCULAR-ARCHIVABLES.
           IF ALU-TERMINOS(IDX-ALUMNO) > TERMINOS-RETENCION
               MOVE 0 TO ALU-ARCHIVABLES(IDX-ALUMNO)
           END-IF.
      *
      * LOS TERMINOS MAS VIEJOS DE CADA ALUMNO (LOS ANTERIORES A
      * SU CORTE) SE ARCHIVAN HASTA CUBRIR SU EXCEDENTE; EL RESTO
      * SE CONSERVA. LOS REGISTROS "PRIOR" DE CORTES ANTERIORES
      * SON LOS MAS VIEJOS Y SE CONSOLIDAN DE NUEVO EN EL PRIOR DEL
      * CORTE ACTUAL.
      *
       340-CORTAR-GPAMST.
           PERFORM 350-LOCALIZAR-ALUMNO.
           MOVE 'N' TO WS-ARCHIVAR.
           IF ALUMNO-ENCONTRADO
              AND ALU-ARCHIVADOS(IDX-ALUMNO)
                  < ALU-ARCHIVABLES(IDX-ALUMNO)
               PERFORM 345-ANTES-DEL-CORTE
           END-IF.
           IF ARCHIVAR-TERMINO
               ADD 1 TO ALU-ARCHIVADOS(IDX-ALUMNO)
               ADD SM-CREDITS-TERM TO ALU-CREDITOS(IDX-ALUMNO)
               ADD SM-GRADE-POINTS-TERM TO ALU-PUNTOS(IDX-ALUMNO)
               ADD 1 TO WS-CONSERVADOS
           END-IF.
           PERFORM 310-LEER-GPAMST.
      *
       345-ANTES-DEL-CORTE.
           MOVE SM-TERM TO TRM-TERM.
           CALL "GPATRM" USING GPATRM-AREA.
           IF TRM-ORDEN < ALU-CORTE-ORDEN(IDX-ALUMNO)
               MOVE 'Y' TO WS-ARCHIVAR
           ELSE
               IF TRM-ORDEN = ALU-CORTE-ORDEN(IDX-ALUMNO)
                  AND ALU-CORTE-CUPO(IDX-ALUMNO) > 0
                   SUBTRACT 1 FROM ALU-CORTE-CUPO(IDX-ALUMNO)
                   MOVE 'Y' TO WS-ARCHIVAR
               END-IF
           END-IF.
      *
      * EN ORDEN DE LLAVE EL ALUMNO CASI SIEMPRE ES EL ULTIMO
      * RENGLON CARGADO; SOLO SI NO, SE BUSCA EN LA TABLA.
      *
       350-LOCALIZAR-ALUMNO.
           MOVE 'N' TO WS-ALUMNO-ENCONTRADO.
           IF ALUMNOS-CARGADOS > 0
               SET IDX-ALUMNO TO ALUMNOS-CARGADOS
               IF ALU-ID(IDX-ALUMNO) = SM-STUDENT-ID
                   MOVE 'Y' TO WS-ALUMNO-ENCONTRADO
               END-IF
           END-IF.
           IF NOT ALUMNO-ENCONTRADO
               SET IDX-ALUMNO TO 1
               PERFORM 355-BUSCAR-ALUMNO
                   UNTIL IDX-ALUMNO > ALUMNOS-CARGADOS
                      OR ALUMNO-ENCONTRADO
           END-IF.
           IF NOT ALUMNO-ENCONTRADO
               IF ALUMNOS-CARGADOS < 300
                   ADD 1 TO ALUMNOS-CARGADOS
                   MOVE 0 TO ALU-ARCHIVADOS(IDX-ALUMNO)
                   MOVE 0 TO ALU-CREDITOS(IDX-ALUMNO)
                   MOVE 0 TO ALU-PUNTOS(IDX-ALUMNO)
                   MOVE 0 TO ALU-CORTE-ORDEN(IDX-ALUMNO)
                   MOVE 0 TO ALU-CORTE-CUPO(IDX-ALUMNO)
                   MOVE 'Y' TO WS-ALUMNO-ENCONTRADO
               ELSE
                   DISPLAY "TABLA DE ALUMNOS LLENA (300), NO SE "
           WRITE ACTIVIDAD-RECORD.
           PERFORM 160-LEER-WORK.
      *
      * DEPURA EL REPOSITORIO DE REPORTES: RECORRE EL INDICE EN
      * ORDEN DE LLAVE Y DA DE BAJA CADA EJEMPLAR CUYA FECHA DE
      * NEGOCIO MAS EL PLAZO DE SU TIPO DE REPORTE YA QUEDO ATRAS DE
      * LA FECHA DE NEGOCIO DE HOY, PRIMERO SUS RENGLONES EN RPTREP
      * Y AL FINAL SU RENGLON DEL INDICE.
      *
       480-DEPURAR-REPORTES.
           PERFORM 481-CARGAR-RETENCIONES.
           MOVE 0 TO WS-DEPURADOS.
           MOVE 0 TO WS-CONSERVADOS.
           MOVE 0 TO WS-RENGLONES-DEPURADOS.
           COMPUTE WS-ENTERO-HOY =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
           MOVE 'N' TO WS-EOF-INDICE.
           OPEN I-O REPORTE-IDX-FILE.
           OPEN I-O REPORTE-LIN-FILE.
           MOVE LOW-VALUES TO RIX-CLAVE.
           START REPORTE-IDX-FILE KEY IS NOT LESS THAN RIX-CLAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-INDICE
           END-START.
           IF NOT EOF-INDICE
               PERFORM 485-LEER-INDICE
           END-IF.
           PERFORM 486-REVISAR-EJEMPLAR
               UNTIL EOF-INDICE.
           CLOSE REPORTE-IDX-FILE.
           CLOSE REPORTE-LIN-FILE.
           ADD WS-DEPURADOS TO LK-REGISTROS-PROCESADOS.
           DISPLAY "RPTIDX: DEPURADOS " WS-DEPURADOS
               " CONSERVADOS " WS-CONSERVADOS
               " RENGLONES " WS-RENGLONES-DEPURADOS.
      *
      * VALORES DE FABRICA Y, ENCIMA, LOS PLAZOS DE RPTRET.
      *
       481-CARGAR-RETENCIONES.
           MOVE 0 TO RETENCIONES-CARGADAS.
           PERFORM 482-COPIAR-INICIAL
               VARYING IDX-INICIAL FROM 1 BY 1
               UNTIL IDX-INICIAL > 9.
           MOVE 'N' TO WS-EOF-RETENCION.
           OPEN INPUT RETENCION-RPT-FILE.
           PERFORM 483-LEER-RETENCION.
           PERFORM 484-APLICAR-RETENCION
               UNTIL EOF-RETENCION.
           CLOSE RETENCION-RPT-FILE.
      *
       482-COPIAR-INICIAL.
           ADD 1 TO RETENCIONES-CARGADAS.
           MOVE RIN-REPORTE(IDX-INICIAL)
               TO RET-REPORTE(RETENCIONES-CARGADAS).
           MOVE RIN-DIAS(IDX-INICIAL)
               TO RET-DIAS(RETENCIONES-CARGADAS).
      *
       483-LEER-RETENCION.
           READ RETENCION-RPT-FILE
               AT END MOVE 'Y' TO WS-EOF-RETENCION
           END-READ.
      *
       484-APLICAR-RETENCION.
           IF RRT-REPORTE NOT = SPACES
              AND RRT-DIAS > 0
               MOVE RRT-REPORTE TO WS-REPORTE-BUSCADO
               PERFORM 488-BUSCAR-RETENCION
               IF RETENCION-HALLADA
                   MOVE RRT-DIAS TO RET-DIAS(WS-POS-RETENCION)
               ELSE
                   IF RETENCIONES-CARGADAS < 20
                       ADD 1 TO RETENCIONES-CARGADAS
                       MOVE RRT-REPORTE
                           TO RET-REPORTE(RETENCIONES-CARGADAS)
                       MOVE RRT-DIAS
                           TO RET-DIAS(RETENCIONES-CARGADAS)
                   END-IF
               END-IF
           END-IF.
           PERFORM 483-LEER-RETENCION.
      *
       485-LEER-INDICE.
           READ REPORTE-IDX-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-INDICE
           END-READ.
      *
       486-REVISAR-EJEMPLAR.
           MOVE RIX-REPORTE TO WS-REPORTE-BUSCADO.
           PERFORM 488-BUSCAR-RETENCION.
           IF RETENCION-HALLADA
               MOVE RET-DIAS(WS-POS-RETENCION) TO WS-DIAS-REPORTE
           ELSE
               MOVE DIAS-RETENCION-REPORTE TO WS-DIAS-REPORTE
           END-IF.
           COMPUTE WS-ENTERO-VENCE =
               FUNCTION INTEGER-OF-DATE(RIX-FECHA-NEGOCIO)
               + WS-DIAS-REPORTE.
           IF WS-ENTERO-VENCE < WS-ENTERO-HOY
               PERFORM 487-BORRAR-EJEMPLAR
           ELSE
               ADD 1 TO WS-CONSERVADOS
           END-IF.
           PERFORM 485-LEER-INDICE.
      *
       487-BORRAR-EJEMPLAR.
           MOVE 'N' TO WS-EOF-RENGLON.
           MOVE RIX-CLAVE TO RLN-INSTANCIA.
           MOVE 0 TO RLN-LINEA.
           START REPORTE-LIN-FILE KEY IS NOT LESS THAN RLN-CLAVE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-RENGLON
           END-START.
           IF NOT EOF-RENGLON
               PERFORM 489-LEER-RENGLON
           END-IF.
           PERFORM 490-BORRAR-RENGLON
               UNTIL EOF-RENGLON.
           DELETE REPORTE-IDX-FILE RECORD
               INVALID KEY
                   DISPLAY "RPTIDX: NO SE PUDO DAR DE BAJA "
                       RIX-REPORTE " " RIX-FECHA-NEGOCIO "-"
                       RIX-SECUENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-DEPURADOS
           END-DELETE.
      *
       488-BUSCAR-RETENCION.
           MOVE 'N' TO WS-RETENCION-HALLADA.
           PERFORM 491-COMPARAR-RETENCION
               VARYING IDX-RETENCION FROM 1 BY 1
               UNTIL IDX-RETENCION > RETENCIONES-CARGADAS
                  OR RETENCION-HALLADA.
      *
       489-LEER-RENGLON.
           READ REPORTE-LIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-RENGLON
           END-READ.
           IF NOT EOF-RENGLON
               IF RLN-INSTANCIA NOT = RIX-CLAVE
                   MOVE 'Y' TO WS-EOF-RENGLON
               END-IF
           END-IF.
      *
       490-BORRAR-RENGLON.
           DELETE REPORTE-LIN-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-RENGLONES-DEPURADOS
           END-DELETE.
           PERFORM 489-LEER-RENGLON.
      *
       491-COMPARAR-RETENCION.
           IF RET-REPORTE(IDX-RETENCION) = WS-REPORTE-BUSCADO
               MOVE 'Y' TO WS-RETENCION-HALLADA
               SET WS-POS-RETENCION TO IDX-RETENCION
           END-IF.
      *
      * RESTAURA UNA GENERACION ARCHIVADA: LOS REGISTROS DE LA
      * GENERACION PEDIDA SE AGREGAN AL FINAL DEL ARCHIVO VIVO
      * PARA INVESTIGACION. EL ARCHIVO MUERTO NO SE TOCA.
      * LA RESTAURACION AGREGA TERMINOS AL MAESTRO VIVO, ASI QUE
      * SUS TOTALES DE CONTROL SE REESTAMPAN IGUAL QUE EN EL CORTE;
      * SIN ESO, LA VERIFICACION NOCTURNA TIRARIA EL TRABAJO POR
      * UNA RESTAURACION LEGITIMA. UN TERMINO QUE YA ESTA EN EL
      * MAESTRO NO SE ESCRIBE; SOLO SE CUENTA.
      *
       530-RESTAURAR-GPAMST.
           MOVE 0 TO WS-DUPLICADOS.
           OPEN INPUT GPAMST-ARC-FILE.
           OPEN I-O STUDENT-MASTER-FILE.
           PERFORM 531-LEER-ARC-GPAMST.
           PERFORM 532-FILTRAR-GPAMST
               UNTIL EOF-ARC.
           CLOSE GPAMST-ARC-FILE.
           CLOSE STUDENT-MASTER-FILE.
           IF WS-DUPLICADOS > 0
               DISPLAY "TERMINOS YA EN EL MAESTRO (NO ESCRITOS): "
                   WS-DUPLICADOS
           END-IF.
           IF WS-RESTAURADOS > 0
               PERFORM 395-ESTAMPAR-GPAMST
           END-IF.
               IF WS-GEN-ACTUAL = WS-GEN-PEDIDA
                   MOVE ARC-DATOS TO STUDENT-MASTER-RECORD
                   WRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-DUPLICADOS
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTAURADOS
                   END-WRITE
               END-IF
           END-IF.
           PERFORM 531-LEER-ARC-GPAMST.
