       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTYVAL.
       AUTHOR. ALDAIR.
      * ESCRITO 15/10/2026 - VALIDACION DE UN CODIGO DE CLIENTE
      * CONTRA EL MAESTRO DE PARTES. UNA MISMA PERSONA O EMPRESA
      * PUEDE SER CLIENTE DE FACTURACION EN TAXCLI Y CLIENTE DE
      * INVERSION EN INVMST; LA PARTE (PTYMST, MANTENIDA CON
      * PTYMANT) TRAE SU CODIGO DE TAXCLI Y PTYCAR LIGA CADA
      * CARTERA A SU PARTE. CLIMANT Y CARMANT LLAMAN AQUI ANTES DE
      * DAR DE ALTA, PARA QUE LOS DOS APLIQUEN LA MISMA REGLA. LOS
      * ARCHIVOS SE LEEN EN CADA LLAMADA, ASI QUE UNA PARTE RECIEN
      * DADA DE ALTA SE VE DE INMEDIATO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARTE-FILE ASSIGN TO "PTYMST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARTE-CARTERA-FILE ASSIGN TO "PTYCAR"
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARTE-FILE.
       01  PARTE-RECORD.
           05  PTY-PARTE               PIC X(08).
           05  PTY-NOMBRE              PIC X(30).
           05  PTY-RFC                 PIC X(13).
           05  PTY-DOMICILIO           PIC X(40).
           05  PTY-CIUDAD              PIC X(20).
           05  PTY-CODIGO-POSTAL       PIC X(05).
           05  PTY-ESTADO              PIC X.
               88  PTY-ACTIVA                   VALUE 'A' SPACE.
               88  PTY-DE-BAJA                  VALUE 'B'.
           05  PTY-CLIENTE-CXC         PIC X(06).
      *
       FD  PARTE-CARTERA-FILE.
       01  PARTE-CARTERA-RECORD.
           05  PCR-PARTE               PIC X(08).
           05  PCR-CARTERA             PIC X(08).
      *
       WORKING-STORAGE SECTION.
       77  WS-EOF-PARTE                PIC X VALUE 'N'.
           88  EOF-PARTE                        VALUE 'Y'.
       77  WS-EOF-LIGA                 PIC X VALUE 'N'.
           88  EOF-LIGA                         VALUE 'Y'.
       77  WS-PARTE-HALLADA            PIC X VALUE 'N'.
           88  PARTE-HALLADA                    VALUE 'Y'.
       77  WS-PARTE-BUSCADA            PIC X(08).
      *
       LINKAGE SECTION.
       COPY PTYVAL.
      *
       PROCEDURE DIVISION USING PTYVAL-AREA.
      *
       000-VALIDAR-PARTE.
           MOVE 'N' TO PTV-RESULTADO.
           MOVE SPACES TO PTV-PARTE.
           MOVE SPACES TO PTV-NOMBRE.
           MOVE 'N' TO WS-PARTE-HALLADA.
           IF PTV-CODIGO NOT = SPACES
               IF PTV-ES-CLIENTE
                   PERFORM 100-BUSCAR-POR-CLIENTE
               END-IF
               IF PTV-ES-CARTERA
                   PERFORM 200-BUSCAR-POR-CARTERA
               END-IF
           END-IF.
           GOBACK.
      *
      * EL CODIGO DE TAXCLI VIVE EN EL PROPIO REGISTRO DE LA PARTE.
      *
       100-BUSCAR-POR-CLIENTE.
           MOVE 'N' TO WS-EOF-PARTE.
           OPEN INPUT PARTE-FILE.
           PERFORM 110-LEER-PARTE.
           PERFORM 120-COMPARAR-CLIENTE
               UNTIL EOF-PARTE OR PARTE-HALLADA.
           CLOSE PARTE-FILE.
      *
       110-LEER-PARTE.
           READ PARTE-FILE
               AT END MOVE 'Y' TO WS-EOF-PARTE
           END-READ.
      *
       120-COMPARAR-CLIENTE.
           IF PTY-CLIENTE-CXC = PTV-CODIGO(1:6)
              AND PTV-CODIGO(7:2) = SPACES
               MOVE 'Y' TO WS-PARTE-HALLADA
               PERFORM 300-DEVOLVER-PARTE
           ELSE
               PERFORM 110-LEER-PARTE
           END-IF.
      *
      * LA CARTERA SE BUSCA EN LA LIGA PTYCAR Y LUEGO SU PARTE EN
      * PTYMST; UNA LIGA A UNA PARTE QUE YA NO EXISTE NO VALE.
      *
       200-BUSCAR-POR-CARTERA.
           MOVE SPACES TO WS-PARTE-BUSCADA.
           MOVE 'N' TO WS-EOF-LIGA.
           OPEN INPUT PARTE-CARTERA-FILE.
           PERFORM 210-LEER-LIGA.
           PERFORM 220-COMPARAR-CARTERA
               UNTIL EOF-LIGA OR WS-PARTE-BUSCADA NOT = SPACES.
           CLOSE PARTE-CARTERA-FILE.
           IF WS-PARTE-BUSCADA NOT = SPACES
               MOVE 'N' TO WS-EOF-PARTE
               OPEN INPUT PARTE-FILE
               PERFORM 110-LEER-PARTE
               PERFORM 230-COMPARAR-PARTE
                   UNTIL EOF-PARTE OR PARTE-HALLADA
               CLOSE PARTE-FILE
           END-IF.
      *
       210-LEER-LIGA.
           READ PARTE-CARTERA-FILE
               AT END MOVE 'Y' TO WS-EOF-LIGA
           END-READ.
      *
       220-COMPARAR-CARTERA.
           IF PCR-CARTERA = PTV-CODIGO
               MOVE PCR-PARTE TO WS-PARTE-BUSCADA
           ELSE
               PERFORM 210-LEER-LIGA
           END-IF.
      *
       230-COMPARAR-PARTE.
           IF PTY-PARTE = WS-PARTE-BUSCADA
               MOVE 'Y' TO WS-PARTE-HALLADA
               PERFORM 300-DEVOLVER-PARTE
           ELSE
               PERFORM 110-LEER-PARTE
           END-IF.
      *
       300-DEVOLVER-PARTE.
           MOVE PTY-PARTE TO PTV-PARTE.
           MOVE PTY-NOMBRE TO PTV-NOMBRE.
           IF PTY-DE-BAJA
               MOVE 'B' TO PTV-RESULTADO
           ELSE
               MOVE 'S' TO PTV-RESULTADO
           END-IF.
