      *    22/08/2026 JPS   'M' (EM MANUTENCAO) BECAME A LEGITIMATE
      *                     FLEET STATE - NO LONGER REPORTED AS
      *                     UNKNOWN.
      *    15/10/2026 JPS   THE SERIES CHECKS ONLY COUNT THE NUMBERS OF
      *                     THE SERIES IN USE (FROM ITS BASE ON
      *                     SERIES.DAT) - THE PRIOR YEARS' DOCUMENTS
      *                     STILL OPEN ON ALUGHIST BELONG TO CLOSED
      *                     SERIES AND ARE NOT GAPS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_A01.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT SERIES ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SER-STATUS.
           SELECT RELATORIO ASSIGN TO "AUDITORIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
       FD  FATURACTL
           LABEL RECORD IS STANDARD.
           COPY FATREG.
       FD  SERIES
           LABEL RECORD IS STANDARD.
           COPY SERREG.
       FD  RELATORIO
           LABEL RECORD IS OMITTED.
       01  LINHA-RELATORIO             PIC X(100).
       77  WS-ALU-STATUS                PIC X(02) VALUE '00'.
       77  WS-HIS-STATUS                PIC X(02) VALUE '00'.
       77  WS-FCT-STATUS                PIC X(02) VALUE '00'.
       77  WS-SER-STATUS                PIC X(02) VALUE '00'.
       77  WS-REL-STATUS                PIC X(02) VALUE '00'.

      ******************************************************************
       77  QTD-VIATURAS-LIBERTADAS      PIC 9(05) VALUE 0.

      ******************************************************************
      *    ESTATISTICA DAS SERIES DE DOCUMENTOS (SO A SERIE EM USO -
      *    NUMEROS DESDE A BASE DO ULTIMO REGISTO DE SERIES.DAT)
      ******************************************************************
       77  SERIE-BASE-NUMERO            PIC 9(08) VALUE 0.
       77  FAT-MENOR                    PIC 9(08) VALUE 0.
       77  FAT-MAIOR                    PIC 9(08) VALUE 0.
       77  FAT-QUANTOS                  PIC 9(08) VALUE 0.
           IF WS-HIS-STATUS = '00'
               MOVE 'S' TO WS-HIS-ABERTO
           END-IF.
           PERFORM 1050-CARREGAR-SERIE THRU 1050-CARREGAR-SERIE-EXIT.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'AUDITORIA DE INTEGRIDADE - ALUGUER DE CARROS - '
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CARREGAR-SERIE
      *    TAKES THE NUMBERING BASE OF THE SERIES IN USE (THE LAST
      *    RECORD OF SERIES.DAT).  WITHOUT THE FILE THE BASE STAYS
      *    ZERO AND EVERY NUMBER IS COUNTED.
      ******************************************************************
       1050-CARREGAR-SERIE.
           OPEN INPUT SERIES.
           IF WS-SER-STATUS NOT = '00'
               GO TO 1050-CARREGAR-SERIE-EXIT
           END-IF.
       1055-LER-SERIE.
           READ SERIES
               AT END
                   CLOSE SERIES
                   GO TO 1050-CARREGAR-SERIE-EXIT
           END-READ.
           MOVE SER-BASE-NUMERO TO SERIE-BASE-NUMERO.
           GO TO 1055-LER-SERIE.
       1050-CARREGAR-SERIE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-AUDITAR-VIATURAS
      *    EVERY VEHICLE MARKED 'A' MUST HAVE AN OPEN CONTRACT - A
      *    4800-VERIFICAR-DOCUMENTO
      *    ONE RENTAL OR CREDIT-NOTE RECORD: THE CUSTOMER MUST BE ON
      *    FILE, AND THE DOCUMENT NUMBER FEEDS THE SERIES STATISTICS
      *    USED TO CHECK FATURACTL.DAT AND TO SPOT NUMBERING GAPS
      *    (ONLY NUMBERS OF THE SERIES IN USE).
      ******************************************************************
       4800-VERIFICAR-DOCUMENTO.
           MOVE TRB-CLIENTE TO CLI-NUMERO.
               WRITE LINHA-RELATORIO
           END-IF.
           IF TRB-FATURA-NUMERO IS NUMERIC AND TRB-FATURA-NUMERO > 0
               AND TRB-FATURA-NUMERO > SERIE-BASE-NUMERO
               IF TRB-DOC-NOTA-CREDITO
                   ADD 1 TO NCR-QUANTOS
                   IF NCR-MENOR = 0
