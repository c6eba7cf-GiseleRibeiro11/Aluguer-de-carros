      *                ALUGUERES.DAT, JOINS THE CUSTOMER NIFS FROM
      *                CLIENTES.DAT AND WRITES ONE STRUCTURED LINE PER
      *                DOCUMENT TO SAFT.TXT (TYPE;NUMBER;ATCUD;DATE;
      *                NIF;BASE;IVA;NOT-SUBJECT;TOTAL;ORIGIN - THE
      *                NOT-SUBJECT FIELD IS THE FINE OR TOLL PASSED ON
      *                BY A CHARGE, ZERO ON OTHER DOCUMENTS; THE TENTH
      *                FIELD IS THE REFERENCED INVOICE ON NC LINES AND
      *                EMPTY ON FT LINES), WITH CONTROL TOTALS AT THE
      *                END OF THE RUN SO THE ACCOUNTANT CAN TICK THEM
      *                AGAINST THE DAILY CLOSINGS INSTEAD OF RETYPING
      *                FROM THE PRINTOUT.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    22/08/2026 JPS   ORIGINAL PROGRAM.
      *    15/10/2026 JPS   THE SERIES VALIDATION CODES COME FROM
      *                     SERIES.DAT: EACH DOCUMENT TAKES THE CODES
      *                     OF THE YEAR ITS NUMBER BELONGS TO AND ITS
      *                     ATCUD CARRIES THE SEQUENCE WITHIN THAT
      *                     SERIES.  A MONTH OF A CLOSED FISCAL YEAR
      *                     ALSO READS THE YEARLY ARCHIVE ALUGANO.DAT.
      *    15/10/2026 JPS   THE THIRD-PARTY AMOUNT OF A CHARGE (FINE OR
      *                     TOLL) IS LEFT OUT OF THE TAXABLE BASE AND
      *                     EXPORTED IN ITS OWN NOT-SUBJECT FIELD, AFTER
      *                     THE IVA, ON EVERY LINE AND IN THE TOTALS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_X01.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT ALUGANO ASSIGN TO "ALUGANO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT SERIES ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SER-STATUS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORD IS STANDARD.
           COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGHIST==
               LEADING ==ALU== BY ==HIS==.
       FD  ALUGANO
           LABEL RECORD IS STANDARD.
           COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGANO==
               LEADING ==ALU== BY ==ARQ==.
       FD  SERIES
           LABEL RECORD IS STANDARD.
           COPY SERREG.
       FD  CLIENTES
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
      ******************************************************************
       77  WS-ALU-STATUS                PIC X(02) VALUE '00'.
       77  WS-HIS-STATUS                PIC X(02) VALUE '00'.
       77  WS-ARQ-STATUS                PIC X(02) VALUE '00'.
       77  WS-SER-STATUS                PIC X(02) VALUE '00'.
       77  WS-CLI-STATUS                PIC X(02) VALUE '00'.
       77  WS-EXP-STATUS                PIC X(02) VALUE '00'.
       77  WS-ALU-ABERTO                PIC X VALUE 'N'.
           88  ALUGUERES-ABERTO         VALUE 'S'.
       77  WS-HIS-ABERTO                PIC X VALUE 'N'.
           88  ALUGHIST-ABERTO          VALUE 'S'.
       77  WS-ARQ-ABERTO                PIC X VALUE 'N'.
           88  ALUGANO-ABERTO           VALUE 'S'.
       77  WS-CLI-ABERTO                PIC X VALUE 'N'.
           88  CLIENTES-ABERTO          VALUE 'S'.

      ******************************************************************
      *    PERIODO (ANO-MES) E VISTA DO MES DO DOCUMENTO
      ******************************************************************
       01  PERIODO-ANO-MES              PIC 9(06).
       01  PERIODO-DETALHE REDEFINES PERIODO-ANO-MES.
           05  PERIODO-ANO              PIC 9(04).
           05  PERIODO-MES              PIC 9(02).
       01  WS-DATA-REGISTO.
           05  WS-REGISTO-ANO-MES       PIC 9(06).
           05  WS-REGISTO-DIA           PIC 9(02).

      ******************************************************************
      *    CODIGOS DE VALIDACAO DAS SERIES - TODAS AS SERIES DE
      *    SERIES.DAT, POR ORDEM DE ANO (A BASE DA NUMERACAO CRESCE
      *    COM O ANO)
      ******************************************************************
       77  WS-NUM-SER                   PIC 9(03) VALUE 0.
       77  WS-IX-SER                    PIC 9(03).
       01  TAB-SERIES.
           05  TSR-SERIE OCCURS 100 TIMES.
               10  TSR-ANO              PIC 9(04).
               10  TSR-CODIGO-FATURA    PIC X(08).
               10  TSR-CODIGO-NC        PIC X(08).
               10  TSR-BASE-NUMERO      PIC 9(08).
       77  ATCUD-CODIGO-SERIE       PIC X(08).
       77  ATCUD-CODIGO-SERIE-NC    PIC X(08).
       77  ATCUD-BASE-NUMERO        PIC 9(08).
       77  ATCUD-SEQUENCIA          PIC 9(08).
       77  DOC-ATCUD                PIC X(20).

      ******************************************************************
       77  TOT-BASE                     PIC S9(09)V99 VALUE 0.
       77  TOT-IVA                      PIC S9(09)V99 VALUE 0.
       77  TOT-TOTAL                    PIC S9(09)V99 VALUE 0.
       77  TOT-NAO-SUJEITO              PIC S9(09)V99 VALUE 0.
       77  VALOR-BASE                   PIC S9(07)V99.
       77  VALOR-NAO-SUJEITO            PIC S9(07)V99.

      ******************************************************************
      *    MASCARAS DE EXPORTACAO E IMPRESSAO
      ******************************************************************
       77  MASC-EXP-BASE                PIC 9(07),99.
       77  MASC-EXP-IVA                 PIC 9(07),99.
       77  MASC-EXP-NAO-SUJEITO         PIC 9(07),99.
       77  MASC-EXP-TOTAL               PIC 9(07),99.
       77  MASC-NIF                     PIC 9(09).
       77  MASC-QTD                     PIC ZZZZZZ9.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-VARRER-ARQUIVO THRU 2000-VARRER-ARQUIVO-EXIT.
           PERFORM 2300-VARRER-ANOS-FECHADOS
               THRU 2300-VARRER-ANOS-FECHADOS-EXIT.
           PERFORM 2500-VARRER-CORRENTE
               THRU 2500-VARRER-CORRENTE-EXIT.
           PERFORM 3000-TOTAIS-CONTROLO

      ******************************************************************
      *    1000-INICIALIZAR
      *    ASKS THE OPERATOR FOR THE EXPORT MONTH, LOADS THE SERIES,
      *    OPENS THE FILES AND WRITES THE EXPORT HEADER.  THE YEARLY
      *    ARCHIVE IS ONLY OPENED FOR A MONTH BEFORE THE FISCAL YEAR
      *    IN USE (THE LAST SERIES), AS ONLY A CLOSED YEAR HAS
      *    DOCUMENTS THERE.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'MES A EXPORTAR (AAAAMM):'.
               DISPLAY 'Mes invalido.'
               STOP RUN
           END-IF.
           PERFORM 1050-CARREGAR-SERIES
               THRU 1050-CARREGAR-SERIES-EXIT.
           IF PERIODO-ANO < TSR-ANO (WS-NUM-SER)
               OPEN INPUT ALUGANO
               IF WS-ARQ-STATUS = '00'
                   MOVE 'S' TO WS-ARQ-ABERTO
               END-IF
           END-IF.
           OPEN INPUT ALUGUERES.
           IF WS-ALU-STATUS = '00'
               MOVE 'S' TO WS-ALU-ABERTO
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CARREGAR-SERIES
      *    LOADS EVERY SERIES OF SERIES.DAT.  WITHOUT ONE THE ATCUD
      *    CANNOT BE BUILT, SO NOTHING IS EXPORTED.
      ******************************************************************
       1050-CARREGAR-SERIES.
           OPEN INPUT SERIES.
           IF WS-SER-STATUS NOT = '00'
               GO TO 1060-VERIFICAR-SERIES
           END-IF.
       1055-LER-SERIE.
           READ SERIES
               AT END
                   CLOSE SERIES
                   GO TO 1060-VERIFICAR-SERIES
           END-READ.
           IF WS-NUM-SER = 100
               GO TO 1055-LER-SERIE
           END-IF.
           ADD 1 TO WS-NUM-SER.
           MOVE SER-ANO TO TSR-ANO (WS-NUM-SER).
           MOVE SER-CODIGO-FATURA TO TSR-CODIGO-FATURA (WS-NUM-SER).
           MOVE SER-CODIGO-NC TO TSR-CODIGO-NC (WS-NUM-SER).
           MOVE SER-BASE-NUMERO TO TSR-BASE-NUMERO (WS-NUM-SER).
           GO TO 1055-LER-SERIE.
       1060-VERIFICAR-SERIES.
           IF WS-NUM-SER = 0
               DISPLAY 'Series de faturacao nao registadas em'
                   ' SERIES.DAT - registe-as com o 0807_B06.'
               STOP RUN
           END-IF.
       1050-CARREGAR-SERIES-EXIT.
           EXIT.

      ******************************************************************
      *    2000-VARRER-ARQUIVO
      *    EXPORTS THE PERIOD'S DOCUMENTS ALREADY ARCHIVED BY THE
       2000-VARRER-ARQUIVO-EXIT.
           EXIT.

      ******************************************************************
      *    2300-VARRER-ANOS-FECHADOS
      *    EXPORTS THE PERIOD'S DOCUMENTS THE YEAR-END CLOSE MOVED TO
      *    THE YEARLY ARCHIVE (ONLY OPEN FOR A CLOSED YEAR).
      ******************************************************************
       2300-VARRER-ANOS-FECHADOS.
           IF NOT ALUGANO-ABERTO
               GO TO 2300-VARRER-ANOS-FECHADOS-EXIT
           END-IF.
       2400-LER-ANOS-FECHADOS.
           READ ALUGANO
               AT END
                   GO TO 2300-VARRER-ANOS-FECHADOS-EXIT
           END-READ.
           MOVE REG-ALUGANO TO REG-ALUGUER-TRAB.
           PERFORM 2800-EXPORTAR-DOCUMENTO
               THRU 2800-EXPORTAR-DOCUMENTO-EXIT.
           GO TO 2400-LER-ANOS-FECHADOS.
       2300-VARRER-ANOS-FECHADOS-EXIT.
           EXIT.

      ******************************************************************
      *    2500-VARRER-CORRENTE
      *    EXPORTS THE PERIOD'S DOCUMENTS STILL ON THE CURRENT FILE
      ******************************************************************
      *    2800-EXPORTAR-DOCUMENTO
      *    ONE FISCAL DOCUMENT OF THE PERIOD: TYPE FT OR NC, ITS
      *    NUMBER AND ATCUD, DATE, CUSTOMER NIF, THE BASE/IVA/NOT-
      *    SUBJECT/TOTAL AMOUNTS AND, ON NC LINES, THE REFERENCED
      *    INVOICE IN THE TENTH FIELD (EMPTY ON FT LINES, SO THE
      *    COLUMNS ARE UNIFORM).  THE FINE OR TOLL OF A CHARGE ('E')
      *    IS PASSED ON WITHOUT IVA: IT IS NOT PART OF THE TAXABLE
      *    BASE AND GOES IN THE NOT-SUBJECT FIELD.  A RECORD WRITTEN
      *    BEFORE THE AMOUNT WAS KEPT EXPORTS IT AS ZERO.  RENTALS
      *    NEVER INVOICED (DOCUMENT NUMBER ZERO, E.G. BATCH RENTALS)
      *    ARE NOT FISCAL DOCUMENTS AND ARE NOT EXPORTED.
      ******************************************************************
       2800-EXPORTAR-DOCUMENTO.
           MOVE TRB-DATA TO WS-DATA-REGISTO.
               GO TO 2800-EXPORTAR-DOCUMENTO-EXIT
           END-IF.
           PERFORM 2850-OBTER-NIF THRU 2850-OBTER-NIF-EXIT.
           PERFORM 2870-SERIE-DOCUMENTO THRU 2870-SERIE-DOCUMENTO-EXIT
               VARYING WS-IX-SER FROM 1 BY 1
               UNTIL WS-IX-SER > WS-NUM-SER.
           COMPUTE ATCUD-SEQUENCIA =
               TRB-FATURA-NUMERO - ATCUD-BASE-NUMERO.
           MOVE 0 TO VALOR-NAO-SUJEITO.
           IF TRB-DOC-ENCARGO
               AND TRB-VALOR-TERCEIROS NUMERIC
               MOVE TRB-VALOR-TERCEIROS TO VALOR-NAO-SUJEITO
           END-IF.
           COMPUTE VALOR-BASE = TRB-TOTAL-FINAL - TRB-IVA
               - VALOR-NAO-SUJEITO.
           MOVE VALOR-BASE TO MASC-EXP-BASE.
           MOVE TRB-IVA TO MASC-EXP-IVA.
           MOVE VALOR-NAO-SUJEITO TO MASC-EXP-NAO-SUJEITO.
           MOVE TRB-TOTAL-FINAL TO MASC-EXP-TOTAL.
           IF TRB-DOC-NOTA-CREDITO
               ADD 1 TO QTD-NOTAS-CREDITO
               SUBTRACT VALOR-BASE FROM TOT-BASE
               SUBTRACT TRB-IVA FROM TOT-IVA
               SUBTRACT VALOR-NAO-SUJEITO FROM TOT-NAO-SUJEITO
               SUBTRACT TRB-TOTAL-FINAL FROM TOT-TOTAL
               MOVE SPACES TO DOC-ATCUD
               STRING ATCUD-CODIGO-SERIE-NC '-' ATCUD-SEQUENCIA
                   DELIMITED BY SIZE INTO DOC-ATCUD
               MOVE SPACES TO LINHA-EXPORTACAO
               STRING 'NC;' TRB-FATURA-NUMERO ';' DOC-ATCUD ';'
                      TRB-DATA ';' MASC-NIF ';'
                      MASC-EXP-BASE ';' MASC-EXP-IVA ';'
                      MASC-EXP-NAO-SUJEITO ';'
                      MASC-EXP-TOTAL ';' TRB-DOC-ORIGEM
                   DELIMITED BY SIZE INTO LINHA-EXPORTACAO
           ELSE
               ADD 1 TO QTD-FATURAS
               ADD VALOR-BASE TO TOT-BASE
               ADD TRB-IVA TO TOT-IVA
               ADD VALOR-NAO-SUJEITO TO TOT-NAO-SUJEITO
               ADD TRB-TOTAL-FINAL TO TOT-TOTAL
               MOVE SPACES TO DOC-ATCUD
               STRING ATCUD-CODIGO-SERIE '-' ATCUD-SEQUENCIA
                   DELIMITED BY SIZE INTO DOC-ATCUD
               MOVE SPACES TO LINHA-EXPORTACAO
               STRING 'FT;' TRB-FATURA-NUMERO ';' DOC-ATCUD ';'
                      TRB-DATA ';' MASC-NIF ';'
                      MASC-EXP-BASE ';' MASC-EXP-IVA ';'
                      MASC-EXP-NAO-SUJEITO ';'
                      MASC-EXP-TOTAL ';'
                   DELIMITED BY SIZE INTO LINHA-EXPORTACAO
           END-IF.
       2850-OBTER-NIF-EXIT.
           EXIT.

      ******************************************************************
      *    2870-SERIE-DOCUMENTO
      *    THE DOCUMENT BELONGS TO THE LAST SERIES WHOSE BASE IS NOT
      *    ABOVE ITS NUMBER - THE TABLE IS IN YEAR ORDER, SO EACH
      *    SERIES THAT QUALIFIES REPLACES THE ONE BEFORE.
      ******************************************************************
       2870-SERIE-DOCUMENTO.
           IF TSR-BASE-NUMERO (WS-IX-SER) > TRB-FATURA-NUMERO
               GO TO 2870-SERIE-DOCUMENTO-EXIT
           END-IF.
           MOVE TSR-CODIGO-FATURA (WS-IX-SER) TO ATCUD-CODIGO-SERIE.
           MOVE TSR-CODIGO-NC (WS-IX-SER) TO ATCUD-CODIGO-SERIE-NC.
           MOVE TSR-BASE-NUMERO (WS-IX-SER) TO ATCUD-BASE-NUMERO.
       2870-SERIE-DOCUMENTO-EXIT.
           EXIT.

      ******************************************************************
      *    3000-TOTAIS-CONTROLO
      *    WRITES THE CONTROL TOTALS AT THE FOOT OF THE EXPORT AND
               DELIMITED BY SIZE INTO LINHA-EXPORTACAO.
           WRITE LINHA-EXPORTACAO.
           DISPLAY LINHA-EXPORTACAO.
           MOVE TOT-NAO-SUJEITO TO MASC-VALOR.
           MOVE SPACES TO LINHA-EXPORTACAO.
           STRING 'TOTAIS;NAO-SUJEITO=' MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-EXPORTACAO.
           WRITE LINHA-EXPORTACAO.
           DISPLAY LINHA-EXPORTACAO.
           MOVE TOT-TOTAL TO MASC-VALOR.
           MOVE SPACES TO LINHA-EXPORTACAO.
           STRING 'TOTAIS;TOTAL=' MASC-VALOR
           IF ALUGHIST-ABERTO
               CLOSE ALUGHIST
           END-IF.
           IF ALUGANO-ABERTO
               CLOSE ALUGANO
           END-IF.
           IF CLIENTES-ABERTO
               CLOSE CLIENTES
           END-IF.
