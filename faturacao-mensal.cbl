      ******************************************************************
      *    PROGRAM-ID: 0807_B03
      *    AUTHOR    : J. P. SILVA
      *    INSTALLATION: BALCAO CENTRAL - ALUGUER DE CARROS
      *    DATE-WRITTEN: 15/10/2026
      *    DATE-COMPILED:
      *    PURPOSE   : MONTH-END CONSOLIDATED BILLING OF THE CORPORATE
      *                ACCOUNTS.  THE RENTALS OF A MONTHLY-BILLED
      *                DRIVER ARE WRITTEN AT CHECK-IN AS TYPE 'M' -
      *                PRICED, BUT WITH NO INVOICE NUMBER.  THIS RUN
      *                GATHERS EVERY 'M' RENTAL NOT YET BILLED AND
      *                RETURNED UP TO THE LAST DAY OF THE MONTH ASKED
      *                FOR, FROM ALUGHIST.DAT AND ALUGUERES.DAT, AND
      *                FOR EACH CORPORATE ACCOUNT:
      *                  - ISSUES ONE INVOICE OF THE NORMAL SERIES
      *                    (FATURACTL) TO THE ACCOUNT - TYPE 'G' ON
      *                    ALUGUERES.DAT AND A ROW ON FATIDX, SO
      *                    PAYMENTS, AGING, STATEMENT AND SAF-T TAKE
      *                    IT AS ANY OTHER INVOICE;
      *                  - PRINTS IT TO FATURAS.LST WITH ONE LINE PER
      *                    RENTAL (DRIVER, CAR, DATES, AMOUNT);
      *                  - STAMPS THE INVOICE NUMBER ON EVERY RENTAL
      *                    IT BILLED (ALU-DOC-ORIGEM), SO A RENTAL IS
      *                    NEVER BILLED TWICE AND A RE-RUN ONLY PICKS
      *                    UP WHAT WAS LEFT OUT.
      *                FATMENSAL.LST LISTS THE INVOICES ISSUED.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL PROGRAM.
      *    15/10/2026 JPS   THE CONSOLIDATED INVOICE IS NOW DATED THE
      *                     DAY IT IS ISSUED, NOT THE MONTH'S LAST
      *                     DAY - THAT DATE IS USUALLY CLOSED ALREADY,
      *                     SO THE DOCUMENT COULD NEVER BE ARCHIVED
      *                     BY THE DAILY CLOSING OR POSTED TO THE
      *                     JOURNAL.
      *    15/10/2026 JPS   THE INVOICE SERIES CODE AND NUMBERING BASE
      *                     ARE READ FROM SERIES.DAT INSTEAD OF BEING
      *                     FIXED IN THE PROGRAM.
      *    15/10/2026 JPS   THE CONSOLIDATED INVOICE CARRIES A ZERO
      *                     THIRD-PARTY AMOUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_B03.
       AUTHOR. J. P. SILVA.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLI-STATUS.
           SELECT ALUGUERES ASSIGN TO "ALUGUERES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALU-STATUS.
           SELECT ALUGHIST ASSIGN TO "ALUGHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT FATURACTL ASSIGN TO "FATURACTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT SERIES ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SER-STATUS.
           SELECT FATIDX ASSIGN TO "FATIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FID-NUMERO
               FILE STATUS IS WS-FID-STATUS.
           SELECT FATURAS ASSIGN TO "FATURAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAT-STATUS.
           SELECT RELATORIO ASSIGN TO "FATMENSAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  ALUGUERES
           LABEL RECORD IS STANDARD.
           COPY ALUREG.
       FD  ALUGHIST
           LABEL RECORD IS STANDARD.
           COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGHIST==
               LEADING ==ALU== BY ==HIS==.
       FD  FATURACTL
           LABEL RECORD IS STANDARD.
           COPY FATREG.
       FD  SERIES
           LABEL RECORD IS STANDARD.
           COPY SERREG.
       FD  FATIDX
           LABEL RECORD IS STANDARD.
           COPY FIDREG.
       FD  FATURAS
           LABEL RECORD IS OMITTED.
       01  LINHA-FATURA                PIC X(80).
       FD  RELATORIO
           LABEL RECORD IS OMITTED.
       01  LINHA-RELATORIO             PIC X(120).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    CONTROLO DE FICHEIROS
      ******************************************************************
       77  WS-CLI-STATUS                PIC X(02) VALUE '00'.
       77  WS-ALU-STATUS                PIC X(02) VALUE '00'.
       77  WS-HIS-STATUS                PIC X(02) VALUE '00'.
       77  WS-FCT-STATUS                PIC X(02) VALUE '00'.
       77  WS-SER-STATUS                PIC X(02) VALUE '00'.
       77  WS-FID-STATUS                PIC X(02) VALUE '00'.
       77  WS-FAT-STATUS                PIC X(02) VALUE '00'.
       77  WS-REL-STATUS                PIC X(02) VALUE '00'.
       77  WS-DATA-HOJE                 PIC 9(08).
       77  WS-DATA-INTEGER              PIC S9(08) COMP.

      ******************************************************************
      *    MES A FATURAR E DATA DE CORTE
      ******************************************************************
       01  PERIODO-ANO-MES              PIC 9(06) VALUE 0.
       01  PERIODO-DETALHE REDEFINES PERIODO-ANO-MES.
           05  PERIODO-ANO              PIC 9(04).
           05  PERIODO-MES              PIC 9(02).
       01  DATA-SEGUINTE.
           05  SEGUINTE-ANO             PIC 9(04).
           05  SEGUINTE-MES             PIC 9(02).
           05  SEGUINTE-DIA             PIC 9(02).
       01  DATA-SEGUINTE-NUM REDEFINES DATA-SEGUINTE PIC 9(08).
       77  DATA-CORTE                   PIC 9(08).

      ******************************************************************
      *    ALUGUERES POR FATURAR (TIPO 'M') ATE A DATA DE CORTE
      ******************************************************************
       77  WS-NUM-LIN                   PIC 9(04) VALUE 0.
       77  WS-IX-LIN                    PIC 9(04).
       01  TAB-LINHAS.
           05  LIN-LINHA OCCURS 1000 TIMES.
               10  LIN-CONTA            PIC 9(06).
               10  LIN-CLIENTE          PIC 9(06).
               10  LIN-MATRICULA        PIC X(08).
               10  LIN-TIPO-CARRO       PIC 9.
               10  LIN-INICIO           PIC 9(08).
               10  LIN-FIM              PIC 9(08).
               10  LIN-ILIQUIDO         PIC 9(06)V99.
               10  LIN-IVA              PIC 9(05)V99.
               10  LIN-TOTAL            PIC 9(06)V99.

      ******************************************************************
      *    CONTAS EMPRESA A FATURAR NESTA EXECUCAO
      ******************************************************************
       77  WS-NUM-CNT                   PIC 9(03) VALUE 0.
       77  WS-IX-CNT                    PIC 9(03).
       01  TAB-CONTAS.
           05  CNT-LINHA OCCURS 200 TIMES.
               10  CNT-CONTA            PIC 9(06).
               10  CNT-BALCAO           PIC 9(02).
               10  CNT-QTD              PIC 9(04).
               10  CNT-ILIQUIDO         PIC 9(07)V99.
               10  CNT-IVA              PIC 9(06)V99.
               10  CNT-TOTAL            PIC 9(07)V99.
               10  CNT-FATURA           PIC 9(08).

      ******************************************************************
      *    ALUGUER EM TRATAMENTO (COMUM AOS DOIS FICHEIROS)
      ******************************************************************
       77  ALG-CONTA                    PIC 9(06).
       77  ALG-CLIENTE                  PIC 9(06).
       77  ALG-MATRICULA                PIC X(08).
       77  ALG-TIPO-CARRO               PIC 9.
       77  ALG-INICIO                   PIC 9(08).
       77  ALG-FIM                      PIC 9(08).
       77  ALG-IVA                      PIC 9(05)V99.
       77  ALG-TOTAL                    PIC 9(06)V99.
       77  ALG-BALCAO                   PIC 9(02).
       77  ALG-FATURA                   PIC 9(08).
       77  WS-TABELA-CHEIA              PIC X VALUE 'N'.
           88  TABELA-ESTA-CHEIA        VALUE 'S'.

      ******************************************************************
      *    FATURA GLOBAL DA CONTA
      ******************************************************************
       77  FATURA-NUMERO                PIC 9(08).
       77  FATURA-ATCUD                 PIC X(20).
      *    SERIE EM USO - LIDA DO ULTIMO REGISTO DE SERIES.DAT
       77  ATCUD-CODIGO-SERIE           PIC X(08) VALUE SPACES.
       77  ATCUD-BASE-NUMERO            PIC 9(08) VALUE 0.
       77  ATCUD-SEQUENCIA              PIC 9(08).
       77  WS-CONTA-ACHADA              PIC X VALUE 'N'.
           88  CONTA-FOI-ACHADA         VALUE 'S'.
       77  NOME-CONDUTOR                PIC X(30).

      ******************************************************************
      *    CONTADORES E TOTAIS DA EXECUCAO
      ******************************************************************
       77  QTD-ALUGUERES                PIC 9(05) VALUE 0.
       77  QTD-FATURAS                  PIC 9(05) VALUE 0.
       77  QTD-MARCADOS                 PIC 9(05) VALUE 0.
       77  TOTAL-FATURADO               PIC 9(08)V99 VALUE 0.

      ******************************************************************
      *    MASCARAS DE IMPRESSAO
      ******************************************************************
       77  MASC-VALOR                   PIC ZZZ.ZZ9,99.
       77  MASC-IVA                     PIC ZZ.ZZ9,99.
       77  MASC-TOTAL                   PIC Z.ZZZ.ZZ9,99.
       77  MASC-TOTAL-GERAL             PIC ZZ.ZZZ.ZZ9,99.
       77  MASC-CLIENTE                 PIC ZZZZZ9.
       77  MASC-QTD                     PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PERCORRER-ARQUIVO
               THRU 2000-PERCORRER-ARQUIVO-EXIT.
           PERFORM 2100-PERCORRER-CORRENTE
               THRU 2100-PERCORRER-CORRENTE-EXIT.
           IF WS-NUM-LIN = 0
               DISPLAY 'Sem alugueres por faturar ate ' DATA-CORTE '.'
               PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT
               STOP RUN
           END-IF.
           OPEN EXTEND ALUGUERES.
           IF WS-ALU-STATUS = '05' OR WS-ALU-STATUS = '35'
               OPEN OUTPUT ALUGUERES
               CLOSE ALUGUERES
               OPEN EXTEND ALUGUERES
           END-IF.
           PERFORM 3000-FATURAR-CONTA THRU 3000-FATURAR-CONTA-EXIT
               VARYING WS-IX-CNT FROM 1 BY 1
               UNTIL WS-IX-CNT > WS-NUM-CNT.
           CLOSE ALUGUERES.
           PERFORM 4000-MARCAR-ARQUIVO THRU 4000-MARCAR-ARQUIVO-EXIT.
           PERFORM 4100-MARCAR-CORRENTE THRU 4100-MARCAR-CORRENTE-EXIT.
           PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      *    ASKS FOR THE MONTH TO BILL (ZERO TAKES THE PREVIOUS MONTH)
      *    AND WORKS OUT THE CUT-OFF - THE LAST DAY OF THAT MONTH.
      *    THE INVOICE PRINT IS APPENDED TO FATURAS.LST, THE SAME
      *    FISCAL LISTING THE COUNTER WRITES.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1050-CARREGAR-SERIE THRU 1050-CARREGAR-SERIE-EXIT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MES A FATURAR (AAAAMM, 0=MES ANTERIOR):'.
           ACCEPT PERIODO-ANO-MES.
           IF PERIODO-ANO-MES = 0
               MOVE WS-DATA-HOJE (1:6) TO PERIODO-ANO-MES
               IF PERIODO-MES = 1
                   SUBTRACT 1 FROM PERIODO-ANO
                   MOVE 12 TO PERIODO-MES
               ELSE
                   SUBTRACT 1 FROM PERIODO-MES
               END-IF
           END-IF.
           IF PERIODO-MES < 1 OR PERIODO-MES > 12
               DISPLAY 'Mes invalido.'
               STOP RUN
           END-IF.
           IF PERIODO-ANO-MES NOT < WS-DATA-HOJE (1:6)
               DISPLAY 'O mes ainda nao terminou.'
               STOP RUN
           END-IF.
           MOVE PERIODO-ANO TO SEGUINTE-ANO.
           MOVE PERIODO-MES TO SEGUINTE-MES.
           MOVE 1 TO SEGUINTE-DIA.
           IF SEGUINTE-MES = 12
               ADD 1 TO SEGUINTE-ANO
               MOVE 1 TO SEGUINTE-MES
           ELSE
               ADD 1 TO SEGUINTE-MES
           END-IF.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (DATA-SEGUINTE-NUM) - 1.
           COMPUTE DATA-CORTE =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           OPEN INPUT CLIENTES.
           IF WS-CLI-STATUS = '35'
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN INPUT CLIENTES
           END-IF.
           OPEN I-O FATIDX.
           IF WS-FID-STATUS = '35'
               OPEN OUTPUT FATIDX
               CLOSE FATIDX
               OPEN I-O FATIDX
           END-IF.
           OPEN EXTEND FATURAS.
           IF WS-FAT-STATUS = '05' OR WS-FAT-STATUS = '35'
               OPEN OUTPUT FATURAS
               CLOSE FATURAS
               OPEN EXTEND FATURAS
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'FATURACAO MENSAL DE CONTAS EMPRESA - MES '
                  PERIODO-ANO-MES ' (ALUGUERES ATE ' DATA-CORTE
                  ') - EXECUCAO DE ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'CONTA   EMPRESA                        '
                  'FATURA    ALUGUERES     ILIQUIDO        IVA'
                  '        TOTAL'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CARREGAR-SERIE
      *    READS SERIES.DAT TO THE END - THE LAST RECORD IS THE SERIES
      *    IN USE.  WITHOUT A SERIES NO INVOICE CAN BE ISSUED, SO THE
      *    RUN STOPS BEFORE ANY ACCOUNT IS BILLED.
      ******************************************************************
       1050-CARREGAR-SERIE.
           OPEN INPUT SERIES.
           IF WS-SER-STATUS NOT = '00'
               GO TO 1060-VERIFICAR-SERIE
           END-IF.
       1055-LER-SERIE.
           READ SERIES
               AT END
                   CLOSE SERIES
                   GO TO 1060-VERIFICAR-SERIE
           END-READ.
           MOVE SER-CODIGO-FATURA TO ATCUD-CODIGO-SERIE.
           MOVE SER-BASE-NUMERO TO ATCUD-BASE-NUMERO.
           GO TO 1055-LER-SERIE.
       1060-VERIFICAR-SERIE.
           IF ATCUD-CODIGO-SERIE = SPACES
               DISPLAY 'Series de faturacao nao registadas em'
                   ' SERIES.DAT - registe-as com o 0807_B06.'
               STOP RUN
           END-IF.
       1050-CARREGAR-SERIE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PERCORRER-ARQUIVO
      *    PASS OVER ALUGHIST.DAT FOR THE MONTHLY-BILLED RENTALS NOT
      *    YET ON A CONSOLIDATED INVOICE (ALU-DOC-ORIGEM STILL ZERO)
      *    AND RETURNED BY THE CUT-OFF.  A RENTAL RETURNED AFTER THE
      *    CUT-OFF WAITS FOR NEXT MONTH'S RUN.
      ******************************************************************
       2000-PERCORRER-ARQUIVO.
           OPEN INPUT ALUGHIST.
           IF WS-HIS-STATUS NOT = '00'
               GO TO 2000-PERCORRER-ARQUIVO-EXIT
           END-IF.
       2010-LER-ARQUIVO.
           READ ALUGHIST
               AT END
                   CLOSE ALUGHIST
                   GO TO 2000-PERCORRER-ARQUIVO-EXIT
           END-READ.
           IF NOT HIS-DOC-ALUGUER-MENSAL OR HIS-DOC-ORIGEM NOT = 0
               OR HIS-DATA > DATA-CORTE
               GO TO 2010-LER-ARQUIVO
           END-IF.
           MOVE HIS-CONTA-EMPRESA TO ALG-CONTA.
           MOVE HIS-CLIENTE TO ALG-CLIENTE.
           MOVE HIS-MATRICULA TO ALG-MATRICULA.
           MOVE HIS-TIPO-CARRO TO ALG-TIPO-CARRO.
           MOVE HIS-DATA TO ALG-FIM.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (HIS-DATA)
               - HIS-DIAS-ALUGUER - HIS-DIAS-ATRASO.
           COMPUTE ALG-INICIO =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           MOVE HIS-IVA TO ALG-IVA.
           MOVE HIS-TOTAL-FINAL TO ALG-TOTAL.
           MOVE HIS-BALCAO TO ALG-BALCAO.
           PERFORM 2200-GUARDAR-ALUGUER THRU 2200-GUARDAR-ALUGUER-EXIT.
           GO TO 2010-LER-ARQUIVO.
       2000-PERCORRER-ARQUIVO-EXIT.
           EXIT.

      ******************************************************************
      *    2100-PERCORRER-CORRENTE
      *    THE SAME PASS OVER ALUGUERES.DAT - RENTALS RETURNED SINCE
      *    THE LAST DAILY CLOSING ARE NOT IN THE ARCHIVE YET.
      ******************************************************************
       2100-PERCORRER-CORRENTE.
           OPEN INPUT ALUGUERES.
           IF WS-ALU-STATUS NOT = '00'
               GO TO 2100-PERCORRER-CORRENTE-EXIT
           END-IF.
       2110-LER-CORRENTE.
           READ ALUGUERES
               AT END
                   CLOSE ALUGUERES
                   GO TO 2100-PERCORRER-CORRENTE-EXIT
           END-READ.
           IF NOT ALU-DOC-ALUGUER-MENSAL OR ALU-DOC-ORIGEM NOT = 0
               OR ALU-DATA > DATA-CORTE
               GO TO 2110-LER-CORRENTE
           END-IF.
           MOVE ALU-CONTA-EMPRESA TO ALG-CONTA.
           MOVE ALU-CLIENTE TO ALG-CLIENTE.
           MOVE ALU-MATRICULA TO ALG-MATRICULA.
           MOVE ALU-TIPO-CARRO TO ALG-TIPO-CARRO.
           MOVE ALU-DATA TO ALG-FIM.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (ALU-DATA)
               - ALU-DIAS-ALUGUER - ALU-DIAS-ATRASO.
           COMPUTE ALG-INICIO =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           MOVE ALU-IVA TO ALG-IVA.
           MOVE ALU-TOTAL-FINAL TO ALG-TOTAL.
           MOVE ALU-BALCAO TO ALG-BALCAO.
           PERFORM 2200-GUARDAR-ALUGUER THRU 2200-GUARDAR-ALUGUER-EXIT.
           GO TO 2110-LER-CORRENTE.
       2100-PERCORRER-CORRENTE-EXIT.
           EXIT.

      ******************************************************************
      *    2200-GUARDAR-ALUGUER
      *    FILES THE RENTAL IN ALG-* UNDER ITS ACCOUNT, OPENING THE
      *    ACCOUNT ON FIRST SIGHT (THE INVOICE IS ISSUED AT THE BRANCH
      *    OF THE ACCOUNT'S FIRST RENTAL).  WHEN EITHER TABLE IS FULL
      *    THE RENTAL IS LEFT UNBILLED - ITS ORIGIN STAYS ZERO, SO A
      *    SECOND RUN PICKS IT UP.
      ******************************************************************
       2200-GUARDAR-ALUGUER.
           MOVE 'N' TO WS-CONTA-ACHADA.
           PERFORM 2210-PROCURAR-CONTA THRU 2210-PROCURAR-CONTA-EXIT
               VARYING WS-IX-CNT FROM 1 BY 1
               UNTIL WS-IX-CNT > WS-NUM-CNT OR CONTA-FOI-ACHADA.
           IF CONTA-FOI-ACHADA
               SUBTRACT 1 FROM WS-IX-CNT
           END-IF.
           IF WS-NUM-LIN NOT < 1000
               OR (NOT CONTA-FOI-ACHADA AND WS-NUM-CNT NOT < 200)
               IF NOT TABELA-ESTA-CHEIA
                   DISPLAY 'Aviso: tabela de alugueres cheia - os '
                       'restantes ficam para a proxima execucao.'
                   MOVE 'S' TO WS-TABELA-CHEIA
               END-IF
               GO TO 2200-GUARDAR-ALUGUER-EXIT
           END-IF.
           IF NOT CONTA-FOI-ACHADA
               ADD 1 TO WS-NUM-CNT
               MOVE WS-NUM-CNT TO WS-IX-CNT
               MOVE ALG-CONTA TO CNT-CONTA (WS-IX-CNT)
               MOVE ALG-BALCAO TO CNT-BALCAO (WS-IX-CNT)
               MOVE 0 TO CNT-QTD (WS-IX-CNT)
               MOVE 0 TO CNT-ILIQUIDO (WS-IX-CNT)
               MOVE 0 TO CNT-IVA (WS-IX-CNT)
               MOVE 0 TO CNT-TOTAL (WS-IX-CNT)
               MOVE 0 TO CNT-FATURA (WS-IX-CNT)
           END-IF.
           ADD 1 TO WS-NUM-LIN.
           MOVE ALG-CONTA TO LIN-CONTA (WS-NUM-LIN).
           MOVE ALG-CLIENTE TO LIN-CLIENTE (WS-NUM-LIN).
           MOVE ALG-MATRICULA TO LIN-MATRICULA (WS-NUM-LIN).
           MOVE ALG-TIPO-CARRO TO LIN-TIPO-CARRO (WS-NUM-LIN).
           MOVE ALG-INICIO TO LIN-INICIO (WS-NUM-LIN).
           MOVE ALG-FIM TO LIN-FIM (WS-NUM-LIN).
           COMPUTE LIN-ILIQUIDO (WS-NUM-LIN) = ALG-TOTAL - ALG-IVA.
           MOVE ALG-IVA TO LIN-IVA (WS-NUM-LIN).
           MOVE ALG-TOTAL TO LIN-TOTAL (WS-NUM-LIN).
           ADD 1 TO CNT-QTD (WS-IX-CNT).
           ADD LIN-ILIQUIDO (WS-NUM-LIN) TO CNT-ILIQUIDO (WS-IX-CNT).
           ADD ALG-IVA TO CNT-IVA (WS-IX-CNT).
           ADD ALG-TOTAL TO CNT-TOTAL (WS-IX-CNT).
           ADD 1 TO QTD-ALUGUERES.
       2200-GUARDAR-ALUGUER-EXIT.
           EXIT.

       2210-PROCURAR-CONTA.
           IF CNT-CONTA (WS-IX-CNT) = ALG-CONTA
               MOVE 'S' TO WS-CONTA-ACHADA
           END-IF.
       2210-PROCURAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    3000-FATURAR-CONTA
      *    ISSUES THE CONSOLIDATED INVOICE OF ONE ACCOUNT: NEXT
      *    NUMBER OF THE INVOICE SERIES FROM FATURACTL.DAT, AND THE
      *    DOCUMENT TO ALUGUERES.DAT AS TYPE 'G' - NO CAR, CATEGORY
      *    OR DAYS, THE SUM OF THE RENTALS' AMOUNTS AND IVA - AND TO
      *    FATIDX.  THE TOTAL IS THE SUM OF THE DELIVERY NOTES THE
      *    DRIVERS SIGNED, SO IT MATCHES THE AMOUNT THE CREDIT CHECK
      *    HELD AGAINST THE ACCOUNT.
      ******************************************************************
       3000-FATURAR-CONTA.
           OPEN I-O FATURACTL.
           IF WS-FCT-STATUS = '05' OR WS-FCT-STATUS = '35'
               OPEN OUTPUT FATURACTL
               COMPUTE FCT-PROX-NUMERO = ATCUD-BASE-NUMERO + 1
               COMPUTE FCT-PROX-NOTA-CREDITO = ATCUD-BASE-NUMERO + 1
               WRITE REG-FATURA-CTL
               CLOSE FATURACTL
               OPEN I-O FATURACTL
           END-IF.
           READ FATURACTL
               AT END
                   COMPUTE FCT-PROX-NUMERO = ATCUD-BASE-NUMERO + 1
                   COMPUTE FCT-PROX-NOTA-CREDITO =
                       ATCUD-BASE-NUMERO + 1
           END-READ.
           MOVE FCT-PROX-NUMERO TO FATURA-NUMERO.
           ADD 1 TO FCT-PROX-NUMERO.
           REWRITE REG-FATURA-CTL.
           CLOSE FATURACTL.
           MOVE FATURA-NUMERO TO CNT-FATURA (WS-IX-CNT).
           MOVE SPACES TO FATURA-ATCUD.
           COMPUTE ATCUD-SEQUENCIA = FATURA-NUMERO - ATCUD-BASE-NUMERO.
           STRING ATCUD-CODIGO-SERIE '-' ATCUD-SEQUENCIA
               DELIMITED BY SIZE INTO FATURA-ATCUD.
           MOVE WS-DATA-HOJE TO ALU-DATA.
           MOVE CNT-CONTA (WS-IX-CNT) TO ALU-CLIENTE.
           MOVE SPACES TO ALU-MATRICULA.
           MOVE 0 TO ALU-TIPO-CARRO.
           MOVE 0 TO ALU-DIAS-ALUGUER.
           MOVE 0 TO ALU-KMS-PAGOS.
           MOVE 0 TO ALU-CUSTO-DIA.
           MOVE 0 TO ALU-DIAS-ATRASO.
           MOVE 0 TO ALU-VALOR-ATRASO.
           MOVE 0 TO ALU-VALOR-DANOS.
           MOVE 0 TO ALU-PERC-DESCONTO.
           MOVE 0 TO ALU-VALOR-DESCONTO.
           MOVE CNT-IVA (WS-IX-CNT) TO ALU-IVA.
           MOVE CNT-TOTAL (WS-IX-CNT) TO ALU-TOTAL-FINAL.
           MOVE FATURA-NUMERO TO ALU-FATURA-NUMERO.
           MOVE 'G' TO ALU-TIPO-DOC.
           MOVE 0 TO ALU-DOC-ORIGEM.
           MOVE CNT-BALCAO (WS-IX-CNT) TO ALU-BALCAO.
           MOVE 0 TO ALU-VALOR-EXTRAS.
           MOVE 0 TO ALU-CONTA-EMPRESA.
           MOVE 0 TO ALU-VALOR-TERCEIROS.
           WRITE REG-ALUGUER.
           MOVE FATURA-NUMERO TO FID-NUMERO.
           MOVE ALU-DATA TO FID-DATA.
           MOVE ALU-CLIENTE TO FID-CLIENTE.
           MOVE 0 TO FID-TIPO-CARRO.
           MOVE SPACES TO FID-MATRICULA.
           MOVE ALU-IVA TO FID-IVA.
           MOVE ALU-TOTAL-FINAL TO FID-TOTAL-FINAL.
           MOVE 0 TO FID-TOTAL-CREDITADO.
           MOVE ALU-BALCAO TO FID-BALCAO.
           WRITE REG-FAT-IDX
               INVALID KEY
                   DISPLAY 'AVISO: FATURA ' FATURA-NUMERO
                       ' JA ESTAVA NO INDICE FATIDX.'
           END-WRITE.
           MOVE CNT-CONTA (WS-IX-CNT) TO CLI-NUMERO.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
                   MOVE 0 TO CLI-NIF
           END-READ.
           PERFORM 3200-IMPRIMIR-FATURA THRU 3200-IMPRIMIR-FATURA-EXIT.
           MOVE CNT-CONTA (WS-IX-CNT) TO CLI-NUMERO.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
           END-READ.
           MOVE CNT-CONTA (WS-IX-CNT) TO MASC-CLIENTE.
           MOVE CNT-QTD (WS-IX-CNT) TO MASC-QTD.
           MOVE CNT-ILIQUIDO (WS-IX-CNT) TO MASC-VALOR.
           MOVE CNT-IVA (WS-IX-CNT) TO MASC-IVA.
           MOVE CNT-TOTAL (WS-IX-CNT) TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING MASC-CLIENTE '  ' CLI-NOME ' ' FATURA-NUMERO
                  '    ' MASC-QTD '  ' MASC-VALOR '  ' MASC-IVA
                  '  ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO QTD-FATURAS.
           ADD CNT-TOTAL (WS-IX-CNT) TO TOTAL-FATURADO.
       3000-FATURAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    3200-IMPRIMIR-FATURA
      *    PRINTS THE CONSOLIDATED INVOICE TO FATURAS.LST: THE ACCOUNT,
      *    ONE LINE PER RENTAL (DRIVER, CAR, PERIOD, AMOUNT BEFORE
      *    IVA) AND THE TOTALS.
      ******************************************************************
       3200-IMPRIMIR-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'FATURA N. ' FATURA-NUMERO '   ATCUD: ' FATURA-ATCUD
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'CLIENTE: ' CLI-NOME '   NIF: ' CLI-NIF
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'FATURACAO MENSAL - ALUGUERES ATE ' DATA-CORTE
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           WRITE LINHA-FATURA.
           PERFORM 3210-LINHA-ALUGUER THRU 3210-LINHA-ALUGUER-EXIT
               VARYING WS-IX-LIN FROM 1 BY 1
               UNTIL WS-IX-LIN > WS-NUM-LIN.
           MOVE SPACES TO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE CNT-ILIQUIDO (WS-IX-CNT) TO MASC-VALOR.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'TOTAL ILIQUIDO ........... ' MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE CNT-IVA (WS-IX-CNT) TO MASC-IVA.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'IVA (23%) ................ ' MASC-IVA
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE CNT-TOTAL (WS-IX-CNT) TO MASC-TOTAL.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'TOTAL A PAGAR ............ ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE '----------------------------------------'
               TO LINHA-FATURA.
           WRITE LINHA-FATURA.
       3200-IMPRIMIR-FATURA-EXIT.
           EXIT.

      ******************************************************************
      *    3210-LINHA-ALUGUER
      *    ONE INVOICE LINE PER RENTAL OF THE ACCOUNT, WITH THE
      *    DRIVER'S NAME FROM CLIENTES.
      ******************************************************************
       3210-LINHA-ALUGUER.
           IF LIN-CONTA (WS-IX-LIN) NOT = CNT-CONTA (WS-IX-CNT)
               GO TO 3210-LINHA-ALUGUER-EXIT
           END-IF.
           MOVE LIN-CLIENTE (WS-IX-LIN) TO CLI-NUMERO.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
           END-READ.
           MOVE CLI-NOME TO NOME-CONDUTOR.
           MOVE SPACES TO LINHA-FATURA.
           STRING LIN-MATRICULA (WS-IX-LIN) ' CAT '
                  LIN-TIPO-CARRO (WS-IX-LIN) '  '
                  LIN-INICIO (WS-IX-LIN) ' A ' LIN-FIM (WS-IX-LIN)
                  '  ' NOME-CONDUTOR (1:20)
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE LIN-ILIQUIDO (WS-IX-LIN) TO MASC-VALOR.
           MOVE SPACES TO LINHA-FATURA.
           STRING '    Condutor ' LIN-CLIENTE (WS-IX-LIN)
                  ' .......... ' MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
       3210-LINHA-ALUGUER-EXIT.
           EXIT.

      ******************************************************************
      *    4000-MARCAR-ARQUIVO
      *    STAMPS THE CONSOLIDATED INVOICE NUMBER ON EVERY RENTAL OF
      *    ALUGHIST.DAT BILLED BY THIS RUN.  THE SAME TEST AS THE
      *    GATHERING PASS PICKS THE SAME RENTALS; 4200 LOOKS THE
      *    ACCOUNT UP SO A RENTAL LEFT OUT WHEN THE TABLE FILLED UP
      *    KEEPS ITS ORIGIN AT ZERO.
      ******************************************************************
       4000-MARCAR-ARQUIVO.
           OPEN I-O ALUGHIST.
           IF WS-HIS-STATUS NOT = '00'
               GO TO 4000-MARCAR-ARQUIVO-EXIT
           END-IF.
       4010-LER-ARQUIVO.
           READ ALUGHIST
               AT END
                   CLOSE ALUGHIST
                   GO TO 4000-MARCAR-ARQUIVO-EXIT
           END-READ.
           IF NOT HIS-DOC-ALUGUER-MENSAL OR HIS-DOC-ORIGEM NOT = 0
               OR HIS-DATA > DATA-CORTE
               GO TO 4010-LER-ARQUIVO
           END-IF.
           MOVE HIS-CONTA-EMPRESA TO ALG-CONTA.
           MOVE HIS-CLIENTE TO ALG-CLIENTE.
           MOVE HIS-MATRICULA TO ALG-MATRICULA.
           MOVE HIS-DATA TO ALG-FIM.
           PERFORM 4200-PROCURAR-FATURA THRU 4200-PROCURAR-FATURA-EXIT.
           IF ALG-FATURA = 0
               GO TO 4010-LER-ARQUIVO
           END-IF.
           MOVE ALG-FATURA TO HIS-DOC-ORIGEM.
           REWRITE REG-ALUGHIST.
           ADD 1 TO QTD-MARCADOS.
           GO TO 4010-LER-ARQUIVO.
       4000-MARCAR-ARQUIVO-EXIT.
           EXIT.

      ******************************************************************
      *    4100-MARCAR-CORRENTE
      *    THE SAME STAMP ON ALUGUERES.DAT.  THE 'G' INVOICES JUST
      *    APPENDED ARE NOT OF TYPE 'M' AND ARE PASSED OVER.
      ******************************************************************
       4100-MARCAR-CORRENTE.
           OPEN I-O ALUGUERES.
           IF WS-ALU-STATUS NOT = '00'
               GO TO 4100-MARCAR-CORRENTE-EXIT
           END-IF.
       4110-LER-CORRENTE.
           READ ALUGUERES
               AT END
                   CLOSE ALUGUERES
                   GO TO 4100-MARCAR-CORRENTE-EXIT
           END-READ.
           IF NOT ALU-DOC-ALUGUER-MENSAL OR ALU-DOC-ORIGEM NOT = 0
               OR ALU-DATA > DATA-CORTE
               GO TO 4110-LER-CORRENTE
           END-IF.
           MOVE ALU-CONTA-EMPRESA TO ALG-CONTA.
           MOVE ALU-CLIENTE TO ALG-CLIENTE.
           MOVE ALU-MATRICULA TO ALG-MATRICULA.
           MOVE ALU-DATA TO ALG-FIM.
           PERFORM 4200-PROCURAR-FATURA THRU 4200-PROCURAR-FATURA-EXIT.
           IF ALG-FATURA = 0
               GO TO 4110-LER-CORRENTE
           END-IF.
           MOVE ALG-FATURA TO ALU-DOC-ORIGEM.
           REWRITE REG-ALUGUER.
           ADD 1 TO QTD-MARCADOS.
           GO TO 4110-LER-CORRENTE.
       4100-MARCAR-CORRENTE-EXIT.
           EXIT.

      ******************************************************************
      *    4200-PROCURAR-FATURA
      *    RETURNS IN ALG-FATURA THE INVOICE ISSUED TO THE ACCOUNT OF
      *    THE RENTAL IN ALG-*, OR ZERO WHEN THE RENTAL DID NOT MAKE
      *    IT INTO THE TABLE (SAME ACCOUNT, DRIVER, CAR AND RETURN).
      ******************************************************************
       4200-PROCURAR-FATURA.
           MOVE 0 TO ALG-FATURA.
           PERFORM 4210-COMPARAR-LINHA THRU 4210-COMPARAR-LINHA-EXIT
               VARYING WS-IX-LIN FROM 1 BY 1
               UNTIL WS-IX-LIN > WS-NUM-LIN OR ALG-FATURA NOT = 0.
       4200-PROCURAR-FATURA-EXIT.
           EXIT.

       4210-COMPARAR-LINHA.
           IF LIN-CONTA (WS-IX-LIN) NOT = ALG-CONTA
               OR LIN-CLIENTE (WS-IX-LIN) NOT = ALG-CLIENTE
               OR LIN-MATRICULA (WS-IX-LIN) NOT = ALG-MATRICULA
               OR LIN-FIM (WS-IX-LIN) NOT = ALG-FIM
               GO TO 4210-COMPARAR-LINHA-EXIT
           END-IF.
           MOVE 'N' TO WS-CONTA-ACHADA.
           PERFORM 2210-PROCURAR-CONTA THRU 2210-PROCURAR-CONTA-EXIT
               VARYING WS-IX-CNT FROM 1 BY 1
               UNTIL WS-IX-CNT > WS-NUM-CNT OR CONTA-FOI-ACHADA.
           IF CONTA-FOI-ACHADA
               SUBTRACT 1 FROM WS-IX-CNT
               MOVE CNT-FATURA (WS-IX-CNT) TO ALG-FATURA
           END-IF.
       4210-COMPARAR-LINHA-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINAR
      ******************************************************************
       9000-TERMINAR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE QTD-FATURAS TO MASC-QTD.
           MOVE TOTAL-FATURADO TO MASC-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'FATURAS EMITIDAS: ' MASC-QTD
                  '   TOTAL FATURADO: ' MASC-TOTAL-GERAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE CLIENTES.
           CLOSE FATIDX.
           CLOSE FATURAS.
           CLOSE RELATORIO.
           MOVE QTD-ALUGUERES TO MASC-QTD.
           DISPLAY 'Alugueres faturados .... ' MASC-QTD.
           MOVE QTD-MARCADOS TO MASC-QTD.
           DISPLAY 'Alugueres marcados ..... ' MASC-QTD.
           MOVE QTD-FATURAS TO MASC-QTD.
           DISPLAY 'Faturas emitidas ....... ' MASC-QTD.
           DISPLAY 'Faturas em FATURAS.LST, resumo em FATMENSAL.LST.'.
       9000-TERMINAR-EXIT.
           EXIT.

       END PROGRAM 0807_B03.
