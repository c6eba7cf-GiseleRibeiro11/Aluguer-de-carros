      ******************************************************************
      *    PROGRAM-ID: 0807_B05
      *    AUTHOR    : J. P. SILVA
      *    INSTALLATION: BALCAO CENTRAL - ALUGUER DE CARROS
      *    DATE-WRITTEN: 15/10/2026
      *    DATE-COMPILED:
      *    PURPOSE   : DAILY GENERAL-LEDGER JOURNAL.  RUN AFTER THE
      *                DAILY CLOSING (0807_R01) HAS CLOSED A DATE, IT
      *                TURNS THAT DATE'S MOVEMENTS INTO ONE DOUBLE-
      *                ENTRY JOURNAL IN THE ACCOUNTING IMPORT FORMAT:
      *                  - THE DOCUMENTS ARCHIVED ON ALUGHIST.DAT:
      *                    RENTAL REVENUE BY TIPO-CARRO AND BALCAO,
      *                    LATE AND DAMAGE SURCHARGES, EXTRAS AND
      *                    DISCOUNTS EACH ON THEIR OWN LINE, IVA
      *                    PAYABLE, CUSTOMERS, AND THE REVERSALS OF
      *                    THE CREDIT NOTES;
      *                  - THE RECEIPTS ON RECIBOS.DAT, BY PAYMENT
      *                    MODE (A RECEIPT SETTLED FROM A DEPOSIT
      *                    DRAWS ON THE DEPOSITS HELD);
      *                  - THE DEPOSITS TAKEN AND REFUNDED ON
      *                    CAUCOES.DAT.
      *                THE SNC ACCOUNT OF EVERY LINE COMES FROM THE
      *                CONTASNC.DAT MAPPING FILE.  THE JOURNAL IS ONLY
      *                APPENDED TO DIARIO.TXT WHEN EVERY LINE HAS AN
      *                ACCOUNT AND DEBITS EQUAL CREDITS; THE DATE IS
      *                THEN RECORDED ON DIARIOCTL.DAT AND A SECOND
      *                JOURNAL FOR THE SAME DATE IS REFUSED.  A
      *                REFUSED RUN WRITES NOTHING AND CAN BE REPEATED
      *                ONCE THE MAPPING IS PUT RIGHT.  DIARIO.LST
      *                LISTS THE JOURNAL AND THE OUTCOME.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL PROGRAM.
      *    15/10/2026 JPS   THE THIRD-PARTY AMOUNT OF A CHARGE (FINE OR
      *                     TOLL) IS CREDITED TO TERC, A PAYABLE; ONLY
      *                     THE REST OF THE NET (THE FEES) GOES TO ENCG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_B05.
       AUTHOR. J. P. SILVA.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUGHIST ASSIGN TO "ALUGHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT RECIBOS ASSIGN TO "RECIBOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT CAUCOES ASSIGN TO "CAUCOES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAU-STATUS.
           SELECT CONTASNC ASSIGN TO "CONTASNC.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SNC-STATUS.
           SELECT FECHOCTL ASSIGN TO "FECHOCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.
           SELECT DIARIOCTL ASSIGN TO "DIARIOCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DCT-STATUS.
           SELECT DIARIO ASSIGN TO "DIARIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIA-STATUS.
           SELECT RELATORIO ASSIGN TO "DIARIO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUGHIST
           LABEL RECORD IS STANDARD.
           COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGHIST==
               LEADING ==ALU== BY ==HIS==.
       FD  RECIBOS
           LABEL RECORD IS STANDARD.
           COPY RECREG.
       FD  CAUCOES
           LABEL RECORD IS STANDARD.
           COPY CAUREG.
       FD  CONTASNC
           LABEL RECORD IS STANDARD.
           COPY SNCREG.
       FD  FECHOCTL
           LABEL RECORD IS STANDARD.
           COPY FCHREG.
       FD  DIARIOCTL
           LABEL RECORD IS STANDARD.
           COPY FCHREG REPLACING ==REG-FECHO-CTL== BY ==REG-DIARIO-CTL==
               LEADING ==FCH== BY ==DCT==.
       FD  DIARIO
           LABEL RECORD IS OMITTED.
       01  LINHA-DIARIO                PIC X(120).
       FD  RELATORIO
           LABEL RECORD IS OMITTED.
       01  LINHA-RELATORIO             PIC X(120).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    CONTROLO DE FICHEIROS
      ******************************************************************
       77  WS-HIS-STATUS                PIC X(02) VALUE '00'.
       77  WS-REC-STATUS                PIC X(02) VALUE '00'.
       77  WS-CAU-STATUS                PIC X(02) VALUE '00'.
       77  WS-SNC-STATUS                PIC X(02) VALUE '00'.
       77  WS-FCH-STATUS                PIC X(02) VALUE '00'.
       77  WS-DCT-STATUS                PIC X(02) VALUE '00'.
       77  WS-DIA-STATUS                PIC X(02) VALUE '00'.
       77  WS-REL-STATUS                PIC X(02) VALUE '00'.
       77  WS-DATA-HOJE                 PIC 9(08).
       77  WS-DATA-DIARIO               PIC 9(08) VALUE 0.
       77  WS-DATA-FECHADA              PIC X VALUE 'N'.
           88  DATA-FECHADA             VALUE 'S'.
       77  WS-DIARIO-ACEITE             PIC X VALUE 'N'.
           88  DIARIO-ACEITE            VALUE 'S'.
       77  WS-CONTA-ACHADA              PIC X VALUE 'N'.
           88  CONTA-ACHADA             VALUE 'S'.

      ******************************************************************
      *    PLANO DE CONTAS (CARREGADO DE CONTASNC.DAT)
      ******************************************************************
       77  WS-NUM-MAP                   PIC 9(03) VALUE 0.
       77  WS-IX-MAP                    PIC 9(03).
       01  TAB-CONTAS-SNC.
           05  MAP-LINHA OCCURS 200 TIMES.
               10  MAP-RUBRICA          PIC X(04).
               10  MAP-TIPO-CARRO       PIC X(01).
               10  MAP-BALCAO           PIC X(02).
               10  MAP-CONTA            PIC X(10).
               10  MAP-DESCRICAO        PIC X(30).

      ******************************************************************
      *    LINHAS DO DIARIO - UMA POR RUBRICA, CATEGORIA, BALCAO E
      *    NATUREZA (DEBITO/CREDITO), COM A CONTA ATRIBUIDA
      ******************************************************************
       77  WS-NUM-LAN                   PIC 9(03) VALUE 0.
       77  WS-IX-LAN                    PIC 9(03).
       01  TAB-LANCAMENTOS.
           05  LAN-LINHA OCCURS 500 TIMES.
               10  LAN-RUBRICA          PIC X(04).
               10  LAN-TIPO-CARRO       PIC 9(01).
               10  LAN-BALCAO           PIC 9(02).
               10  LAN-NATUREZA         PIC X(01).
                   88  LAN-DEBITO       VALUE 'D'.
                   88  LAN-CREDITO      VALUE 'C'.
               10  LAN-VALOR            PIC S9(09)V99.
               10  LAN-CONTA            PIC X(10).
               10  LAN-DESCRICAO        PIC X(30).

      ******************************************************************
      *    MOVIMENTO A LANCAR E CHAVE DE PROCURA NO PLANO DE CONTAS
      ******************************************************************
       77  WS-LAN-RUBRICA               PIC X(04).
       77  WS-LAN-TIPO-CARRO            PIC 9(01).
       77  WS-LAN-BALCAO                PIC 9(02).
       77  WS-LAN-NATUREZA              PIC X(01).
       77  WS-LAN-VALOR                 PIC S9(09)V99.
       77  WS-CHV-TIPO-CARRO            PIC X(01).
       77  WS-CHV-BALCAO                PIC X(02).
       77  WS-RUBRICA-CAIXA             PIC X(04).

      ******************************************************************
      *    DECOMPOSICAO DE UM DOCUMENTO
      *    LIQUIDO = TOTAL - IVA; O ALUGUER E O QUE RESTA DO LIQUIDO
      *    DEPOIS DE RETIRAR ATRASO, DANOS E EXTRAS E REPOR O DESCONTO
      ******************************************************************
       77  VALOR-LIQUIDO                PIC S9(07)V99.
       77  VALOR-ALUGUER                PIC S9(07)V99.
       77  VALOR-TERCEIROS              PIC S9(07)V99.

      ******************************************************************
      *    CONTADORES E TOTAIS DA EXECUCAO
      ******************************************************************
       77  QTD-DOCUMENTOS               PIC 9(05) VALUE 0.
       77  QTD-RECIBOS                  PIC 9(05) VALUE 0.
       77  QTD-CAUCOES                  PIC 9(05) VALUE 0.
       77  QTD-SEM-CONTA                PIC 9(03) VALUE 0.
       77  TOTAL-DEBITO                 PIC S9(09)V99 VALUE 0.
       77  TOTAL-CREDITO                PIC S9(09)V99 VALUE 0.
       77  TOTAL-DIFERENCA              PIC S9(09)V99 VALUE 0.

      ******************************************************************
      *    MASCARAS DE IMPRESSAO E DE EXPORTACAO
      ******************************************************************
       77  MASC-DEBITO                  PIC ZZZ.ZZZ.ZZ9,99.
       77  MASC-CREDITO                 PIC ZZZ.ZZZ.ZZ9,99.
       77  MASC-DIFERENCA               PIC ZZZ.ZZZ.ZZ9,99-.
       77  MASC-QTD                     PIC ZZ.ZZ9.
       77  MASC-BALCAO                  PIC Z9.
       77  MASC-EXP-VALOR               PIC 9(09),99.
       77  MASC-EXP-DEBITO              PIC 9(09),99.
       77  MASC-EXP-CREDITO             PIC 9(09),99.
       77  MASC-EXP-LINHA               PIC 9(04).
       77  DESC-CONTA                   PIC X(10).
       77  DESC-DEBITO                  PIC X(14).
       77  DESC-CREDITO                 PIC X(14).

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1500-CARREGAR-CONTAS THRU 1500-CARREGAR-CONTAS-EXIT.
           PERFORM 2000-LER-DOCUMENTOS THRU 2000-LER-DOCUMENTOS-EXIT.
           PERFORM 2500-LER-RECIBOS THRU 2500-LER-RECIBOS-EXIT.
           PERFORM 2700-LER-CAUCOES THRU 2700-LER-CAUCOES-EXIT.
           PERFORM 3000-ATRIBUIR-CONTA THRU 3000-ATRIBUIR-CONTA-EXIT
               VARYING WS-IX-LAN FROM 1 BY 1
               UNTIL WS-IX-LAN > WS-NUM-LAN.
           PERFORM 3500-VERIFICAR-EQUILIBRIO
               THRU 3500-VERIFICAR-EQUILIBRIO-EXIT.
           PERFORM 4000-IMPRIMIR-RELATORIO
               THRU 4000-IMPRIMIR-RELATORIO-EXIT.
           IF DIARIO-ACEITE
               PERFORM 5000-GRAVAR-DIARIO THRU 5000-GRAVAR-DIARIO-EXIT
               PERFORM 6000-REGISTAR-DIARIO
                   THRU 6000-REGISTAR-DIARIO-EXIT
           END-IF.
           PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      *    ASKS FOR THE DATE OF THE JOURNAL (ZERO MEANS TODAY).  THE
      *    DATE MUST ALREADY BE CLOSED ON FECHOCTL.DAT - UNTIL THEN
      *    ITS DOCUMENTS ARE NOT ON THE ARCHIVE AND THE JOURNAL WOULD
      *    COME OUT SHORT - AND MUST NOT BE ON DIARIOCTL.DAT, SO THE
      *    SAME DAY IS NEVER POSTED TWICE.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'DATA DO DIARIO (AAAAMMDD, 0=HOJE):'.
           ACCEPT WS-DATA-DIARIO.
           IF WS-DATA-DIARIO = 0
               MOVE WS-DATA-HOJE TO WS-DATA-DIARIO
           END-IF.
           OPEN INPUT FECHOCTL.
           IF WS-FCH-STATUS NOT = '00'
               GO TO 1200-VERIFICAR-DIARIO-CTL
           END-IF.
       1100-LER-FECHO-CTL.
           READ FECHOCTL
               AT END
                   CLOSE FECHOCTL
                   GO TO 1200-VERIFICAR-DIARIO-CTL
           END-READ.
           IF FCH-DATA-FECHADA = WS-DATA-DIARIO
               MOVE 'S' TO WS-DATA-FECHADA
           END-IF.
           GO TO 1100-LER-FECHO-CTL.
       1200-VERIFICAR-DIARIO-CTL.
           IF NOT DATA-FECHADA
               DISPLAY 'Diario recusado - a data ' WS-DATA-DIARIO
                   ' ainda nao foi fechada.'
               STOP RUN
           END-IF.
           OPEN INPUT DIARIOCTL.
           IF WS-DCT-STATUS NOT = '00'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
       1210-LER-DIARIO-CTL.
           READ DIARIOCTL
               AT END
                   CLOSE DIARIOCTL
                   GO TO 1000-INICIALIZAR-EXIT
           END-READ.
           IF DCT-DATA-FECHADA = WS-DATA-DIARIO
               DISPLAY 'Diario recusado - o diario de ' WS-DATA-DIARIO
                   ' ja foi gerado.'
               CLOSE DIARIOCTL
               STOP RUN
           END-IF.
           GO TO 1210-LER-DIARIO-CTL.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    1500-CARREGAR-CONTAS
      *    LOADS THE ACCOUNT MAPPING.  WITHOUT IT NO LINE CAN BE
      *    POSTED, SO A MISSING FILE STOPS THE RUN.
      ******************************************************************
       1500-CARREGAR-CONTAS.
           OPEN INPUT CONTASNC.
           IF WS-SNC-STATUS NOT = '00'
               DISPLAY 'Diario recusado - CONTASNC.DAT nao'
                   ' encontrado.'
               STOP RUN
           END-IF.
       1510-LER-CONTA.
           READ CONTASNC
               AT END
                   CLOSE CONTASNC
                   GO TO 1500-CARREGAR-CONTAS-EXIT
           END-READ.
           IF WS-NUM-MAP = 200
               DISPLAY 'Aviso: CONTASNC.DAT tem mais de 200'
                   ' registos - os restantes sao ignorados.'
               CLOSE CONTASNC
               GO TO 1500-CARREGAR-CONTAS-EXIT
           END-IF.
           ADD 1 TO WS-NUM-MAP.
           MOVE SNC-RUBRICA TO MAP-RUBRICA (WS-NUM-MAP).
           MOVE SNC-TIPO-CARRO TO MAP-TIPO-CARRO (WS-NUM-MAP).
           MOVE SNC-BALCAO TO MAP-BALCAO (WS-NUM-MAP).
           MOVE SNC-CONTA TO MAP-CONTA (WS-NUM-MAP).
           MOVE SNC-DESCRICAO TO MAP-DESCRICAO (WS-NUM-MAP).
           GO TO 1510-LER-CONTA.
       1500-CARREGAR-CONTAS-EXIT.
           EXIT.

      ******************************************************************
      *    2000-LER-DOCUMENTOS
      *    TAKES EVERY DOCUMENT OF THE DATE FROM THE ARCHIVE.
      ******************************************************************
       2000-LER-DOCUMENTOS.
           OPEN INPUT ALUGHIST.
           IF WS-HIS-STATUS NOT = '00'
               GO TO 2000-LER-DOCUMENTOS-EXIT
           END-IF.
       2010-LER-DOCUMENTO.
           READ ALUGHIST
               AT END
                   CLOSE ALUGHIST
                   GO TO 2000-LER-DOCUMENTOS-EXIT
           END-READ.
           IF HIS-DATA NOT = WS-DATA-DIARIO
               GO TO 2010-LER-DOCUMENTO
           END-IF.
           ADD 1 TO QTD-DOCUMENTOS.
           PERFORM 2100-LANCAR-DOCUMENTO
               THRU 2100-LANCAR-DOCUMENTO-EXIT.
           GO TO 2010-LER-DOCUMENTO.
       2000-LER-DOCUMENTOS-EXIT.
           EXIT.

      ******************************************************************
      *    2100-LANCAR-DOCUMENTO
      *    POSTS ONE DOCUMENT BY ITS TYPE:
      *      'F' INVOICE   D CUSTOMERS (TOTAL)   C IVA, AND THE
      *                    REVENUE SPLIT BELOW
      *      'M' MONTHLY   D NOT YET INVOICED (TOTAL - IVA)
      *                    C THE REVENUE SPLIT BELOW - THE IVA IS
      *                    ONLY DUE ON THE CONSOLIDATED INVOICE
      *      'G' CONSOL.   D CUSTOMERS (TOTAL)   C IVA
      *                    C NOT YET INVOICED (TOTAL - IVA)
      *      'E' CHARGE    D CUSTOMERS (TOTAL)   C IVA
      *                    C THIRD PARTIES (THE FINE OR TOLL)
      *                    C FEES (TOTAL - IVA - FINE OR TOLL)
      *      'N' CREDIT    D CREDIT NOTES (TOTAL - IVA)  D IVA
      *                    C CUSTOMERS (TOTAL)
      *    THE REVENUE SPLIT CREDITS RENTAL, LATE SURCHARGE, DAMAGES
      *    AND EXTRAS AND DEBITS THE DISCOUNT, SO THE SURCHARGES AND
      *    DISCOUNTS STAY VISIBLE ON THEIR OWN ACCOUNTS.  THE FINE OR
      *    TOLL OF A CHARGE IS OWED TO THE AUTHORITY OR THE MOTORWAY
      *    OPERATOR, NOT REVENUE, SO IT IS KEPT OFF THE FEES; A CHARGE
      *    ARCHIVED BEFORE THE AMOUNT WAS KEPT POSTS WHOLLY TO FEES.
      ******************************************************************
       2100-LANCAR-DOCUMENTO.
           COMPUTE VALOR-LIQUIDO = HIS-TOTAL-FINAL - HIS-IVA.
           MOVE HIS-BALCAO TO WS-LAN-BALCAO.
           IF HIS-DOC-NOTA-CREDITO
               MOVE 'NCRE' TO WS-LAN-RUBRICA
               MOVE HIS-TIPO-CARRO TO WS-LAN-TIPO-CARRO
               MOVE 'D' TO WS-LAN-NATUREZA
               MOVE VALOR-LIQUIDO TO WS-LAN-VALOR
               PERFORM 2900-ACUMULAR-LANCAMENTO
                   THRU 2900-ACUMULAR-LANCAMENTO-EXIT
               MOVE 'IVAL' TO WS-LAN-RUBRICA
               MOVE 0 TO WS-LAN-TIPO-CARRO
               MOVE HIS-IVA TO WS-LAN-VALOR
               PERFORM 2900-ACUMULAR-LANCAMENTO
                   THRU 2900-ACUMULAR-LANCAMENTO-EXIT
               MOVE 'CLIE' TO WS-LAN-RUBRICA
               MOVE 'C' TO WS-LAN-NATUREZA
               MOVE HIS-TOTAL-FINAL TO WS-LAN-VALOR
               PERFORM 2900-ACUMULAR-LANCAMENTO
                   THRU 2900-ACUMULAR-LANCAMENTO-EXIT
               GO TO 2100-LANCAR-DOCUMENTO-EXIT
           END-IF.
           MOVE 0 TO WS-LAN-TIPO-CARRO.
           IF HIS-DOC-ALUGUER-MENSAL
               MOVE 'ACRE' TO WS-LAN-RUBRICA
               MOVE 'D' TO WS-LAN-NATUREZA
               MOVE VALOR-LIQUIDO TO WS-LAN-VALOR
               PERFORM 2900-ACUMULAR-LANCAMENTO
                   THRU 2900-ACUMULAR-LANCAMENTO-EXIT
               GO TO 2150-LANCAR-RECEITA
           END-IF.
           MOVE 'CLIE' TO WS-LAN-RUBRICA.
           MOVE 'D' TO WS-LAN-NATUREZA.
           MOVE HIS-TOTAL-FINAL TO WS-LAN-VALOR.
           PERFORM 2900-ACUMULAR-LANCAMENTO
               THRU 2900-ACUMULAR-LANCAMENTO-EXIT.
           MOVE 'IVAL' TO WS-LAN-RUBRICA.
           MOVE 'C' TO WS-LAN-NATUREZA.
           MOVE HIS-IVA TO WS-LAN-VALOR.
           PERFORM 2900-ACUMULAR-LANCAMENTO
               THRU 2900-ACUMULAR-LANCAMENTO-EXIT.
           IF HIS-DOC-FATURA-GLOBAL
               MOVE 'ACRE' TO WS-LAN-RUBRICA
               MOVE VALOR-LIQUIDO TO WS-LAN-VALOR
               PERFORM 2900-ACUMULAR-LANCAMENTO
                   THRU 2900-ACUMULAR-LANCAMENTO-EXIT
               GO TO 2100-LANCAR-DOCUMENTO-EXIT
           END-IF.
           IF HIS-DOC-ENCARGO
               MOVE 0 TO VALOR-TERCEIROS
               IF HIS-VALOR-TERCEIROS NUMERIC
                   MOVE HIS-VALOR-TERCEIROS TO VALOR-TERCEIROS
               END-IF
               MOVE 'TERC' TO WS-LAN-RUBRICA
               MOVE VALOR-TERCEIROS TO WS-LAN-VALOR
               PERFORM 2900-ACUMULAR-LANCAMENTO
                   THRU 2900-ACUMULAR-LANCAMENTO-EXIT
               MOVE 'ENCG' TO WS-LAN-RUBRICA
               COMPUTE WS-LAN-VALOR = VALOR-LIQUIDO - VALOR-TERCEIROS
               PERFORM 2900-ACUMULAR-LANCAMENTO
                   THRU 2900-ACUMULAR-LANCAMENTO-EXIT
               GO TO 2100-LANCAR-DOCUMENTO-EXIT
           END-IF.
       2150-LANCAR-RECEITA.
           COMPUTE VALOR-ALUGUER = VALOR-LIQUIDO - HIS-VALOR-ATRASO
               - HIS-VALOR-DANOS - HIS-VALOR-EXTRAS
               + HIS-VALOR-DESCONTO.
           MOVE HIS-TIPO-CARRO TO WS-LAN-TIPO-CARRO.
           MOVE 'C' TO WS-LAN-NATUREZA.
           MOVE 'ALUG' TO WS-LAN-RUBRICA.
           MOVE VALOR-ALUGUER TO WS-LAN-VALOR.
           PERFORM 2900-ACUMULAR-LANCAMENTO
               THRU 2900-ACUMULAR-LANCAMENTO-EXIT.
           MOVE 'ATRA' TO WS-LAN-RUBRICA.
           MOVE HIS-VALOR-ATRASO TO WS-LAN-VALOR.
           PERFORM 2900-ACUMULAR-LANCAMENTO
               THRU 2900-ACUMULAR-LANCAMENTO-EXIT.
           MOVE 'DANO' TO WS-LAN-RUBRICA.
           MOVE HIS-VALOR-DANOS TO WS-LAN-VALOR.
           PERFORM 2900-ACUMULAR-LANCAMENTO
               THRU 2900-ACUMULAR-LANCAMENTO-EXIT.
           MOVE 'EXTR' TO WS-LAN-RUBRICA.
           MOVE HIS-VALOR-EXTRAS TO WS-LAN-VALOR.
           PERFORM 2900-ACUMULAR-LANCAMENTO
               THRU 2900-ACUMULAR-LANCAMENTO-EXIT.
           MOVE 'DESC' TO WS-LAN-RUBRICA.
           MOVE 'D' TO WS-LAN-NATUREZA.
           MOVE HIS-VALOR-DESCONTO TO WS-LAN-VALOR.
           PERFORM 2900-ACUMULAR-LANCAMENTO
               THRU 2900-ACUMULAR-LANCAMENTO-EXIT.
       2100-LANCAR-DOCUMENTO-EXIT.
           EXIT.

      ******************************************************************
      *    2500-LER-RECIBOS
      *    EVERY RECEIPT OF THE DATE CREDITS THE CUSTOMERS.  A
      *    COUNTER RECEIPT DEBITS THE CASH, CARD OR TRANSFER ACCOUNT
      *    OF ITS PAYMENT MODE; A RECEIPT SETTLED FROM A SECURITY
      *    DEPOSIT DEBITS THE DEPOSITS HELD - THAT MONEY CAME IN ON
      *    CAUCOES.DAT WHEN THE DEPOSIT WAS TAKEN.
      ******************************************************************
       2500-LER-RECIBOS.
           OPEN INPUT RECIBOS.
           IF WS-REC-STATUS NOT = '00'
               GO TO 2500-LER-RECIBOS-EXIT
           END-IF.
       2510-LER-RECIBO.
           READ RECIBOS
               AT END
                   CLOSE RECIBOS
                   GO TO 2500-LER-RECIBOS-EXIT
           END-READ.
           IF REC-DATA NOT = WS-DATA-DIARIO
               GO TO 2510-LER-RECIBO
           END-IF.
           ADD 1 TO QTD-RECIBOS.
           MOVE 0 TO WS-LAN-TIPO-CARRO.
           MOVE REC-BALCAO TO WS-LAN-BALCAO.
           IF REC-ORIGEM-CAUCAO
               MOVE 'CAUC' TO WS-LAN-RUBRICA
           ELSE
               EVALUATE TRUE
                   WHEN REC-CARTAO
                       MOVE 'CXCA' TO WS-LAN-RUBRICA
                   WHEN REC-TRANSFERENCIA
                       MOVE 'CXTR' TO WS-LAN-RUBRICA
                   WHEN OTHER
                       MOVE 'CXNU' TO WS-LAN-RUBRICA
               END-EVALUATE
           END-IF.
           MOVE 'D' TO WS-LAN-NATUREZA.
           MOVE REC-VALOR TO WS-LAN-VALOR.
           PERFORM 2900-ACUMULAR-LANCAMENTO
               THRU 2900-ACUMULAR-LANCAMENTO-EXIT.
           MOVE 'CLIE' TO WS-LAN-RUBRICA.
           MOVE 'C' TO WS-LAN-NATUREZA.
           PERFORM 2900-ACUMULAR-LANCAMENTO
               THRU 2900-ACUMULAR-LANCAMENTO-EXIT.
           GO TO 2510-LER-RECIBO.
       2500-LER-RECIBOS-EXIT.
           EXIT.

      ******************************************************************
      *    2700-LER-CAUCOES
      *    A DEPOSIT TAKEN DEBITS THE CASH OR CARD ACCOUNT AND CREDITS
      *    THE DEPOSITS HELD; A REFUND IS THE REVERSE.
      ******************************************************************
       2700-LER-CAUCOES.
           OPEN INPUT CAUCOES.
           IF WS-CAU-STATUS NOT = '00'
               GO TO 2700-LER-CAUCOES-EXIT
           END-IF.
       2710-LER-CAUCAO.
           READ CAUCOES
               AT END
                   CLOSE CAUCOES
                   GO TO 2700-LER-CAUCOES-EXIT
           END-READ.
           IF CAU-DATA NOT = WS-DATA-DIARIO
               GO TO 2710-LER-CAUCAO
           END-IF.
           ADD 1 TO QTD-CAUCOES.
           MOVE 0 TO WS-LAN-TIPO-CARRO.
           MOVE CAU-BALCAO TO WS-LAN-BALCAO.
           MOVE CAU-VALOR TO WS-LAN-VALOR.
           IF CAU-MODO = 'C'
               MOVE 'CXCA' TO WS-RUBRICA-CAIXA
           ELSE
               MOVE 'CXNU' TO WS-RUBRICA-CAIXA
           END-IF.
           MOVE WS-RUBRICA-CAIXA TO WS-LAN-RUBRICA.
           IF CAU-TOMADA
               MOVE 'D' TO WS-LAN-NATUREZA
           ELSE
               MOVE 'C' TO WS-LAN-NATUREZA
           END-IF.
           PERFORM 2900-ACUMULAR-LANCAMENTO
               THRU 2900-ACUMULAR-LANCAMENTO-EXIT.
           MOVE 'CAUC' TO WS-LAN-RUBRICA.
           IF CAU-TOMADA
               MOVE 'C' TO WS-LAN-NATUREZA
           ELSE
               MOVE 'D' TO WS-LAN-NATUREZA
           END-IF.
           PERFORM 2900-ACUMULAR-LANCAMENTO
               THRU 2900-ACUMULAR-LANCAMENTO-EXIT.
           GO TO 2710-LER-CAUCAO.
       2700-LER-CAUCOES-EXIT.
           EXIT.

      ******************************************************************
      *    2900-ACUMULAR-LANCAMENTO
      *    ADDS THE MOVEMENT TO ITS JOURNAL LINE (SAME HEADING,
      *    CATEGORY, BRANCH AND SIDE), OPENING THE LINE THE FIRST
      *    TIME.  A NEGATIVE AMOUNT - A PARTIAL CREDIT NOTE CAN CARRY
      *    MORE IVA THAN ITS NET - GOES TO THE OTHER SIDE.
      ******************************************************************
       2900-ACUMULAR-LANCAMENTO.
           IF WS-LAN-VALOR = 0
               GO TO 2900-ACUMULAR-LANCAMENTO-EXIT
           END-IF.
           IF WS-LAN-VALOR < 0
               MULTIPLY -1 BY WS-LAN-VALOR
               IF WS-LAN-NATUREZA = 'D'
                   MOVE 'C' TO WS-LAN-NATUREZA
               ELSE
                   MOVE 'D' TO WS-LAN-NATUREZA
               END-IF
           END-IF.
           MOVE 1 TO WS-IX-LAN.
       2910-PROCURAR-LINHA.
           IF WS-IX-LAN > WS-NUM-LAN
               GO TO 2920-NOVA-LINHA
           END-IF.
           IF LAN-RUBRICA (WS-IX-LAN) = WS-LAN-RUBRICA
               AND LAN-TIPO-CARRO (WS-IX-LAN) = WS-LAN-TIPO-CARRO
               AND LAN-BALCAO (WS-IX-LAN) = WS-LAN-BALCAO
               AND LAN-NATUREZA (WS-IX-LAN) = WS-LAN-NATUREZA
               ADD WS-LAN-VALOR TO LAN-VALOR (WS-IX-LAN)
               GO TO 2900-ACUMULAR-LANCAMENTO-EXIT
           END-IF.
           ADD 1 TO WS-IX-LAN.
           GO TO 2910-PROCURAR-LINHA.
       2920-NOVA-LINHA.
           IF WS-NUM-LAN = 500
               DISPLAY 'Diario recusado - mais de 500 linhas no'
                   ' diario de ' WS-DATA-DIARIO '.'
               STOP RUN
           END-IF.
           ADD 1 TO WS-NUM-LAN.
           MOVE WS-LAN-RUBRICA TO LAN-RUBRICA (WS-NUM-LAN).
           MOVE WS-LAN-TIPO-CARRO TO LAN-TIPO-CARRO (WS-NUM-LAN).
           MOVE WS-LAN-BALCAO TO LAN-BALCAO (WS-NUM-LAN).
           MOVE WS-LAN-NATUREZA TO LAN-NATUREZA (WS-NUM-LAN).
           MOVE WS-LAN-VALOR TO LAN-VALOR (WS-NUM-LAN).
           MOVE SPACES TO LAN-CONTA (WS-NUM-LAN).
           MOVE SPACES TO LAN-DESCRICAO (WS-NUM-LAN).
       2900-ACUMULAR-LANCAMENTO-EXIT.
           EXIT.

      ******************************************************************
      *    3000-ATRIBUIR-CONTA
      *    GIVES ONE JOURNAL LINE ITS SNC ACCOUNT, TRYING THE MAPPING
      *    FROM THE MOST SPECIFIC RECORD DOWN: CATEGORY AND BRANCH,
      *    CATEGORY AND ANY BRANCH, ANY CATEGORY AND BRANCH, ANY
      *    CATEGORY AND ANY BRANCH.  A LINE NO RECORD COVERS IS
      *    COUNTED AND BLOCKS THE JOURNAL.  THE DEBIT AND CREDIT
      *    TOTALS ARE KEPT HERE TOO.
      ******************************************************************
       3000-ATRIBUIR-CONTA.
           IF LAN-DEBITO (WS-IX-LAN)
               ADD LAN-VALOR (WS-IX-LAN) TO TOTAL-DEBITO
           ELSE
               ADD LAN-VALOR (WS-IX-LAN) TO TOTAL-CREDITO
           END-IF.
           MOVE LAN-TIPO-CARRO (WS-IX-LAN) TO WS-CHV-TIPO-CARRO.
           MOVE LAN-BALCAO (WS-IX-LAN) TO WS-CHV-BALCAO.
           PERFORM 3100-PROCURAR-CONTA THRU 3100-PROCURAR-CONTA-EXIT.
           IF CONTA-ACHADA
               GO TO 3050-CONTA-ATRIBUIDA
           END-IF.
           MOVE '**' TO WS-CHV-BALCAO.
           PERFORM 3100-PROCURAR-CONTA THRU 3100-PROCURAR-CONTA-EXIT.
           IF CONTA-ACHADA
               GO TO 3050-CONTA-ATRIBUIDA
           END-IF.
           MOVE '*' TO WS-CHV-TIPO-CARRO.
           MOVE LAN-BALCAO (WS-IX-LAN) TO WS-CHV-BALCAO.
           PERFORM 3100-PROCURAR-CONTA THRU 3100-PROCURAR-CONTA-EXIT.
           IF CONTA-ACHADA
               GO TO 3050-CONTA-ATRIBUIDA
           END-IF.
           MOVE '**' TO WS-CHV-BALCAO.
           PERFORM 3100-PROCURAR-CONTA THRU 3100-PROCURAR-CONTA-EXIT.
           IF CONTA-ACHADA
               GO TO 3050-CONTA-ATRIBUIDA
           END-IF.
           ADD 1 TO QTD-SEM-CONTA.
           GO TO 3000-ATRIBUIR-CONTA-EXIT.
       3050-CONTA-ATRIBUIDA.
           MOVE MAP-CONTA (WS-IX-MAP) TO LAN-CONTA (WS-IX-LAN).
           MOVE MAP-DESCRICAO (WS-IX-MAP) TO LAN-DESCRICAO (WS-IX-LAN).
       3000-ATRIBUIR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    3100-PROCURAR-CONTA
      *    LOOKS UP THE LINE'S HEADING WITH THE CATEGORY AND BRANCH
      *    KEY PREPARED BY THE CALLER.  A RECORD WITH A BLANK ACCOUNT
      *    DOES NOT COUNT.
      ******************************************************************
       3100-PROCURAR-CONTA.
           MOVE 'N' TO WS-CONTA-ACHADA.
           MOVE 1 TO WS-IX-MAP.
       3110-COMPARAR-CONTA.
           IF WS-IX-MAP > WS-NUM-MAP
               GO TO 3100-PROCURAR-CONTA-EXIT
           END-IF.
           IF MAP-RUBRICA (WS-IX-MAP) = LAN-RUBRICA (WS-IX-LAN)
               AND MAP-TIPO-CARRO (WS-IX-MAP) = WS-CHV-TIPO-CARRO
               AND MAP-BALCAO (WS-IX-MAP) = WS-CHV-BALCAO
               AND MAP-CONTA (WS-IX-MAP) NOT = SPACES
               MOVE 'S' TO WS-CONTA-ACHADA
               GO TO 3100-PROCURAR-CONTA-EXIT
           END-IF.
           ADD 1 TO WS-IX-MAP.
           GO TO 3110-COMPARAR-CONTA.
       3100-PROCURAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    3500-VERIFICAR-EQUILIBRIO
      *    THE JOURNAL IS ONLY ACCEPTED WITH AN ACCOUNT ON EVERY LINE
      *    AND DEBITS EQUAL TO CREDITS.
      ******************************************************************
       3500-VERIFICAR-EQUILIBRIO.
           COMPUTE TOTAL-DIFERENCA = TOTAL-DEBITO - TOTAL-CREDITO.
           IF QTD-SEM-CONTA = 0
               AND TOTAL-DIFERENCA = 0
               MOVE 'S' TO WS-DIARIO-ACEITE
           END-IF.
       3500-VERIFICAR-EQUILIBRIO-EXIT.
           EXIT.

      ******************************************************************
      *    4000-IMPRIMIR-RELATORIO
      *    LISTS THE JOURNAL LINES WITH THEIR ACCOUNTS, THE DEBIT AND
      *    CREDIT TOTALS AND WHETHER THE JOURNAL WAS WRITTEN OR WHY
      *    IT WAS REFUSED.
      ******************************************************************
       4000-IMPRIMIR-RELATORIO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'DIARIO CONTABILISTICO DE ' WS-DATA-DIARIO
                  ' - EXECUCAO DE ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'RUBR CAT BALCAO CONTA      '
                  '        DEBITO         CREDITO  DESCRICAO'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 4100-IMPRIMIR-LINHA THRU 4100-IMPRIMIR-LINHA-EXIT
               VARYING WS-IX-LAN FROM 1 BY 1
               UNTIL WS-IX-LAN > WS-NUM-LAN.
           MOVE TOTAL-DEBITO TO MASC-DEBITO.
           MOVE TOTAL-CREDITO TO MASC-CREDITO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'TOTAIS                     '
                  MASC-DEBITO '  ' MASC-CREDITO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF QTD-SEM-CONTA > 0
               MOVE QTD-SEM-CONTA TO MASC-QTD
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'DIARIO RECUSADO - ' MASC-QTD
                      ' LINHA(S) SEM CONTA EM CONTASNC.DAT'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           IF TOTAL-DIFERENCA NOT = 0
               MOVE TOTAL-DIFERENCA TO MASC-DIFERENCA
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'DIARIO RECUSADO - DEBITO E CREDITO NAO'
                      ' BATEM, DIFERENCA ' MASC-DIFERENCA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           IF DIARIO-ACEITE
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'DIARIO GRAVADO EM DIARIO.TXT'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           CLOSE RELATORIO.
       4000-IMPRIMIR-RELATORIO-EXIT.
           EXIT.

      ******************************************************************
      *    4100-IMPRIMIR-LINHA
      *    ONE JOURNAL LINE ON THE LISTING.
      ******************************************************************
       4100-IMPRIMIR-LINHA.
           MOVE LAN-BALCAO (WS-IX-LAN) TO MASC-BALCAO.
           MOVE LAN-VALOR (WS-IX-LAN) TO MASC-DEBITO.
           MOVE SPACES TO DESC-DEBITO DESC-CREDITO.
           IF LAN-DEBITO (WS-IX-LAN)
               MOVE MASC-DEBITO TO DESC-DEBITO
           ELSE
               MOVE MASC-DEBITO TO DESC-CREDITO
           END-IF.
           IF LAN-CONTA (WS-IX-LAN) = SPACES
               MOVE '*SEM CONTA' TO DESC-CONTA
           ELSE
               MOVE LAN-CONTA (WS-IX-LAN) TO DESC-CONTA
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING LAN-RUBRICA (WS-IX-LAN) '  '
                  LAN-TIPO-CARRO (WS-IX-LAN) '    '
                  MASC-BALCAO '   '
                  DESC-CONTA ' '
                  DESC-DEBITO '  ' DESC-CREDITO '  '
                  LAN-DESCRICAO (WS-IX-LAN)
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       4100-IMPRIMIR-LINHA-EXIT.
           EXIT.

      ******************************************************************
      *    5000-GRAVAR-DIARIO
      *    APPENDS THE JOURNAL TO DIARIO.TXT IN THE ACCOUNTING IMPORT
      *    FORMAT - A HEADER (CAB;DATE;DOCUMENT;LINES), ONE MOV LINE
      *    PER JOURNAL LINE (MOV;DATE;DOCUMENT;LINE;ACCOUNT;D/C;
      *    AMOUNT;BALCAO;CATEGORY;DESCRIPTION) AND A TRAILER WITH THE
      *    DEBIT AND CREDIT TOTALS.  THE FILE IS APPENDED TO, NOT
      *    REPLACED, SO A DAY THE ACCOUNTING IMPORT HAS NOT YET
      *    COLLECTED IS NEVER LOST UNDER THE NEXT ONE.
      ******************************************************************
       5000-GRAVAR-DIARIO.
           OPEN EXTEND DIARIO.
           IF WS-DIA-STATUS = '05' OR WS-DIA-STATUS = '35'
               OPEN OUTPUT DIARIO
           END-IF.
           MOVE WS-NUM-LAN TO MASC-EXP-LINHA.
           MOVE SPACES TO LINHA-DIARIO.
           STRING 'CAB;' WS-DATA-DIARIO ';FD' WS-DATA-DIARIO ';'
                  MASC-EXP-LINHA ';'
               DELIMITED BY SIZE INTO LINHA-DIARIO.
           WRITE LINHA-DIARIO.
           PERFORM 5100-GRAVAR-MOVIMENTO THRU 5100-GRAVAR-MOVIMENTO-EXIT
               VARYING WS-IX-LAN FROM 1 BY 1
               UNTIL WS-IX-LAN > WS-NUM-LAN.
           MOVE TOTAL-DEBITO TO MASC-EXP-DEBITO.
           MOVE TOTAL-CREDITO TO MASC-EXP-CREDITO.
           MOVE SPACES TO LINHA-DIARIO.
           STRING 'TOT;' WS-DATA-DIARIO ';FD' WS-DATA-DIARIO ';'
                  MASC-EXP-DEBITO ';' MASC-EXP-CREDITO ';'
               DELIMITED BY SIZE INTO LINHA-DIARIO.
           WRITE LINHA-DIARIO.
           CLOSE DIARIO.
       5000-GRAVAR-DIARIO-EXIT.
           EXIT.

      ******************************************************************
      *    5100-GRAVAR-MOVIMENTO
      *    ONE MOV LINE OF THE JOURNAL.
      ******************************************************************
       5100-GRAVAR-MOVIMENTO.
           MOVE WS-IX-LAN TO MASC-EXP-LINHA.
           MOVE LAN-VALOR (WS-IX-LAN) TO MASC-EXP-VALOR.
           MOVE SPACES TO LINHA-DIARIO.
           STRING 'MOV;' WS-DATA-DIARIO ';FD' WS-DATA-DIARIO ';'
                  MASC-EXP-LINHA ';'
                      DELIMITED BY SIZE
                  LAN-CONTA (WS-IX-LAN) DELIMITED BY SPACE
                  ';' LAN-NATUREZA (WS-IX-LAN) ';'
                  MASC-EXP-VALOR ';'
                  LAN-BALCAO (WS-IX-LAN) ';'
                  LAN-TIPO-CARRO (WS-IX-LAN) ';'
                  LAN-DESCRICAO (WS-IX-LAN) ';'
               DELIMITED BY SIZE INTO LINHA-DIARIO.
           WRITE LINHA-DIARIO.
       5100-GRAVAR-MOVIMENTO-EXIT.
           EXIT.

      ******************************************************************
      *    6000-REGISTAR-DIARIO
      *    RECORDS THE DATE ON DIARIOCTL.DAT SO IT IS NEVER POSTED
      *    AGAIN.
      ******************************************************************
       6000-REGISTAR-DIARIO.
           OPEN EXTEND DIARIOCTL.
           IF WS-DCT-STATUS = '05' OR WS-DCT-STATUS = '35'
               OPEN OUTPUT DIARIOCTL
           END-IF.
           MOVE SPACES TO REG-DIARIO-CTL.
           MOVE WS-DATA-DIARIO TO DCT-DATA-FECHADA.
           WRITE REG-DIARIO-CTL.
           CLOSE DIARIOCTL.
       6000-REGISTAR-DIARIO-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINAR
      ******************************************************************
       9000-TERMINAR.
           DISPLAY 'Diario de ' WS-DATA-DIARIO ':'.
           DISPLAY '  Documentos: ' QTD-DOCUMENTOS
               '  Recibos: ' QTD-RECIBOS
               '  Caucoes: ' QTD-CAUCOES.
           MOVE TOTAL-DEBITO TO MASC-DEBITO.
           MOVE TOTAL-CREDITO TO MASC-CREDITO.
           DISPLAY '  Linhas: ' WS-NUM-LAN
               '  Debito: ' MASC-DEBITO
               '  Credito: ' MASC-CREDITO.
           IF DIARIO-ACEITE
               DISPLAY 'Diario gravado em DIARIO.TXT.'
           ELSE
               DISPLAY 'Diario recusado - ver DIARIO.LST.'
           END-IF.
       9000-TERMINAR-EXIT.
           EXIT.

       END PROGRAM 0807_B05.
