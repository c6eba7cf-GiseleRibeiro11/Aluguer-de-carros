      ******************************************************************
      *    PROGRAM-ID: 0807_B04
      *    AUTHOR    : J. P. SILVA
      *    INSTALLATION: BALCAO CENTRAL - ALUGUER DE CARROS
      *    DATE-WRITTEN: 15/10/2026
      *    DATE-COMPILED:
      *    PURPOSE   : RECONCILIATION OF CARD AND TRANSFER PAYMENTS.
      *                THE SHIFT CLOSE COUNTS THE CASH, BUT CARD SLIPS
      *                AND TRANSFERS ARE TAKEN ON TRUST - THIS RUN
      *                CHECKS THAT THE MONEY ACTUALLY ARRIVED.  OUR
      *                SIDE IS:
      *                  - THE CARD ('C') AND TRANSFER ('T') RECEIPTS
      *                    ON RECIBOS.DAT TAKEN AT THE COUNTER (A
      *                    DEPOSIT-SETTLEMENT RECEIPT MOVED NO MONEY
      *                    AND IS LEFT OUT);
      *                  - THE CARD SECURITY DEPOSITS ON CAUCOES.DAT,
      *                    TAKEN (CREDIT) AND REFUNDED (DEBIT).
      *                THEIR SIDE IS THE ACQUIRER'S DAILY SETTLEMENT
      *                (LIQCARTAO.DAT) AND THE CUSTOMER TRANSFERS OF
      *                THE BANK STATEMENT (EXTBANCO.DAT).  A LINE IS
      *                MATCHED FIRST BY REFERENCE (INVOICE NUMBER, OR
      *                PLATE FOR A DEPOSIT), AMOUNT AND DATE, THEN -
      *                FOR WHAT IS LEFT - BY AMOUNT AND DATE ALONE,
      *                FLAGGED FOR THE CLERK TO CONFIRM.
      *                CONCILIA.LST LISTS THE MATCHED ITEMS, OUR
      *                RECEIPTS NEVER SETTLED, THE SETTLEMENTS NO
      *                RECEIPT ACCOUNTS FOR AND THE COMMISSION THE
      *                ACQUIRER TOOK.  EVERYTHING LEFT UNMATCHED GOES
      *                TO CONCPEND.DAT AND COMES BACK ON THE NEXT RUN,
      *                SO AN OLD DISCREPANCY CANNOT QUIETLY DISAPPEAR;
      *                THE IMPORT FILES ARE EMPTIED ONCE TAKEN IN.
      *                CONCCTL.DAT HOLDS THE LAST RECEIPT DATE TAKEN.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL PROGRAM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_B04.
       AUTHOR. J. P. SILVA.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIBOS ASSIGN TO "RECIBOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT CAUCOES ASSIGN TO "CAUCOES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAU-STATUS.
           SELECT LIQCARTAO ASSIGN TO "LIQCARTAO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LQC-STATUS.
           SELECT EXTBANCO ASSIGN TO "EXTBANCO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXB-STATUS.
           SELECT CONCPEND ASSIGN TO "CONCPEND.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PEN-STATUS.
           SELECT CONCCTL ASSIGN TO "CONCCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCT-STATUS.
           SELECT RELATORIO ASSIGN TO "CONCILIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIBOS
           LABEL RECORD IS STANDARD.
           COPY RECREG.
       FD  CAUCOES
           LABEL RECORD IS STANDARD.
           COPY CAUREG.
       FD  LIQCARTAO
           LABEL RECORD IS STANDARD.
           COPY LIQREG.
       FD  EXTBANCO
           LABEL RECORD IS STANDARD.
           COPY LIQREG REPLACING ==REG-LIQUIDACAO== BY ==REG-EXTRATO==
               LEADING ==LIQ== BY ==EXB==.
       FD  CONCPEND
           LABEL RECORD IS STANDARD.
           COPY PENREG.
       FD  CONCCTL
           LABEL RECORD IS STANDARD.
           COPY RCTREG.
       FD  RELATORIO
           LABEL RECORD IS OMITTED.
       01  LINHA-RELATORIO             PIC X(120).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    CONTROLO DE FICHEIROS
      ******************************************************************
       77  WS-REC-STATUS                PIC X(02) VALUE '00'.
       77  WS-CAU-STATUS                PIC X(02) VALUE '00'.
       77  WS-LQC-STATUS                PIC X(02) VALUE '00'.
       77  WS-EXB-STATUS                PIC X(02) VALUE '00'.
       77  WS-PEN-STATUS                PIC X(02) VALUE '00'.
       77  WS-RCT-STATUS                PIC X(02) VALUE '00'.
       77  WS-REL-STATUS                PIC X(02) VALUE '00'.
       77  WS-DATA-HOJE                 PIC 9(08).
       77  WS-DATA-INTEGER              PIC S9(08) COMP.

      ******************************************************************
      *    PERIODO DA EXECUCAO
      *    RECIBOS E CAUCOES DE ULTIMA-DATA+1 ATE DATA-CORTE
      ******************************************************************
       77  DATA-CORTE                   PIC 9(08) VALUE 0.
       77  ULTIMA-DATA                  PIC 9(08) VALUE 0.
       77  DATA-INICIO                  PIC 9(08) VALUE 0.
       77  WS-CONTROLO-EXISTE           PIC X VALUE 'N'.
           88  CONTROLO-EXISTE          VALUE 'S'.
      *    A TRANSFER IS OFTEN BOOKED AT THE COUNTER A FEW DAYS BEFORE
      *    OR AFTER IT REACHES THE BANK - DATES UP TO THIS FAR APART
      *    STILL MATCH.  CARD LINES MUST BE OF THE SAME DAY WHEN
      *    MATCHED ON AMOUNT AND DATE ONLY.
       77  DIAS-TOLERANCIA              PIC 9(02) VALUE 5.
       77  DIFERENCA-DIAS               PIC S9(08) COMP.

      ******************************************************************
      *    OS NOSSOS MOVIMENTOS - RECIBOS E CAUCOES A CARTAO
      ******************************************************************
       77  WS-NUM-ITM                   PIC 9(04) VALUE 0.
       77  WS-IX-ITM                    PIC 9(04).
       01  TAB-ITENS.
           05  ITM-LINHA OCCURS 2000 TIMES.
               10  ITM-TIPO             PIC X(01).
               10  ITM-CANAL            PIC X(01).
               10  ITM-SENTIDO          PIC X(01).
               10  ITM-DATA             PIC 9(08).
               10  ITM-DIA              PIC S9(08) COMP.
               10  ITM-REFERENCIA       PIC X(15).
               10  ITM-CLIENTE          PIC 9(06).
               10  ITM-VALOR            PIC 9(06)V99.
               10  ITM-BALCAO           PIC 9(02).
               10  ITM-PENDENTE-DESDE   PIC 9(08).
               10  ITM-LIGADO           PIC 9(04).

      ******************************************************************
      *    AS LIQUIDACOES - ADQUIRENTE E BANCO
      ******************************************************************
       77  WS-NUM-LQT                   PIC 9(04) VALUE 0.
       77  WS-IX-LQT                    PIC 9(04).
       01  TAB-LIQUIDACOES.
           05  LQT-LINHA OCCURS 2000 TIMES.
               10  LQT-CANAL            PIC X(01).
               10  LQT-SENTIDO          PIC X(01).
               10  LQT-DATA             PIC 9(08).
               10  LQT-DIA              PIC S9(08) COMP.
               10  LQT-DATA-LIQUIDACAO  PIC 9(08).
               10  LQT-REFERENCIA       PIC X(15).
               10  LQT-VALOR            PIC 9(06)V99.
               10  LQT-COMISSAO         PIC 9(04)V99.
               10  LQT-PENDENTE-DESDE   PIC 9(08).
               10  LQT-LIGADO           PIC 9(04).
               10  LQT-CRITERIO         PIC X(01).
                   88  LQT-POR-REFERENCIA VALUE 'R'.
                   88  LQT-POR-VALOR-DATA VALUE 'V'.

      ******************************************************************
      *    LINHA EM CARREGAMENTO (COMUM AOS FICHEIROS DE ENTRADA)
      ******************************************************************
       77  CRG-TIPO                     PIC X(01).
       77  CRG-CANAL                    PIC X(01).
       77  CRG-SENTIDO                  PIC X(01).
       77  CRG-DATA                     PIC 9(08).
       77  CRG-DATA-LIQUIDACAO          PIC 9(08).
       77  CRG-REFERENCIA               PIC X(15).
       77  CRG-CLIENTE                  PIC 9(06).
       77  CRG-VALOR                    PIC 9(06)V99.
       77  CRG-COMISSAO                 PIC 9(04)V99.
       77  CRG-BALCAO                   PIC 9(02).
       77  CRG-PENDENTE-DESDE           PIC 9(08).

      ******************************************************************
      *    CONTADORES E TOTAIS DA EXECUCAO
      ******************************************************************
       77  QTD-ITENS-NOVOS              PIC 9(05) VALUE 0.
       77  QTD-LIQ-NOVAS                PIC 9(05) VALUE 0.
       77  QTD-DEBITOS-BANCO            PIC 9(05) VALUE 0.
       77  QTD-CONCILIADOS              PIC 9(05) VALUE 0.
       77  QTD-POR-VALOR-DATA           PIC 9(05) VALUE 0.
       77  QTD-ITENS-PENDENTES          PIC 9(05) VALUE 0.
       77  QTD-LIQ-PENDENTES            PIC 9(05) VALUE 0.
       77  TOTAL-CONCILIADO             PIC S9(08)V99 VALUE 0.
       77  TOTAL-ITENS-PENDENTES        PIC S9(08)V99 VALUE 0.
       77  TOTAL-LIQ-PENDENTES          PIC S9(08)V99 VALUE 0.
       77  TOTAL-BRUTO-CARTAO           PIC S9(08)V99 VALUE 0.
       77  TOTAL-COMISSAO               PIC 9(07)V99 VALUE 0.
       77  TOTAL-LIQUIDO-CARTAO         PIC S9(08)V99 VALUE 0.
       77  TAXA-MEDIA                   PIC 9(02)V99 VALUE 0.

      ******************************************************************
      *    MASCARAS DE IMPRESSAO
      ******************************************************************
       77  MASC-VALOR                   PIC ZZZ.ZZ9,99.
       77  MASC-COMISSAO                PIC Z.ZZ9,99.
       77  MASC-TOTAL                   PIC -ZZ.ZZZ.ZZ9,99.
       77  MASC-QTD                     PIC ZZ.ZZ9.
       77  MASC-DIAS                    PIC ZZZ9.
       77  MASC-TAXA                    PIC Z9,99.
       77  MASC-CLIENTE                 PIC ZZZZZ9.
       77  DESC-ORIGEM                  PIC X(12).
       77  DESC-SENTIDO                 PIC X(03).
       77  DESC-CRITERIO                PIC X(11).

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1500-CARREGAR-PENDENTES
               THRU 1500-CARREGAR-PENDENTES-EXIT.
           PERFORM 2000-CARREGAR-RECIBOS
               THRU 2000-CARREGAR-RECIBOS-EXIT.
           PERFORM 2100-CARREGAR-CAUCOES
               THRU 2100-CARREGAR-CAUCOES-EXIT.
           PERFORM 2200-CARREGAR-CARTAO THRU 2200-CARREGAR-CARTAO-EXIT.
           PERFORM 2300-CARREGAR-BANCO THRU 2300-CARREGAR-BANCO-EXIT.
           PERFORM 3000-CONCILIAR-REFERENCIA
               THRU 3000-CONCILIAR-REFERENCIA-EXIT
               VARYING WS-IX-LQT FROM 1 BY 1
               UNTIL WS-IX-LQT > WS-NUM-LQT.
           PERFORM 3100-CONCILIAR-VALOR-DATA
               THRU 3100-CONCILIAR-VALOR-DATA-EXIT
               VARYING WS-IX-LQT FROM 1 BY 1
               UNTIL WS-IX-LQT > WS-NUM-LQT.
           PERFORM 4000-LISTAR-CONCILIADOS
               THRU 4000-LISTAR-CONCILIADOS-EXIT.
           PERFORM 4100-LISTAR-ITENS-PENDENTES
               THRU 4100-LISTAR-ITENS-PENDENTES-EXIT.
           PERFORM 4200-LISTAR-LIQ-PENDENTES
               THRU 4200-LISTAR-LIQ-PENDENTES-EXIT.
           PERFORM 4300-LISTAR-COMISSAO THRU 4300-LISTAR-COMISSAO-EXIT.
           PERFORM 5000-GRAVAR-PENDENTES
               THRU 5000-GRAVAR-PENDENTES-EXIT.
           PERFORM 5100-GRAVAR-CONTROLO THRU 5100-GRAVAR-CONTROLO-EXIT.
           PERFORM 5200-ESVAZIAR-IMPORTACOES
               THRU 5200-ESVAZIAR-IMPORTACOES-EXIT.
           PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      *    ASKS FOR THE LAST DATE TO TAKE RECEIPTS FROM (ZERO TAKES
      *    YESTERDAY - TODAY'S TILLS ARE STILL OPEN) AND READS THE
      *    LAST DATE ALREADY TAKEN FROM CONCCTL.DAT.  ON THE VERY
      *    FIRST RUN THERE IS NO CONTROL AND THE CLERK GIVES THE DATE
      *    TO START FROM, SO THE WHOLE HISTORY IS NOT DRAGGED IN.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'RECONCILIAR RECIBOS ATE (AAAAMMDD, 0=ONTEM):'.
           ACCEPT DATA-CORTE.
           IF DATA-CORTE = 0
               COMPUTE WS-DATA-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) - 1
               COMPUTE DATA-CORTE =
                   FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER)
           END-IF.
           IF DATA-CORTE NOT < WS-DATA-HOJE
               DISPLAY 'O dia ' DATA-CORTE ' ainda nao terminou -'
                   ' reconciliacao recusada.'
               STOP RUN
           END-IF.
           OPEN INPUT CONCCTL.
           IF WS-RCT-STATUS = '00'
               READ CONCCTL
                   AT END
                       MOVE 0 TO RCT-ULTIMA-DATA
                   NOT AT END
                       MOVE 'S' TO WS-CONTROLO-EXISTE
               END-READ
               CLOSE CONCCTL
           END-IF.
           IF CONTROLO-EXISTE
               MOVE RCT-ULTIMA-DATA TO ULTIMA-DATA
           ELSE
               DISPLAY 'PRIMEIRA RECONCILIACAO - RECIBOS A PARTIR DE'
                   ' (AAAAMMDD):'
               ACCEPT DATA-INICIO
               IF DATA-INICIO = 0 OR DATA-INICIO > DATA-CORTE
                   MOVE DATA-CORTE TO DATA-INICIO
               END-IF
               COMPUTE WS-DATA-INTEGER =
                   FUNCTION INTEGER-OF-DATE (DATA-INICIO) - 1
               COMPUTE ULTIMA-DATA =
                   FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER)
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'RECONCILIACAO DE PAGAMENTOS CARTAO/TRANSFERENCIA'
                  ' - RECIBOS ATE ' DATA-CORTE
                  ' (ANTERIOR: ' ULTIMA-DATA ') - EXECUCAO DE '
                  WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    1500-CARREGAR-PENDENTES
      *    BRINGS BACK WHAT THE PREVIOUS RUNS LEFT UNMATCHED, KEEPING
      *    THE DATE EACH ITEM FIRST WENT PENDING.
      ******************************************************************
       1500-CARREGAR-PENDENTES.
           OPEN INPUT CONCPEND.
           IF WS-PEN-STATUS NOT = '00'
               GO TO 1500-CARREGAR-PENDENTES-EXIT
           END-IF.
       1510-LER-PENDENTE.
           READ CONCPEND
               AT END
                   CLOSE CONCPEND
                   GO TO 1500-CARREGAR-PENDENTES-EXIT
           END-READ.
           MOVE PEN-TIPO TO CRG-TIPO.
           MOVE PEN-CANAL TO CRG-CANAL.
           MOVE PEN-SENTIDO TO CRG-SENTIDO.
           MOVE PEN-DATA TO CRG-DATA.
           MOVE PEN-DATA-LIQUIDACAO TO CRG-DATA-LIQUIDACAO.
           MOVE PEN-REFERENCIA TO CRG-REFERENCIA.
           MOVE PEN-CLIENTE TO CRG-CLIENTE.
           MOVE PEN-VALOR TO CRG-VALOR.
           MOVE PEN-COMISSAO TO CRG-COMISSAO.
           MOVE PEN-BALCAO TO CRG-BALCAO.
           MOVE PEN-PENDENTE-DESDE TO CRG-PENDENTE-DESDE.
           IF PEN-LIQUIDACAO
               PERFORM 2900-GUARDAR-LIQUIDACAO
                   THRU 2900-GUARDAR-LIQUIDACAO-EXIT
           ELSE
               PERFORM 2800-GUARDAR-ITEM THRU 2800-GUARDAR-ITEM-EXIT
           END-IF.
           GO TO 1510-LER-PENDENTE.
       1500-CARREGAR-PENDENTES-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CARREGAR-RECIBOS
      *    THE CARD AND TRANSFER RECEIPTS OF THE NEW DAYS.  CASH IS
      *    COUNTED AT THE SHIFT CLOSE; A RECEIPT THAT SETTLES A
      *    DEPOSIT (ORIGIN 'C') MOVED NO MONEY - THE DEPOSIT ITSELF
      *    IS TAKEN FROM CAUCOES.DAT BELOW.
      ******************************************************************
       2000-CARREGAR-RECIBOS.
           OPEN INPUT RECIBOS.
           IF WS-REC-STATUS NOT = '00'
               GO TO 2000-CARREGAR-RECIBOS-EXIT
           END-IF.
       2010-LER-RECIBO.
           READ RECIBOS
               AT END
                   CLOSE RECIBOS
                   GO TO 2000-CARREGAR-RECIBOS-EXIT
           END-READ.
           IF REC-DATA NOT > ULTIMA-DATA OR REC-DATA > DATA-CORTE
               GO TO 2010-LER-RECIBO
           END-IF.
           IF REC-NUMERARIO OR REC-ORIGEM-CAUCAO
               GO TO 2010-LER-RECIBO
           END-IF.
           MOVE 'R' TO CRG-TIPO.
           MOVE REC-MODO-PAGAMENTO TO CRG-CANAL.
           MOVE 'C' TO CRG-SENTIDO.
           MOVE REC-DATA TO CRG-DATA.
           MOVE 0 TO CRG-DATA-LIQUIDACAO.
           MOVE REC-FATURA-NUMERO TO CRG-REFERENCIA.
           MOVE REC-CLIENTE TO CRG-CLIENTE.
           MOVE REC-VALOR TO CRG-VALOR.
           MOVE 0 TO CRG-COMISSAO.
           MOVE REC-BALCAO TO CRG-BALCAO.
           MOVE WS-DATA-HOJE TO CRG-PENDENTE-DESDE.
           PERFORM 2800-GUARDAR-ITEM THRU 2800-GUARDAR-ITEM-EXIT.
           ADD 1 TO QTD-ITENS-NOVOS.
           GO TO 2010-LER-RECIBO.
       2000-CARREGAR-RECIBOS-EXIT.
           EXIT.

      ******************************************************************
      *    2100-CARREGAR-CAUCOES
      *    THE CARD DEPOSIT MOVEMENTS OF THE NEW DAYS - A DEPOSIT
      *    TAKEN IS A CREDIT ON THE ACQUIRER, A REFUND A DEBIT.  THE
      *    TERMINAL REFERENCE OF A DEPOSIT IS THE PLATE.
      ******************************************************************
       2100-CARREGAR-CAUCOES.
           OPEN INPUT CAUCOES.
           IF WS-CAU-STATUS NOT = '00'
               GO TO 2100-CARREGAR-CAUCOES-EXIT
           END-IF.
       2110-LER-CAUCAO.
           READ CAUCOES
               AT END
                   CLOSE CAUCOES
                   GO TO 2100-CARREGAR-CAUCOES-EXIT
           END-READ.
           IF CAU-DATA NOT > ULTIMA-DATA OR CAU-DATA > DATA-CORTE
               GO TO 2110-LER-CAUCAO
           END-IF.
           IF CAU-MODO NOT = 'C'
               GO TO 2110-LER-CAUCAO
           END-IF.
           MOVE 'C' TO CRG-TIPO.
           MOVE 'C' TO CRG-CANAL.
           IF CAU-TOMADA
               MOVE 'C' TO CRG-SENTIDO
           ELSE
               MOVE 'D' TO CRG-SENTIDO
           END-IF.
           MOVE CAU-DATA TO CRG-DATA.
           MOVE 0 TO CRG-DATA-LIQUIDACAO.
           MOVE CAU-MATRICULA TO CRG-REFERENCIA.
           MOVE CAU-CLIENTE TO CRG-CLIENTE.
           MOVE CAU-VALOR TO CRG-VALOR.
           MOVE 0 TO CRG-COMISSAO.
           MOVE CAU-BALCAO TO CRG-BALCAO.
           MOVE WS-DATA-HOJE TO CRG-PENDENTE-DESDE.
           PERFORM 2800-GUARDAR-ITEM THRU 2800-GUARDAR-ITEM-EXIT.
           ADD 1 TO QTD-ITENS-NOVOS.
           GO TO 2110-LER-CAUCAO.
       2100-CARREGAR-CAUCOES-EXIT.
           EXIT.

      ******************************************************************
      *    2200-CARREGAR-CARTAO
      *    THE ACQUIRER'S SETTLEMENT LINES.  THE GROSS, COMMISSION AND
      *    NET OF EVERY LINE IMPORTED ARE TOTALLED FOR THE COMMISSION
      *    SUMMARY WHETHER THE LINE MATCHES OR NOT.  A MISSING FILE
      *    MEANS NOTHING WAS IMPORTED SINCE THE LAST RUN.
      ******************************************************************
       2200-CARREGAR-CARTAO.
           OPEN INPUT LIQCARTAO.
           IF WS-LQC-STATUS NOT = '00'
               DISPLAY 'Sem liquidacoes de cartao em LIQCARTAO.DAT.'
               GO TO 2200-CARREGAR-CARTAO-EXIT
           END-IF.
       2210-LER-CARTAO.
           READ LIQCARTAO
               AT END
                   CLOSE LIQCARTAO
                   GO TO 2200-CARREGAR-CARTAO-EXIT
           END-READ.
           MOVE 'L' TO CRG-TIPO.
           MOVE 'C' TO CRG-CANAL.
           MOVE LIQ-SENTIDO TO CRG-SENTIDO.
           MOVE LIQ-DATA-MOVIMENTO TO CRG-DATA.
           MOVE LIQ-DATA-LIQUIDACAO TO CRG-DATA-LIQUIDACAO.
           MOVE LIQ-REFERENCIA TO CRG-REFERENCIA.
           MOVE 0 TO CRG-CLIENTE.
           MOVE LIQ-VALOR-BRUTO TO CRG-VALOR.
           MOVE LIQ-COMISSAO TO CRG-COMISSAO.
           MOVE 0 TO CRG-BALCAO.
           MOVE WS-DATA-HOJE TO CRG-PENDENTE-DESDE.
           PERFORM 2900-GUARDAR-LIQUIDACAO
               THRU 2900-GUARDAR-LIQUIDACAO-EXIT.
           ADD 1 TO QTD-LIQ-NOVAS.
           ADD LIQ-COMISSAO TO TOTAL-COMISSAO.
           IF LIQ-DEBITO
               SUBTRACT LIQ-VALOR-BRUTO FROM TOTAL-BRUTO-CARTAO
               SUBTRACT LIQ-VALOR-LIQUIDO FROM TOTAL-LIQUIDO-CARTAO
           ELSE
               ADD LIQ-VALOR-BRUTO TO TOTAL-BRUTO-CARTAO
               ADD LIQ-VALOR-LIQUIDO TO TOTAL-LIQUIDO-CARTAO
           END-IF.
           GO TO 2210-LER-CARTAO.
       2200-CARREGAR-CARTAO-EXIT.
           EXIT.

      ******************************************************************
      *    2300-CARREGAR-BANCO
      *    THE TRANSFERS RECEIVED ON THE BANK STATEMENT.  WE NEVER
      *    PAY A CUSTOMER BACK BY TRANSFER, SO A DEBIT LINE IS NOT A
      *    CUSTOMER PAYMENT - IT IS COUNTED AND LEFT OUT.
      ******************************************************************
       2300-CARREGAR-BANCO.
           OPEN INPUT EXTBANCO.
           IF WS-EXB-STATUS NOT = '00'
               DISPLAY 'Sem extrato bancario em EXTBANCO.DAT.'
               GO TO 2300-CARREGAR-BANCO-EXIT
           END-IF.
       2310-LER-BANCO.
           READ EXTBANCO
               AT END
                   CLOSE EXTBANCO
                   GO TO 2300-CARREGAR-BANCO-EXIT
           END-READ.
           IF EXB-DEBITO
               ADD 1 TO QTD-DEBITOS-BANCO
               GO TO 2310-LER-BANCO
           END-IF.
           MOVE 'L' TO CRG-TIPO.
           MOVE 'T' TO CRG-CANAL.
           MOVE 'C' TO CRG-SENTIDO.
           MOVE EXB-DATA-MOVIMENTO TO CRG-DATA.
           MOVE EXB-DATA-LIQUIDACAO TO CRG-DATA-LIQUIDACAO.
           MOVE EXB-REFERENCIA TO CRG-REFERENCIA.
           MOVE 0 TO CRG-CLIENTE.
           MOVE EXB-VALOR-BRUTO TO CRG-VALOR.
           MOVE 0 TO CRG-COMISSAO.
           MOVE 0 TO CRG-BALCAO.
           MOVE WS-DATA-HOJE TO CRG-PENDENTE-DESDE.
           PERFORM 2900-GUARDAR-LIQUIDACAO
               THRU 2900-GUARDAR-LIQUIDACAO-EXIT.
           ADD 1 TO QTD-LIQ-NOVAS.
           GO TO 2310-LER-BANCO.
       2300-CARREGAR-BANCO-EXIT.
           EXIT.

      ******************************************************************
      *    2800-GUARDAR-ITEM
      *    FILES ONE OF OUR MOVEMENTS (CRG-*) IN TAB-ITENS.  A FULL
      *    TABLE IS FATAL: AN ITEM DROPPED HERE WOULD NEVER BE
      *    WRITTEN BACK TO CONCPEND.DAT AND THE DISCREPANCY WOULD BE
      *    LOST, SO THE RUN STOPS BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
       2800-GUARDAR-ITEM.
           IF WS-NUM-ITM NOT < 2000
               DISPLAY 'Mais de 2000 recibos por reconciliar -'
                   ' reconciliacao interrompida, nada foi gravado.'
               STOP RUN
           END-IF.
           ADD 1 TO WS-NUM-ITM.
           MOVE CRG-TIPO TO ITM-TIPO (WS-NUM-ITM).
           MOVE CRG-CANAL TO ITM-CANAL (WS-NUM-ITM).
           MOVE CRG-SENTIDO TO ITM-SENTIDO (WS-NUM-ITM).
           MOVE CRG-DATA TO ITM-DATA (WS-NUM-ITM).
           COMPUTE ITM-DIA (WS-NUM-ITM) =
               FUNCTION INTEGER-OF-DATE (CRG-DATA).
           MOVE CRG-REFERENCIA TO ITM-REFERENCIA (WS-NUM-ITM).
           MOVE CRG-CLIENTE TO ITM-CLIENTE (WS-NUM-ITM).
           MOVE CRG-VALOR TO ITM-VALOR (WS-NUM-ITM).
           MOVE CRG-BALCAO TO ITM-BALCAO (WS-NUM-ITM).
           MOVE CRG-PENDENTE-DESDE TO ITM-PENDENTE-DESDE (WS-NUM-ITM).
           MOVE 0 TO ITM-LIGADO (WS-NUM-ITM).
       2800-GUARDAR-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    2900-GUARDAR-LIQUIDACAO
      *    FILES ONE SETTLEMENT LINE (CRG-*) IN TAB-LIQUIDACOES - A
      *    FULL TABLE STOPS THE RUN FOR THE SAME REASON AS 2800.
      ******************************************************************
       2900-GUARDAR-LIQUIDACAO.
           IF WS-NUM-LQT NOT < 2000
               DISPLAY 'Mais de 2000 liquidacoes por reconciliar -'
                   ' reconciliacao interrompida, nada foi gravado.'
               STOP RUN
           END-IF.
           ADD 1 TO WS-NUM-LQT.
           MOVE CRG-CANAL TO LQT-CANAL (WS-NUM-LQT).
           MOVE CRG-SENTIDO TO LQT-SENTIDO (WS-NUM-LQT).
           MOVE CRG-DATA TO LQT-DATA (WS-NUM-LQT).
           COMPUTE LQT-DIA (WS-NUM-LQT) =
               FUNCTION INTEGER-OF-DATE (CRG-DATA).
           MOVE CRG-DATA-LIQUIDACAO TO LQT-DATA-LIQUIDACAO (WS-NUM-LQT).
           MOVE CRG-REFERENCIA TO LQT-REFERENCIA (WS-NUM-LQT).
           MOVE CRG-VALOR TO LQT-VALOR (WS-NUM-LQT).
           MOVE CRG-COMISSAO TO LQT-COMISSAO (WS-NUM-LQT).
           MOVE CRG-PENDENTE-DESDE TO LQT-PENDENTE-DESDE (WS-NUM-LQT).
           MOVE 0 TO LQT-LIGADO (WS-NUM-LQT).
           MOVE SPACE TO LQT-CRITERIO (WS-NUM-LQT).
       2900-GUARDAR-LIQUIDACAO-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CONCILIAR-REFERENCIA
      *    FIRST PASS: THE SETTLEMENT LINE IS MATCHED TO THE FIRST
      *    FREE MOVEMENT OF THE SAME CHANNEL AND DIRECTION WITH THE
      *    SAME REFERENCE AND AMOUNT, DATED WITHIN THE TOLERANCE.
      ******************************************************************
       3000-CONCILIAR-REFERENCIA.
           IF LQT-LIGADO (WS-IX-LQT) NOT = 0
               OR LQT-REFERENCIA (WS-IX-LQT) = SPACES
               GO TO 3000-CONCILIAR-REFERENCIA-EXIT
           END-IF.
           PERFORM 3010-COMPARAR-REFERENCIA
               THRU 3010-COMPARAR-REFERENCIA-EXIT
               VARYING WS-IX-ITM FROM 1 BY 1
               UNTIL WS-IX-ITM > WS-NUM-ITM
               OR LQT-LIGADO (WS-IX-LQT) NOT = 0.
       3000-CONCILIAR-REFERENCIA-EXIT.
           EXIT.

       3010-COMPARAR-REFERENCIA.
           IF ITM-LIGADO (WS-IX-ITM) NOT = 0
               OR ITM-CANAL (WS-IX-ITM) NOT = LQT-CANAL (WS-IX-LQT)
               OR ITM-SENTIDO (WS-IX-ITM) NOT = LQT-SENTIDO (WS-IX-LQT)
               OR ITM-VALOR (WS-IX-ITM) NOT = LQT-VALOR (WS-IX-LQT)
               OR ITM-REFERENCIA (WS-IX-ITM)
                   NOT = LQT-REFERENCIA (WS-IX-LQT)
               GO TO 3010-COMPARAR-REFERENCIA-EXIT
           END-IF.
           COMPUTE DIFERENCA-DIAS =
               ITM-DIA (WS-IX-ITM) - LQT-DIA (WS-IX-LQT).
           IF DIFERENCA-DIAS < 0
               MULTIPLY -1 BY DIFERENCA-DIAS
           END-IF.
           IF DIFERENCA-DIAS > DIAS-TOLERANCIA
               GO TO 3010-COMPARAR-REFERENCIA-EXIT
           END-IF.
           MOVE WS-IX-LQT TO ITM-LIGADO (WS-IX-ITM).
           MOVE WS-IX-ITM TO LQT-LIGADO (WS-IX-LQT).
           MOVE 'R' TO LQT-CRITERIO (WS-IX-LQT).
       3010-COMPARAR-REFERENCIA-EXIT.
           EXIT.

      ******************************************************************
      *    3100-CONCILIAR-VALOR-DATA
      *    SECOND PASS, FOR THE LINES THE REFERENCE DID NOT PLACE (NO
      *    REFERENCE KEYED, OR A TRANSFER WITH FREE TEXT): SAME
      *    CHANNEL, DIRECTION AND AMOUNT - A CARD LINE OF THE SAME
      *    DAY, A TRANSFER WITHIN THE TOLERANCE.  THESE ARE FLAGGED
      *    ON THE LISTING FOR THE CLERK TO CONFIRM.
      ******************************************************************
       3100-CONCILIAR-VALOR-DATA.
           IF LQT-LIGADO (WS-IX-LQT) NOT = 0
               GO TO 3100-CONCILIAR-VALOR-DATA-EXIT
           END-IF.
           PERFORM 3110-COMPARAR-VALOR-DATA
               THRU 3110-COMPARAR-VALOR-DATA-EXIT
               VARYING WS-IX-ITM FROM 1 BY 1
               UNTIL WS-IX-ITM > WS-NUM-ITM
               OR LQT-LIGADO (WS-IX-LQT) NOT = 0.
       3100-CONCILIAR-VALOR-DATA-EXIT.
           EXIT.

       3110-COMPARAR-VALOR-DATA.
           IF ITM-LIGADO (WS-IX-ITM) NOT = 0
               OR ITM-CANAL (WS-IX-ITM) NOT = LQT-CANAL (WS-IX-LQT)
               OR ITM-SENTIDO (WS-IX-ITM) NOT = LQT-SENTIDO (WS-IX-LQT)
               OR ITM-VALOR (WS-IX-ITM) NOT = LQT-VALOR (WS-IX-LQT)
               GO TO 3110-COMPARAR-VALOR-DATA-EXIT
           END-IF.
           COMPUTE DIFERENCA-DIAS =
               ITM-DIA (WS-IX-ITM) - LQT-DIA (WS-IX-LQT).
           IF DIFERENCA-DIAS < 0
               MULTIPLY -1 BY DIFERENCA-DIAS
           END-IF.
           IF LQT-CANAL (WS-IX-LQT) = 'C' AND DIFERENCA-DIAS > 0
               GO TO 3110-COMPARAR-VALOR-DATA-EXIT
           END-IF.
           IF DIFERENCA-DIAS > DIAS-TOLERANCIA
               GO TO 3110-COMPARAR-VALOR-DATA-EXIT
           END-IF.
           MOVE WS-IX-LQT TO ITM-LIGADO (WS-IX-ITM).
           MOVE WS-IX-ITM TO LQT-LIGADO (WS-IX-LQT).
           MOVE 'V' TO LQT-CRITERIO (WS-IX-LQT).
       3110-COMPARAR-VALOR-DATA-EXIT.
           EXIT.

      ******************************************************************
      *    4000-LISTAR-CONCILIADOS
      *    THE MATCHED ITEMS: OUR MOVEMENT, THE SETTLEMENT DATE, THE
      *    COMMISSION AND HOW THE MATCH WAS MADE.
      ******************************************************************
       4000-LISTAR-CONCILIADOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 'ITENS CONCILIADOS' TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'ORIGEM       S/E DATA     REFERENCIA      CLIENTE'
                  '  BALCAO      VALOR  LIQUIDADO  COMISSAO  CRITERIO'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 4010-LINHA-CONCILIADO THRU 4010-LINHA-CONCILIADO-EXIT
               VARYING WS-IX-ITM FROM 1 BY 1
               UNTIL WS-IX-ITM > WS-NUM-ITM.
           MOVE QTD-CONCILIADOS TO MASC-QTD.
           MOVE TOTAL-CONCILIADO TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'TOTAL CONCILIADO: ' MASC-QTD ' ITENS  '
                  MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF QTD-POR-VALOR-DATA > 0
               MOVE QTD-POR-VALOR-DATA TO MASC-QTD
               MOVE SPACES TO LINHA-RELATORIO
               STRING '*** ' MASC-QTD ' ITENS CONCILIADOS SO POR VALOR'
                      ' E DATA - CONFIRMAR ***'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
       4000-LISTAR-CONCILIADOS-EXIT.
           EXIT.

       4010-LINHA-CONCILIADO.
           IF ITM-LIGADO (WS-IX-ITM) = 0
               GO TO 4010-LINHA-CONCILIADO-EXIT
           END-IF.
           MOVE ITM-LIGADO (WS-IX-ITM) TO WS-IX-LQT.
           PERFORM 4800-DESCREVER-ITEM THRU 4800-DESCREVER-ITEM-EXIT.
           IF LQT-POR-REFERENCIA (WS-IX-LQT)
               MOVE 'REFERENCIA' TO DESC-CRITERIO
           ELSE
               MOVE 'VALOR/DATA' TO DESC-CRITERIO
               ADD 1 TO QTD-POR-VALOR-DATA
           END-IF.
           MOVE ITM-CLIENTE (WS-IX-ITM) TO MASC-CLIENTE.
           MOVE ITM-VALOR (WS-IX-ITM) TO MASC-VALOR.
           MOVE LQT-COMISSAO (WS-IX-LQT) TO MASC-COMISSAO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING DESC-ORIGEM ' ' DESC-SENTIDO ' '
                  ITM-DATA (WS-IX-ITM) ' '
                  ITM-REFERENCIA (WS-IX-ITM) ' ' MASC-CLIENTE '  '
                  ITM-BALCAO (WS-IX-ITM) '    ' MASC-VALOR '  '
                  LQT-DATA-LIQUIDACAO (WS-IX-LQT) ' ' MASC-COMISSAO
                  '  ' DESC-CRITERIO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO QTD-CONCILIADOS.
           IF ITM-SENTIDO (WS-IX-ITM) = 'D'
               SUBTRACT ITM-VALOR (WS-IX-ITM) FROM TOTAL-CONCILIADO
           ELSE
               ADD ITM-VALOR (WS-IX-ITM) TO TOTAL-CONCILIADO
           END-IF.
       4010-LINHA-CONCILIADO-EXIT.
           EXIT.

      ******************************************************************
      *    4100-LISTAR-ITENS-PENDENTES
      *    OUR RECEIPTS AND DEPOSITS THE ACQUIRER OR THE BANK HAS NOT
      *    PAID (YET), WITH THEIR AGE AND THE DATE THEY FIRST WENT
      *    PENDING.
      ******************************************************************
       4100-LISTAR-ITENS-PENDENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 'RECIBOS E CAUCOES SEM LIQUIDACAO' TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'ORIGEM       S/E DATA     REFERENCIA      CLIENTE'
                  '  BALCAO      VALOR  DIAS  PENDENTE DESDE'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 4110-LINHA-ITEM-PENDENTE
               THRU 4110-LINHA-ITEM-PENDENTE-EXIT
               VARYING WS-IX-ITM FROM 1 BY 1
               UNTIL WS-IX-ITM > WS-NUM-ITM.
           MOVE QTD-ITENS-PENDENTES TO MASC-QTD.
           MOVE TOTAL-ITENS-PENDENTES TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'TOTAL SEM LIQUIDACAO: ' MASC-QTD ' ITENS  '
                  MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       4100-LISTAR-ITENS-PENDENTES-EXIT.
           EXIT.

       4110-LINHA-ITEM-PENDENTE.
           IF ITM-LIGADO (WS-IX-ITM) NOT = 0
               GO TO 4110-LINHA-ITEM-PENDENTE-EXIT
           END-IF.
           PERFORM 4800-DESCREVER-ITEM THRU 4800-DESCREVER-ITEM-EXIT.
           COMPUTE DIFERENCA-DIAS =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
               - ITM-DIA (WS-IX-ITM).
           MOVE DIFERENCA-DIAS TO MASC-DIAS.
           MOVE ITM-CLIENTE (WS-IX-ITM) TO MASC-CLIENTE.
           MOVE ITM-VALOR (WS-IX-ITM) TO MASC-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING DESC-ORIGEM ' ' DESC-SENTIDO ' '
                  ITM-DATA (WS-IX-ITM) ' '
                  ITM-REFERENCIA (WS-IX-ITM) ' ' MASC-CLIENTE '  '
                  ITM-BALCAO (WS-IX-ITM) '    ' MASC-VALOR '  '
                  MASC-DIAS '  ' ITM-PENDENTE-DESDE (WS-IX-ITM)
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO QTD-ITENS-PENDENTES.
           IF ITM-SENTIDO (WS-IX-ITM) = 'D'
               SUBTRACT ITM-VALOR (WS-IX-ITM) FROM TOTAL-ITENS-PENDENTES
           ELSE
               ADD ITM-VALOR (WS-IX-ITM) TO TOTAL-ITENS-PENDENTES
           END-IF.
       4110-LINHA-ITEM-PENDENTE-EXIT.
           EXIT.

      ******************************************************************
      *    4200-LISTAR-LIQ-PENDENTES
      *    MONEY THE ACQUIRER OR THE BANK SAYS IT PAID THAT NO RECEIPT
      *    OR DEPOSIT ACCOUNTS FOR.
      ******************************************************************
       4200-LISTAR-LIQ-PENDENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 'LIQUIDACOES SEM RECIBO' TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'ORIGEM       S/E DATA     REFERENCIA     '
                  '      VALOR  LIQUIDADO  COMISSAO  PENDENTE DESDE'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 4210-LINHA-LIQ-PENDENTE
               THRU 4210-LINHA-LIQ-PENDENTE-EXIT
               VARYING WS-IX-LQT FROM 1 BY 1
               UNTIL WS-IX-LQT > WS-NUM-LQT.
           MOVE QTD-LIQ-PENDENTES TO MASC-QTD.
           MOVE TOTAL-LIQ-PENDENTES TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'TOTAL SEM RECIBO: ' MASC-QTD ' LINHAS  '
                  MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       4200-LISTAR-LIQ-PENDENTES-EXIT.
           EXIT.

       4210-LINHA-LIQ-PENDENTE.
           IF LQT-LIGADO (WS-IX-LQT) NOT = 0
               GO TO 4210-LINHA-LIQ-PENDENTE-EXIT
           END-IF.
           IF LQT-CANAL (WS-IX-LQT) = 'C'
               MOVE 'ADQUIRENTE' TO DESC-ORIGEM
           ELSE
               MOVE 'BANCO' TO DESC-ORIGEM
           END-IF.
           IF LQT-SENTIDO (WS-IX-LQT) = 'D'
               MOVE 'SAI' TO DESC-SENTIDO
           ELSE
               MOVE 'ENT' TO DESC-SENTIDO
           END-IF.
           MOVE LQT-VALOR (WS-IX-LQT) TO MASC-VALOR.
           MOVE LQT-COMISSAO (WS-IX-LQT) TO MASC-COMISSAO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING DESC-ORIGEM ' ' DESC-SENTIDO ' '
                  LQT-DATA (WS-IX-LQT) ' '
                  LQT-REFERENCIA (WS-IX-LQT) ' ' MASC-VALOR '  '
                  LQT-DATA-LIQUIDACAO (WS-IX-LQT) ' ' MASC-COMISSAO
                  '  ' LQT-PENDENTE-DESDE (WS-IX-LQT)
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO QTD-LIQ-PENDENTES.
           IF LQT-SENTIDO (WS-IX-LQT) = 'D'
               SUBTRACT LQT-VALOR (WS-IX-LQT) FROM TOTAL-LIQ-PENDENTES
           ELSE
               ADD LQT-VALOR (WS-IX-LQT) TO TOTAL-LIQ-PENDENTES
           END-IF.
       4210-LINHA-LIQ-PENDENTE-EXIT.
           EXIT.

      ******************************************************************
      *    4300-LISTAR-COMISSAO
      *    THE ACQUIRER'S LINES IMPORTED BY THIS RUN: GROSS, THE
      *    COMMISSION TAKEN, NET PAID AND THE AVERAGE RATE.
      ******************************************************************
       4300-LISTAR-COMISSAO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 'COMISSAO DO ADQUIRENTE (LIQUIDACOES IMPORTADAS)'
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-BRUTO-CARTAO TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  VALOR BRUTO .......... ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-COMISSAO TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  COMISSAO RETIDA ...... ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-LIQUIDO-CARTAO TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  VALOR LIQUIDO PAGO ... ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF TOTAL-BRUTO-CARTAO > 0
               COMPUTE TAXA-MEDIA ROUNDED =
                   TOTAL-COMISSAO * 100 / TOTAL-BRUTO-CARTAO
               MOVE TAXA-MEDIA TO MASC-TAXA
               MOVE SPACES TO LINHA-RELATORIO
               STRING '  TAXA MEDIA ........... ' MASC-TAXA ' %'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
       4300-LISTAR-COMISSAO-EXIT.
           EXIT.

      ******************************************************************
      *    4800-DESCREVER-ITEM
      *    LISTING WORDS FOR THE ORIGIN AND DIRECTION OF ITEM WS-IX-ITM.
      ******************************************************************
       4800-DESCREVER-ITEM.
           EVALUATE TRUE
               WHEN ITM-TIPO (WS-IX-ITM) = 'C'
                   MOVE 'CAUCAO CART.' TO DESC-ORIGEM
               WHEN ITM-CANAL (WS-IX-ITM) = 'C'
                   MOVE 'RECIBO CART.' TO DESC-ORIGEM
               WHEN OTHER
                   MOVE 'RECIBO TRF.' TO DESC-ORIGEM
           END-EVALUATE.
           IF ITM-SENTIDO (WS-IX-ITM) = 'D'
               MOVE 'SAI' TO DESC-SENTIDO
           ELSE
               MOVE 'ENT' TO DESC-SENTIDO
           END-IF.
       4800-DESCREVER-ITEM-EXIT.
           EXIT.

      ******************************************************************
      *    5000-GRAVAR-PENDENTES
      *    REWRITES CONCPEND.DAT WITH EVERYTHING STILL UNMATCHED, ON
      *    BOTH SIDES.
      ******************************************************************
       5000-GRAVAR-PENDENTES.
           OPEN OUTPUT CONCPEND.
           PERFORM 5010-GRAVAR-ITEM THRU 5010-GRAVAR-ITEM-EXIT
               VARYING WS-IX-ITM FROM 1 BY 1
               UNTIL WS-IX-ITM > WS-NUM-ITM.
           PERFORM 5020-GRAVAR-LIQUIDACAO
               THRU 5020-GRAVAR-LIQUIDACAO-EXIT
               VARYING WS-IX-LQT FROM 1 BY 1
               UNTIL WS-IX-LQT > WS-NUM-LQT.
           CLOSE CONCPEND.
       5000-GRAVAR-PENDENTES-EXIT.
           EXIT.

       5010-GRAVAR-ITEM.
           IF ITM-LIGADO (WS-IX-ITM) NOT = 0
               GO TO 5010-GRAVAR-ITEM-EXIT
           END-IF.
           MOVE ITM-TIPO (WS-IX-ITM) TO PEN-TIPO.
           MOVE ITM-CANAL (WS-IX-ITM) TO PEN-CANAL.
           MOVE ITM-SENTIDO (WS-IX-ITM) TO PEN-SENTIDO.
           MOVE ITM-DATA (WS-IX-ITM) TO PEN-DATA.
           MOVE 0 TO PEN-DATA-LIQUIDACAO.
           MOVE ITM-REFERENCIA (WS-IX-ITM) TO PEN-REFERENCIA.
           MOVE ITM-CLIENTE (WS-IX-ITM) TO PEN-CLIENTE.
           MOVE ITM-VALOR (WS-IX-ITM) TO PEN-VALOR.
           MOVE 0 TO PEN-COMISSAO.
           MOVE ITM-BALCAO (WS-IX-ITM) TO PEN-BALCAO.
           MOVE ITM-PENDENTE-DESDE (WS-IX-ITM) TO PEN-PENDENTE-DESDE.
           WRITE REG-PENDENTE.
       5010-GRAVAR-ITEM-EXIT.
           EXIT.

       5020-GRAVAR-LIQUIDACAO.
           IF LQT-LIGADO (WS-IX-LQT) NOT = 0
               GO TO 5020-GRAVAR-LIQUIDACAO-EXIT
           END-IF.
           MOVE 'L' TO PEN-TIPO.
           MOVE LQT-CANAL (WS-IX-LQT) TO PEN-CANAL.
           MOVE LQT-SENTIDO (WS-IX-LQT) TO PEN-SENTIDO.
           MOVE LQT-DATA (WS-IX-LQT) TO PEN-DATA.
           MOVE LQT-DATA-LIQUIDACAO (WS-IX-LQT) TO PEN-DATA-LIQUIDACAO.
           MOVE LQT-REFERENCIA (WS-IX-LQT) TO PEN-REFERENCIA.
           MOVE 0 TO PEN-CLIENTE.
           MOVE LQT-VALOR (WS-IX-LQT) TO PEN-VALOR.
           MOVE LQT-COMISSAO (WS-IX-LQT) TO PEN-COMISSAO.
           MOVE 0 TO PEN-BALCAO.
           MOVE LQT-PENDENTE-DESDE (WS-IX-LQT) TO PEN-PENDENTE-DESDE.
           WRITE REG-PENDENTE.
       5020-GRAVAR-LIQUIDACAO-EXIT.
           EXIT.

      ******************************************************************
      *    5100-GRAVAR-CONTROLO
      *    MOVES THE LAST DATE TAKEN FORWARD - NEVER BACK, SO A RUN
      *    FOR AN EARLIER DATE CANNOT MAKE THE NEXT ONE TAKE THE SAME
      *    RECEIPTS IN TWICE.
      ******************************************************************
       5100-GRAVAR-CONTROLO.
           IF DATA-CORTE > ULTIMA-DATA
               MOVE DATA-CORTE TO RCT-ULTIMA-DATA
           ELSE
               MOVE ULTIMA-DATA TO RCT-ULTIMA-DATA
           END-IF.
           MOVE WS-DATA-HOJE TO RCT-DATA-EXECUCAO.
           OPEN OUTPUT CONCCTL.
           WRITE REG-CONCILIACAO-CTL.
           CLOSE CONCCTL.
       5100-GRAVAR-CONTROLO-EXIT.
           EXIT.

      ******************************************************************
      *    5200-ESVAZIAR-IMPORTACOES
      *    THE IMPORTED LINES ARE NOW EITHER MATCHED (ON THE LISTING)
      *    OR ON CONCPEND.DAT - THE IMPORT FILES ARE EMPTIED SO THE
      *    NEXT RUN DOES NOT TAKE THEM IN AGAIN.
      ******************************************************************
       5200-ESVAZIAR-IMPORTACOES.
           IF WS-LQC-STATUS = '00' OR WS-LQC-STATUS = '10'
               OPEN OUTPUT LIQCARTAO
               CLOSE LIQCARTAO
           END-IF.
           IF WS-EXB-STATUS = '00' OR WS-EXB-STATUS = '10'
               OPEN OUTPUT EXTBANCO
               CLOSE EXTBANCO
           END-IF.
       5200-ESVAZIAR-IMPORTACOES-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINAR
      ******************************************************************
       9000-TERMINAR.
           CLOSE RELATORIO.
           MOVE QTD-ITENS-NOVOS TO MASC-QTD.
           DISPLAY 'Recibos/caucoes novos .. ' MASC-QTD.
           MOVE QTD-LIQ-NOVAS TO MASC-QTD.
           DISPLAY 'Liquidacoes importadas . ' MASC-QTD.
           MOVE QTD-DEBITOS-BANCO TO MASC-QTD.
           DISPLAY 'Debitos do banco ignor.  ' MASC-QTD.
           MOVE QTD-CONCILIADOS TO MASC-QTD.
           DISPLAY 'Conciliados ............ ' MASC-QTD.
           MOVE QTD-ITENS-PENDENTES TO MASC-QTD.
           DISPLAY 'Recibos sem liquidacao . ' MASC-QTD.
           MOVE QTD-LIQ-PENDENTES TO MASC-QTD.
           DISPLAY 'Liquidacoes sem recibo . ' MASC-QTD.
           DISPLAY 'Listagem em CONCILIA.LST.'.
       9000-TERMINAR-EXIT.
           EXIT.

       END PROGRAM 0807_B04.
