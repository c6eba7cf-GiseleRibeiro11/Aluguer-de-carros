      *                     IS NO LONGER ACCEPTED AT THE STARTUP
      *                     PROMPT - IT IS RESERVED FOR PRE-CHANGE
      *                     RECORDS.
      *    15/10/2026 JPS   ADDED RENTAL EXTRAS: A CATALOGUE ON
      *                     EXTRAS.DAT (CODE, DESCRIPTION, PRICE PER
      *                     DAY OR PER RENTAL, QUANTITY PER BALCAO)
      *                     KEPT THROUGH THE NEW 'X' OPTION; CHECK-OUT
      *                     LETS THE CLERK ADD EXTRAS TO THE CONTRACT,
      *                     REFUSING ONE WHOSE BRANCH STOCK IS USED UP;
      *                     CHECK-IN PRICES THEM FOR THE DAYS ACTUALLY
      *                     RENTED, PRINTS ONE INVOICE LINE PER EXTRA
      *                     BEFORE IVA, KEEPS THE AMOUNT ON THE RENTAL
      *                     RECORD AND GIVES THE STOCK BACK.
      *    15/10/2026 JPS   CORPORATE ACCOUNTS: THE NEW 'C' OPTION
      *                     LINKS A CUSTOMER TO THE COMPANY ACCOUNT HE
      *                     RENTS FOR AND SETS MONTHLY BILLING.  A
      *                     MONTHLY-BILLED RENTAL IS PRICED AT CHECK-IN
      *                     AS BEFORE BUT NO FISCAL INVOICE IS ISSUED -
      *                     IT IS RECORDED AS A TYPE 'M' DOCUMENT FOR
      *                     THE ACCOUNT, ANY DEPOSIT IS REFUNDED IN
      *                     FULL, AND 0807_B03 INVOICES IT AT MONTH
      *                     END.  THE CREDIT CHECK NOW WEIGHS THE
      *                     WHOLE ACCOUNT - ITS INVOICES AND THE
      *                     RENTALS STILL TO BE INVOICED - AGAINST THE
      *                     ACCOUNT'S CREDIT LIMIT.
      *    15/10/2026 JPS   VEHICLE DOCUMENTS: THE NEW 'I' OPTION KEEPS
      *                     THE INSURANCE POLICY, THE IPO INSPECTION
      *                     DATE AND THE IUC ROAD TAX OF EACH CAR ON
      *                     DOCVIAT.DAT.  CHECK-OUT SKIPS A CAR WHOSE
      *                     DOCUMENTS DO NOT COVER THE WHOLE RENTAL,
      *                     AND AN EXTENSION IS REFUSED WHEN THE NEW
      *                     RETURN DATE IS PAST ANY OF THEM.
      *    15/10/2026 JPS   THE ATCUD SERIES CODES ARE NO LONGER FIXED
      *                     IN THE PROGRAM: THE SERIES IN USE IS READ
      *                     FROM SERIES.DAT AT START-UP (THE YEAR-END
      *                     CLOSE 0807_B06 OPENS A NEW ONE EACH YEAR)
      *                     AND THE ATCUD CARRIES THE SEQUENCE WITHIN
      *                     THE SERIES.  A PAYMENT OF A PRIOR-YEAR
      *                     INVOICE ALSO COUNTS THE RECEIPTS THE
      *                     YEAR-END CLOSE MOVED TO RECIBANO.DAT.
      *    15/10/2026 JPS   OPERATORS AND AUDIT JOURNAL: EVERY RUN IS
      *                     NOW SIGNED ON BY AN OPERATOR OF
      *                     OPERADORES.DAT WITH HIS PIN (THE FIRST RUN
      *                     REGISTERS THE FIRST SUPERVISOR), AND EVERY
      *                     COUNTER ACTION IS APPENDED TO JORNAL.DAT
      *                     WITH THE OPERATOR, SESSION, TIME AND THE
      *                     DOCUMENT OR PLATE.  A CREDIT OVERRIDE, A
      *                     CREDIT NOTE AND A SHIFT CLOSE THAT IS OVER
      *                     OR SHORT NOW NEED A SUPERVISOR'S CODE AND
      *                     PIN, AND THE SUPERVISOR IS JOURNALLED.  THE
      *                     NEW 'O' OPTION (SUPERVISORS ONLY) KEEPS THE
      *                     OPERATORS FILE.
      *    15/10/2026 JPS   NEW 'A' OPTION AMENDS THE DATES OR CATEGORY
      *                     OF AN ACTIVE BOOKING (RECHECKED FOR
      *                     CAPACITY WITHOUT COUNTING ITSELF) OR
      *                     CANCELS IT WITH A REASON; A CANCELLATION
      *                     INSIDE THE CATEGORY'S WINDOW ON TARIFAS IS
      *                     MARKED LATE FOR THE NIGHTLY NO-SHOW RUN
      *                     (0807_B07) TO CHARGE.  A BOOKING NOT
      *                     COLLECTED ON ITS DAY IS OFFERED AGAIN ON
      *                     THE NEXT DAY'S STARTUP BEFORE THAT RUN
      *                     CANCELS IT AS A NO-SHOW.
      *    15/10/2026 JPS   A CAR GOING INTO THE WORKSHOP IS GIVEN ITS
      *                     EXPECTED RELEASE DATE (0 = UNKNOWN), KEPT
      *                     IN VIA-MANUT-DATA-FIM UNTIL IT COMES OUT,
      *                     FOR THE OCCUPANCY FORECAST.
      *    15/10/2026 JPS   THE COUNTER'S INVOICES AND CREDIT NOTES
      *                     CARRY A ZERO THIRD-PARTY AMOUNT.
      *    15/10/2026 JPS   A NEW CUSTOMER IS JOURNALLED (CLIE) WITH ITS
      *                     CREDIT LIMIT.  A CUSTOMER THAT IS ALREADY
      *                     THE CORPORATE ACCOUNT OF OTHERS CAN NOT BE
      *                     LINKED UNDER ANOTHER ACCOUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_T03.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT SERIES ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SER-STATUS.
           SELECT RESERVAS ASSIGN TO "RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT RECIBANO ASSIGN TO "RECIBANO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAN-STATUS.
           SELECT ALUGHIST ASSIGN TO "ALUGHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAU-STATUS.
           SELECT EXTRAS ASSIGN TO "EXTRAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXT-CHAVE
               FILE STATUS IS WS-EXT-STATUS.
           SELECT DOCVIAT ASSIGN TO "DOCVIAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVI-MATRICULA
               FILE STATUS IS WS-DVI-STATUS.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-OPE-STATUS.
           SELECT JORNAL ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FATURACTL
           LABEL RECORD IS STANDARD.
           COPY FATREG.
       FD  SERIES
           LABEL RECORD IS STANDARD.
           COPY SERREG.
       FD  RESERVAS
           LABEL RECORD IS STANDARD.
           COPY RESREG.
       FD  RECIBOS
           LABEL RECORD IS STANDARD.
           COPY RECREG.
       FD  RECIBANO
           LABEL RECORD IS STANDARD.
           COPY RECREG REPLACING ==REG-RECIBO== BY ==REG-RECIBO-ANO==
               LEADING ==REC== BY ==RAN==.
       FD  ALUGHIST
           LABEL RECORD IS STANDARD.
           COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGHIST==
       FD  CAUCOES
           LABEL RECORD IS STANDARD.
           COPY CAUREG.
       FD  EXTRAS
           LABEL RECORD IS STANDARD.
           COPY EXTREG.
       FD  DOCVIAT
           LABEL RECORD IS STANDARD.
           COPY DVIREG.
       FD  OPERADORES
           LABEL RECORD IS STANDARD.
           COPY OPEREG.
       FD  JORNAL
           LABEL RECORD IS STANDARD.
           COPY JRNREG.

       WORKING-STORAGE SECTION.
      ******************************************************************
       77  WS-QTD-VIATURAS-CATEGORIA   PIC 9(03) VALUE 0.
       77  WS-RES-NOVA-INICIO       PIC 9(08).
       77  WS-RES-NOVA-FIM          PIC 9(08).
       77  RESERVA-EM-ALTERACAO     PIC 9(06) VALUE 0.
       77  RESERVA-PROCURADA        PIC 9(06).
       77  ACCAO-RESERVA            PIC X(01).
       77  DATA-ALTERADA            PIC 9(08).
       77  TIPO-CARRO-ALTERADO      PIC 9.
       77  MOTIVO-CANCELAMENTO      PIC X(30).
       77  CONFIRMACAO-CANCELAMENTO PIC X(01).
       77  TAXA-NAO-COMPARENCIA     PIC 9(03)V99 VALUE 0.
       77  PRAZO-CANCELAMENTO       PIC 9(02) VALUE 0.
       77  DIAS-ANTECEDENCIA        PIC S9(05) COMP.
       77  WS-CANCELAMENTO-TARDIO   PIC X VALUE 'N'.
           88  CANCELAMENTO-TARDIO  VALUE 'S'.
       77  DATA-ONTEM               PIC 9(08).
       77  MASCARA-TAXA             PIC ZZ9,99.
       77  MASCARA-PRAZO            PIC Z9.
       77  WS-CAPACIDADE-RESERVA    PIC X VALUE 'N'.
           88  RESERVA-COM-CAPACIDADE VALUE 'S'.
       77  WS-ATENDIMENTO-RESERVA   PIC X VALUE 'N'.
       77  KMS-NOVA-REVISAO         PIC 9(07).
       77  DATA-DEVOLUCAO           PIC 9(08).
       77  WS-REC-STATUS            PIC X(02) VALUE '00'.
       77  WS-RAN-STATUS            PIC X(02) VALUE '00'.
       77  FATURA-PROCURADA         PIC 9(08).
       77  WS-FATURA-ENCONTRADA     PIC X VALUE 'N'.
           88  FATURA-FOI-ENCONTRADA VALUE 'S'.
       77  AUTORIZACAO-SUPERVISOR   PIC X(01).
       77  MASCARA-SALDO-ABERTO     PIC ZZZ.ZZZ.ZZ9,99.

      ******************************************************************
      *    CONTAS EMPRESA - A CONTA CUJO CREDITO E VERIFICADO E A
      *    QUE FATURA OS ALUGUERES DE FATURACAO MENSAL
      ******************************************************************
       77  CONTA-CREDITO            PIC 9(06).
       77  LIMITE-CREDITO-CONTA     PIC 9(06)V99.
       77  SALDO-POR-FATURAR        PIC 9(08)V99.
       77  CLIENTE-GUARDADO         PIC 9(06).
       77  CONTA-FATURACAO          PIC 9(06) VALUE 0.
       77  WS-ALUGUER-MENSAL        PIC X VALUE 'N'.
           88  ALUGUER-FATURA-MENSAL VALUE 'S'.
       77  CONTA-EMPRESA-NOVA       PIC 9(06).
       77  WS-TEM-SUBCONTAS         PIC X VALUE 'N'.
           88  CLIENTE-TEM-SUBCONTAS VALUE 'S'.
       77  FATURACAO-MENSAL-NOVA    PIC X(01).

      ******************************************************************
      *    FECHO DE CAIXA DA SESSAO - OS RECIBOS DA SESSAO EM MEMORIA
      *    E OS TOTAIS POR MODO DE PAGAMENTO
       77  MASCARA-KMS              PIC Z.ZZZ.ZZ9.
       77  MASCARA-KMS-REVISAO      PIC Z.ZZZ.ZZ9.

      ******************************************************************
      *    EXTRAS DO CONTRATO - ESCOLHIDOS NO LEVANTAMENTO CONTRA O
      *    STOCK DO BALCAO, FATURADOS NA DEVOLUCAO UM POR LINHA
      ******************************************************************
       77  WS-EXT-STATUS            PIC X(02) VALUE '00'.
       77  EXTRA-CODIGO             PIC X(04).
       77  EXTRA-QTD                PIC 9(02).
       77  EXTRA-LIVRES             PIC S9(03).
       77  EXTRA-BALCAO             PIC 9(02).
       77  WS-IX-EXT                PIC 9(02).
       77  WS-EXT-ACHADO            PIC X VALUE 'N'.
           88  EXT-FOI-ACHADO       VALUE 'S'.
       77  VALOR-EXTRAS             PIC 9(05)V99 VALUE 0.
       77  DIAS-EXTRAS              PIC 9(03).
       77  WS-NUM-EXF               PIC 9(02) VALUE 0.
       77  WS-IX-EXF                PIC 9(02).
       01  TAB-EXTRAS-FATURA.
           05  EXF-LINHA OCCURS 5 TIMES.
               10  EXF-CODIGO           PIC X(04).
               10  EXF-DESCRICAO        PIC X(20).
               10  EXF-QTD              PIC 9(02).
               10  EXF-MODO             PIC X(01).
               10  EXF-PRECO            PIC 9(03)V99.
               10  EXF-VALOR            PIC 9(05)V99.
       77  EXTRA-DESC-NOVA          PIC X(20).
       77  EXTRA-PRECO-NOVO         PIC 9(03)V99.
       77  EXTRA-MODO-NOVO          PIC X(01).
       77  EXTRA-STOCK-NOVO         PIC 9(02).
       77  WS-EXTRA-NOVO            PIC X VALUE 'N'.
           88  EXTRA-E-NOVO         VALUE 'S'.
       77  MASCARA-EXT-QTD          PIC Z9.
       77  MASCARA-EXT-PRECO        PIC ZZ9,99.
       77  MASCARA-EXT-VALOR        PIC ZZ.ZZ9,99.
       77  MASCARA-EXT-DIAS         PIC ZZ9.

      ******************************************************************
      *    DOCUMENTOS DA VIATURA - SEGURO, INSPECAO (IPO) E IUC TEM DE
      *    COBRIR O ALUGUER ATE A DATA DE DEVOLUCAO PREVISTA
      ******************************************************************
       77  WS-DVI-STATUS            PIC X(02) VALUE '00'.
       77  DATA-LIMITE-DOCUMENTOS   PIC 9(08).
       77  WS-DOCUMENTOS-VALIDOS    PIC X VALUE 'N'.
           88  DOCUMENTOS-VALIDOS   VALUE 'S'.
       77  DOCUMENTO-EM-FALTA       PIC X(40).
       77  WS-DOCUMENTOS-NOVOS      PIC X VALUE 'N'.
           88  DOCUMENTOS-SAO-NOVOS VALUE 'S'.
       77  SEGURADORA-NOVA          PIC X(20).
       77  APOLICE-NOVA             PIC X(15).
       77  SEGURO-VALIDADE-NOVA     PIC 9(08).
       77  IPO-VALIDADE-NOVA        PIC 9(08).
       77  IUC-VALIDADE-NOVA        PIC 9(08).

      ******************************************************************
      *    OPERADOR EM SERVICO, AUTORIZACOES DO SUPERVISOR E JORNAL
      *    DE AUDITORIA DO BALCAO
      ******************************************************************
       77  WS-OPE-STATUS            PIC X(02) VALUE '00'.
       77  WS-JRN-STATUS            PIC X(02) VALUE '00'.
       77  OPERADOR-ATUAL           PIC X(08) VALUE SPACES.
       77  OPERADOR-NOME            PIC X(30) VALUE SPACES.
       77  OPERADOR-PERFIL          PIC X(01) VALUE SPACES.
           88  OPERADOR-E-SUPERVISOR VALUE 'S'.
       77  PIN-DIGITADO             PIC 9(04).
       77  TENTATIVAS-ENTRADA       PIC 9(01) VALUE 0.
       77  SUPERVISOR-CODIGO        PIC X(08).
       77  SUPERVISOR-AUTORIZANTE   PIC X(08) VALUE SPACES.
       77  WS-SUPERVISOR-AUTORIZOU  PIC X VALUE 'N'.
           88  SUPERVISOR-AUTORIZOU VALUE 'S'.
       77  HORA-SISTEMA             PIC 9(08).
       77  OPERADOR-CODIGO-NOVO     PIC X(08).
       77  OPERADOR-NOME-NOVO       PIC X(30).
       77  OPERADOR-PIN-NOVO        PIC 9(04).
       77  OPERADOR-PERFIL-NOVO     PIC X(01).
           88  VALIDAR-PERFIL-OPERADOR VALUES 'B' 'S'.
       77  OPERADOR-BALCAO-NOVO     PIC 9(02).
       77  OPERADOR-ATIVO-NOVO      PIC X(01).
       77  WS-OPERADOR-NOVO         PIC X VALUE 'N'.
           88  OPERADOR-E-NOVO      VALUE 'S'.

      ******************************************************************
      *    FATURACAO (FATURA FISCAL DO ALUGUER)
      ******************************************************************
       77  VALOR-KMS                PIC 9(05)V99.
       77  FATURA-NUMERO            PIC 9(08).
       77  FATURA-ATCUD             PIC X(20).
      *    SERIE EM USO - CODIGOS DE VALIDACAO DA AT E BASE DA
      *    NUMERACAO, LIDOS DO ULTIMO REGISTO DE SERIES.DAT
       77  WS-SER-STATUS            PIC X(02) VALUE '00'.
       77  ATCUD-CODIGO-SERIE       PIC X(08) VALUE SPACES.
       77  ATCUD-CODIGO-SERIE-NC    PIC X(08) VALUE SPACES.
       77  ATCUD-BASE-NUMERO        PIC 9(08) VALUE 0.
       77  ATCUD-SEQUENCIA          PIC 9(08).
       77  NOTA-CREDITO-NUMERO      PIC 9(08).
       77  TOTAL-CREDITADO          PIC 9(07)V99.
       77  ORIG-IVA                 PIC 9(05)V99.
               10  TAB-CUSTO-DIA        PIC 9(03)V99.
               10  TAB-CUSTO-KM         PIC 9(03)V99.
               10  TAB-KMS-GRATUITOS    PIC 9(05).
               10  TAB-TAXA-NAO-COMPARENCIA PIC 9(03)V99.
               10  TAB-PRAZO-CANCELAMENTO   PIC 9(02).

      ******************************************************************
      *    SEGMENTOS DE TARIFA DO ALUGUER EM PRECO - UM SEGMENTO POR
      ******************************************************************
      *    1000-INICIALIZAR
      *    OPENS THE CLIENTES MASTER FILE, CREATING IT ON FIRST RUN.
      *    THE OPERATOR SIGNS ON ONCE THE BRANCH IS KNOWN, AND THE
      *    SIGN-ON IS THE FIRST LINE OF THE RUN ON THE AUDIT JOURNAL.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1050-CARREGAR-SERIE THRU 1050-CARREGAR-SERIE-EXIT.
       1010-PEDIR-BALCAO.
           DISPLAY 'BALCAO DE OPERACAO (1=central):'.
           ACCEPT BALCAO-OPERACAO.
                   ' registos anteriores aos balcoes.'
               GO TO 1010-PEDIR-BALCAO
           END-IF.
           PERFORM 1200-IDENTIFICAR-OPERADOR
               THRU 1200-IDENTIFICAR-OPERADOR-EXIT.
           OPEN I-O CLIENTES.
           IF WS-CLI-STATUS = '35'
               OPEN OUTPUT CLIENTES
               CLOSE FATIDX
               OPEN I-O FATIDX
           END-IF.
           OPEN I-O EXTRAS.
           IF WS-EXT-STATUS = '35'
               OPEN OUTPUT EXTRAS
               CLOSE EXTRAS
               OPEN I-O EXTRAS
           END-IF.
           OPEN I-O DOCVIAT.
           IF WS-DVI-STATUS = '35'
               OPEN OUTPUT DOCVIAT
               CLOSE DOCVIAT
               OPEN I-O DOCVIAT
           END-IF.
           PERFORM 1100-ABRIR-SESSAO THRU 1100-ABRIR-SESSAO-EXIT.
           OPEN EXTEND JORNAL.
           IF WS-JRN-STATUS = '05' OR WS-JRN-STATUS = '35'
               OPEN OUTPUT JORNAL
               CLOSE JORNAL
               OPEN EXTEND JORNAL
           END-IF.
           PERFORM 2075-LIMPAR-JORNAL THRU 2075-LIMPAR-JORNAL-EXIT.
           MOVE 'ENTR' TO JRN-ACCAO.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CARREGAR-SERIE
      *    READS SERIES.DAT TO THE END - THE LAST RECORD IS THE SERIES
      *    IN USE.  WITHOUT A SERIES NO INVOICE CAN BE ISSUED, SO THE
      *    COUNTER DOES NOT START.
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
           MOVE SER-CODIGO-NC TO ATCUD-CODIGO-SERIE-NC.
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
      *    1100-ABRIR-SESSAO
      *    DRAWS THE NEXT CASH-DRAWER SESSION NUMBER FROM
       1100-ABRIR-SESSAO-EXIT.
           EXIT.

      ******************************************************************
      *    1200-IDENTIFICAR-OPERADOR
      *    SIGN-ON: THE OPERATOR GIVES HIS CODE AND PIN, CHECKED
      *    AGAINST OPERADORES.DAT (CREATED ON FIRST RUN).  AN INACTIVE
      *    OPERATOR, OR ONE TIED TO ANOTHER BRANCH, IS REFUSED; THREE
      *    FAILED ATTEMPTS END THE PROGRAM.  WITH THE FILE STILL EMPTY
      *    THE FIRST SUPERVISOR IS REGISTERED INSTEAD (1250), SO THE
      *    COUNTER CAN BE STARTED ON A NEW INSTALLATION.  THE FILE
      *    STAYS OPEN FOR THE SUPERVISOR AUTHORISATIONS (2060).
      ******************************************************************
       1200-IDENTIFICAR-OPERADOR.
           OPEN I-O OPERADORES.
           IF WS-OPE-STATUS = '35'
               OPEN OUTPUT OPERADORES
               CLOSE OPERADORES
               OPEN I-O OPERADORES
           END-IF.
           MOVE 0 TO TENTATIVAS-ENTRADA.
           MOVE LOW-VALUES TO OPE-CODIGO.
           START OPERADORES KEY IS NOT LESS THAN OPE-CODIGO
               INVALID KEY
                   PERFORM 1250-REGISTAR-SUPERVISOR
                       THRU 1250-REGISTAR-SUPERVISOR-EXIT
                   GO TO 1200-IDENTIFICAR-OPERADOR-EXIT
           END-START.
       1210-PEDIR-OPERADOR.
           IF TENTATIVAS-ENTRADA = 3
               DISPLAY 'Tres tentativas falhadas - programa terminado.'
               CLOSE OPERADORES
               STOP RUN
           END-IF.
           ADD 1 TO TENTATIVAS-ENTRADA.
           MOVE SPACES TO OPERADOR-ATUAL.
           MOVE 0 TO PIN-DIGITADO.
           DISPLAY 'OPERADOR:'.
           ACCEPT OPERADOR-ATUAL.
           DISPLAY 'PIN:'.
           ACCEPT PIN-DIGITADO WITH NO-ECHO.
           MOVE OPERADOR-ATUAL TO OPE-CODIGO.
           READ OPERADORES KEY IS OPE-CODIGO
               INVALID KEY
                   DISPLAY 'Operador ou PIN invalido.'
                   GO TO 1210-PEDIR-OPERADOR
           END-READ.
           IF OPE-PIN NOT = PIN-DIGITADO OR NOT OPE-ESTA-ATIVO
               DISPLAY 'Operador ou PIN invalido.'
               GO TO 1210-PEDIR-OPERADOR
           END-IF.
           IF OPE-BALCAO NOT = 0 AND OPE-BALCAO NOT = BALCAO-OPERACAO
               DISPLAY 'O operador ' OPERADOR-ATUAL ' nao esta'
                   ' autorizado no balcao ' BALCAO-OPERACAO '.'
               GO TO 1210-PEDIR-OPERADOR
           END-IF.
           MOVE OPE-NOME TO OPERADOR-NOME.
           MOVE OPE-PERFIL TO OPERADOR-PERFIL.
           DISPLAY 'Operador ' OPERADOR-ATUAL ' - ' OPERADOR-NOME.
       1200-IDENTIFICAR-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      *    1250-REGISTAR-SUPERVISOR
      *    FIRST RUN ONLY: REGISTERS THE OPERATOR AT THE KEYBOARD AS A
      *    SUPERVISOR VALID AT EVERY BRANCH AND SIGNS HIM ON.  FURTHER
      *    OPERATORS ARE THEN KEPT WITH THE 'O' OPTION.
      ******************************************************************
       1250-REGISTAR-SUPERVISOR.
           DISPLAY 'Nenhum operador registado - registe o primeiro'
               ' supervisor.'.
       1255-PEDIR-SUPERVISOR.
           MOVE SPACES TO OPERADOR-ATUAL.
           MOVE SPACES TO OPERADOR-NOME.
           MOVE 0 TO PIN-DIGITADO.
           DISPLAY 'CODIGO DO SUPERVISOR:'.
           ACCEPT OPERADOR-ATUAL.
           DISPLAY 'NOME:'.
           ACCEPT OPERADOR-NOME.
           DISPLAY 'PIN (4 DIGITOS):'.
           ACCEPT PIN-DIGITADO WITH NO-ECHO.
           IF OPERADOR-ATUAL = SPACES OR OPERADOR-NOME = SPACES
               OR PIN-DIGITADO = 0
               DISPLAY 'Codigo, nome e PIN sao obrigatorios.'
               GO TO 1255-PEDIR-SUPERVISOR
           END-IF.
           MOVE OPERADOR-ATUAL TO OPE-CODIGO.
           MOVE OPERADOR-NOME TO OPE-NOME.
           MOVE PIN-DIGITADO TO OPE-PIN.
           MOVE 'S' TO OPE-PERFIL.
           MOVE 0 TO OPE-BALCAO.
           MOVE 'S' TO OPE-ATIVO.
           ACCEPT OPE-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           WRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY 'ERRO A REGISTAR OPERADOR - CODIGO: '
                       WS-OPE-STATUS
                   CLOSE OPERADORES
                   STOP RUN
           END-WRITE.
           MOVE 'S' TO OPERADOR-PERFIL.
           DISPLAY 'Supervisor ' OPERADOR-ATUAL ' registado.'.
       1250-REGISTAR-SUPERVISOR-EXIT.
           EXIT.

      ******************************************************************
      *    1300-CARREGAR-TARIFAS
      *    READS TARIFAS.DAT ONCE AT STARTUP INTO TAB-TARIFAS SO
                       TO TAB-CUSTO-KM (WS-NUM-TARIFAS)
                   MOVE TAR-KMS-GRATUITOS
                       TO TAB-KMS-GRATUITOS (WS-NUM-TARIFAS)
                   MOVE TAR-TAXA-NAO-COMPARENCIA
                       TO TAB-TAXA-NAO-COMPARENCIA (WS-NUM-TARIFAS)
                   MOVE TAR-PRAZO-CANCELAMENTO
                       TO TAB-PRAZO-CANCELAMENTO (WS-NUM-TARIFAS)
           END-READ.
       1350-LER-TARIFA-EXIT.
           EXIT.
      *    SCANS RESERVAS.DAT FOR ACTIVE BOOKINGS WHOSE PICKUP DATE IS
      *    TODAY AND CHECKS EACH ONE OUT, ASKING THE COUNTER CLERK
      *    ONLY FOR WHAT A RESERVATION COULD NOT ALREADY KNOW (THE
      *    ODOMETER READING AT DEPARTURE).  A BOOKING THAT COULD NOT
      *    BE COLLECTED YESTERDAY IS STILL OFFERED TODAY - THE NIGHTLY
      *    RUN ONLY CANCELS IT AS A NO-SHOW ONCE THAT DAY IS OVER.
      ******************************************************************
       1600-PROCESSAR-RESERVAS-HOJE.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) - 1.
           COMPUTE DATA-ONTEM =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           MOVE 0 TO RES-NUMERO.
           START RESERVAS KEY IS NOT LESS THAN RES-NUMERO
               INVALID KEY
               AT END
                   GO TO 1600-PROCESSAR-RESERVAS-HOJE-EXIT
           END-READ.
           IF RES-ATIVA
               AND (RES-DATA-INICIO = WS-DATA-HOJE
                    OR RES-DATA-INICIO = DATA-ONTEM)
               AND (RES-BALCAO = BALCAO-OPERACAO OR RES-BALCAO = 0)
               PERFORM 1680-ATENDER-RESERVA
                   THRU 1680-ATENDER-RESERVA-EXIT
      *    INVOICED ONLY WHEN THE CAR COMES BACK THROUGH CHECK-IN.
      ******************************************************************
       1680-ATENDER-RESERVA.
           IF RES-DATA-INICIO = WS-DATA-HOJE
               DISPLAY 'Reserva numero ' RES-NUMERO ' - cliente '
                   RES-CLIENTE ' - categoria ' RES-TIPO-CARRO
                   ' agendada para hoje.'
           ELSE
               DISPLAY 'Reserva numero ' RES-NUMERO ' - cliente '
                   RES-CLIENTE ' - categoria ' RES-TIPO-CARRO
                   ' agendada para ontem (ultimo dia).'
           END-IF.
           MOVE RES-CLIENTE TO CLI-NUMERO.
           PERFORM 2150-LOC-CLIENTE THRU 2150-LOC-CLIENTE-EXIT.
           MOVE RES-TIPO-CARRO TO TIPO-CARRO.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (RES-DATA-FIM)
               - FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).
           IF WS-DATA-INTEGER < 1
               MOVE 1 TO WS-DATA-INTEGER
           END-IF.
           MOVE WS-DATA-INTEGER TO DIAS-ALUGUER.
           DISPLAY 'KMS A SAIDA (0=kms registados na frota):' AT 1503.
           ACCEPT KMS-SAIDA AT 1544.
      ******************************************************************
       2000-PROCESSAR-ALUGUER.
           DISPLAY 'Levantamento (L), devolucao (D), extensao (E),'
               ' operadores (O), extras (X),' AT 0103.
           DISPLAY 'reserva (R), alt.reserva (A), pagamento (P),'
               ' n.credito (N), empresa (C),' AT 0203.
           DISPLAY 'viatura (V), docs (I), manut. (M), caixa (F),'
               ' transf. (T)?'
               AT 0303.
           ACCEPT WS-OPCAO AT 0363.
           DISPLAY ' ' ERASE EOL.
           EVALUATE WS-OPCAO
               WHEN 'D'
               WHEN 'r'
                   PERFORM 2400-CRIAR-RESERVA
                       THRU 2400-CRIAR-RESERVA-EXIT
               WHEN 'A'
               WHEN 'a'
                   PERFORM 2480-ALTERAR-RESERVA
                       THRU 2480-ALTERAR-RESERVA-EXIT
               WHEN 'V'
               WHEN 'v'
                   PERFORM 2500-CRIAR-VIATURA
                       THRU 2500-CRIAR-VIATURA-EXIT
               WHEN 'I'
               WHEN 'i'
                   PERFORM 2520-GERIR-DOCUMENTOS
                       THRU 2520-GERIR-DOCUMENTOS-EXIT
               WHEN 'X'
               WHEN 'x'
                   PERFORM 2900-GERIR-EXTRAS
                       THRU 2900-GERIR-EXTRAS-EXIT
               WHEN 'C'
               WHEN 'c'
                   PERFORM 2950-LIGAR-CONTA-EMPRESA
                       THRU 2950-LIGAR-CONTA-EMPRESA-EXIT
               WHEN 'O'
               WHEN 'o'
                   PERFORM 2970-GERIR-OPERADORES
                       THRU 2970-GERIR-OPERADORES-EXIT
               WHEN OTHER
                   PERFORM 2100-INICIO THRU 2100-INICIO-EXIT
                   PERFORM 2180-ABRIR-CONTRATO
       2000-PROCESSAR-EXIT.
           EXIT.

      ******************************************************************
      *    2060-AUTORIZAR-SUPERVISOR
      *    ASKS FOR A SUPERVISOR'S CODE AND PIN AT THE COUNTER.  ONLY
      *    AN ACTIVE SUPERVISOR OF THIS BRANCH (OR OF ALL BRANCHES)
      *    WITH THE RIGHT PIN AUTHORISES; HIS CODE IS LEFT IN
      *    SUPERVISOR-AUTORIZANTE FOR THE JOURNAL.  THE OPERATOR
      *    SIGNED ON MAY AUTHORISE HIMSELF ONLY IF HE IS A SUPERVISOR.
      ******************************************************************
       2060-AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO WS-SUPERVISOR-AUTORIZOU.
           MOVE SPACES TO SUPERVISOR-AUTORIZANTE.
           MOVE SPACES TO SUPERVISOR-CODIGO.
           MOVE 0 TO PIN-DIGITADO.
           DISPLAY 'CODIGO DO SUPERVISOR:'.
           ACCEPT SUPERVISOR-CODIGO.
           DISPLAY 'PIN DO SUPERVISOR:'.
           ACCEPT PIN-DIGITADO WITH NO-ECHO.
           MOVE SUPERVISOR-CODIGO TO OPE-CODIGO.
           READ OPERADORES KEY IS OPE-CODIGO
               INVALID KEY
                   DISPLAY 'Autorizacao recusada - supervisor ou PIN'
                       ' invalido.'
                   GO TO 2060-AUTORIZAR-SUPERVISOR-EXIT
           END-READ.
           IF NOT OPE-SUPERVISOR OR NOT OPE-ESTA-ATIVO
               OR OPE-PIN NOT = PIN-DIGITADO
               OR (OPE-BALCAO NOT = 0
                   AND OPE-BALCAO NOT = BALCAO-OPERACAO)
               DISPLAY 'Autorizacao recusada - supervisor ou PIN'
                   ' invalido.'
               GO TO 2060-AUTORIZAR-SUPERVISOR-EXIT
           END-IF.
           MOVE 'S' TO WS-SUPERVISOR-AUTORIZOU.
           MOVE SUPERVISOR-CODIGO TO SUPERVISOR-AUTORIZANTE.
       2060-AUTORIZAR-SUPERVISOR-EXIT.
           EXIT.

      ******************************************************************
      *    2070-REGISTAR-JORNAL
      *    APPENDS ONE LINE TO THE AUDIT JOURNAL FOR THE ACTION THE
      *    CALLER LEFT IN JRN-ACCAO (WITH WHATEVER DOCUMENT, PLATE,
      *    CUSTOMER, VALUE AND SUPERVISOR IT FILLED IN), STAMPED WITH
      *    THE OPERATOR, SESSION, BRANCH, DATE AND TIME, THEN CLEARS
      *    THE RECORD FOR THE NEXT ACTION.
      ******************************************************************
       2070-REGISTAR-JORNAL.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE HORA-SISTEMA (1:6) TO JRN-HORA.
           MOVE OPERADOR-ATUAL TO JRN-OPERADOR.
           MOVE SESSAO-ATUAL TO JRN-SESSAO.
           MOVE BALCAO-OPERACAO TO JRN-BALCAO.
           WRITE REG-JORNAL.
           PERFORM 2075-LIMPAR-JORNAL THRU 2075-LIMPAR-JORNAL-EXIT.
       2070-REGISTAR-JORNAL-EXIT.
           EXIT.

       2075-LIMPAR-JORNAL.
           MOVE SPACES TO JRN-ACCAO.
           MOVE 0 TO JRN-DOCUMENTO.
           MOVE 0 TO JRN-DOC-ORIGEM.
           MOVE SPACES TO JRN-REFERENCIA.
           MOVE 0 TO JRN-CLIENTE.
           MOVE 0 TO JRN-VALOR.
           MOVE SPACES TO JRN-SUPERVISOR.
       2075-LIMPAR-JORNAL-EXIT.
           EXIT.

      ******************************************************************
      *    2100-INICIO
      *    IDENTIFIES THE CUSTOMER (CLIENTES MASTER) AND COLLECTS THE
                   GO TO 2180-ABRIR-CONTRATO-EXIT
               END-IF
           END-IF.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
               + DIAS-ALUGUER.
           COMPUTE DATA-LIMITE-DOCUMENTOS =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           PERFORM 2250-ATRIBUIR-VIATURA
               THRU 2250-ATRIBUIR-VIATURA-EXIT.
           IF NOT VIA-FOI-ENCONTRADA
                   GO TO 2180-ABRIR-CONTRATO-EXIT
               END-IF
           END-IF.
           PERFORM 2187-PEDIR-EXTRAS THRU 2187-PEDIR-EXTRAS-EXIT.
           MOVE MATRICULA-ATRIBUIDA TO CTR-MATRICULA.
           MOVE CLI-NUMERO TO CTR-CLIENTE.
           MOVE TIPO-CARRO TO CTR-TIPO-CARRO.
                   MOVE 'N' TO WS-VIA-ENCONTRADA
                   GO TO 2180-ABRIR-CONTRATO-EXIT
           END-WRITE.
           PERFORM 2188-RESERVAR-EXTRAS
               THRU 2188-RESERVAR-EXTRAS-EXIT.
           IF CAUCAO-VALOR > 0
               MOVE 'T' TO CAU-MOV-TIPO
               MOVE CAUCAO-VALOR TO CAU-MOV-VALOR
               DISPLAY 'Contrato aberto - viatura ' MATRICULA-ATRIBUIDA
                   ' - devolucao prevista ' CTR-DATA-PREVISTA '.'
           END-IF.
           IF ATENDIMENTO-DE-RESERVA
               MOVE RES-NUMERO TO JRN-DOCUMENTO
           END-IF.
           MOVE 'LEVA' TO JRN-ACCAO.
           MOVE MATRICULA-ATRIBUIDA TO JRN-REFERENCIA.
           MOVE CLI-NUMERO TO JRN-CLIENTE.
           MOVE CAUCAO-VALOR TO JRN-VALOR.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2180-ABRIR-CONTRATO-EXIT.
           EXIT.

      ******************************************************************
      *    2187-PEDIR-EXTRAS
      *    CHECK-OUT: THE CLERK ADDS EXTRAS TO THE CONTRACT BY
      *    CATALOGUE CODE AND QUANTITY, A BLANK CODE ENDING THE LIST
      *    (UP TO 5 CODES; THE SAME CODE AGAIN ADDS TO ITS LINE).  AN
      *    EXTRA NOT IN THIS BRANCH'S CATALOGUE, OR WHOSE FREE STOCK
      *    AT THE BRANCH DOES NOT COVER THE QUANTITY, IS REFUSED AND
      *    THE CLERK MAY GO ON WITH THE NEXT ONE.  THE PRICE AND MODE
      *    ARE COPIED TO THE CONTRACT, SO CHECK-IN CHARGES WHAT WAS
      *    AGREED.  THE STOCK ITSELF IS ONLY TAKEN ONCE THE CONTRACT
      *    IS ON FILE (2188).
      ******************************************************************
       2187-PEDIR-EXTRAS.
           MOVE 0 TO CTR-NUM-EXTRAS.
           MOVE 0 TO WS-IX-EXT.
       2187-LIMPAR-EXTRA.
           ADD 1 TO WS-IX-EXT.
           IF WS-IX-EXT > 5
               GO TO 2187-PEDIR-UM-EXTRA
           END-IF.
           MOVE SPACES TO CTR-EXT-CODIGO (WS-IX-EXT).
           MOVE 0 TO CTR-EXT-QTD (WS-IX-EXT).
           MOVE 0 TO CTR-EXT-PRECO (WS-IX-EXT).
           MOVE SPACES TO CTR-EXT-MODO (WS-IX-EXT).
           GO TO 2187-LIMPAR-EXTRA.
       2187-PEDIR-UM-EXTRA.
           MOVE SPACES TO EXTRA-CODIGO.
           DISPLAY 'EXTRA (CODIGO, em branco=nenhum):' AT 1303.
           ACCEPT EXTRA-CODIGO AT 1337.
           DISPLAY ' ' ERASE EOL.
           IF EXTRA-CODIGO = SPACES
               GO TO 2187-PEDIR-EXTRAS-EXIT
           END-IF.
           MOVE EXTRA-CODIGO TO EXT-CODIGO.
           MOVE BALCAO-OPERACAO TO EXT-BALCAO.
           READ EXTRAS KEY IS EXT-CHAVE
               INVALID KEY
                   DISPLAY 'Extra ' EXTRA-CODIGO
                       ' nao existe no catalogo deste balcao.'
                   GO TO 2187-PEDIR-UM-EXTRA
           END-READ.
           DISPLAY 'QUANTIDADE:' AT 1403.
           ACCEPT EXTRA-QTD AT 1415.
           DISPLAY ' ' ERASE EOL.
           IF EXTRA-QTD = 0
               GO TO 2187-PEDIR-UM-EXTRA
           END-IF.
           MOVE 'N' TO WS-EXT-ACHADO.
           MOVE 0 TO WS-IX-EXT.
       2187-PROCURAR-LINHA.
           ADD 1 TO WS-IX-EXT.
           IF WS-IX-EXT > CTR-NUM-EXTRAS
               GO TO 2187-VERIFICAR-STOCK
           END-IF.
           IF CTR-EXT-CODIGO (WS-IX-EXT) = EXTRA-CODIGO
               MOVE 'S' TO WS-EXT-ACHADO
               GO TO 2187-VERIFICAR-STOCK
           END-IF.
           GO TO 2187-PROCURAR-LINHA.
       2187-VERIFICAR-STOCK.
           COMPUTE EXTRA-LIVRES = EXT-QTD-STOCK - EXT-QTD-FORA.
           IF EXT-FOI-ACHADO
               SUBTRACT CTR-EXT-QTD (WS-IX-EXT) FROM EXTRA-LIVRES
           END-IF.
           IF EXTRA-QTD > EXTRA-LIVRES
               IF EXTRA-LIVRES < 0
                   MOVE 0 TO EXTRA-LIVRES
               END-IF
               MOVE EXTRA-LIVRES TO MASCARA-EXT-QTD
               DISPLAY 'Extra recusado - ' EXT-DESCRICAO
                   ' esgotado no balcao (livres: ' MASCARA-EXT-QTD ').'
               GO TO 2187-PEDIR-UM-EXTRA
           END-IF.
           IF NOT EXT-FOI-ACHADO
               IF CTR-NUM-EXTRAS = 5
                   DISPLAY 'Aviso: maximo de 5 extras por contrato -'
                       ' extra nao adicionado.'
                   GO TO 2187-PEDIR-EXTRAS-EXIT
               END-IF
               ADD 1 TO CTR-NUM-EXTRAS
               MOVE CTR-NUM-EXTRAS TO WS-IX-EXT
               MOVE EXTRA-CODIGO TO CTR-EXT-CODIGO (WS-IX-EXT)
               MOVE EXT-PRECO TO CTR-EXT-PRECO (WS-IX-EXT)
               MOVE EXT-MODO-PRECO TO CTR-EXT-MODO (WS-IX-EXT)
           END-IF.
           ADD EXTRA-QTD TO CTR-EXT-QTD (WS-IX-EXT).
           DISPLAY 'Extra ' EXT-DESCRICAO ' adicionado ao contrato.'.
           GO TO 2187-PEDIR-UM-EXTRA.
       2187-PEDIR-EXTRAS-EXIT.
           EXIT.

      ******************************************************************
      *    2188-RESERVAR-EXTRAS
      *    THE CONTRACT IS ON FILE: EACH EXTRA ON IT IS COUNTED OUT OF
      *    THE BRANCH STOCK ON THE CATALOGUE.
      ******************************************************************
       2188-RESERVAR-EXTRAS.
           MOVE 0 TO WS-IX-EXT.
       2188-RESERVAR-UM-EXTRA.
           ADD 1 TO WS-IX-EXT.
           IF WS-IX-EXT > CTR-NUM-EXTRAS
               GO TO 2188-RESERVAR-EXTRAS-EXIT
           END-IF.
           MOVE CTR-EXT-CODIGO (WS-IX-EXT) TO EXT-CODIGO.
           MOVE CTR-BALCAO TO EXT-BALCAO.
           READ EXTRAS KEY IS EXT-CHAVE
               INVALID KEY
                   GO TO 2188-RESERVAR-UM-EXTRA
           END-READ.
           ADD CTR-EXT-QTD (WS-IX-EXT) TO EXT-QTD-FORA.
           REWRITE REG-EXTRA.
           GO TO 2188-RESERVAR-UM-EXTRA.
       2188-RESERVAR-EXTRAS-EXIT.
           EXIT.

      ******************************************************************
      *    2185-REGISTAR-MOV-CAUCAO
      *    APPENDS ONE DEPOSIT MOVEMENT TO CAUCOES.DAT - THE CALLER
      *    CONTRACT WHEN ANY INVOICE IS MORE THAN 30 DAYS OVERDUE OR
      *    THE BALANCE EXCEEDS THE CREDIT LIMIT ON THE CLIENTES
      *    RECORD (ZERO MEANS NO LIMIT).  A SUPERVISOR CAN OVERRIDE
      *    AT THE COUNTER WITH HIS CODE AND PIN, AND THE OVERRIDE IS
      *    JOURNALLED; A REFUSAL LEAVES WS-CREDITO-APROVADO 'N'.
      *    A DRIVER LINKED TO A CORPORATE ACCOUNT IS CHECKED ON THE
      *    WHOLE ACCOUNT: THE ACCOUNT'S INVOICES, HIS OWN, AND EVERY
      *    RENTAL STILL WAITING FOR THE MONTHLY INVOICE, AGAINST THE
      *    ACCOUNT'S CREDIT LIMIT.
      ******************************************************************
       2190-VERIFICAR-CREDITO.
           MOVE 'S' TO WS-CREDITO-APROVADO.
           MOVE 'N' TO WS-TEM-VENCIDA.
           MOVE 0 TO SALDO-CLIENTE-ABERTO.
           MOVE 0 TO SALDO-POR-FATURAR.
           PERFORM 2191-OBTER-CONTA-CREDITO
               THRU 2191-OBTER-CONTA-CREDITO-EXIT.
           PERFORM 2192-RECOLHER-DOCS-CLIENTE
               THRU 2192-RECOLHER-DOCS-CLIENTE-EXIT.
           IF WS-NUM-CRD = 0 AND SALDO-POR-FATURAR = 0
               GO TO 2190-VERIFICAR-CREDITO-EXIT
           END-IF.
           PERFORM 2194-ABATER-RECIBOS
               THRU 2194-ABATER-RECIBOS-EXIT.
           PERFORM 2196-APURAR-CREDITO
               THRU 2196-APURAR-CREDITO-EXIT.
           ADD SALDO-POR-FATURAR TO SALDO-CLIENTE-ABERTO.
           IF NOT TEM-FATURA-VENCIDA
               AND (LIMITE-CREDITO-CONTA = 0
                   OR SALDO-CLIENTE-ABERTO NOT > LIMITE-CREDITO-CONTA)
               GO TO 2190-VERIFICAR-CREDITO-EXIT
           END-IF.
           MOVE SALDO-CLIENTE-ABERTO TO MASCARA-SALDO-ABERTO.
               DISPLAY 'Cliente tem fatura(s) vencida(s) ha mais de'
                   ' 30 dias - saldo em aberto: ' MASCARA-SALDO-ABERTO
           ELSE
               IF CONTA-CREDITO NOT = CLI-NUMERO
                   DISPLAY 'Saldo em aberto ' MASCARA-SALDO-ABERTO
                       ' excede o limite de credito da conta empresa '
                       CONTA-CREDITO '.'
               ELSE
                   DISPLAY 'Saldo em aberto ' MASCARA-SALDO-ABERTO
                       ' excede o limite de credito do cliente.'
               END-IF
           END-IF.
           DISPLAY 'AUTORIZACAO DO SUPERVISOR (S/N)?'.
           ACCEPT AUTORIZACAO-SUPERVISOR.
           IF AUTORIZACAO-SUPERVISOR NOT = 'S'
               AND AUTORIZACAO-SUPERVISOR NOT = 's'
               MOVE 'N' TO WS-CREDITO-APROVADO
               GO TO 2190-VERIFICAR-CREDITO-EXIT
           END-IF.
           PERFORM 2060-AUTORIZAR-SUPERVISOR
               THRU 2060-AUTORIZAR-SUPERVISOR-EXIT.
           IF NOT SUPERVISOR-AUTORIZOU
               MOVE 'N' TO WS-CREDITO-APROVADO
               GO TO 2190-VERIFICAR-CREDITO-EXIT
           END-IF.
           DISPLAY 'Contrato autorizado pelo supervisor '
               SUPERVISOR-AUTORIZANTE '.'.
           MOVE 'AUTC' TO JRN-ACCAO.
           MOVE CLI-NUMERO TO JRN-CLIENTE.
           MOVE SALDO-CLIENTE-ABERTO TO JRN-VALOR.
           MOVE SUPERVISOR-AUTORIZANTE TO JRN-SUPERVISOR.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2190-VERIFICAR-CREDITO-EXIT.
           EXIT.

      ******************************************************************
      *    2191-OBTER-CONTA-CREDITO
      *    THE ACCOUNT WHOSE EXPOSURE IS CHECKED: THE CUSTOMER HIMSELF,
      *    OR THE CORPORATE ACCOUNT HE IS LINKED TO - WHOSE CREDIT
      *    LIMIT THEN APPLIES.  THE DRIVER'S RECORD IS READ BACK SO
      *    THE CHECK-OUT GOES ON WITH IT.
      ******************************************************************
       2191-OBTER-CONTA-CREDITO.
           MOVE CLI-NUMERO TO CONTA-CREDITO.
           MOVE CLI-LIMITE-CREDITO TO LIMITE-CREDITO-CONTA.
           IF CLI-CONTA-EMPRESA = 0 OR CLI-CONTA-EMPRESA = CLI-NUMERO
               GO TO 2191-OBTER-CONTA-CREDITO-EXIT
           END-IF.
           MOVE CLI-NUMERO TO CLIENTE-GUARDADO.
           MOVE CLI-CONTA-EMPRESA TO CONTA-CREDITO.
           MOVE CLI-CONTA-EMPRESA TO CLI-NUMERO.
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   DISPLAY 'Aviso: conta empresa ' CONTA-CREDITO
                       ' nao existe - verificado so o cliente.'
                   MOVE CLIENTE-GUARDADO TO CONTA-CREDITO
               NOT INVALID KEY
                   MOVE CLI-LIMITE-CREDITO TO LIMITE-CREDITO-CONTA
           END-READ.
           MOVE CLIENTE-GUARDADO TO CLI-NUMERO.
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   CONTINUE
           END-READ.
       2191-OBTER-CONTA-CREDITO-EXIT.
           EXIT.

      ******************************************************************
      *    2192-RECOLHER-DOCS-CLIENTE
      *    COLLECTS THE CUSTOMER'S INVOICES INTO TAB-CREDITO AND HIS
      *    CREDIT NOTES INTO TAB-CRNOTAS, READING ALUGUERES.DAT (CYCLED
      *    THROUGH INPUT MODE, AS 2270 DOES) AND THE ALUGHIST ARCHIVE.
      *    THE CORPORATE ACCOUNT'S OWN DOCUMENTS COME IN TOO, AND THE
      *    ACCOUNT'S RENTALS NOT YET ON A MONTHLY INVOICE ARE SUMMED
      *    INTO SALDO-POR-FATURAR.
      ******************************************************************
       2192-RECOLHER-DOCS-CLIENTE.
           MOVE 0 TO WS-NUM-CRD.
               AT END
                   GO TO 2193-FECHAR-CORRENTE
           END-READ.
           IF ALU-DOC-ALUGUER-MENSAL AND ALU-DOC-ORIGEM = 0
               AND ALU-CONTA-EMPRESA = CONTA-CREDITO
               ADD ALU-TOTAL-FINAL TO SALDO-POR-FATURAR
           END-IF.
           IF ALU-CLIENTE = CLI-NUMERO OR ALU-CLIENTE = CONTA-CREDITO
               IF ALU-DOC-NOTA-CREDITO
                   MOVE ALU-DOC-ORIGEM TO WS-CRD-NUMERO
                   MOVE ALU-TOTAL-FINAL TO WS-CRD-TOTAL
                   CLOSE ALUGHIST
                   GO TO 2192-RECOLHER-DOCS-CLIENTE-EXIT
           END-READ.
           IF HIS-DOC-ALUGUER-MENSAL AND HIS-DOC-ORIGEM = 0
               AND HIS-CONTA-EMPRESA = CONTA-CREDITO
               ADD HIS-TOTAL-FINAL TO SALDO-POR-FATURAR
           END-IF.
           IF HIS-CLIENTE = CLI-NUMERO OR HIS-CLIENTE = CONTA-CREDITO
               IF HIS-DOC-NOTA-CREDITO
                   MOVE HIS-DOC-ORIGEM TO WS-CRD-NUMERO
                   MOVE HIS-TOTAL-FINAL TO WS-CRD-TOTAL
      *    FORWARD.  THE ORIGINALLY AGREED DATE STAYS ON
      *    CTR-DATA-PREVISTA-ORIG, SO CHECK-IN PRICES THE EXTRA DAYS
      *    AT TARIFF AND THE LATE SURCHARGE IS RESERVED FOR A RETURN
      *    AFTER THE NEW AGREED DATE.  THE CAR'S INSURANCE, IPO AND
      *    IUC MUST STILL BE VALID ON THE NEW RETURN DATE.
      ******************************************************************
       2620-ESTENDER-CONTRATO.
           DISPLAY 'MATRICULA DA VIATURA ALUGADA:' AT 0303.
               + DIAS-EXTENSAO.
           COMPUTE WS-RES-NOVA-FIM =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           MOVE CTR-MATRICULA TO DVI-MATRICULA.
           MOVE WS-RES-NOVA-FIM TO DATA-LIMITE-DOCUMENTOS.
           PERFORM 2257-VERIFICAR-DOCUMENTOS
               THRU 2257-VERIFICAR-DOCUMENTOS-EXIT.
           IF NOT DOCUMENTOS-VALIDOS
               DISPLAY 'Extensao recusada - ' DOCUMENTO-EM-FALTA
               GO TO 2620-ESTENDER-CONTRATO-EXIT
           END-IF.
           MOVE 'S' TO WS-VERIF-EXTENSAO.
           PERFORM 2240-VERIFICAR-RESERVAS-PERIODO
               THRU 2240-VERIFICAR-RESERVAS-PERIODO-EXIT.
           DISPLAY 'Contrato estendido - nova devolucao prevista '
               CTR-DATA-PREVISTA ' (acordada inicialmente '
               CTR-DATA-PREVISTA-ORIG ').'.
           MOVE 'EXTE' TO JRN-ACCAO.
           MOVE CTR-MATRICULA TO JRN-REFERENCIA.
           MOVE CTR-CLIENTE TO JRN-CLIENTE.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2620-ESTENDER-CONTRATO-EXIT.
           EXIT.

           REWRITE REG-VIATURA.
           DISPLAY 'Viatura ' VIA-MATRICULA ' transferida para o'
               ' balcao ' BALCAO-DESTINO '.'.
           MOVE 'TRSF' TO JRN-ACCAO.
           MOVE BALCAO-DESTINO TO JRN-DOCUMENTO.
           MOVE VIA-MATRICULA TO JRN-REFERENCIA.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2650-TRANSFERIR-VIATURA-EXIT.
           EXIT.

           MOVE SALDO-FATURA TO MASCARA-SALDO.
           DISPLAY 'Recibo registado - saldo em divida: '
               MASCARA-SALDO.
           MOVE 'RECB' TO JRN-ACCAO.
           MOVE FATURA-PROCURADA TO JRN-DOCUMENTO.
           MOVE CLIENTE-FATURA TO JRN-CLIENTE.
           MOVE VALOR-PAGAMENTO TO JRN-VALOR.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2700-REGISTAR-PAGAMENTO-EXIT.
           EXIT.

      *    2720-SOMAR-RECIBOS
      *    SUMS EVERY RECEIPT ALREADY TAKEN AGAINST THE INVOICE IN
      *    FATURA-PROCURADA, CYCLING RECIBOS.DAT THROUGH INPUT MODE.
      *    AN INVOICE OF A CLOSED YEAR (NUMBER BELOW THE BASE OF THE
      *    SERIES IN USE) MAY HAVE RECEIPTS ON RECIBANO.DAT AS WELL.
      ******************************************************************
       2720-SOMAR-RECIBOS.
           MOVE 0 TO TOTAL-PAGO.
       2725-FECHAR-RECIBOS.
           CLOSE RECIBOS.
           OPEN EXTEND RECIBOS.
           IF FATURA-PROCURADA NOT < ATCUD-BASE-NUMERO
               GO TO 2720-SOMAR-RECIBOS-EXIT
           END-IF.
           OPEN INPUT RECIBANO.
           IF WS-RAN-STATUS NOT = '00'
               GO TO 2720-SOMAR-RECIBOS-EXIT
           END-IF.
       2727-LER-RECIBO-ANO.
           READ RECIBANO
               AT END
                   CLOSE RECIBANO
                   GO TO 2720-SOMAR-RECIBOS-EXIT
           END-READ.
           IF RAN-FATURA-NUMERO = FATURA-PROCURADA
               ADD RAN-VALOR TO TOTAL-PAGO
           END-IF.
           GO TO 2727-LER-RECIBO-ANO.
       2720-SOMAR-RECIBOS-EXIT.
           EXIT.

      *    TOGETHER WITH THE CARD-SLIP BATCH LIST AND THE TRANSFERS
      *    LIST FOR TICKING AGAINST THE BANK.  ONLY RECEIPTS STAMPED
      *    WITH THIS RUN'S SESSION COUNT, SO TWO CLERKS ON THE SAME
      *    DAY CLOSE SEPARATELY.  A DRAWER THAT IS OVER OR SHORT IS
      *    ONLY CLOSED WITH A SUPERVISOR'S CODE AND PIN - WITHOUT IT
      *    NOTHING IS PRINTED AND THE CLERK RECOUNTS.
      ******************************************************************
       2750-FECHAR-CAIXA.
           DISPLAY 'NUMERARIO CONTADO NA GAVETA:' AT 0303.
           OPEN EXTEND RECIBOS.
           PERFORM 2756-SOMAR-CAUCOES-SESSAO
               THRU 2756-SOMAR-CAUCOES-SESSAO-EXIT.
           MOVE SPACES TO SUPERVISOR-AUTORIZANTE.
           COMPUTE DIFERENCA-CAIXA =
               NUMERARIO-CONTADO - TOTAL-NUMERARIO.
           IF DIFERENCA-CAIXA NOT = 0
               MOVE DIFERENCA-CAIXA TO MASC-DIFERENCA
               DISPLAY 'Diferenca de caixa ' MASC-DIFERENCA
                   ' - o fecho exige autorizacao do supervisor.'
               PERFORM 2060-AUTORIZAR-SUPERVISOR
                   THRU 2060-AUTORIZAR-SUPERVISOR-EXIT
               IF NOT SUPERVISOR-AUTORIZOU
                   DISPLAY 'Fecho de caixa nao registado - reconte a'
                       ' gaveta.'
                   GO TO 2750-FECHAR-CAIXA-EXIT
               END-IF
           END-IF.
           PERFORM 2760-IMPRIMIR-CAIXA THRU 2760-IMPRIMIR-CAIXA-EXIT.
           MOVE 'CAIX' TO JRN-ACCAO.
           MOVE DIFERENCA-CAIXA TO JRN-VALOR.
           MOVE SUPERVISOR-AUTORIZANTE TO JRN-SUPERVISOR.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2750-FECHAR-CAIXA-EXIT.
           EXIT.

           MOVE SPACES TO LINHA-CAIXA.
           STRING 'FECHO DE CAIXA - SESSAO ' SESSAO-ATUAL
                  ' - DIA ' WS-DATA-HOJE
                  ' - OPERADOR ' OPERADOR-ATUAL
               DELIMITED BY SIZE INTO LINHA-CAIXA.
           WRITE LINHA-CAIXA.
           MOVE SPACES TO LINHA-CAIXA.
               DELIMITED BY SIZE INTO LINHA-CAIXA.
           WRITE LINHA-CAIXA.
           DISPLAY LINHA-CAIXA.
           IF SUPERVISOR-AUTORIZANTE NOT = SPACES
               MOVE SPACES TO LINHA-CAIXA
               STRING 'DIFERENCA AUTORIZADA POR .. '
                      SUPERVISOR-AUTORIZANTE
                   DELIMITED BY SIZE INTO LINHA-CAIXA
               WRITE LINHA-CAIXA
               DISPLAY LINHA-CAIXA
           END-IF.
           MOVE TOTAL-CARTAO TO MASC-VALOR-CAIXA-S.
           MOVE SPACES TO LINHA-CAIXA.
           STRING 'TOTAL CARTAO .............. ' MASC-VALOR-CAIXA-S
      *    FISCAL DOCUMENT (REFERENCING THE ORIGINAL, WITH ITS OWN
      *    ATCUD) AND APPENDS A REVERSING RECORD TO ALUGUERES.DAT SO
      *    THE CLOSING TOTALS COME OUT RIGHT.  ONE CREDIT NOTE PER
      *    INVOICE - A SECOND ATTEMPT IS REFUSED.  EVERY CREDIT NOTE
      *    NEEDS A SUPERVISOR'S CODE AND PIN AND IS JOURNALLED WITH
      *    HIM.
      ******************************************************************
       2800-EMITIR-NOTA-CREDITO.
           DISPLAY 'NUMERO DA FATURA A CREDITAR:' AT 0303.
               DISPLAY 'Ja existe nota de credito para esta fatura.'
               GO TO 2800-EMITIR-NOTA-CREDITO-EXIT
           END-IF.
           DISPLAY 'A nota de credito exige autorizacao do'
               ' supervisor.'.
           PERFORM 2060-AUTORIZAR-SUPERVISOR
               THRU 2060-AUTORIZAR-SUPERVISOR-EXIT.
           IF NOT SUPERVISOR-AUTORIZOU
               DISPLAY 'Nota de credito nao emitida.'
               GO TO 2800-EMITIR-NOTA-CREDITO-EXIT
           END-IF.
           MOVE TOTAL-FATURA TO VALOR-A-CREDITAR.
           MOVE CLIENTE-FATURA TO CLI-NUMERO.
           READ CLIENTES KEY IS CLI-NUMERO
           MOVE VALOR-A-CREDITAR TO MASCARA-TOTAL-FINAL.
           DISPLAY 'Nota de credito numero: ' NOTA-CREDITO-NUMERO
               '  Valor creditado: ' MASCARA-TOTAL-FINAL.
           MOVE 'NCRE' TO JRN-ACCAO.
           MOVE NOTA-CREDITO-NUMERO TO JRN-DOCUMENTO.
           MOVE FATURA-PROCURADA TO JRN-DOC-ORIGEM.
           MOVE ORIG-MATRICULA TO JRN-REFERENCIA.
           MOVE CLIENTE-FATURA TO JRN-CLIENTE.
           MOVE VALOR-A-CREDITAR TO JRN-VALOR.
           MOVE SUPERVISOR-AUTORIZANTE TO JRN-SUPERVISOR.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2800-EMITIR-NOTA-CREDITO-EXIT.
           EXIT.

           MOVE 'N' TO ALU-TIPO-DOC.
           MOVE FATURA-PROCURADA TO ALU-DOC-ORIGEM.
           MOVE BALCAO-OPERACAO TO ALU-BALCAO.
           MOVE 0 TO ALU-VALOR-EXTRAS.
           MOVE 0 TO ALU-CONTA-EMPRESA.
           MOVE 0 TO ALU-VALOR-TERCEIROS.
           WRITE REG-ALUGUER.
           MOVE FATURA-PROCURADA TO FID-NUMERO.
           READ FATIDX KEY IS FID-NUMERO
      *    2160-CRIAR-CLIENTE
      *    PROMPTS FOR THE NEW CUSTOMER'S DATA AND ADDS THE RECORD TO
      *    THE CLIENTES MASTER, ASSIGNING THE NEXT CUSTOMER NUMBER.
      *    THE NEW CUSTOMER IS JOURNALLED WITH THE CREDIT LIMIT GIVEN,
      *    WHATEVER BECOMES OF THE RENTAL OR BOOKING THAT CREATED IT.
      ******************************************************************
       2160-CRIAR-CLIENTE.
           PERFORM 2170-PROX-NUM-CLIENTE
           DISPLAY 'LIMITE DE CREDITO (0=sem limite):' AT 1303.
           ACCEPT CLI-LIMITE-CREDITO AT 1337.
           MOVE 0 TO CLI-QTD-ALUGUERES.
           MOVE 0 TO CLI-CONTA-EMPRESA.
           MOVE 'N' TO CLI-FATURACAO-MENSAL.
           WRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY 'ERRO A CRIAR CLIENTE - CODIGO: '
                       WS-CLI-STATUS
               NOT INVALID KEY
                   MOVE 'CLIE' TO JRN-ACCAO
                   MOVE CLI-NUMERO TO JRN-CLIENTE
                   MOVE CLI-LIMITE-CREDITO TO JRN-VALOR
                   PERFORM 2070-REGISTAR-JORNAL
                       THRU 2070-REGISTAR-JORNAL-EXIT
           END-WRITE.
       2160-CRIAR-CLIENTE-EXIT.
           EXIT.
      *    2260-OBTER-TARIFA
      *    LOOKS UP THE RATE IN EFFECT FOR TIPO-CARRO ON THE DAY IN
      *    WS-DIA-TARIFA IN THE IN-MEMORY TAB-TARIFAS TABLE AND LOADS
      *    CUSTO-DIA, CUSTO-KM AND KMS-GRATUITOS FROM IT (AND THE
      *    NO-SHOW FEE AND CANCELLATION WINDOW).  THE CALLER
      *    SETS THE DAY - PRICING IS DRIVEN BY THE RENTAL PERIOD, NOT
      *    BY WHENEVER THE CAR HAPPENS TO COME BACK.
      ******************************************************************
               MOVE TAB-CUSTO-DIA (WS-IX-TAR) TO CUSTO-DIA
               MOVE TAB-CUSTO-KM (WS-IX-TAR) TO CUSTO-KM
               MOVE TAB-KMS-GRATUITOS (WS-IX-TAR) TO KMS-GRATUITOS
               MOVE TAB-TAXA-NAO-COMPARENCIA (WS-IX-TAR)
                   TO TAXA-NAO-COMPARENCIA
               MOVE TAB-PRAZO-CANCELAMENTO (WS-IX-TAR)
                   TO PRAZO-CANCELAMENTO
               MOVE 'S' TO WS-TARIFA-ENCONTRADA
               GO TO 2260-OBTER-TARIFA-EXIT
           END-IF.
      *    SCANS THE FLEET FOR THE FIRST AVAILABLE VEHICLE IN THE
      *    REQUESTED CATEGORY AND MARKS IT RENTED.  LEAVES
      *    WS-VIA-ENCONTRADA SET TO 'N' WHEN THE CATEGORY HAS NO FREE
      *    CAR, SO CALCULO CAN REJECT THE RENTAL.  A CAR WHOSE
      *    INSURANCE, IPO OR IUC RUNS OUT BEFORE DATA-LIMITE-DOCUMENTOS
      *    (THE AGREED RETURN DATE) IS PASSED OVER WITH A WARNING.
      ******************************************************************
       2250-ATRIBUIR-VIATURA.
           MOVE 'N' TO WS-VIA-ENCONTRADA.
           END-READ.
           IF VIA-TIPO-CARRO = TIPO-CARRO AND VIA-DISPONIVEL
               AND VIA-BALCAO = BALCAO-OPERACAO
               MOVE VIA-MATRICULA TO DVI-MATRICULA
               PERFORM 2257-VERIFICAR-DOCUMENTOS
                   THRU 2257-VERIFICAR-DOCUMENTOS-EXIT
               IF NOT DOCUMENTOS-VALIDOS
                   DISPLAY 'Viatura ' VIA-MATRICULA ' nao atribuida - '
                       DOCUMENTO-EM-FALTA
                   GO TO 2255-PROCURAR-VIATURA
               END-IF
               MOVE VIA-MATRICULA TO MATRICULA-ATRIBUIDA
               MOVE 'A' TO VIA-ESTADO
               REWRITE REG-VIATURA
       2250-ATRIBUIR-VIATURA-EXIT.
           EXIT.

      ******************************************************************
      *    2257-VERIFICAR-DOCUMENTOS
      *    CHECKS THE LEGAL DOCUMENTS OF THE CAR IN DVI-MATRICULA
      *    AGAINST DATA-LIMITE-DOCUMENTOS: THE INSURANCE, THE IPO
      *    INSPECTION AND THE IUC MUST ALL BE VALID UP TO THAT DAY.
      *    A CAR WITH NO RECORD ON DOCVIAT.DAT FAILS TOO.  LEAVES
      *    WS-DOCUMENTOS-VALIDOS 'N' AND THE FIRST DOCUMENT THAT FAILS
      *    IN DOCUMENTO-EM-FALTA.
      ******************************************************************
       2257-VERIFICAR-DOCUMENTOS.
           MOVE 'N' TO WS-DOCUMENTOS-VALIDOS.
           MOVE SPACES TO DOCUMENTO-EM-FALTA.
           READ DOCVIAT KEY IS DVI-MATRICULA
               INVALID KEY
                   MOVE 'SEM DOCUMENTOS REGISTADOS'
                       TO DOCUMENTO-EM-FALTA
                   GO TO 2257-VERIFICAR-DOCUMENTOS-EXIT
           END-READ.
           IF DVI-SEGURO-VALIDADE < DATA-LIMITE-DOCUMENTOS
               STRING 'SEGURO VALIDO SO ATE ' DVI-SEGURO-VALIDADE
                   DELIMITED BY SIZE INTO DOCUMENTO-EM-FALTA
               GO TO 2257-VERIFICAR-DOCUMENTOS-EXIT
           END-IF.
           IF DVI-IPO-VALIDADE < DATA-LIMITE-DOCUMENTOS
               STRING 'INSPECAO (IPO) VALIDA SO ATE ' DVI-IPO-VALIDADE
                   DELIMITED BY SIZE INTO DOCUMENTO-EM-FALTA
               GO TO 2257-VERIFICAR-DOCUMENTOS-EXIT
           END-IF.
           IF DVI-IUC-VALIDADE < DATA-LIMITE-DOCUMENTOS
               STRING 'IUC PAGO SO ATE ' DVI-IUC-VALIDADE
                   DELIMITED BY SIZE INTO DOCUMENTO-EM-FALTA
               GO TO 2257-VERIFICAR-DOCUMENTOS-EXIT
           END-IF.
           MOVE 'S' TO WS-DOCUMENTOS-VALIDOS.
       2257-VERIFICAR-DOCUMENTOS-EXIT.
           EXIT.

      ******************************************************************
      *    2300-RESULTADO
      *    COMPUTES THE TOTALS FOR THE RETURNED RENTAL, EMITS THE
      *    COUNTER SCREEN.  DATA-INICIO/DATA-FIM ARE THE REAL PICKUP
      *    AND RETURN DATES SET BY THE CHECK-IN SCREEN;
      *    VALOR-BASE-ALUGUER AND VALOR-ATRASO WERE ALREADY PRICED
      *    DAY BY DAY BY 2262-SEGMENTAR-PERIODO.  A MONTHLY-BILLED
      *    DRIVER'S RENTAL IS PRICED THE SAME WAY BUT TAKES NO INVOICE
      *    NUMBER - IT WAITS FOR THE ACCOUNT'S MONTHLY INVOICE.
      ******************************************************************
       2300-RESULTADO.
           MOVE 'N' TO WS-ALUGUER-MENSAL.
           MOVE 0 TO CONTA-FATURACAO.
           IF CLI-FATURA-MENSAL
               MOVE 'S' TO WS-ALUGUER-MENSAL
               IF CLI-CONTA-EMPRESA > 0
                   MOVE CLI-CONTA-EMPRESA TO CONTA-FATURACAO
               ELSE
                   MOVE CLI-NUMERO TO CONTA-FATURACAO
               END-IF
           END-IF.
           COMPUTE VALOR-KMS = CUSTO-KM * KMS-PAGOS.
           PERFORM 2310-PRECIFICAR-EXTRAS
               THRU 2310-PRECIFICAR-EXTRAS-EXIT.
           COMPUTE TEMP = VALOR-BASE-ALUGUER + VALOR-KMS
                        + VALOR-ATRASO + VALOR-DANOS + VALOR-EXTRAS.
           MOVE TEMP TO TOTAL-ILIQUIDO.
           COMPUTE VALOR-DESCONTO ROUNDED =
               TOTAL-ILIQUIDO * PERC-DESCONTO / 100.
           MOVE VALOR-DANOS TO MASCARA-VALOR-DANOS.
           MOVE VALOR-DESCONTO TO MASCARA-VALOR-DESCONTO.

           IF ALUGUER-FATURA-MENSAL
               MOVE 0 TO FATURA-NUMERO
               MOVE SPACES TO FATURA-ATCUD
           ELSE
               PERFORM 2360-PROX-NUM-FATURA
                   THRU 2360-PROX-NUM-FATURA-EXIT
           END-IF.
           PERFORM 2350-REGISTAR-ALUGUER
               THRU 2350-REGISTAR-ALUGUER-EXIT.
           PERFORM 2385-DEVOLVER-EXTRAS
               THRU 2385-DEVOLVER-EXTRAS-EXIT.
           PERFORM 2340-GRAVAR-DANOS
               THRU 2340-GRAVAR-DANOS-EXIT.
           PERFORM 2330-LIQUIDAR-CAUCAO
               THRU 2395-IMPRIMIR-FATURA-EXIT.

           DISPLAY 'Viatura devolvida: ' MATRICULA-ATRIBUIDA.
           IF ALUGUER-FATURA-MENSAL
               DISPLAY 'Faturacao mensal - conta ' CONTA-FATURACAO
                   '  Total a faturar: ' MASCARA-TOTAL-FINAL
           ELSE
               DISPLAY 'Fatura numero: ' FATURA-NUMERO
                   '  Total a pagar: ' MASCARA-TOTAL-FINAL
           END-IF.
           IF CAUCAO-VALOR > 0
               MOVE CAUCAO-APLICADA TO MASCARA-CAUCAO
               MOVE LIQUIDO-A-PAGAR TO MASCARA-LIQUIDO
                       MASCARA-CAUCAO-DEV
               END-IF
           END-IF.
           MOVE 'DEVO' TO JRN-ACCAO.
           MOVE FATURA-NUMERO TO JRN-DOCUMENTO.
           MOVE MATRICULA-ATRIBUIDA TO JRN-REFERENCIA.
           MOVE CLI-NUMERO TO JRN-CLIENTE.
           MOVE TOTAL-FINAL TO JRN-VALOR.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2300-RESULTADO-EXIT.
           EXIT.

      ******************************************************************
      *    2310-PRECIFICAR-EXTRAS
      *    PRICES THE EXTRAS ON THE CONTRACT BEING CHECKED IN AT THE
      *    PRICE AGREED AT CHECK-OUT: PER-DAY EXTRAS FOR THE DAYS THE
      *    CAR WAS ACTUALLY OUT (PICKUP TO REAL RETURN, AT LEAST ONE),
      *    PER-RENTAL EXTRAS ONCE, TIMES THE QUANTITY.  THE LINES ARE
      *    KEPT IN TAB-EXTRAS-FATURA FOR THE INVOICE AND FOR GIVING
      *    THE STOCK BACK ONCE THE CONTRACT IS CLOSED.
      ******************************************************************
       2310-PRECIFICAR-EXTRAS.
           MOVE 0 TO VALOR-EXTRAS.
           MOVE 0 TO WS-NUM-EXF.
           MOVE CTR-BALCAO TO EXTRA-BALCAO.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (DATA-FIM)
               - FUNCTION INTEGER-OF-DATE (DATA-INICIO).
           IF WS-DATA-INTEGER < 1
               MOVE 1 TO WS-DATA-INTEGER
           END-IF.
           MOVE WS-DATA-INTEGER TO DIAS-EXTRAS.
       2315-PRECIFICAR-UM-EXTRA.
           IF WS-NUM-EXF NOT < CTR-NUM-EXTRAS
               GO TO 2310-PRECIFICAR-EXTRAS-EXIT
           END-IF.
           ADD 1 TO WS-NUM-EXF.
           MOVE CTR-EXT-CODIGO (WS-NUM-EXF) TO EXF-CODIGO (WS-NUM-EXF).
           MOVE CTR-EXT-QTD (WS-NUM-EXF) TO EXF-QTD (WS-NUM-EXF).
           MOVE CTR-EXT-MODO (WS-NUM-EXF) TO EXF-MODO (WS-NUM-EXF).
           MOVE CTR-EXT-PRECO (WS-NUM-EXF) TO EXF-PRECO (WS-NUM-EXF).
           MOVE CTR-EXT-CODIGO (WS-NUM-EXF) TO EXT-CODIGO.
           MOVE CTR-BALCAO TO EXT-BALCAO.
           READ EXTRAS KEY IS EXT-CHAVE
               INVALID KEY
                   MOVE CTR-EXT-CODIGO (WS-NUM-EXF) TO EXT-DESCRICAO
           END-READ.
           MOVE EXT-DESCRICAO TO EXF-DESCRICAO (WS-NUM-EXF).
           IF EXF-MODO (WS-NUM-EXF) = 'A'
               COMPUTE EXF-VALOR (WS-NUM-EXF) =
                   EXF-PRECO (WS-NUM-EXF) * EXF-QTD (WS-NUM-EXF)
           ELSE
               COMPUTE EXF-VALOR (WS-NUM-EXF) =
                   EXF-PRECO (WS-NUM-EXF) * EXF-QTD (WS-NUM-EXF)
                   * DIAS-EXTRAS
           END-IF.
           ADD EXF-VALOR (WS-NUM-EXF) TO VALOR-EXTRAS.
           GO TO 2315-PRECIFICAR-UM-EXTRA.
       2310-PRECIFICAR-EXTRAS-EXIT.
           EXIT.

      ******************************************************************
      *    2385-DEVOLVER-EXTRAS
      *    THE CONTRACT IS CLOSED: THE EXTRAS GO BACK INTO THE STOCK
      *    OF THE BRANCH THEY LEFT FROM.
      ******************************************************************
       2385-DEVOLVER-EXTRAS.
           MOVE 0 TO WS-IX-EXF.
       2386-DEVOLVER-UM-EXTRA.
           ADD 1 TO WS-IX-EXF.
           IF WS-IX-EXF > WS-NUM-EXF
               GO TO 2385-DEVOLVER-EXTRAS-EXIT
           END-IF.
           MOVE EXF-CODIGO (WS-IX-EXF) TO EXT-CODIGO.
           MOVE EXTRA-BALCAO TO EXT-BALCAO.
           READ EXTRAS KEY IS EXT-CHAVE
               INVALID KEY
                   GO TO 2386-DEVOLVER-UM-EXTRA
           END-READ.
           IF EXT-QTD-FORA > EXF-QTD (WS-IX-EXF)
               SUBTRACT EXF-QTD (WS-IX-EXF) FROM EXT-QTD-FORA
           ELSE
               MOVE 0 TO EXT-QTD-FORA
           END-IF.
           REWRITE REG-EXTRA.
           GO TO 2386-DEVOLVER-UM-EXTRA.
       2385-DEVOLVER-EXTRAS-EXIT.
           EXIT.

      ******************************************************************
      *    2340-GRAVAR-DANOS
      *    APPENDS THE INSPECTION LINES COLLECTED AT CHECK-IN TO
      *    APPLIED AS A RECEIPT (IN THE MODE THE DEPOSIT WAS TAKEN),
      *    THE EXCESS IS REFUNDED AT THE COUNTER.  THE RECEIPT GOES TO
      *    RECIBOS.DAT LIKE ANY OTHER PAYMENT, SO THE CLOSING AND THE
      *    AGING SEE THE DEPOSIT WITHOUT ANY SPECIAL CASE.  A MONTHLY-
      *    BILLED RENTAL HAS NO INVOICE TO SETTLE YET: NOTHING IS PAID
      *    AT THE COUNTER AND ANY DEPOSIT GOES BACK IN FULL.
      ******************************************************************
       2330-LIQUIDAR-CAUCAO.
           MOVE 0 TO CAUCAO-APLICADA.
           MOVE 0 TO CAUCAO-A-DEVOLVER.
           MOVE TOTAL-FINAL TO LIQUIDO-A-PAGAR.
           IF ALUGUER-FATURA-MENSAL
               MOVE 0 TO LIQUIDO-A-PAGAR
               IF CAUCAO-VALOR > 0
                   MOVE CAUCAO-VALOR TO CAUCAO-A-DEVOLVER
                   MOVE 'D' TO CAU-MOV-TIPO
                   MOVE CAUCAO-A-DEVOLVER TO CAU-MOV-VALOR
                   PERFORM 2185-REGISTAR-MOV-CAUCAO
                       THRU 2185-REGISTAR-MOV-CAUCAO-EXIT
               END-IF
               GO TO 2330-LIQUIDAR-CAUCAO-EXIT
           END-IF.
           IF CAUCAO-VALOR = 0
               GO TO 2330-LIQUIDAR-CAUCAO-EXIT
           END-IF.
           MOVE IVA TO ALU-IVA.
           MOVE TOTAL-FINAL TO ALU-TOTAL-FINAL.
           MOVE FATURA-NUMERO TO ALU-FATURA-NUMERO.
           IF ALUGUER-FATURA-MENSAL
               MOVE 'M' TO ALU-TIPO-DOC
               MOVE CONTA-FATURACAO TO ALU-CONTA-EMPRESA
           ELSE
               MOVE 'F' TO ALU-TIPO-DOC
               MOVE 0 TO ALU-CONTA-EMPRESA
           END-IF.
           MOVE 0 TO ALU-DOC-ORIGEM.
           MOVE BALCAO-OPERACAO TO ALU-BALCAO.
           MOVE VALOR-EXTRAS TO ALU-VALOR-EXTRAS.
           MOVE 0 TO ALU-VALOR-TERCEIROS.
           WRITE REG-ALUGUER.
           IF ALUGUER-FATURA-MENSAL
               GO TO 2352-CONTAR-ALUGUER
           END-IF.
           MOVE FATURA-NUMERO TO FID-NUMERO.
           MOVE ALU-DATA TO FID-DATA.
           MOVE CLI-NUMERO TO FID-CLIENTE.
                   DISPLAY 'AVISO: FATURA ' FATURA-NUMERO
                       ' JA ESTAVA NO INDICE FATIDX.'
           END-WRITE.
       2352-CONTAR-ALUGUER.
           PERFORM 2355-SOMAR-ALUGUER-CLIENTE
               THRU 2355-SOMAR-ALUGUER-CLIENTE-EXIT.
       2350-REGISTAR-ALUGUER-EXIT.
      *    2360-PROX-NUM-FATURA
      *    ASSIGNS THE NEXT SEQUENTIAL INVOICE NUMBER FROM FATURACTL.DAT
      *    (CREATING THE CONTROL FILE ON FIRST RUN) AND BUILDS THE
      *    ATCUD FROM THE SERIES VALIDATION CODE AND THE SEQUENCE OF
      *    THAT NUMBER WITHIN THE SERIES.
      ******************************************************************
       2360-PROX-NUM-FATURA.
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
           COMPUTE ATCUD-SEQUENCIA = FATURA-NUMERO - ATCUD-BASE-NUMERO.
           STRING ATCUD-CODIGO-SERIE '-' ATCUD-SEQUENCIA
               DELIMITED BY SIZE INTO FATURA-ATCUD.
       2360-PROX-NUM-FATURA-EXIT.
           EXIT.
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
           MOVE FCT-PROX-NOTA-CREDITO TO NOTA-CREDITO-NUMERO.
           ADD 1 TO FCT-PROX-NOTA-CREDITO.
           REWRITE REG-FATURA-CTL.
           CLOSE FATURACTL.
           COMPUTE ATCUD-SEQUENCIA =
               NOTA-CREDITO-NUMERO - ATCUD-BASE-NUMERO.
           STRING ATCUD-CODIGO-SERIE-NC '-' ATCUD-SEQUENCIA
               DELIMITED BY SIZE INTO FATURA-ATCUD.
       2365-PROX-NUM-NOTA-CREDITO-EXIT.
           EXIT.
           MOVE SPACES TO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           IF ALUGUER-FATURA-MENSAL
               STRING 'NOTA DE ALUGUER - FATURACAO MENSAL DA CONTA '
                      CONTA-FATURACAO
                   DELIMITED BY SIZE INTO LINHA-FATURA
               WRITE LINHA-FATURA
               MOVE 'DOCUMENTO SEM VALOR FISCAL - CONSTARA DA FATURA'
                   TO LINHA-FATURA
               WRITE LINHA-FATURA
               MOVE 'MENSAL DA CONTA.' TO LINHA-FATURA
           ELSE
               STRING 'FATURA Nº ' FATURA-NUMERO
                      '   ATCUD: ' FATURA-ATCUD
                   DELIMITED BY SIZE INTO LINHA-FATURA
           END-IF.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'CLIENTE: ' CLI-NOME '   NIF: ' CLI-NIF
           STRING '  Recargo por danos ..... ' MASCARA-VALOR-DANOS
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           PERFORM 2398-LINHA-EXTRA THRU 2398-LINHA-EXTRA-EXIT
               VARYING WS-IX-EXF FROM 1 BY 1
               UNTIL WS-IX-EXF > WS-NUM-EXF.
           MOVE SPACES TO LINHA-FATURA.
           STRING '  Desconto habitual ..... ' MASCARA-VALOR-DESCONTO
               DELIMITED BY SIZE INTO LINHA-FATURA.
       2397-LINHA-SEGMENTO-EXIT.
           EXIT.

      ******************************************************************
      *    2398-LINHA-EXTRA
      *    ONE INVOICE LINE PER EXTRA: DESCRIPTION, QUANTITY, UNIT
      *    PRICE (PER DAY WITH THE DAYS CHARGED, OR PER RENTAL) AND
      *    THE AMOUNT, WHICH IS ALREADY IN THE TOTAL BEFORE IVA.
      ******************************************************************
       2398-LINHA-EXTRA.
           MOVE EXF-QTD (WS-IX-EXF) TO MASCARA-EXT-QTD.
           MOVE EXF-PRECO (WS-IX-EXF) TO MASCARA-EXT-PRECO.
           MOVE EXF-VALOR (WS-IX-EXF) TO MASCARA-EXT-VALOR.
           MOVE DIAS-EXTRAS TO MASCARA-EXT-DIAS.
           MOVE SPACES TO LINHA-FATURA.
           IF EXF-MODO (WS-IX-EXF) = 'A'
               STRING '  Extra ' EXF-DESCRICAO (WS-IX-EXF)
                      ' ' MASCARA-EXT-QTD ' x ' MASCARA-EXT-PRECO
                      ' p/aluguer     = ' MASCARA-EXT-VALOR
                   DELIMITED BY SIZE INTO LINHA-FATURA
           ELSE
               STRING '  Extra ' EXF-DESCRICAO (WS-IX-EXF)
                      ' ' MASCARA-EXT-QTD ' x ' MASCARA-EXT-PRECO
                      ' x ' MASCARA-EXT-DIAS ' dias = '
                      MASCARA-EXT-VALOR
                   DELIMITED BY SIZE INTO LINHA-FATURA
           END-IF.
           WRITE LINHA-FATURA.
       2398-LINHA-EXTRA-EXIT.
           EXIT.

      ******************************************************************
      *    2400-CRIAR-RESERVA
      *    TAKES A NEW ADVANCE BOOKING: IDENTIFIES THE CUSTOMER, ASKS
           MOVE CLI-NUMERO TO RES-CLIENTE.
           MOVE 'A' TO RES-ESTADO.
           MOVE BALCAO-OPERACAO TO RES-BALCAO.
           MOVE 0 TO RES-DATA-CANCELAMENTO.
           MOVE SPACES TO RES-MOTIVO-CANCELAMENTO.
           MOVE SPACES TO RES-TIPO-CANCELAMENTO.
           MOVE 0 TO RES-FATURA-TAXA.
           WRITE REG-RESERVA
               INVALID KEY
                   DISPLAY 'ERRO A CRIAR RESERVA - CODIGO: '
                       WS-RES-STATUS
           END-WRITE.
           DISPLAY 'Reserva criada - numero: ' RES-NUMERO.
           MOVE 'RESV' TO JRN-ACCAO.
           MOVE RES-NUMERO TO JRN-DOCUMENTO.
           MOVE CLI-NUMERO TO JRN-CLIENTE.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2400-CRIAR-RESERVA-EXIT.
           EXIT.

      *    2450-VERIFICAR-SOBREPOSICAO
      *    COUNTS ACTIVE RESERVATIONS OF THE SAME CATEGORY WHOSE DATE
      *    RANGE OVERLAPS THE ONE BEING REQUESTED, AND COMPARES THAT
      *    AGAINST HOW MANY CARS THE FLEET HAS IN THAT CATEGORY.  A
      *    BOOKING BEING AMENDED (RESERVA-EM-ALTERACAO) IS LEFT OUT OF
      *    THE COUNT SO IT DOES NOT COMPETE WITH ITSELF.
      ******************************************************************
       2450-VERIFICAR-SOBREPOSICAO.
           MOVE 0 TO WS-QTD-RESERVAS-SOBREPOSTAS.
               AND (RES-BALCAO = BALCAO-OPERACAO OR RES-BALCAO = 0)
               AND RES-DATA-FIM NOT LESS THAN WS-RES-NOVA-INICIO
               AND RES-DATA-INICIO NOT GREATER THAN WS-RES-NOVA-FIM
               AND RES-NUMERO NOT = RESERVA-EM-ALTERACAO
               ADD 1 TO WS-QTD-RESERVAS-SOBREPOSTAS
           END-IF.
           GO TO 2452-LER-RESERVA-SOBREPOSICAO.
       2470-PROX-NUM-RESERVA-EXIT.
           EXIT.

      ******************************************************************
      *    2480-ALTERAR-RESERVA
      *    AMENDS OR CANCELS AN ACTIVE BOOKING OF THIS BRANCH (OR ONE
      *    TAKEN BEFORE BRANCHES EXISTED).  THE CLERK IS SHOWN THE
      *    BOOKING AND CHOOSES TO AMEND ITS DATES OR CATEGORY (2485)
      *    OR TO CANCEL IT (2490).
      ******************************************************************
       2480-ALTERAR-RESERVA.
           DISPLAY 'NUMERO DA RESERVA:' AT 0303.
           ACCEPT RESERVA-PROCURADA AT 0322.
           DISPLAY ' ' ERASE EOL.
           MOVE RESERVA-PROCURADA TO RES-NUMERO.
           READ RESERVAS
               INVALID KEY
                   DISPLAY 'Reserva nao encontrada.'
                   GO TO 2480-ALTERAR-RESERVA-EXIT
           END-READ.
           IF NOT RES-ATIVA
               DISPLAY 'Reserva ja concluida ou cancelada.'
               GO TO 2480-ALTERAR-RESERVA-EXIT
           END-IF.
           IF RES-BALCAO NOT = BALCAO-OPERACAO AND RES-BALCAO NOT = 0
               DISPLAY 'Reserva do balcao ' RES-BALCAO
                   ' - so pode ser alterada nesse balcao.'
               GO TO 2480-ALTERAR-RESERVA-EXIT
           END-IF.
           DISPLAY 'Reserva ' RES-NUMERO ' - cliente ' RES-CLIENTE
               ' - categoria ' RES-TIPO-CARRO ' - de '
               RES-DATA-INICIO ' a ' RES-DATA-FIM.
           DISPLAY 'ALTERAR (A) OU CANCELAR (C)?' AT 0403.
           ACCEPT ACCAO-RESERVA AT 0432.
           DISPLAY ' ' ERASE EOL.
           EVALUATE ACCAO-RESERVA
               WHEN 'A'
               WHEN 'a'
                   PERFORM 2485-ALTERAR-DATAS
                       THRU 2485-ALTERAR-DATAS-EXIT
               WHEN 'C'
               WHEN 'c'
                   PERFORM 2490-CANCELAR-RESERVA
                       THRU 2490-CANCELAR-RESERVA-EXIT
               WHEN OTHER
                   DISPLAY 'Opcao invalida - reserva nao alterada.'
           END-EVALUATE.
       2480-ALTERAR-RESERVA-EXIT.
           EXIT.

      ******************************************************************
      *    2485-ALTERAR-DATAS
      *    TAKES THE NEW START, END AND CATEGORY (0 KEEPS EACH ONE) AND
      *    RERUNS 2450-VERIFICAR-SOBREPOSICAO FOR THEM AS IF IT WERE A
      *    NEW BOOKING, LEAVING THE BOOKING ITSELF OUT OF THE COUNT.
      *    A START DATE CAN ONLY BE MOVED TO TODAY OR LATER.  THE
      *    OVERLAP SCAN READS THROUGH RESERVAS, SO THE BOOKING IS READ
      *    AGAIN BY ITS KEY BEFORE IT IS REWRITTEN.
      ******************************************************************
       2485-ALTERAR-DATAS.
           MOVE RES-DATA-INICIO TO WS-RES-NOVA-INICIO.
           MOVE RES-DATA-FIM TO WS-RES-NOVA-FIM.
           MOVE RES-TIPO-CARRO TO TIPO-CARRO.
           DISPLAY 'NOVA DATA DE INICIO (AAAAMMDD, 0=mantem):' AT 0503.
           ACCEPT DATA-ALTERADA AT 0545.
           DISPLAY ' ' ERASE EOL.
           IF DATA-ALTERADA NOT = 0
               MOVE DATA-ALTERADA TO WS-RES-NOVA-INICIO
           END-IF.
           DISPLAY 'NOVA DATA DE FIM (AAAAMMDD, 0=mantem):' AT 0603.
           ACCEPT DATA-ALTERADA AT 0642.
           DISPLAY ' ' ERASE EOL.
           IF DATA-ALTERADA NOT = 0
               MOVE DATA-ALTERADA TO WS-RES-NOVA-FIM
           END-IF.
           DISPLAY 'NOVO TIPO DE CARRO (1/2/3, 0=mantem):' AT 0703.
           ACCEPT TIPO-CARRO-ALTERADO AT 0741.
           DISPLAY ' ' ERASE EOL.
           IF TIPO-CARRO-ALTERADO NOT = 0
               MOVE TIPO-CARRO-ALTERADO TO TIPO-CARRO
           END-IF.
           IF WS-RES-NOVA-INICIO = RES-DATA-INICIO
               AND WS-RES-NOVA-FIM = RES-DATA-FIM
               AND TIPO-CARRO = RES-TIPO-CARRO
               DISPLAY 'Reserva nao alterada.'
               GO TO 2485-ALTERAR-DATAS-EXIT
           END-IF.
           IF NOT VALIDAR-TIPO-CARRO
               OR WS-RES-NOVA-FIM NOT > WS-RES-NOVA-INICIO
               OR (WS-RES-NOVA-INICIO NOT = RES-DATA-INICIO
                   AND WS-RES-NOVA-INICIO < WS-DATA-HOJE)
               DISPLAY 'Dados de reserva invalidos.'
               GO TO 2485-ALTERAR-DATAS-EXIT
           END-IF.
           MOVE RESERVA-PROCURADA TO RESERVA-EM-ALTERACAO.
           PERFORM 2450-VERIFICAR-SOBREPOSICAO
               THRU 2450-VERIFICAR-SOBREPOSICAO-EXIT.
           MOVE 0 TO RESERVA-EM-ALTERACAO.
           IF NOT RESERVA-COM-CAPACIDADE
               DISPLAY 'Sem viaturas disponiveis nesta categoria'
               DISPLAY 'para as datas pedidas - reserva nao alterada.'
               GO TO 2485-ALTERAR-DATAS-EXIT
           END-IF.
           MOVE RESERVA-PROCURADA TO RES-NUMERO.
           READ RESERVAS
               INVALID KEY
                   DISPLAY 'ERRO A LER RESERVA - CODIGO: '
                       WS-RES-STATUS
                   GO TO 2485-ALTERAR-DATAS-EXIT
           END-READ.
           MOVE WS-RES-NOVA-INICIO TO RES-DATA-INICIO.
           MOVE WS-RES-NOVA-FIM TO RES-DATA-FIM.
           MOVE TIPO-CARRO TO RES-TIPO-CARRO.
           REWRITE REG-RESERVA
               INVALID KEY
                   DISPLAY 'ERRO A ALTERAR RESERVA - CODIGO: '
                       WS-RES-STATUS
                   GO TO 2485-ALTERAR-DATAS-EXIT
           END-REWRITE.
           DISPLAY 'Reserva ' RES-NUMERO ' alterada.'.
           MOVE 'RALT' TO JRN-ACCAO.
           MOVE RES-NUMERO TO JRN-DOCUMENTO.
           MOVE RES-CLIENTE TO JRN-CLIENTE.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2485-ALTERAR-DATAS-EXIT.
           EXIT.

      ******************************************************************
      *    2490-CANCELAR-RESERVA
      *    CANCELS THE BOOKING WITH A REASON, WHICH IS REQUIRED.  A
      *    CANCELLATION LESS THAN THE CATEGORY'S WINDOW
      *    (TAR-PRAZO-CANCELAMENTO) BEFORE THE PICKUP DATE IS LATE:
      *    THE CLERK IS TOLD THE NO-SHOW FEE WILL BE CHARGED AND MUST
      *    CONFIRM, AND THE NIGHTLY RUN 0807_B07 INVOICES IT.  THE
      *    RATE IN FORCE ON THE PICKUP DATE GIVES THE FEE AND WINDOW.
      ******************************************************************
       2490-CANCELAR-RESERVA.
           DISPLAY 'MOTIVO DO CANCELAMENTO:' AT 0503.
           ACCEPT MOTIVO-CANCELAMENTO AT 0527.
           DISPLAY ' ' ERASE EOL.
           IF MOTIVO-CANCELAMENTO = SPACES
               DISPLAY 'Indique o motivo - reserva nao cancelada.'
               GO TO 2490-CANCELAR-RESERVA-EXIT
           END-IF.
           MOVE 0 TO TAXA-NAO-COMPARENCIA.
           MOVE 0 TO PRAZO-CANCELAMENTO.
           MOVE RES-TIPO-CARRO TO TIPO-CARRO.
           MOVE RES-DATA-INICIO TO WS-DIA-TARIFA.
           PERFORM 2260-OBTER-TARIFA THRU 2260-OBTER-TARIFA-EXIT.
           MOVE 'N' TO WS-CANCELAMENTO-TARDIO.
           COMPUTE DIAS-ANTECEDENCIA =
               FUNCTION INTEGER-OF-DATE (RES-DATA-INICIO)
               - FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).
           IF PRAZO-CANCELAMENTO > 0
               AND DIAS-ANTECEDENCIA < PRAZO-CANCELAMENTO
               MOVE 'S' TO WS-CANCELAMENTO-TARDIO
           END-IF.
           IF CANCELAMENTO-TARDIO AND TAXA-NAO-COMPARENCIA > 0
               MOVE PRAZO-CANCELAMENTO TO MASCARA-PRAZO
               MOVE TAXA-NAO-COMPARENCIA TO MASCARA-TAXA
               DISPLAY 'Cancelamento tardio (menos de ' MASCARA-PRAZO
                   ' dias antes do levantamento) - sera faturada'
               DISPLAY 'a taxa de nao comparencia de ' MASCARA-TAXA
                   ' euros + IVA.'
           END-IF.
           DISPLAY 'CONFIRMA O CANCELAMENTO? (S/N)' AT 0603.
           ACCEPT CONFIRMACAO-CANCELAMENTO AT 0634.
           DISPLAY ' ' ERASE EOL.
           IF CONFIRMACAO-CANCELAMENTO NOT = 'S'
               AND CONFIRMACAO-CANCELAMENTO NOT = 's'
               DISPLAY 'Reserva nao cancelada.'
               GO TO 2490-CANCELAR-RESERVA-EXIT
           END-IF.
           MOVE 'X' TO RES-ESTADO.
           MOVE WS-DATA-HOJE TO RES-DATA-CANCELAMENTO.
           MOVE MOTIVO-CANCELAMENTO TO RES-MOTIVO-CANCELAMENTO.
           IF CANCELAMENTO-TARDIO
               MOVE 'T' TO RES-TIPO-CANCELAMENTO
           ELSE
               MOVE 'C' TO RES-TIPO-CANCELAMENTO
           END-IF.
           MOVE 0 TO RES-FATURA-TAXA.
           REWRITE REG-RESERVA
               INVALID KEY
                   DISPLAY 'ERRO A CANCELAR RESERVA - CODIGO: '
                       WS-RES-STATUS
                   GO TO 2490-CANCELAR-RESERVA-EXIT
           END-REWRITE.
           DISPLAY 'Reserva ' RES-NUMERO ' cancelada.'.
           MOVE 'RCAN' TO JRN-ACCAO.
           MOVE RES-NUMERO TO JRN-DOCUMENTO.
           MOVE RES-CLIENTE TO JRN-CLIENTE.
           IF CANCELAMENTO-TARDIO
               MOVE TAXA-NAO-COMPARENCIA TO JRN-VALOR
           END-IF.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2490-CANCELAR-RESERVA-EXIT.
           EXIT.

      ******************************************************************
      *    2500-CRIAR-VIATURA
      *    PROMPTS FOR A NEW VEHICLE'S DATA AND ADDS IT TO THE VIATURAS
           END-WRITE.
           DISPLAY 'Viatura registada e disponivel - matricula: '
               VIA-MATRICULA.
           MOVE 'VIAT' TO JRN-ACCAO.
           MOVE VIA-MATRICULA TO JRN-REFERENCIA.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2500-CRIAR-VIATURA-EXIT.
           EXIT.

      ******************************************************************
      *    2520-GERIR-DOCUMENTOS
      *    KEEPS THE LEGAL DOCUMENTS OF A FLEET CAR UP TO DATE: THE
      *    INSURER, POLICY NUMBER AND EXPIRY, THE DUE DATE OF THE NEXT
      *    IPO INSPECTION AND THE DATE THE IUC IS PAID UP TO.  ON A
      *    CHANGE A BLANK OR ZERO ANSWER KEEPS THE CURRENT VALUE.  THE
      *    RECORD IS ONLY WRITTEN WITH ALL THREE DOCUMENTS FILLED IN.
      ******************************************************************
       2520-GERIR-DOCUMENTOS.
           DISPLAY 'MATRICULA DA VIATURA:' AT 0303.
           ACCEPT VIA-MATRICULA AT 0326.
           DISPLAY ' ' ERASE EOL.
           READ VIATURAS KEY IS VIA-MATRICULA
               INVALID KEY
                   DISPLAY 'Viatura nao encontrada na frota.'
                   GO TO 2520-GERIR-DOCUMENTOS-EXIT
           END-READ.
           MOVE VIA-MATRICULA TO DVI-MATRICULA.
           MOVE 'N' TO WS-DOCUMENTOS-NOVOS.
           READ DOCVIAT KEY IS DVI-MATRICULA
               INVALID KEY
                   MOVE 'S' TO WS-DOCUMENTOS-NOVOS
           END-READ.
           IF DOCUMENTOS-SAO-NOVOS
               MOVE SPACES TO DVI-SEGURADORA
               MOVE SPACES TO DVI-APOLICE
               MOVE 0 TO DVI-SEGURO-VALIDADE
               MOVE 0 TO DVI-IPO-VALIDADE
               MOVE 0 TO DVI-IUC-VALIDADE
               MOVE 0 TO DVI-DATA-ATUALIZACAO
               DISPLAY 'Viatura sem documentos registados.'
           ELSE
               DISPLAY 'Seguro: ' DVI-SEGURADORA ' apolice '
                   DVI-APOLICE ' valido ate ' DVI-SEGURO-VALIDADE
               DISPLAY 'IPO ate ' DVI-IPO-VALIDADE ' - IUC pago ate '
                   DVI-IUC-VALIDADE ' (atualizado '
                   DVI-DATA-ATUALIZACAO ')'
           END-IF.
           MOVE SPACES TO SEGURADORA-NOVA.
           DISPLAY 'SEGURADORA:' AT 0503.
           ACCEPT SEGURADORA-NOVA AT 0515.
           DISPLAY ' ' ERASE EOL.
           IF SEGURADORA-NOVA NOT = SPACES
               MOVE SEGURADORA-NOVA TO DVI-SEGURADORA
           END-IF.
           MOVE SPACES TO APOLICE-NOVA.
           DISPLAY 'N. DA APOLICE:' AT 0603.
           ACCEPT APOLICE-NOVA AT 0618.
           DISPLAY ' ' ERASE EOL.
           IF APOLICE-NOVA NOT = SPACES
               MOVE APOLICE-NOVA TO DVI-APOLICE
           END-IF.
           MOVE 0 TO SEGURO-VALIDADE-NOVA.
           DISPLAY 'SEGURO VALIDO ATE (AAAAMMDD, 0=manter):' AT 0703.
           ACCEPT SEGURO-VALIDADE-NOVA AT 0743.
           DISPLAY ' ' ERASE EOL.
           IF SEGURO-VALIDADE-NOVA > 0
               MOVE SEGURO-VALIDADE-NOVA TO DVI-SEGURO-VALIDADE
           END-IF.
           MOVE 0 TO IPO-VALIDADE-NOVA.
           DISPLAY 'PROXIMA INSPECAO IPO (AAAAMMDD, 0=manter):' AT 0803.
           ACCEPT IPO-VALIDADE-NOVA AT 0846.
           DISPLAY ' ' ERASE EOL.
           IF IPO-VALIDADE-NOVA > 0
               MOVE IPO-VALIDADE-NOVA TO DVI-IPO-VALIDADE
           END-IF.
           MOVE 0 TO IUC-VALIDADE-NOVA.
           DISPLAY 'IUC PAGO ATE (AAAAMMDD, 0=manter):' AT 0903.
           ACCEPT IUC-VALIDADE-NOVA AT 0938.
           DISPLAY ' ' ERASE EOL.
           IF IUC-VALIDADE-NOVA > 0
               MOVE IUC-VALIDADE-NOVA TO DVI-IUC-VALIDADE
           END-IF.
           IF DVI-SEGURADORA = SPACES
               OR DVI-APOLICE = SPACES
               OR DVI-SEGURO-VALIDADE = 0
               OR DVI-IPO-VALIDADE = 0
               OR DVI-IUC-VALIDADE = 0
               DISPLAY 'Documentos incompletos (seguro, apolice, IPO,'
                   ' IUC) - nao gravados.'
               GO TO 2520-GERIR-DOCUMENTOS-EXIT
           END-IF.
           MOVE WS-DATA-HOJE TO DVI-DATA-ATUALIZACAO.
           IF DOCUMENTOS-SAO-NOVOS
               WRITE REG-DOCUMENTOS-VIATURA
                   INVALID KEY
                       DISPLAY 'ERRO A REGISTAR DOCUMENTOS - CODIGO: '
                           WS-DVI-STATUS
                       GO TO 2520-GERIR-DOCUMENTOS-EXIT
               END-WRITE
           ELSE
               REWRITE REG-DOCUMENTOS-VIATURA
                   INVALID KEY
                       DISPLAY 'ERRO A ATUALIZAR DOCUMENTOS - CODIGO: '
                           WS-DVI-STATUS
                       GO TO 2520-GERIR-DOCUMENTOS-EXIT
               END-REWRITE
           END-IF.
           DISPLAY 'Documentos da viatura ' DVI-MATRICULA ' gravados.'.
           MOVE 'DOCS' TO JRN-ACCAO.
           MOVE DVI-MATRICULA TO JRN-REFERENCIA.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2520-GERIR-DOCUMENTOS-EXIT.
           EXIT.

      ******************************************************************
      *    2550-GERIR-MANUTENCAO
      *    WORKSHOP SCREEN: PUTS A VEHICLE INTO THE 'M' STATE WITH A
      *    2560-METER-MANUTENCAO
      *    ONLY AN AVAILABLE VEHICLE CAN GO TO THE WORKSHOP - A RENTED
      *    ONE IS OUT WITH A CUSTOMER AND ONE ALREADY IN 'M' IS
      *    ALREADY THERE.  THE EXPECTED RELEASE DATE IS KEPT IN
      *    VIA-MANUT-DATA-FIM UNTIL 2570 STAMPS THE ACTUAL ONE.
      ******************************************************************
       2560-METER-MANUTENCAO.
           DISPLAY 'MATRICULA DA VIATURA:' AT 0603.
           DISPLAY 'MOTIVO DA MANUTENCAO:' AT 0703.
           ACCEPT VIA-MANUT-MOTIVO AT 0725.
           DISPLAY ' ' ERASE EOL.
           DISPLAY 'SAIDA PREVISTA (AAAAMMDD, 0=sem data):' AT 0803.
           ACCEPT DATA-ALTERADA AT 0841.
           DISPLAY ' ' ERASE EOL.
           MOVE 'M' TO VIA-ESTADO.
           ACCEPT VIA-MANUT-DATA-INI FROM DATE YYYYMMDD.
           IF DATA-ALTERADA NOT = 0
               AND DATA-ALTERADA < VIA-MANUT-DATA-INI
               MOVE 0 TO DATA-ALTERADA
           END-IF.
           MOVE DATA-ALTERADA TO VIA-MANUT-DATA-FIM.
           REWRITE REG-VIATURA.
           DISPLAY 'Viatura ' VIA-MATRICULA ' em manutencao.'.
           MOVE 'MANE' TO JRN-ACCAO.
           MOVE VIA-MATRICULA TO JRN-REFERENCIA.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2560-METER-MANUTENCAO-EXIT.
           EXIT.

           ACCEPT VIA-MANUT-DATA-FIM FROM DATE YYYYMMDD.
           REWRITE REG-VIATURA.
           DISPLAY 'Viatura ' VIA-MATRICULA ' de volta a frota.'.
           MOVE 'MANS' TO JRN-ACCAO.
           MOVE VIA-MATRICULA TO JRN-REFERENCIA.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2570-RETIRAR-MANUTENCAO-EXIT.
           EXIT.

       2580-LISTAR-REVISOES-EXIT.
           EXIT.

      ******************************************************************
      *    2900-GERIR-EXTRAS
      *    CATALOGUE MAINTENANCE FOR THIS BRANCH: ADDS AN EXTRA OR
      *    CHANGES ONE ALREADY ON FILE.  ON A CHANGE A BLANK OR ZERO
      *    ANSWER KEEPS THE CURRENT VALUE.  THE QUANTITY HELD CAN NOT
      *    GO BELOW WHAT IS OUT ON OPEN CONTRACTS.
      ******************************************************************
       2900-GERIR-EXTRAS.
           MOVE SPACES TO EXTRA-CODIGO.
           DISPLAY 'CODIGO DO EXTRA:' AT 0403.
           ACCEPT EXTRA-CODIGO AT 0420.
           DISPLAY ' ' ERASE EOL.
           IF EXTRA-CODIGO = SPACES
               GO TO 2900-GERIR-EXTRAS-EXIT
           END-IF.
           MOVE EXTRA-CODIGO TO EXT-CODIGO.
           MOVE BALCAO-OPERACAO TO EXT-BALCAO.
           MOVE 'N' TO WS-EXTRA-NOVO.
           READ EXTRAS KEY IS EXT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EXTRA-NOVO
           END-READ.
           IF EXTRA-E-NOVO
               MOVE SPACES TO EXT-DESCRICAO
               MOVE 0 TO EXT-PRECO
               MOVE SPACES TO EXT-MODO-PRECO
               MOVE 0 TO EXT-QTD-STOCK
               MOVE 0 TO EXT-QTD-FORA
               DISPLAY 'Extra novo neste balcao.'
           ELSE
               MOVE EXT-PRECO TO MASCARA-EXT-PRECO
               MOVE EXT-QTD-STOCK TO MASCARA-EXT-QTD
               DISPLAY EXT-DESCRICAO ' ' MASCARA-EXT-PRECO ' ('
                   EXT-MODO-PRECO ') stock: ' MASCARA-EXT-QTD
           END-IF.
           MOVE SPACES TO EXTRA-DESC-NOVA.
           DISPLAY 'DESCRICAO:' AT 0503.
           ACCEPT EXTRA-DESC-NOVA AT 0514.
           DISPLAY ' ' ERASE EOL.
           IF EXTRA-DESC-NOVA NOT = SPACES
               MOVE EXTRA-DESC-NOVA TO EXT-DESCRICAO
           END-IF.
           MOVE 0 TO EXTRA-PRECO-NOVO.
           DISPLAY 'PRECO:' AT 0603.
           ACCEPT EXTRA-PRECO-NOVO AT 0610.
           DISPLAY ' ' ERASE EOL.
           IF EXTRA-PRECO-NOVO > 0
               MOVE EXTRA-PRECO-NOVO TO EXT-PRECO
           END-IF.
           MOVE SPACES TO EXTRA-MODO-NOVO.
           DISPLAY 'PRECO POR DIA (D) OU POR ALUGUER (A):' AT 0703.
           ACCEPT EXTRA-MODO-NOVO AT 0741.
           DISPLAY ' ' ERASE EOL.
           IF EXTRA-MODO-NOVO = 'd'
               MOVE 'D' TO EXTRA-MODO-NOVO
           END-IF.
           IF EXTRA-MODO-NOVO = 'a'
               MOVE 'A' TO EXTRA-MODO-NOVO
           END-IF.
           IF EXTRA-MODO-NOVO NOT = SPACES
               MOVE EXTRA-MODO-NOVO TO EXT-MODO-PRECO
           END-IF.
           MOVE 0 TO EXTRA-STOCK-NOVO.
           DISPLAY 'QUANTIDADE NO BALCAO (0=manter):' AT 0803.
           ACCEPT EXTRA-STOCK-NOVO AT 0836.
           DISPLAY ' ' ERASE EOL.
           IF EXTRA-STOCK-NOVO > 0
               IF EXTRA-STOCK-NOVO < EXT-QTD-FORA
                   MOVE EXT-QTD-FORA TO MASCARA-EXT-QTD
                   DISPLAY 'Quantidade inferior a que esta alugada ('
                       MASCARA-EXT-QTD ') - extra nao gravado.'
                   GO TO 2900-GERIR-EXTRAS-EXIT
               END-IF
               MOVE EXTRA-STOCK-NOVO TO EXT-QTD-STOCK
           END-IF.
           IF EXT-DESCRICAO = SPACES
               OR EXT-PRECO = 0
               OR NOT VALIDAR-MODO-PRECO
               DISPLAY 'Extra incompleto (descricao, preco, modo D/A)'
                   ' - nao gravado.'
               GO TO 2900-GERIR-EXTRAS-EXIT
           END-IF.
           IF EXTRA-E-NOVO
               WRITE REG-EXTRA
                   INVALID KEY
                       DISPLAY 'ERRO A REGISTAR EXTRA - CODIGO: '
                           WS-EXT-STATUS
                       GO TO 2900-GERIR-EXTRAS-EXIT
               END-WRITE
           ELSE
               REWRITE REG-EXTRA
                   INVALID KEY
                       DISPLAY 'ERRO A ATUALIZAR EXTRA - CODIGO: '
                           WS-EXT-STATUS
                       GO TO 2900-GERIR-EXTRAS-EXIT
               END-REWRITE
           END-IF.
           DISPLAY 'Extra ' EXT-CODIGO ' gravado no catalogo.'.
           MOVE 'CEXT' TO JRN-ACCAO.
           MOVE EXT-CODIGO TO JRN-REFERENCIA.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2900-GERIR-EXTRAS-EXIT.
           EXIT.

      ******************************************************************
      *    2950-LIGAR-CONTA-EMPRESA
      *    LINKS A CUSTOMER TO THE CORPORATE ACCOUNT HE RENTS FOR (THE
      *    COMPANY'S OWN CLIENTES NUMBER, ZERO TO UNLINK) AND SETS OR
      *    CLEARS MONTHLY BILLING.  THE ACCOUNT MUST EXIST AND CAN NOT
      *    ITSELF BE LINKED TO ANOTHER ONE; LIKEWISE A CUSTOMER THAT IS
      *    ALREADY THE ACCOUNT OF OTHERS CAN NOT BE LINKED (2955), AS
      *    THE MONTHLY BILLING ONLY FOLLOWS ONE LEVEL OF LINKS.  A
      *    MONTHLY-BILLED CUSTOMER WITH NO ACCOUNT IS BILLED MONTHLY
      *    IN HIS OWN NAME.
      ******************************************************************
       2950-LIGAR-CONTA-EMPRESA.
           DISPLAY 'NUMERO DE CLIENTE:' AT 0403.
           ACCEPT CLI-NUMERO AT 0422.
           DISPLAY ' ' ERASE EOL.
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   DISPLAY 'Cliente nao existe.'
                   GO TO 2950-LIGAR-CONTA-EMPRESA-EXIT
           END-READ.
           DISPLAY 'Cliente: ' CLI-NOME '  conta empresa: '
               CLI-CONTA-EMPRESA '  faturacao mensal: '
               CLI-FATURACAO-MENSAL.
           DISPLAY 'CONTA EMPRESA (0=nenhuma):' AT 0503.
           ACCEPT CONTA-EMPRESA-NOVA AT 0530.
           DISPLAY ' ' ERASE EOL.
           DISPLAY 'FATURACAO MENSAL (S/N):' AT 0603.
           ACCEPT FATURACAO-MENSAL-NOVA AT 0627.
           DISPLAY ' ' ERASE EOL.
           IF FATURACAO-MENSAL-NOVA = 's'
               MOVE 'S' TO FATURACAO-MENSAL-NOVA
           END-IF.
           IF FATURACAO-MENSAL-NOVA NOT = 'S'
               MOVE 'N' TO FATURACAO-MENSAL-NOVA
           END-IF.
           IF CONTA-EMPRESA-NOVA = CLI-NUMERO
               MOVE 0 TO CONTA-EMPRESA-NOVA
           END-IF.
           IF CONTA-EMPRESA-NOVA > 0
               MOVE CLI-NUMERO TO CLIENTE-GUARDADO
               MOVE CONTA-EMPRESA-NOVA TO CLI-NUMERO
               READ CLIENTES KEY IS CLI-NUMERO
                   INVALID KEY
                       DISPLAY 'Conta empresa ' CONTA-EMPRESA-NOVA
                           ' nao existe - cliente nao alterado.'
                       GO TO 2950-LIGAR-CONTA-EMPRESA-EXIT
               END-READ
               IF CLI-CONTA-EMPRESA > 0
                   DISPLAY 'A conta ' CONTA-EMPRESA-NOVA
                       ' esta ligada a outra conta - cliente nao'
                       ' alterado.'
                   GO TO 2950-LIGAR-CONTA-EMPRESA-EXIT
               END-IF
               DISPLAY 'Conta empresa: ' CLI-NOME
               MOVE CLIENTE-GUARDADO TO CLI-NUMERO
               READ CLIENTES KEY IS CLI-NUMERO
                   INVALID KEY
                       GO TO 2950-LIGAR-CONTA-EMPRESA-EXIT
               END-READ
               PERFORM 2955-VERIFICAR-SUBCONTAS
                   THRU 2955-VERIFICAR-SUBCONTAS-EXIT
               IF CLIENTE-TEM-SUBCONTAS
                   DISPLAY 'Cliente e conta empresa de outros clientes'
                       ' - nao alterado.'
                   GO TO 2950-LIGAR-CONTA-EMPRESA-EXIT
               END-IF
           END-IF.
           MOVE CONTA-EMPRESA-NOVA TO CLI-CONTA-EMPRESA.
           MOVE FATURACAO-MENSAL-NOVA TO CLI-FATURACAO-MENSAL.
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY 'ERRO A ATUALIZAR CLIENTE - CODIGO: '
                       WS-CLI-STATUS
                   GO TO 2950-LIGAR-CONTA-EMPRESA-EXIT
           END-REWRITE.
           DISPLAY 'Cliente ' CLI-NUMERO ' atualizado.'.
           MOVE 'CEMP' TO JRN-ACCAO.
           MOVE CONTA-EMPRESA-NOVA TO JRN-DOCUMENTO.
           MOVE CLI-NUMERO TO JRN-CLIENTE.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2950-LIGAR-CONTA-EMPRESA-EXIT.
           EXIT.

      ******************************************************************
      *    2955-VERIFICAR-SUBCONTAS
      *    READS THE WHOLE CLIENTES FILE FOR ANY CUSTOMER LINKED TO THE
      *    ONE BEING CHANGED, THEN READS THAT CUSTOMER AGAIN SO THE
      *    CALLER FINDS ITS KEY AND RECORD AS IT LEFT THEM.
      ******************************************************************
       2955-VERIFICAR-SUBCONTAS.
           MOVE 'N' TO WS-TEM-SUBCONTAS.
           MOVE CLI-NUMERO TO CLIENTE-GUARDADO.
           MOVE 0 TO CLI-NUMERO.
           START CLIENTES KEY IS NOT LESS THAN CLI-NUMERO
               INVALID KEY
                   GO TO 2958-REPOR-CLIENTE
           END-START.
       2956-LER-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   GO TO 2958-REPOR-CLIENTE
           END-READ.
           IF CLI-CONTA-EMPRESA NOT = CLIENTE-GUARDADO
               OR CLI-NUMERO = CLIENTE-GUARDADO
               GO TO 2956-LER-CLIENTE
           END-IF.
           MOVE 'S' TO WS-TEM-SUBCONTAS.
       2958-REPOR-CLIENTE.
           MOVE CLIENTE-GUARDADO TO CLI-NUMERO.
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   MOVE 'S' TO WS-TEM-SUBCONTAS
           END-READ.
       2955-VERIFICAR-SUBCONTAS-EXIT.
           EXIT.

      ******************************************************************
      *    2970-GERIR-OPERADORES
      *    KEEPS OPERADORES.DAT - SUPERVISORS ONLY.  A NEW CODE ADDS AN
      *    OPERATOR; AN EXISTING ONE IS CHANGED, A BLANK OR ZERO
      *    ANSWER KEEPING THE CURRENT VALUE.  THE BRANCH IS ALWAYS
      *    ASKED (ZERO = EVERY BRANCH).  OPERATORS ARE NEVER DELETED,
      *    ONLY MADE INACTIVE, SO THE JOURNAL ALWAYS NAMES THEM.  A
      *    SUPERVISOR CANNOT DEMOTE OR DEACTIVATE HIMSELF, SO THERE IS
      *    ALWAYS ONE LEFT.
      ******************************************************************
       2970-GERIR-OPERADORES.
           IF NOT OPERADOR-E-SUPERVISOR
               DISPLAY 'Opcao reservada aos supervisores.'
               GO TO 2970-GERIR-OPERADORES-EXIT
           END-IF.
           MOVE SPACES TO OPERADOR-CODIGO-NOVO.
           DISPLAY 'CODIGO DO OPERADOR:' AT 0403.
           ACCEPT OPERADOR-CODIGO-NOVO AT 0423.
           DISPLAY ' ' ERASE EOL.
           IF OPERADOR-CODIGO-NOVO = SPACES
               GO TO 2970-GERIR-OPERADORES-EXIT
           END-IF.
           MOVE OPERADOR-CODIGO-NOVO TO OPE-CODIGO.
           MOVE 'N' TO WS-OPERADOR-NOVO.
           READ OPERADORES KEY IS OPE-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-OPERADOR-NOVO
           END-READ.
           IF OPERADOR-E-NOVO
               MOVE SPACES TO OPE-NOME
               MOVE 0 TO OPE-PIN
               MOVE SPACES TO OPE-PERFIL
               MOVE 0 TO OPE-BALCAO
               MOVE 'S' TO OPE-ATIVO
               DISPLAY 'Operador novo.'
           ELSE
               DISPLAY OPE-NOME ' perfil: ' OPE-PERFIL ' balcao: '
                   OPE-BALCAO ' ativo: ' OPE-ATIVO
           END-IF.
           MOVE SPACES TO OPERADOR-NOME-NOVO.
           DISPLAY 'NOME:' AT 0503.
           ACCEPT OPERADOR-NOME-NOVO AT 0509.
           DISPLAY ' ' ERASE EOL.
           IF OPERADOR-NOME-NOVO NOT = SPACES
               MOVE OPERADOR-NOME-NOVO TO OPE-NOME
           END-IF.
           MOVE 0 TO OPERADOR-PIN-NOVO.
           DISPLAY 'PIN (0=manter):' AT 0603.
           ACCEPT OPERADOR-PIN-NOVO AT 0619 WITH NO-ECHO.
           DISPLAY ' ' ERASE EOL.
           IF OPERADOR-PIN-NOVO > 0
               MOVE OPERADOR-PIN-NOVO TO OPE-PIN
           END-IF.
           MOVE SPACES TO OPERADOR-PERFIL-NOVO.
           DISPLAY 'PERFIL BALCONISTA (B) OU SUPERVISOR (S):' AT 0703.
           ACCEPT OPERADOR-PERFIL-NOVO AT 0744.
           DISPLAY ' ' ERASE EOL.
           IF OPERADOR-PERFIL-NOVO = 'b'
               MOVE 'B' TO OPERADOR-PERFIL-NOVO
           END-IF.
           IF OPERADOR-PERFIL-NOVO = 's'
               MOVE 'S' TO OPERADOR-PERFIL-NOVO
           END-IF.
           IF OPERADOR-PERFIL-NOVO NOT = SPACES
               MOVE OPERADOR-PERFIL-NOVO TO OPE-PERFIL
           END-IF.
           MOVE 0 TO OPERADOR-BALCAO-NOVO.
           DISPLAY 'BALCAO (0=todos os balcoes):' AT 0803.
           ACCEPT OPERADOR-BALCAO-NOVO AT 0832.
           DISPLAY ' ' ERASE EOL.
           MOVE OPERADOR-BALCAO-NOVO TO OPE-BALCAO.
           MOVE SPACES TO OPERADOR-ATIVO-NOVO.
           DISPLAY 'ATIVO (S/N):' AT 0903.
           ACCEPT OPERADOR-ATIVO-NOVO AT 0916.
           DISPLAY ' ' ERASE EOL.
           IF OPERADOR-ATIVO-NOVO = 's'
               MOVE 'S' TO OPERADOR-ATIVO-NOVO
           END-IF.
           IF OPERADOR-ATIVO-NOVO = 'n'
               MOVE 'N' TO OPERADOR-ATIVO-NOVO
           END-IF.
           IF OPERADOR-ATIVO-NOVO NOT = SPACES
               MOVE OPERADOR-ATIVO-NOVO TO OPE-ATIVO
           END-IF.
           MOVE OPE-PERFIL TO OPERADOR-PERFIL-NOVO.
           IF OPE-NOME = SPACES
               OR OPE-PIN = 0
               OR NOT VALIDAR-PERFIL-OPERADOR
               OR (OPE-ATIVO NOT = 'S' AND OPE-ATIVO NOT = 'N')
               DISPLAY 'Operador incompleto (nome, PIN, perfil B/S,'
                   ' ativo S/N) - nao gravado.'
               GO TO 2970-GERIR-OPERADORES-EXIT
           END-IF.
           IF OPE-CODIGO = OPERADOR-ATUAL
               AND (NOT OPE-SUPERVISOR OR NOT OPE-ESTA-ATIVO)
               DISPLAY 'Nao pode retirar a si proprio o perfil de'
                   ' supervisor - operador nao gravado.'
               GO TO 2970-GERIR-OPERADORES-EXIT
           END-IF.
           ACCEPT OPE-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           IF OPERADOR-E-NOVO
               WRITE REG-OPERADOR
                   INVALID KEY
                       DISPLAY 'ERRO A REGISTAR OPERADOR - CODIGO: '
                           WS-OPE-STATUS
                       GO TO 2970-GERIR-OPERADORES-EXIT
               END-WRITE
           ELSE
               REWRITE REG-OPERADOR
                   INVALID KEY
                       DISPLAY 'ERRO A ATUALIZAR OPERADOR - CODIGO: '
                           WS-OPE-STATUS
                       GO TO 2970-GERIR-OPERADORES-EXIT
               END-REWRITE
           END-IF.
           DISPLAY 'Operador ' OPE-CODIGO ' gravado.'.
           MOVE 'OPER' TO JRN-ACCAO.
           MOVE OPE-CODIGO TO JRN-REFERENCIA.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
       2970-GERIR-OPERADORES-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINAR
      *    CLOSES ALL OPEN FILES BEFORE THE PROGRAM ENDS, AFTER THE
      *    SIGN-OFF LINE ON THE AUDIT JOURNAL.
      ******************************************************************
       9000-TERMINAR.
           MOVE 'SAID' TO JRN-ACCAO.
           PERFORM 2070-REGISTAR-JORNAL
               THRU 2070-REGISTAR-JORNAL-EXIT.
           CLOSE CLIENTES.
           CLOSE VIATURAS.
           CLOSE ALUGUERES.
           CLOSE CONTRATOS.
           CLOSE RECIBOS.
           CLOSE FATIDX.
           CLOSE EXTRAS.
           CLOSE DOCVIAT.
           CLOSE OPERADORES.
           CLOSE JORNAL.
       9000-TERMINAR-EXIT.
           EXIT.

