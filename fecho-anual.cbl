      ******************************************************************
      *    PROGRAM-ID: 0807_B06
      *    AUTHOR    : J. P. SILVA
      *    INSTALLATION: BALCAO CENTRAL - ALUGUER DE CARROS
      *    DATE-WRITTEN: 15/10/2026
      *    DATE-COMPILED:
      *    PURPOSE   : FISCAL YEAR-END CLOSE AND INVOICE SERIES
      *                CONTROL.  TWO OPERATIONS:
      *                  (S) REGISTERS THE SERIES IN USE ON SERIES.DAT
      *                      - THE VALIDATION CODES THE AT GAVE THE
      *                      INVOICE AND CREDIT-NOTE SERIES - OR PUTS
      *                      RIGHT A CODE TYPED WRONG.  THE COUNTER
      *                      AND THE BILLING RUNS DO NOT START WITHOUT
      *                      A SERIES.
      *                  (F) CLOSES A FISCAL YEAR.  REFUSED UNTIL EVERY
      *                      DATE OF THE YEAR IS ON FECHOCTL.DAT (AND,
      *                      ONCE THE JOURNAL EXPORT IS IN USE, ON
      *                      DIARIOCTL.DAT).  IT THEN:
      *                      - ROLLS THE CLOSED YEAR'S DOCUMENTS FROM
      *                        ALUGHIST.DAT TO THE YEARLY ARCHIVE
      *                        ALUGANO.DAT, KEEPING EVERY INVOICE STILL
      *                        OPEN (WITH ITS CREDIT NOTES) AND EVERY
      *                        MONTHLY RENTAL NOT YET BILLED OR BILLED
      *                        ON AN OPEN INVOICE;
      *                      - MOVES THE SETTLED RECEIPTS TO
      *                        RECIBANO.DAT AND THE SETTLED DEPOSIT
      *                        MOVEMENTS TO CAUCANO.DAT, KEEPING THOSE
      *                        OF OPEN INVOICES, OF CARS STILL OUT AND
      *                        THOSE NOT YET RECONCILED (CONCCTL.DAT);
      *                      - DROPS THE HANDLED LOGERROS RECORDS;
      *                      - PUTS EVERY ARCHIVED INVOICE ON FATIDX,
      *                        SO THE COUNTER STILL FINDS IT WITH ONE
      *                        KEYED READ;
      *                      - OPENS THE NEW YEAR'S SERIES: THE CODES
      *                        ARE ASKED FOR AND APPENDED TO SERIES.DAT
      *                        AND BOTH NUMBERS ON FATURACTL.DAT
      *                        RESTART AT THE NEW BASE PLUS ONE.
      *                      THE DAMAGE FILE IS KEPT WHOLE - THE
      *                      VEHICLE DAMAGE HISTORY COVERS EVERY LINE
      *                      EVER RECORDED.  FECHOANO.LST LISTS WHAT
      *                      WAS KEPT AND WHAT WAS ARCHIVED.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL PROGRAM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_B06.
       AUTHOR. J. P. SILVA.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIES ASSIGN TO "SERIES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SER-STATUS.
           SELECT FATURACTL ASSIGN TO "FATURACTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT FECHOCTL ASSIGN TO "FECHOCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.
           SELECT DIARIOCTL ASSIGN TO "DIARIOCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DCT-STATUS.
           SELECT CONCCTL ASSIGN TO "CONCCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCT-STATUS.
           SELECT ALUGUERES ASSIGN TO "ALUGUERES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALU-STATUS.
           SELECT ALUGHIST ASSIGN TO "ALUGHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT ALUGTEMP ASSIGN TO "ALUGTEMP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TMP-STATUS.
           SELECT ALUGANO ASSIGN TO "ALUGANO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT RECIBOS ASSIGN TO "RECIBOS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT RECITEMP ASSIGN TO "RECITEMP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RTM-STATUS.
           SELECT RECIBANO ASSIGN TO "RECIBANO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAN-STATUS.
           SELECT CAUCOES ASSIGN TO "CAUCOES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAU-STATUS.
           SELECT CAUCTEMP ASSIGN TO "CAUCTEMP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTM-STATUS.
           SELECT CAUCANO ASSIGN TO "CAUCANO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAN-STATUS.
           SELECT LOGERROS ASSIGN TO "LOGERROS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT ERROTEMP ASSIGN TO "ERROTEMP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ETM-STATUS.
           SELECT CONTRATOS ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-MATRICULA
               FILE STATUS IS WS-CTR-STATUS.
           SELECT FATIDX ASSIGN TO "FATIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FID-NUMERO
               FILE STATUS IS WS-FID-STATUS.
           SELECT SALDOANO ASSIGN TO "SALDOANO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-FATURA
               FILE STATUS IS WS-SLD-STATUS.
           SELECT RELATORIO ASSIGN TO "FECHOANO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERIES
           LABEL RECORD IS STANDARD.
           COPY SERREG.
       FD  FATURACTL
           LABEL RECORD IS STANDARD.
           COPY FATREG.
       FD  FECHOCTL
           LABEL RECORD IS STANDARD.
           COPY FCHREG.
       FD  DIARIOCTL
           LABEL RECORD IS STANDARD.
           COPY FCHREG REPLACING ==REG-FECHO-CTL== BY ==REG-DIARIO-CTL==
               LEADING ==FCH== BY ==DCT==.
       FD  CONCCTL
           LABEL RECORD IS STANDARD.
           COPY RCTREG.
       FD  ALUGUERES
           LABEL RECORD IS STANDARD.
           COPY ALUREG.
       FD  ALUGHIST
           LABEL RECORD IS STANDARD.
           COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGHIST==
               LEADING ==ALU== BY ==HIS==.
       FD  ALUGTEMP
           LABEL RECORD IS STANDARD.
           COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGTEMP==
               LEADING ==ALU== BY ==TMP==.
       FD  ALUGANO
           LABEL RECORD IS STANDARD.
           COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGANO==
               LEADING ==ALU== BY ==ARQ==.
       FD  RECIBOS
           LABEL RECORD IS STANDARD.
           COPY RECREG.
       FD  RECITEMP
           LABEL RECORD IS STANDARD.
           COPY RECREG REPLACING ==REG-RECIBO== BY ==REG-RECIBO-TMP==
               LEADING ==REC== BY ==RTM==.
       FD  RECIBANO
           LABEL RECORD IS STANDARD.
           COPY RECREG REPLACING ==REG-RECIBO== BY ==REG-RECIBO-ANO==
               LEADING ==REC== BY ==RAN==.
       FD  CAUCOES
           LABEL RECORD IS STANDARD.
           COPY CAUREG.
       FD  CAUCTEMP
           LABEL RECORD IS STANDARD.
           COPY CAUREG REPLACING
               ==REG-CAUCAO-MOV== BY ==REG-CAUCAO-TMP==
               LEADING ==CAU== BY ==CTM==.
       FD  CAUCANO
           LABEL RECORD IS STANDARD.
           COPY CAUREG REPLACING
               ==REG-CAUCAO-MOV== BY ==REG-CAUCAO-ANO==
               LEADING ==CAU== BY ==CAN==.
       FD  LOGERROS
           LABEL RECORD IS STANDARD.
           COPY ERRREG.
       FD  ERROTEMP
           LABEL RECORD IS STANDARD.
           COPY ERRREG REPLACING ==REG-ERRO== BY ==REG-ERRO-TMP==
               LEADING ==ERR== BY ==ETM==.
       FD  CONTRATOS
           LABEL RECORD IS STANDARD.
           COPY CTRREG.
       FD  FATIDX
           LABEL RECORD IS STANDARD.
           COPY FIDREG.
      *    FICHEIRO DE TRABALHO - SALDO DE CADA FATURA NO FECHO
       FD  SALDOANO
           LABEL RECORD IS STANDARD.
       01  REG-SALDO.
           05  SLD-FATURA               PIC 9(08).
           05  SLD-TOTAL                PIC 9(07)V99.
           05  SLD-CREDITADO            PIC 9(07)V99.
           05  SLD-PAGO                 PIC 9(07)V99.
       FD  RELATORIO
           LABEL RECORD IS OMITTED.
       01  LINHA-RELATORIO             PIC X(120).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    CONTROLO DE FICHEIROS
      ******************************************************************
       77  WS-SER-STATUS                PIC X(02) VALUE '00'.
       77  WS-FCT-STATUS                PIC X(02) VALUE '00'.
       77  WS-FCH-STATUS                PIC X(02) VALUE '00'.
       77  WS-DCT-STATUS                PIC X(02) VALUE '00'.
       77  WS-RCT-STATUS                PIC X(02) VALUE '00'.
       77  WS-ALU-STATUS                PIC X(02) VALUE '00'.
       77  WS-HIS-STATUS                PIC X(02) VALUE '00'.
       77  WS-TMP-STATUS                PIC X(02) VALUE '00'.
       77  WS-ARQ-STATUS                PIC X(02) VALUE '00'.
       77  WS-REC-STATUS                PIC X(02) VALUE '00'.
       77  WS-RTM-STATUS                PIC X(02) VALUE '00'.
       77  WS-RAN-STATUS                PIC X(02) VALUE '00'.
       77  WS-CAU-STATUS                PIC X(02) VALUE '00'.
       77  WS-CTM-STATUS                PIC X(02) VALUE '00'.
       77  WS-CAN-STATUS                PIC X(02) VALUE '00'.
       77  WS-ERR-STATUS                PIC X(02) VALUE '00'.
       77  WS-ETM-STATUS                PIC X(02) VALUE '00'.
       77  WS-CTR-STATUS                PIC X(02) VALUE '00'.
       77  WS-FID-STATUS                PIC X(02) VALUE '00'.
       77  WS-SLD-STATUS                PIC X(02) VALUE '00'.
       77  WS-REL-STATUS                PIC X(02) VALUE '00'.
       77  WS-DATA-HOJE                 PIC 9(08).
       77  WS-DATA-INTEGER              PIC S9(08) COMP.
       77  WS-OPCAO                     PIC X VALUE SPACE.

      ******************************************************************
      *    REGISTO DE TRABALHO - O DOCUMENTO EM TRATAMENTO, VENHA ELE
      *    DO ARQUIVO OU DO FICHEIRO CORRENTE
      ******************************************************************
       COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGUER-TRAB==
           LEADING ==ALU== BY ==TRB==.

      ******************************************************************
      *    SERIE EM USO (ULTIMO REGISTO DE SERIES.DAT) E SERIE NOVA
      ******************************************************************
       77  WS-NUM-SERIES                PIC 9(03) VALUE 0.
       77  WS-IX-SER                    PIC 9(03).
       77  SERIE-ANO                    PIC 9(04) VALUE 0.
       77  SERIE-CODIGO-FATURA          PIC X(08) VALUE SPACES.
       77  SERIE-CODIGO-NC              PIC X(08) VALUE SPACES.
       77  SERIE-BASE-NUMERO            PIC 9(08) VALUE 0.
       77  NOVO-CODIGO-FATURA           PIC X(08) VALUE SPACES.
       77  NOVO-CODIGO-NC               PIC X(08) VALUE SPACES.
       77  NOVA-BASE-NUMERO             PIC 9(08) VALUE 0.
       77  ANO-QUOCIENTE                PIC 9(04).
       77  ANO-DOIS-DIGITOS             PIC 9(02).
       77  WS-CODIGOS-VALIDOS           PIC X VALUE 'N'.
           88  CODIGOS-VALIDOS          VALUE 'S'.

      ******************************************************************
      *    ANO A FECHAR - PRIMEIRO E ULTIMO DIA, E UMA MARCA POR DIA
      *    DO ANO PARA OS DIAS FECHADOS E OS DIAS COM DIARIO
      ******************************************************************
       77  ANO-FECHO                    PIC 9(04) VALUE 0.
       77  ANO-NOVO                     PIC 9(04) VALUE 0.
       01  DATA-INICIO-ANO.
           05  INICIO-ANO               PIC 9(04).
           05  INICIO-MES-DIA           PIC 9(04) VALUE 0101.
       01  DATA-INICIO-ANO-NUM REDEFINES DATA-INICIO-ANO
                                        PIC 9(08).
       01  DATA-FIM-ANO.
           05  FIM-ANO                  PIC 9(04).
           05  FIM-MES-DIA              PIC 9(04) VALUE 1231.
       01  DATA-FIM-ANO-NUM REDEFINES DATA-FIM-ANO
                                        PIC 9(08).
       77  DIA-INICIO-ANO               PIC S9(08) COMP.
       77  DIAS-DO-ANO                  PIC 9(03).
       77  PRIMEIRO-DIA                 PIC 9(03).
       77  WS-IX-DIA                    PIC 9(03).
       77  MENOR-DATA-FECHADA           PIC 9(08) VALUE 99999999.
       77  MENOR-DATA-DIARIO            PIC 9(08) VALUE 99999999.
       77  DATA-EM-FALTA                PIC 9(08).
       77  QTD-DIAS-EM-FALTA            PIC 9(03) VALUE 0.
       01  TAB-DIAS-ANO.
           05  DIA-ANO OCCURS 366 TIMES.
               10  DIA-FECHADO          PIC X VALUE 'N'.
               10  DIA-EXPORTADO        PIC X VALUE 'N'.

      ******************************************************************
      *    ULTIMA DATA RECONCILIADA (CONCCTL.DAT) - OS RECIBOS E AS
      *    CAUCOES A CARTAO DEPOIS DELA AINDA NAO FORAM CONCILIADOS
      ******************************************************************
       77  CONCILIADO-ATE               PIC 9(08) VALUE 99999999.

      ******************************************************************
      *    DECISAO SOBRE O REGISTO EM TRATAMENTO
      ******************************************************************
       77  WS-SALDO-NOVO                PIC X VALUE 'N'.
           88  SALDO-E-NOVO             VALUE 'S'.
       77  WS-ARQUIVAR                  PIC X VALUE 'N'.
           88  DEVE-ARQUIVAR            VALUE 'S'.
       77  WS-FATURA-ABERTA             PIC X VALUE 'N'.
           88  FATURA-ESTA-ABERTA       VALUE 'S'.
       77  SALDO-FATURA                 PIC S9(07)V99.

      ******************************************************************
      *    CONTADORES E TOTAIS DO FECHO
      ******************************************************************
       77  QTD-HIS-MANTIDOS             PIC 9(07) VALUE 0.
       77  QTD-HIS-ARQUIVADOS           PIC 9(07) VALUE 0.
       77  QTD-FATURAS-ABERTAS          PIC 9(07) VALUE 0.
       77  SALDO-TRANSPORTADO           PIC S9(09)V99 VALUE 0.
       77  QTD-INDEXADAS                PIC 9(07) VALUE 0.
       77  QTD-REC-MANTIDOS             PIC 9(07) VALUE 0.
       77  QTD-REC-ARQUIVADOS           PIC 9(07) VALUE 0.
       77  QTD-CAU-MANTIDOS             PIC 9(07) VALUE 0.
       77  QTD-CAU-ARQUIVADOS           PIC 9(07) VALUE 0.
       77  QTD-ERR-MANTIDOS             PIC 9(07) VALUE 0.
       77  QTD-ERR-ELIMINADOS           PIC 9(07) VALUE 0.
       77  QTD-FORA-DE-FECHO            PIC 9(07) VALUE 0.

      ******************************************************************
      *    MASCARAS DE IMPRESSAO
      ******************************************************************
       77  MASC-QTD                     PIC Z.ZZZ.ZZ9.
       77  MASC-QTD-2                   PIC Z.ZZZ.ZZ9.
       77  MASC-VALOR                   PIC ZZZ.ZZZ.ZZ9,99-.
       77  MASC-NUMERO                  PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF WS-OPCAO = 'S'
               PERFORM 1500-REGISTAR-SERIE
                   THRU 1500-REGISTAR-SERIE-EXIT
               STOP RUN
           END-IF.
           PERFORM 2000-VALIDAR-ANO THRU 2000-VALIDAR-ANO-EXIT.
           PERFORM 2100-VERIFICAR-FECHOS
               THRU 2100-VERIFICAR-FECHOS-EXIT.
           PERFORM 2200-VERIFICAR-DIARIOS
               THRU 2200-VERIFICAR-DIARIOS-EXIT.
           IF QTD-DIAS-EM-FALTA > 0
               MOVE QTD-DIAS-EM-FALTA TO MASC-QTD
               DISPLAY 'Fecho anual recusado - ' MASC-QTD
                   ' dia(s) por fechar ou por exportar ao diario'
                   ' (ver FECHOANO.LST).'
               CLOSE RELATORIO
               STOP RUN
           END-IF.
           PERFORM 2500-PEDIR-NOVA-SERIE
               THRU 2500-PEDIR-NOVA-SERIE-EXIT.
           PERFORM 3000-APURAR-SALDOS THRU 3000-APURAR-SALDOS-EXIT.
           PERFORM 4000-ARQUIVAR-HISTORICO
               THRU 4000-ARQUIVAR-HISTORICO-EXIT.
           PERFORM 5000-ARQUIVAR-RECIBOS
               THRU 5000-ARQUIVAR-RECIBOS-EXIT.
           PERFORM 6000-ARQUIVAR-CAUCOES
               THRU 6000-ARQUIVAR-CAUCOES-EXIT.
           PERFORM 7000-LIMPAR-ERROS THRU 7000-LIMPAR-ERROS-EXIT.
           PERFORM 8000-ABRIR-SERIE-NOVA
               THRU 8000-ABRIR-SERIE-NOVA-EXIT.
           PERFORM 8500-IMPRIMIR-RESUMO
               THRU 8500-IMPRIMIR-RESUMO-EXIT.
           PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      *    ASKS FOR THE OPERATION AND LOADS THE SERIES IN USE.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'FECHO DO ANO (F) OU REGISTO DA SERIE EM USO (S)?'.
           ACCEPT WS-OPCAO.
           IF WS-OPCAO = 'f'
               MOVE 'F' TO WS-OPCAO
           END-IF.
           IF WS-OPCAO = 's'
               MOVE 'S' TO WS-OPCAO
           END-IF.
           IF WS-OPCAO NOT = 'F' AND WS-OPCAO NOT = 'S'
               DISPLAY 'Opcao invalida.'
               STOP RUN
           END-IF.
           OPEN INPUT SERIES.
           IF WS-SER-STATUS NOT = '00'
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
       1100-LER-SERIE.
           READ SERIES
               AT END
                   CLOSE SERIES
                   GO TO 1000-INICIALIZAR-EXIT
           END-READ.
           ADD 1 TO WS-NUM-SERIES.
           MOVE SER-ANO TO SERIE-ANO.
           MOVE SER-CODIGO-FATURA TO SERIE-CODIGO-FATURA.
           MOVE SER-CODIGO-NC TO SERIE-CODIGO-NC.
           MOVE SER-BASE-NUMERO TO SERIE-BASE-NUMERO.
           GO TO 1100-LER-SERIE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    1500-REGISTAR-SERIE
      *    WITH NO SERIES ON FILE, REGISTERS THE ONE IN USE: ITS YEAR
      *    AND CODES, WITH BASE ZERO - ITS NUMBERS ARE THE ONES
      *    FATURACTL.DAT HAS BEEN ISSUING.  WITH A SERIES ON FILE,
      *    PUTS RIGHT THE CODES OF THE LAST ONE (BLANK KEEPS A CODE).
      ******************************************************************
       1500-REGISTAR-SERIE.
           IF WS-NUM-SERIES > 0
               GO TO 1550-CORRIGIR-SERIE
           END-IF.
           DISPLAY 'ANO DA SERIE EM USO (AAAA, 0=ANO CORRENTE):'.
           ACCEPT SERIE-ANO.
           IF SERIE-ANO = 0
               MOVE WS-DATA-HOJE (1:4) TO SERIE-ANO
           END-IF.
           DISPLAY 'CODIGO DE VALIDACAO DA SERIE DE FATURAS:'.
           ACCEPT NOVO-CODIGO-FATURA.
           DISPLAY 'CODIGO DE VALIDACAO DA SERIE DE NOTAS DE CREDITO:'.
           ACCEPT NOVO-CODIGO-NC.
           PERFORM 1600-VALIDAR-CODIGOS THRU 1600-VALIDAR-CODIGOS-EXIT.
           IF NOT CODIGOS-VALIDOS
               GO TO 1500-REGISTAR-SERIE-EXIT
           END-IF.
           OPEN OUTPUT SERIES.
           MOVE SERIE-ANO TO SER-ANO.
           MOVE NOVO-CODIGO-FATURA TO SER-CODIGO-FATURA.
           MOVE NOVO-CODIGO-NC TO SER-CODIGO-NC.
           MOVE 0 TO SER-BASE-NUMERO.
           MOVE WS-DATA-HOJE TO SER-DATA-ABERTURA.
           WRITE REG-SERIE.
           CLOSE SERIES.
           DISPLAY 'Serie ' SERIE-ANO ' registada: faturas '
               NOVO-CODIGO-FATURA ', notas de credito '
               NOVO-CODIGO-NC '.'.
           GO TO 1500-REGISTAR-SERIE-EXIT.
       1550-CORRIGIR-SERIE.
           DISPLAY 'Serie em uso ' SERIE-ANO ': faturas '
               SERIE-CODIGO-FATURA ', notas de credito '
               SERIE-CODIGO-NC '.'.
           DISPLAY 'CODIGO DA SERIE DE FATURAS (EM BRANCO=MANTER):'.
           ACCEPT NOVO-CODIGO-FATURA.
           IF NOVO-CODIGO-FATURA = SPACES
               MOVE SERIE-CODIGO-FATURA TO NOVO-CODIGO-FATURA
           END-IF.
           DISPLAY 'CODIGO DA SERIE DE NOTAS DE CREDITO (EM BRANCO='
               'MANTER):'.
           ACCEPT NOVO-CODIGO-NC.
           IF NOVO-CODIGO-NC = SPACES
               MOVE SERIE-CODIGO-NC TO NOVO-CODIGO-NC
           END-IF.
           PERFORM 1600-VALIDAR-CODIGOS THRU 1600-VALIDAR-CODIGOS-EXIT.
           IF NOT CODIGOS-VALIDOS
               GO TO 1500-REGISTAR-SERIE-EXIT
           END-IF.
           OPEN I-O SERIES.
           MOVE 0 TO WS-IX-SER.
       1560-LER-ATE-ULTIMA.
           READ SERIES
               AT END
                   CLOSE SERIES
                   GO TO 1500-REGISTAR-SERIE-EXIT
           END-READ.
           ADD 1 TO WS-IX-SER.
           IF WS-IX-SER < WS-NUM-SERIES
               GO TO 1560-LER-ATE-ULTIMA
           END-IF.
           MOVE NOVO-CODIGO-FATURA TO SER-CODIGO-FATURA.
           MOVE NOVO-CODIGO-NC TO SER-CODIGO-NC.
           REWRITE REG-SERIE.
           CLOSE SERIES.
           DISPLAY 'Serie ' SERIE-ANO ' corrigida: faturas '
               NOVO-CODIGO-FATURA ', notas de credito '
               NOVO-CODIGO-NC '.'.
       1500-REGISTAR-SERIE-EXIT.
           EXIT.

      ******************************************************************
      *    1600-VALIDAR-CODIGOS
      *    BOTH CODES MUST BE GIVEN AND MUST DIFFER - THE INVOICE AND
      *    THE CREDIT-NOTE SERIES ARE TWO SEPARATE SERIES FOR THE AT.
      ******************************************************************
       1600-VALIDAR-CODIGOS.
           MOVE 'N' TO WS-CODIGOS-VALIDOS.
           IF NOVO-CODIGO-FATURA = SPACES OR NOVO-CODIGO-NC = SPACES
               DISPLAY 'Os dois codigos de validacao sao obrigatorios.'
               GO TO 1600-VALIDAR-CODIGOS-EXIT
           END-IF.
           IF NOVO-CODIGO-FATURA = NOVO-CODIGO-NC
               DISPLAY 'As faturas e as notas de credito tem de ter'
                   ' codigos diferentes.'
               GO TO 1600-VALIDAR-CODIGOS-EXIT
           END-IF.
           MOVE 'S' TO WS-CODIGOS-VALIDOS.
       1600-VALIDAR-CODIGOS-EXIT.
           EXIT.

      ******************************************************************
      *    2000-VALIDAR-ANO
      *    ASKS FOR THE YEAR TO CLOSE (ZERO IS LAST YEAR).  IT MUST BE
      *    THE YEAR OF THE SERIES IN USE - A LOWER YEAR WAS CLOSED
      *    ALREADY - AND IT MUST BE OVER.  OPENS THE REPORT.
      ******************************************************************
       2000-VALIDAR-ANO.
           IF WS-NUM-SERIES = 0
               DISPLAY 'Series nao registadas em SERIES.DAT - registe'
                   ' primeiro a serie em uso (opcao S).'
               STOP RUN
           END-IF.
           DISPLAY 'ANO A FECHAR (AAAA, 0=ANO ANTERIOR):'.
           ACCEPT ANO-FECHO.
           IF ANO-FECHO = 0
               MOVE WS-DATA-HOJE (1:4) TO ANO-FECHO
               SUBTRACT 1 FROM ANO-FECHO
           END-IF.
           IF ANO-FECHO < SERIE-ANO
               DISPLAY 'O ano ' ANO-FECHO ' ja foi fechado.'
               STOP RUN
           END-IF.
           IF ANO-FECHO > SERIE-ANO
               DISPLAY 'A serie em uso e a de ' SERIE-ANO
                   ' - feche esse ano primeiro.'
               STOP RUN
           END-IF.
           IF ANO-FECHO NOT < WS-DATA-HOJE (1:4)
               DISPLAY 'O ano ' ANO-FECHO ' ainda nao terminou.'
               STOP RUN
           END-IF.
           COMPUTE ANO-NOVO = ANO-FECHO + 1.
           MOVE ANO-FECHO TO INICIO-ANO.
           MOVE ANO-FECHO TO FIM-ANO.
           COMPUTE DIA-INICIO-ANO =
               FUNCTION INTEGER-OF-DATE (DATA-INICIO-ANO-NUM).
           COMPUTE DIAS-DO-ANO =
               FUNCTION INTEGER-OF-DATE (DATA-FIM-ANO-NUM)
               - DIA-INICIO-ANO + 1.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'FECHO DO ANO ' ANO-FECHO
                  ' - ALUGUER DE CARROS - EXECUCAO DE ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       2000-VALIDAR-ANO-EXIT.
           EXIT.

      ******************************************************************
      *    2100-VERIFICAR-FECHOS
      *    EVERY DATE OF THE YEAR MUST BE ON FECHOCTL.DAT - UNTIL THEN
      *    ITS DOCUMENTS ARE NOT ALL ON THE ARCHIVE.  IN THE FIRST
      *    YEAR OF THE SYSTEM THE CHECK STARTS AT THE FIRST DATE EVER
      *    CLOSED.  EVERY DATE MISSING IS LISTED.
      ******************************************************************
       2100-VERIFICAR-FECHOS.
           OPEN INPUT FECHOCTL.
           IF WS-FCH-STATUS NOT = '00'
               GO TO 2150-APURAR-FECHOS
           END-IF.
       2110-LER-FECHO.
           READ FECHOCTL
               AT END
                   CLOSE FECHOCTL
                   GO TO 2150-APURAR-FECHOS
           END-READ.
           IF FCH-DATA-FECHADA < MENOR-DATA-FECHADA
               MOVE FCH-DATA-FECHADA TO MENOR-DATA-FECHADA
           END-IF.
           IF FCH-DATA-FECHADA < DATA-INICIO-ANO-NUM
               OR FCH-DATA-FECHADA > DATA-FIM-ANO-NUM
               GO TO 2110-LER-FECHO
           END-IF.
           COMPUTE WS-IX-DIA =
               FUNCTION INTEGER-OF-DATE (FCH-DATA-FECHADA)
               - DIA-INICIO-ANO + 1.
           MOVE 'S' TO DIA-FECHADO (WS-IX-DIA).
           GO TO 2110-LER-FECHO.
       2150-APURAR-FECHOS.
           MOVE 1 TO PRIMEIRO-DIA.
           IF MENOR-DATA-FECHADA > DATA-INICIO-ANO-NUM
               AND MENOR-DATA-FECHADA NOT > DATA-FIM-ANO-NUM
               COMPUTE PRIMEIRO-DIA =
                   FUNCTION INTEGER-OF-DATE (MENOR-DATA-FECHADA)
                   - DIA-INICIO-ANO + 1
           END-IF.
           PERFORM 2160-VERIFICAR-DIA-FECHADO
               THRU 2160-VERIFICAR-DIA-FECHADO-EXIT
               VARYING WS-IX-DIA FROM PRIMEIRO-DIA BY 1
               UNTIL WS-IX-DIA > DIAS-DO-ANO.
       2100-VERIFICAR-FECHOS-EXIT.
           EXIT.

       2160-VERIFICAR-DIA-FECHADO.
           IF DIA-FECHADO (WS-IX-DIA) = 'S'
               GO TO 2160-VERIFICAR-DIA-FECHADO-EXIT
           END-IF.
           ADD 1 TO QTD-DIAS-EM-FALTA.
           COMPUTE WS-DATA-INTEGER = DIA-INICIO-ANO + WS-IX-DIA - 1.
           COMPUTE DATA-EM-FALTA =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'DIA NAO FECHADO (FECHO DIARIO 0807_R01): '
                  DATA-EM-FALTA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       2160-VERIFICAR-DIA-FECHADO-EXIT.
           EXIT.

      ******************************************************************
      *    2200-VERIFICAR-DIARIOS
      *    ONCE THE GENERAL-LEDGER EXPORT IS IN USE (DIARIOCTL.DAT HAS
      *    DATES), EVERY DATE OF THE YEAR FROM ITS FIRST JOURNAL MUST
      *    HAVE BEEN EXPORTED TOO - AFTER THE ROLL THE JOURNAL COULD
      *    NO LONGER FIND THE DAY'S DOCUMENTS.
      ******************************************************************
       2200-VERIFICAR-DIARIOS.
           OPEN INPUT DIARIOCTL.
           IF WS-DCT-STATUS NOT = '00'
               GO TO 2200-VERIFICAR-DIARIOS-EXIT
           END-IF.
       2210-LER-DIARIO.
           READ DIARIOCTL
               AT END
                   CLOSE DIARIOCTL
                   GO TO 2250-APURAR-DIARIOS
           END-READ.
           IF DCT-DATA-FECHADA < MENOR-DATA-DIARIO
               MOVE DCT-DATA-FECHADA TO MENOR-DATA-DIARIO
           END-IF.
           IF DCT-DATA-FECHADA < DATA-INICIO-ANO-NUM
               OR DCT-DATA-FECHADA > DATA-FIM-ANO-NUM
               GO TO 2210-LER-DIARIO
           END-IF.
           COMPUTE WS-IX-DIA =
               FUNCTION INTEGER-OF-DATE (DCT-DATA-FECHADA)
               - DIA-INICIO-ANO + 1.
           MOVE 'S' TO DIA-EXPORTADO (WS-IX-DIA).
           GO TO 2210-LER-DIARIO.
       2250-APURAR-DIARIOS.
           IF MENOR-DATA-DIARIO > DATA-FIM-ANO-NUM
               GO TO 2200-VERIFICAR-DIARIOS-EXIT
           END-IF.
           MOVE 1 TO PRIMEIRO-DIA.
           IF MENOR-DATA-DIARIO > DATA-INICIO-ANO-NUM
               COMPUTE PRIMEIRO-DIA =
                   FUNCTION INTEGER-OF-DATE (MENOR-DATA-DIARIO)
                   - DIA-INICIO-ANO + 1
           END-IF.
           PERFORM 2260-VERIFICAR-DIA-EXPORTADO
               THRU 2260-VERIFICAR-DIA-EXPORTADO-EXIT
               VARYING WS-IX-DIA FROM PRIMEIRO-DIA BY 1
               UNTIL WS-IX-DIA > DIAS-DO-ANO.
       2200-VERIFICAR-DIARIOS-EXIT.
           EXIT.

       2260-VERIFICAR-DIA-EXPORTADO.
           IF DIA-EXPORTADO (WS-IX-DIA) = 'S'
               GO TO 2260-VERIFICAR-DIA-EXPORTADO-EXIT
           END-IF.
           ADD 1 TO QTD-DIAS-EM-FALTA.
           COMPUTE WS-DATA-INTEGER = DIA-INICIO-ANO + WS-IX-DIA - 1.
           COMPUTE DATA-EM-FALTA =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'DIARIO NAO EXPORTADO (0807_B05): '
                  DATA-EM-FALTA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       2260-VERIFICAR-DIA-EXPORTADO-EXIT.
           EXIT.

      ******************************************************************
      *    2500-PEDIR-NOVA-SERIE
      *    ASKS FOR THE VALIDATION CODES THE AT GAVE THE NEW YEAR'S
      *    SERIES.  THEY MUST DIFFER FROM THE CODES IN USE.  THE NEW
      *    NUMBERING STARTS AT THE LAST TWO DIGITS OF THE YEAR TIMES
      *    1.000.000, WHICH MUST BE PAST EVERY NUMBER ALREADY ISSUED.
      *    ALSO TAKES THE LAST DATE RECONCILED FROM CONCCTL.DAT.
      *    NOTHING IS CHANGED UNTIL ALL OF THIS IS ACCEPTED.
      ******************************************************************
       2500-PEDIR-NOVA-SERIE.
           DISPLAY 'CODIGO DE VALIDACAO DA SERIE DE FATURAS DE '
               ANO-NOVO ':'.
           ACCEPT NOVO-CODIGO-FATURA.
           DISPLAY 'CODIGO DE VALIDACAO DA SERIE DE NOTAS DE CREDITO'
               ' DE ' ANO-NOVO ':'.
           ACCEPT NOVO-CODIGO-NC.
           PERFORM 1600-VALIDAR-CODIGOS THRU 1600-VALIDAR-CODIGOS-EXIT.
           IF NOT CODIGOS-VALIDOS
               CLOSE RELATORIO
               STOP RUN
           END-IF.
           IF NOVO-CODIGO-FATURA = SERIE-CODIGO-FATURA
               OR NOVO-CODIGO-FATURA = SERIE-CODIGO-NC
               OR NOVO-CODIGO-NC = SERIE-CODIGO-FATURA
               OR NOVO-CODIGO-NC = SERIE-CODIGO-NC
               DISPLAY 'Os codigos da serie nova tem de ser diferentes'
                   ' dos da serie de ' SERIE-ANO '.'
               CLOSE RELATORIO
               STOP RUN
           END-IF.
           DIVIDE ANO-NOVO BY 100 GIVING ANO-QUOCIENTE
               REMAINDER ANO-DOIS-DIGITOS.
           COMPUTE NOVA-BASE-NUMERO = ANO-DOIS-DIGITOS * 1000000.
           OPEN INPUT FATURACTL.
           IF WS-FCT-STATUS = '00'
               READ FATURACTL
                   AT END
                       MOVE 0 TO FCT-PROX-NUMERO
                       MOVE 0 TO FCT-PROX-NOTA-CREDITO
               END-READ
               CLOSE FATURACTL
               IF FCT-PROX-NUMERO > NOVA-BASE-NUMERO + 1
                   OR FCT-PROX-NOTA-CREDITO > NOVA-BASE-NUMERO + 1
                   DISPLAY 'A numeracao em FATURACTL.DAT ja passa a'
                       ' base da serie nova - fecho recusado.'
                   CLOSE RELATORIO
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT CONCCTL.
           IF WS-RCT-STATUS = '00'
               READ CONCCTL
                   NOT AT END
                       MOVE RCT-ULTIMA-DATA TO CONCILIADO-ATE
               END-READ
               CLOSE CONCCTL
           END-IF.
       2500-PEDIR-NOVA-SERIE-EXIT.
           EXIT.

      ******************************************************************
      *    3000-APURAR-SALDOS
      *    BUILDS SALDOANO.DAT, ONE ROW PER INVOICE WITH ITS TOTAL,
      *    WHAT WAS CREDITED AND WHAT WAS PAID, FROM EVERY DOCUMENT
      *    ON THE ARCHIVE AND THE CURRENT FILE AND EVERY RECEIPT -
      *    ALSO THOSE OF THE NEW YEAR, SO AN INVOICE PAID OR CREDITED
      *    IN JANUARY IS ALREADY SETTLED.
      ******************************************************************
       3000-APURAR-SALDOS.
           OPEN OUTPUT SALDOANO.
           CLOSE SALDOANO.
           OPEN I-O SALDOANO.
           OPEN INPUT ALUGHIST.
           IF WS-HIS-STATUS NOT = '00'
               GO TO 3150-LER-CORRENTE
           END-IF.
       3100-LER-HISTORICO.
           READ ALUGHIST
               AT END
                   CLOSE ALUGHIST
                   GO TO 3150-LER-CORRENTE
           END-READ.
           MOVE REG-ALUGHIST TO REG-ALUGUER-TRAB.
           PERFORM 3500-SOMAR-DOCUMENTO THRU 3500-SOMAR-DOCUMENTO-EXIT.
           GO TO 3100-LER-HISTORICO.
       3150-LER-CORRENTE.
           OPEN INPUT ALUGUERES.
           IF WS-ALU-STATUS NOT = '00'
               GO TO 3250-LER-RECIBOS
           END-IF.
       3200-LER-CORRENTE.
           READ ALUGUERES
               AT END
                   CLOSE ALUGUERES
                   GO TO 3250-LER-RECIBOS
           END-READ.
           IF ALU-DATA NOT > DATA-FIM-ANO-NUM
               ADD 1 TO QTD-FORA-DE-FECHO
           END-IF.
           MOVE REG-ALUGUER TO REG-ALUGUER-TRAB.
           PERFORM 3500-SOMAR-DOCUMENTO THRU 3500-SOMAR-DOCUMENTO-EXIT.
           GO TO 3200-LER-CORRENTE.
       3250-LER-RECIBOS.
           OPEN INPUT RECIBOS.
           IF WS-REC-STATUS NOT = '00'
               GO TO 3000-APURAR-SALDOS-EXIT
           END-IF.
       3300-LER-RECIBO.
           READ RECIBOS
               AT END
                   CLOSE RECIBOS
                   GO TO 3000-APURAR-SALDOS-EXIT
           END-READ.
           MOVE REC-FATURA-NUMERO TO SLD-FATURA.
           PERFORM 3800-LER-SALDO THRU 3800-LER-SALDO-EXIT.
           ADD REC-VALOR TO SLD-PAGO.
           PERFORM 3900-GRAVAR-SALDO THRU 3900-GRAVAR-SALDO-EXIT.
           GO TO 3300-LER-RECIBO.
       3000-APURAR-SALDOS-EXIT.
           EXIT.

      ******************************************************************
      *    3500-SOMAR-DOCUMENTO
      *    AN INVOICE (ANY TYPE BUT THE MONTHLY RENTAL, WHICH HAS NO
      *    NUMBER OF ITS OWN) ADDS ITS TOTAL TO ITS OWN ROW; A CREDIT
      *    NOTE ADDS TO THE ROW OF THE INVOICE IT CREDITS.
      ******************************************************************
       3500-SOMAR-DOCUMENTO.
           IF TRB-FATURA-NUMERO NOT NUMERIC
               OR TRB-FATURA-NUMERO = 0
               OR TRB-DOC-ALUGUER-MENSAL
               GO TO 3500-SOMAR-DOCUMENTO-EXIT
           END-IF.
           IF TRB-DOC-NOTA-CREDITO
               MOVE TRB-DOC-ORIGEM TO SLD-FATURA
               PERFORM 3800-LER-SALDO THRU 3800-LER-SALDO-EXIT
               ADD TRB-TOTAL-FINAL TO SLD-CREDITADO
           ELSE
               MOVE TRB-FATURA-NUMERO TO SLD-FATURA
               PERFORM 3800-LER-SALDO THRU 3800-LER-SALDO-EXIT
               ADD TRB-TOTAL-FINAL TO SLD-TOTAL
           END-IF.
           PERFORM 3900-GRAVAR-SALDO THRU 3900-GRAVAR-SALDO-EXIT.
       3500-SOMAR-DOCUMENTO-EXIT.
           EXIT.

      ******************************************************************
      *    3800-LER-SALDO / 3900-GRAVAR-SALDO
      *    READS THE ROW OF THE INVOICE IN SLD-FATURA, STARTING A
      *    ZEROED ONE WHEN IT IS NOT THERE YET, AND WRITES IT BACK.
      ******************************************************************
       3800-LER-SALDO.
           MOVE 'N' TO WS-SALDO-NOVO.
           READ SALDOANO KEY IS SLD-FATURA
               INVALID KEY
                   MOVE 'S' TO WS-SALDO-NOVO
                   MOVE 0 TO SLD-TOTAL
                   MOVE 0 TO SLD-CREDITADO
                   MOVE 0 TO SLD-PAGO
           END-READ.
       3800-LER-SALDO-EXIT.
           EXIT.

       3900-GRAVAR-SALDO.
           IF SALDO-E-NOVO
               WRITE REG-SALDO
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE REG-SALDO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
       3900-GRAVAR-SALDO-EXIT.
           EXIT.

      ******************************************************************
      *    4000-ARQUIVAR-HISTORICO
      *    SPLITS ALUGHIST.DAT: WHAT THE CLOSED YEAR NO LONGER NEEDS
      *    IS APPENDED TO ALUGANO.DAT, EVERYTHING ELSE GOES TO THE
      *    WORK FILE THAT BECOMES THE NEW ALUGHIST.DAT.  EACH INVOICE
      *    ARCHIVED IS MADE SURE OF ON FATIDX.
      ******************************************************************
       4000-ARQUIVAR-HISTORICO.
           OPEN INPUT ALUGHIST.
           IF WS-HIS-STATUS NOT = '00'
               GO TO 4000-ARQUIVAR-HISTORICO-EXIT
           END-IF.
           OPEN OUTPUT ALUGTEMP.
           OPEN EXTEND ALUGANO.
           IF WS-ARQ-STATUS = '05' OR WS-ARQ-STATUS = '35'
               OPEN OUTPUT ALUGANO
               CLOSE ALUGANO
               OPEN EXTEND ALUGANO
           END-IF.
           OPEN I-O FATIDX.
           IF WS-FID-STATUS = '35'
               OPEN OUTPUT FATIDX
               CLOSE FATIDX
               OPEN I-O FATIDX
           END-IF.
       4010-LER-HISTORICO.
           READ ALUGHIST
               AT END
                   GO TO 4050-REPOR-HISTORICO
           END-READ.
           PERFORM 4100-DECIDIR-DOCUMENTO
               THRU 4100-DECIDIR-DOCUMENTO-EXIT.
           IF DEVE-ARQUIVAR
               ADD 1 TO QTD-HIS-ARQUIVADOS
               WRITE REG-ALUGANO FROM REG-ALUGHIST
               PERFORM 4200-INDEXAR-FATURA
                   THRU 4200-INDEXAR-FATURA-EXIT
           ELSE
               ADD 1 TO QTD-HIS-MANTIDOS
               WRITE REG-ALUGTEMP FROM REG-ALUGHIST
           END-IF.
           GO TO 4010-LER-HISTORICO.
       4050-REPOR-HISTORICO.
           CLOSE ALUGHIST.
           CLOSE ALUGTEMP.
           CLOSE ALUGANO.
           CLOSE FATIDX.
           OPEN INPUT ALUGTEMP.
           OPEN OUTPUT ALUGHIST.
       4060-COPIAR-HISTORICO.
           READ ALUGTEMP
               AT END
                   CLOSE ALUGTEMP
                   CLOSE ALUGHIST
                   GO TO 4000-ARQUIVAR-HISTORICO-EXIT
           END-READ.
           WRITE REG-ALUGHIST FROM REG-ALUGTEMP.
           GO TO 4060-COPIAR-HISTORICO.
       4000-ARQUIVAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      *    4100-DECIDIR-DOCUMENTO
      *    A DOCUMENT OF THE NEW YEAR STAYS.  OF THE CLOSED YEAR:
      *      - AN INVOICE STAYS WHILE IT IS OPEN (TOTAL ABOVE WHAT WAS
      *        CREDITED AND PAID), AND SO DOES A CREDIT NOTE ON IT;
      *      - A MONTHLY RENTAL STAYS UNTIL IT IS BILLED, AND THEN
      *        WHILE THE CONSOLIDATED INVOICE THAT BILLED IT IS OPEN;
      *      - A RENTAL NEVER INVOICED (BATCH) IS ARCHIVED.
      *    THE OPEN INVOICES KEPT ARE COUNTED WITH THEIR BALANCE.
      ******************************************************************
       4100-DECIDIR-DOCUMENTO.
           MOVE 'N' TO WS-ARQUIVAR.
           IF HIS-DATA > DATA-FIM-ANO-NUM
               GO TO 4100-DECIDIR-DOCUMENTO-EXIT
           END-IF.
           IF HIS-DOC-ALUGUER-MENSAL
               IF HIS-DOC-ORIGEM = 0
                   GO TO 4100-DECIDIR-DOCUMENTO-EXIT
               END-IF
               MOVE HIS-DOC-ORIGEM TO SLD-FATURA
               GO TO 4150-VER-SALDO
           END-IF.
           IF HIS-DOC-NOTA-CREDITO
               MOVE HIS-DOC-ORIGEM TO SLD-FATURA
               GO TO 4150-VER-SALDO
           END-IF.
           IF HIS-FATURA-NUMERO NOT NUMERIC
               OR HIS-FATURA-NUMERO = 0
               MOVE 'S' TO WS-ARQUIVAR
               GO TO 4100-DECIDIR-DOCUMENTO-EXIT
           END-IF.
           MOVE HIS-FATURA-NUMERO TO SLD-FATURA.
       4150-VER-SALDO.
           PERFORM 4170-FATURA-EM-ABERTO
               THRU 4170-FATURA-EM-ABERTO-EXIT.
           IF NOT FATURA-ESTA-ABERTA
               MOVE 'S' TO WS-ARQUIVAR
               GO TO 4100-DECIDIR-DOCUMENTO-EXIT
           END-IF.
           IF NOT HIS-DOC-NOTA-CREDITO
               AND NOT HIS-DOC-ALUGUER-MENSAL
               ADD 1 TO QTD-FATURAS-ABERTAS
               ADD SALDO-FATURA TO SALDO-TRANSPORTADO
           END-IF.
       4100-DECIDIR-DOCUMENTO-EXIT.
           EXIT.

      ******************************************************************
      *    4170-FATURA-EM-ABERTO
      *    SETS FATURA-ESTA-ABERTA WHEN THE INVOICE IN SLD-FATURA
      *    STILL HAS AN OPEN BALANCE.  AN INVOICE NOT ON SALDOANO
      *    (ALREADY ARCHIVED IN AN EARLIER YEAR) HAS NOTHING OPEN.
      ******************************************************************
       4170-FATURA-EM-ABERTO.
           MOVE 'N' TO WS-FATURA-ABERTA.
           MOVE 0 TO SALDO-FATURA.
           READ SALDOANO KEY IS SLD-FATURA
               INVALID KEY
                   MOVE 0 TO SLD-TOTAL
                   MOVE 0 TO SLD-CREDITADO
                   MOVE 0 TO SLD-PAGO
                   GO TO 4170-FATURA-EM-ABERTO-EXIT
           END-READ.
           COMPUTE SALDO-FATURA =
               SLD-TOTAL - SLD-CREDITADO - SLD-PAGO.
           IF SALDO-FATURA > 0
               MOVE 'S' TO WS-FATURA-ABERTA
           END-IF.
       4170-FATURA-EM-ABERTO-EXIT.
           EXIT.

      ******************************************************************
      *    4200-INDEXAR-FATURA
      *    AN INVOICE LEAVING ALUGHIST.DAT MUST STAY FINDABLE BY THE
      *    COUNTER: WHEN IT IS NOT ON FATIDX YET (ISSUED BEFORE THE
      *    INDEX EXISTED) IT IS ADDED WITH WHAT WAS CREDITED ON IT.
      ******************************************************************
       4200-INDEXAR-FATURA.
           IF HIS-DOC-NOTA-CREDITO OR HIS-DOC-ALUGUER-MENSAL
               OR HIS-FATURA-NUMERO NOT NUMERIC
               OR HIS-FATURA-NUMERO = 0
               GO TO 4200-INDEXAR-FATURA-EXIT
           END-IF.
           MOVE HIS-FATURA-NUMERO TO FID-NUMERO.
           READ FATIDX KEY IS FID-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 4200-INDEXAR-FATURA-EXIT
           END-READ.
           MOVE HIS-FATURA-NUMERO TO FID-NUMERO.
           MOVE HIS-DATA TO FID-DATA.
           MOVE HIS-CLIENTE TO FID-CLIENTE.
           MOVE HIS-TIPO-CARRO TO FID-TIPO-CARRO.
           MOVE HIS-MATRICULA TO FID-MATRICULA.
           MOVE HIS-IVA TO FID-IVA.
           MOVE HIS-TOTAL-FINAL TO FID-TOTAL-FINAL.
           MOVE SLD-CREDITADO TO FID-TOTAL-CREDITADO.
           MOVE HIS-BALCAO TO FID-BALCAO.
           WRITE REG-FAT-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO QTD-INDEXADAS
           END-WRITE.
       4200-INDEXAR-FATURA-EXIT.
           EXIT.

      ******************************************************************
      *    5000-ARQUIVAR-RECIBOS
      *    A RECEIPT STAYS ON RECIBOS.DAT WHEN IT IS OF THE NEW YEAR,
      *    WHEN ITS INVOICE IS STILL OPEN (THE AGING AND THE CREDIT
      *    CHECK NET IT AGAINST THE INVOICE) OR WHEN IT IS A CARD OR
      *    TRANSFER RECEIPT THE RECONCILIATION HAS NOT TAKEN YET.
      *    THE REST GOES TO RECIBANO.DAT.
      ******************************************************************
       5000-ARQUIVAR-RECIBOS.
           OPEN INPUT RECIBOS.
           IF WS-REC-STATUS NOT = '00'
               GO TO 5000-ARQUIVAR-RECIBOS-EXIT
           END-IF.
           OPEN OUTPUT RECITEMP.
           OPEN EXTEND RECIBANO.
           IF WS-RAN-STATUS = '05' OR WS-RAN-STATUS = '35'
               OPEN OUTPUT RECIBANO
               CLOSE RECIBANO
               OPEN EXTEND RECIBANO
           END-IF.
       5010-LER-RECIBO.
           READ RECIBOS
               AT END
                   GO TO 5050-REPOR-RECIBOS
           END-READ.
           MOVE 'N' TO WS-ARQUIVAR.
           IF REC-DATA NOT > DATA-FIM-ANO-NUM
               MOVE 'S' TO WS-ARQUIVAR
               IF REC-DATA > CONCILIADO-ATE
                   AND NOT REC-NUMERARIO
                   AND NOT REC-ORIGEM-CAUCAO
                   MOVE 'N' TO WS-ARQUIVAR
               END-IF
           END-IF.
           IF DEVE-ARQUIVAR
               MOVE REC-FATURA-NUMERO TO SLD-FATURA
               PERFORM 4170-FATURA-EM-ABERTO
                   THRU 4170-FATURA-EM-ABERTO-EXIT
               IF FATURA-ESTA-ABERTA
                   MOVE 'N' TO WS-ARQUIVAR
               END-IF
           END-IF.
           IF DEVE-ARQUIVAR
               ADD 1 TO QTD-REC-ARQUIVADOS
               WRITE REG-RECIBO-ANO FROM REG-RECIBO
           ELSE
               ADD 1 TO QTD-REC-MANTIDOS
               WRITE REG-RECIBO-TMP FROM REG-RECIBO
           END-IF.
           GO TO 5010-LER-RECIBO.
       5050-REPOR-RECIBOS.
           CLOSE RECIBOS.
           CLOSE RECITEMP.
           CLOSE RECIBANO.
           OPEN INPUT RECITEMP.
           OPEN OUTPUT RECIBOS.
       5060-COPIAR-RECIBO.
           READ RECITEMP
               AT END
                   CLOSE RECITEMP
                   CLOSE RECIBOS
                   GO TO 5000-ARQUIVAR-RECIBOS-EXIT
           END-READ.
           WRITE REG-RECIBO FROM REG-RECIBO-TMP.
           GO TO 5060-COPIAR-RECIBO.
       5000-ARQUIVAR-RECIBOS-EXIT.
           EXIT.

      ******************************************************************
      *    6000-ARQUIVAR-CAUCOES
      *    A DEPOSIT MOVEMENT STAYS ON CAUCOES.DAT WHEN IT IS OF THE
      *    NEW YEAR, WHEN THE DEPOSIT IS STILL HELD ON A CAR THAT IS
      *    OUT (OPEN CONTRACT OF THE SAME PLATE AND CUSTOMER, PICKED
      *    UP NO LATER THAN THE MOVEMENT) OR WHEN IT IS A CARD
      *    MOVEMENT THE RECONCILIATION HAS NOT TAKEN YET.  THE REST
      *    IS SETTLED AND GOES TO CAUCANO.DAT.
      ******************************************************************
       6000-ARQUIVAR-CAUCOES.
           OPEN INPUT CAUCOES.
           IF WS-CAU-STATUS NOT = '00'
               GO TO 6000-ARQUIVAR-CAUCOES-EXIT
           END-IF.
           OPEN INPUT CONTRATOS.
           IF WS-CTR-STATUS = '35'
               OPEN OUTPUT CONTRATOS
               CLOSE CONTRATOS
               OPEN INPUT CONTRATOS
           END-IF.
           OPEN OUTPUT CAUCTEMP.
           OPEN EXTEND CAUCANO.
           IF WS-CAN-STATUS = '05' OR WS-CAN-STATUS = '35'
               OPEN OUTPUT CAUCANO
               CLOSE CAUCANO
               OPEN EXTEND CAUCANO
           END-IF.
       6010-LER-CAUCAO.
           READ CAUCOES
               AT END
                   GO TO 6050-REPOR-CAUCOES
           END-READ.
           MOVE 'N' TO WS-ARQUIVAR.
           IF CAU-DATA NOT > DATA-FIM-ANO-NUM
               MOVE 'S' TO WS-ARQUIVAR
               IF CAU-DATA > CONCILIADO-ATE AND CAU-MODO = 'C'
                   MOVE 'N' TO WS-ARQUIVAR
               END-IF
           END-IF.
           IF DEVE-ARQUIVAR
               MOVE CAU-MATRICULA TO CTR-MATRICULA
               READ CONTRATOS KEY IS CTR-MATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTR-CLIENTE = CAU-CLIENTE
                           AND CTR-DATA-LEVANTAMENTO NOT > CAU-DATA
                           MOVE 'N' TO WS-ARQUIVAR
                       END-IF
               END-READ
           END-IF.
           IF DEVE-ARQUIVAR
               ADD 1 TO QTD-CAU-ARQUIVADOS
               WRITE REG-CAUCAO-ANO FROM REG-CAUCAO-MOV
           ELSE
               ADD 1 TO QTD-CAU-MANTIDOS
               WRITE REG-CAUCAO-TMP FROM REG-CAUCAO-MOV
           END-IF.
           GO TO 6010-LER-CAUCAO.
       6050-REPOR-CAUCOES.
           CLOSE CAUCOES.
           CLOSE CONTRATOS.
           CLOSE CAUCTEMP.
           CLOSE CAUCANO.
           OPEN INPUT CAUCTEMP.
           OPEN OUTPUT CAUCOES.
       6060-COPIAR-CAUCAO.
           READ CAUCTEMP
               AT END
                   CLOSE CAUCTEMP
                   CLOSE CAUCOES
                   GO TO 6000-ARQUIVAR-CAUCOES-EXIT
           END-READ.
           WRITE REG-CAUCAO-MOV FROM REG-CAUCAO-TMP.
           GO TO 6060-COPIAR-CAUCAO.
       6000-ARQUIVAR-CAUCOES-EXIT.
           EXIT.

      ******************************************************************
      *    7000-LIMPAR-ERROS
      *    DROPS FROM LOGERROS.DAT THE RECORDS OF THE CLOSED YEAR THE
      *    ERROR REVIEW (0807_E01) HAS ALREADY HANDLED.  RECORDS
      *    STILL PENDING STAY, WHATEVER THEIR DATE.
      ******************************************************************
       7000-LIMPAR-ERROS.
           OPEN INPUT LOGERROS.
           IF WS-ERR-STATUS NOT = '00'
               GO TO 7000-LIMPAR-ERROS-EXIT
           END-IF.
           OPEN OUTPUT ERROTEMP.
       7010-LER-ERRO.
           READ LOGERROS
               AT END
                   GO TO 7050-REPOR-ERROS
           END-READ.
           IF ERR-JA-TRATADO AND ERR-DATA NOT > DATA-FIM-ANO-NUM
               ADD 1 TO QTD-ERR-ELIMINADOS
           ELSE
               ADD 1 TO QTD-ERR-MANTIDOS
               WRITE REG-ERRO-TMP FROM REG-ERRO
           END-IF.
           GO TO 7010-LER-ERRO.
       7050-REPOR-ERROS.
           CLOSE LOGERROS.
           CLOSE ERROTEMP.
           OPEN INPUT ERROTEMP.
           OPEN OUTPUT LOGERROS.
       7060-COPIAR-ERRO.
           READ ERROTEMP
               AT END
                   CLOSE ERROTEMP
                   CLOSE LOGERROS
                   GO TO 7000-LIMPAR-ERROS-EXIT
           END-READ.
           WRITE REG-ERRO FROM REG-ERRO-TMP.
           GO TO 7060-COPIAR-ERRO.
       7000-LIMPAR-ERROS-EXIT.
           EXIT.

      ******************************************************************
      *    8000-ABRIR-SERIE-NOVA
      *    RESTARTS BOTH NUMBERS ON FATURACTL.DAT AT THE NEW BASE AND
      *    APPENDS THE NEW YEAR'S SERIES TO SERIES.DAT - FROM HERE ON
      *    THE COUNTER AND THE BILLING RUNS ISSUE ON IT, AND A SECOND
      *    CLOSE OF THE SAME YEAR IS REFUSED.
      ******************************************************************
       8000-ABRIR-SERIE-NOVA.
           OPEN I-O FATURACTL.
           IF WS-FCT-STATUS = '05' OR WS-FCT-STATUS = '35'
               OPEN OUTPUT FATURACTL
               COMPUTE FCT-PROX-NUMERO = NOVA-BASE-NUMERO + 1
               COMPUTE FCT-PROX-NOTA-CREDITO = NOVA-BASE-NUMERO + 1
               WRITE REG-FATURA-CTL
               CLOSE FATURACTL
               GO TO 8050-GRAVAR-SERIE
           END-IF.
           READ FATURACTL
               AT END
                   COMPUTE FCT-PROX-NUMERO = NOVA-BASE-NUMERO + 1
                   COMPUTE FCT-PROX-NOTA-CREDITO =
                       NOVA-BASE-NUMERO + 1
                   CLOSE FATURACTL
                   OPEN OUTPUT FATURACTL
                   WRITE REG-FATURA-CTL
                   CLOSE FATURACTL
                   GO TO 8050-GRAVAR-SERIE
           END-READ.
           COMPUTE FCT-PROX-NUMERO = NOVA-BASE-NUMERO + 1.
           COMPUTE FCT-PROX-NOTA-CREDITO = NOVA-BASE-NUMERO + 1.
           REWRITE REG-FATURA-CTL.
           CLOSE FATURACTL.
       8050-GRAVAR-SERIE.
           OPEN EXTEND SERIES.
           IF WS-SER-STATUS = '05' OR WS-SER-STATUS = '35'
               OPEN OUTPUT SERIES
               CLOSE SERIES
               OPEN EXTEND SERIES
           END-IF.
           MOVE ANO-NOVO TO SER-ANO.
           MOVE NOVO-CODIGO-FATURA TO SER-CODIGO-FATURA.
           MOVE NOVO-CODIGO-NC TO SER-CODIGO-NC.
           MOVE NOVA-BASE-NUMERO TO SER-BASE-NUMERO.
           MOVE WS-DATA-HOJE TO SER-DATA-ABERTURA.
           WRITE REG-SERIE.
           CLOSE SERIES.
       8000-ABRIR-SERIE-NOVA-EXIT.
           EXIT.

      ******************************************************************
      *    8500-IMPRIMIR-RESUMO
      *    PRINTS WHAT EACH FILE KEPT AND WHAT WENT TO THE YEARLY
      *    ARCHIVE, THE OPEN INVOICES CARRIED FORWARD AND THE NEW
      *    SERIES, AND ECHOES IT TO THE CONSOLE.
      ******************************************************************
       8500-IMPRIMIR-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'TODOS OS DIAS DE ' ANO-FECHO
                  ' ESTAO FECHADOS - FECHO ACEITE.'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE QTD-HIS-MANTIDOS TO MASC-QTD.
           MOVE QTD-HIS-ARQUIVADOS TO MASC-QTD-2.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'ALUGHIST.DAT   MANTIDOS: ' MASC-QTD
                  '   ARQUIVADOS EM ALUGANO.DAT:  ' MASC-QTD-2
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-FATURAS-ABERTAS TO MASC-QTD.
           MOVE SALDO-TRANSPORTADO TO MASC-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '               FATURAS EM ABERTO TRANSPORTADAS: '
                  MASC-QTD '   SALDO: ' MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-REC-MANTIDOS TO MASC-QTD.
           MOVE QTD-REC-ARQUIVADOS TO MASC-QTD-2.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'RECIBOS.DAT    MANTIDOS: ' MASC-QTD
                  '   ARQUIVADOS EM RECIBANO.DAT: ' MASC-QTD-2
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-CAU-MANTIDOS TO MASC-QTD.
           MOVE QTD-CAU-ARQUIVADOS TO MASC-QTD-2.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'CAUCOES.DAT    MANTIDOS: ' MASC-QTD
                  '   ARQUIVADOS EM CAUCANO.DAT:  ' MASC-QTD-2
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-ERR-MANTIDOS TO MASC-QTD.
           MOVE QTD-ERR-ELIMINADOS TO MASC-QTD-2.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'LOGERROS.DAT   MANTIDOS: ' MASC-QTD
                  '   TRATADOS ELIMINADOS:        ' MASC-QTD-2
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-INDEXADAS TO MASC-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'FATIDX.DAT     FATURAS ARQUIVADAS ACRESCENTADAS: '
                  MASC-QTD
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           COMPUTE MASC-NUMERO = NOVA-BASE-NUMERO + 1.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'SERIE DE ' ANO-NOVO ' ABERTA - FATURAS '
                  NOVO-CODIGO-FATURA '  NOTAS DE CREDITO '
                  NOVO-CODIGO-NC '  NUMERACAO DESDE ' MASC-NUMERO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           IF QTD-FORA-DE-FECHO > 0
               MOVE QTD-FORA-DE-FECHO TO MASC-QTD
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'AVISO: ' MASC-QTD
                      ' MOVIMENTO(S) DE ' ANO-FECHO
                      ' AINDA EM ALUGUERES.DAT (FORA DO SEU FECHO)'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY LINHA-RELATORIO
           END-IF.
       8500-IMPRIMIR-RESUMO-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINAR
      ******************************************************************
       9000-TERMINAR.
           CLOSE SALDOANO.
           CLOSE RELATORIO.
       9000-TERMINAR-EXIT.
           EXIT.

       END PROGRAM 0807_B06.
