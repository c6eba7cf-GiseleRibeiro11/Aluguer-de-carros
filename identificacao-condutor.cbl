      ******************************************************************
      *    PROGRAM-ID: 0807_B02
      *    AUTHOR    : J. P. SILVA
      *    INSTALLATION: BALCAO CENTRAL - ALUGUER DE CARROS
      *    DATE-WRITTEN: 15/10/2026
      *    DATE-COMPILED:
      *    PURPOSE   : DRIVER IDENTIFICATION FOR TRAFFIC FINES AND
      *                MOTORWAY TOLLS.  READS THE NOTICES IMPORTED TO
      *                MULTAS.DAT (PLATE, DATE AND TIME ONLY) AND, FOR
      *                EACH ONE STILL PENDING, FINDS THE RENTAL THAT
      *                HAD THE CAR ON THAT DATE - THE OPEN CONTRACT ON
      *                CONTRATOS.DAT FOR A CAR STILL OUT, OR THE
      *                RETURNED RENTAL IN ALUGUERES.DAT/ALUGHIST.DAT
      *                (ALU-DATA IS THE RETURN, THE PERIOD RUNS BACK
      *                OVER THE AGREED AND LATE DAYS).  THE DRIVER IS
      *                TAKEN FROM CLIENTES AND:
      *                  - THE IDENTIFICATION LETTER FOR THE AUTHORITY
      *                    IS PRINTED TO CARTAS.LST;
      *                  - THE FINE OR TOLL PLUS THE ADMIN FEE IS
      *                    INVOICED TO THE CUSTOMER (FATURACTL SERIES,
      *                    ALUGUERES.DAT TYPE 'E', FATIDX, FATURAS.LST),
      *                    SO THE CHARGE SHOWS ON THE AGING AND THE
      *                    STATEMENT LIKE ANY OTHER INVOICE;
      *                  - THE NOTICE IS MARKED HANDLED WITH THE
      *                    CUSTOMER AND THE INVOICE.
      *                MULTAS.LST LISTS THE NOTICES CHARGED AND THOSE
      *                THAT COULD NOT BE MATCHED (CAR IN THE WORKSHOP,
      *                CAR BETWEEN RENTALS, PLATE NOT ON THE FLEET) -
      *                THESE STAY PENDING FOR THE NEXT RUN.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL PROGRAM.
      *    15/10/2026 JPS   A MONTHLY-BILLED RENTAL (TYPE 'M') HAS NO
      *                     INVOICE OF ITS OWN - THE CHARGE REFERS TO
      *                     THE CONSOLIDATED INVOICE THAT BILLED IT.
      *    15/10/2026 JPS   THE INVOICE SERIES CODE AND NUMBERING BASE
      *                     ARE READ FROM SERIES.DAT INSTEAD OF BEING
      *                     FIXED IN THE PROGRAM.  A NOTICE DATED
      *                     BEFORE THE CURRENT FISCAL YEAR IS ALSO
      *                     MATCHED AGAINST THE CLOSED YEARS' ARCHIVE
      *                     ALUGANO.DAT.
      *    15/10/2026 JPS   A CAR STILL IN THE WORKSHOP COUNTS AS IN
      *                     THE WORKSHOP WHATEVER ITS EXPECTED RELEASE
      *                     DATE (VIA-MANUT-DATA-FIM NOW HOLDS ONE).
      *    15/10/2026 JPS   THE FINE OR TOLL OF THE CHARGE IS KEPT ON
      *                     ALU-VALOR-TERCEIROS.  A MULTAS.DAT THAT
      *                     CANNOT BE OPENED FOR UPDATE STOPS THE
      *                     CHARGING BEFORE ANY INVOICE IS ISSUED.
      *    15/10/2026 JPS   THE CHARGE INVOICE IS DATED THE FIRST DAY
      *                     NOT YET CLOSED ON FECHOCTL.DAT, NOT SIMPLY
      *                     TODAY - A RUN AFTER THE DAILY CLOSING LEFT
      *                     THE DOCUMENT OUT OF THE CLOSING, THE
      *                     ARCHIVE AND THE JOURNAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_B02.
       AUTHOR. J. P. SILVA.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULTAS ASSIGN TO "MULTAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MUL-STATUS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLI-STATUS.
           SELECT VIATURAS ASSIGN TO "VIATURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIA-MATRICULA
               FILE STATUS IS WS-VIA-STATUS.
           SELECT CONTRATOS ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-MATRICULA
               FILE STATUS IS WS-CTR-STATUS.
           SELECT ALUGUERES ASSIGN TO "ALUGUERES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALU-STATUS.
           SELECT ALUGHIST ASSIGN TO "ALUGHIST.DAT"
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
           SELECT FECHOCTL ASSIGN TO "FECHOCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FCH-STATUS.
           SELECT FATURACTL ASSIGN TO "FATURACTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FCT-STATUS.
           SELECT FATIDX ASSIGN TO "FATIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FID-NUMERO
               FILE STATUS IS WS-FID-STATUS.
           SELECT FATURAS ASSIGN TO "FATURAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAT-STATUS.
           SELECT CARTAS ASSIGN TO "CARTAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.
           SELECT RELATORIO ASSIGN TO "MULTAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULTAS
           LABEL RECORD IS STANDARD.
           COPY MULREG.
       FD  CLIENTES
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  VIATURAS
           LABEL RECORD IS STANDARD.
           COPY VIAREG.
       FD  CONTRATOS
           LABEL RECORD IS STANDARD.
           COPY CTRREG.
       FD  ALUGUERES
           LABEL RECORD IS STANDARD.
           COPY ALUREG.
       FD  ALUGHIST
           LABEL RECORD IS STANDARD.
           COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGHIST==
               LEADING ==ALU== BY ==HIS==.
       FD  ALUGANO
           LABEL RECORD IS STANDARD.
           COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGANO==
               LEADING ==ALU== BY ==ARQ==.
       FD  FECHOCTL
           LABEL RECORD IS STANDARD.
           COPY FCHREG.
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
       FD  CARTAS
           LABEL RECORD IS OMITTED.
       01  LINHA-CARTA                 PIC X(80).
       FD  RELATORIO
           LABEL RECORD IS OMITTED.
       01  LINHA-RELATORIO             PIC X(120).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    CONTROLO DE FICHEIROS
      ******************************************************************
       77  WS-MUL-STATUS                PIC X(02) VALUE '00'.
       77  WS-CLI-STATUS                PIC X(02) VALUE '00'.
       77  WS-VIA-STATUS                PIC X(02) VALUE '00'.
       77  WS-CTR-STATUS                PIC X(02) VALUE '00'.
       77  WS-ALU-STATUS                PIC X(02) VALUE '00'.
       77  WS-HIS-STATUS                PIC X(02) VALUE '00'.
       77  WS-ARQ-STATUS                PIC X(02) VALUE '00'.
       77  WS-SER-STATUS                PIC X(02) VALUE '00'.
       77  WS-FCH-STATUS                PIC X(02) VALUE '00'.
       77  WS-FCT-STATUS                PIC X(02) VALUE '00'.
       77  WS-FID-STATUS                PIC X(02) VALUE '00'.
       77  WS-FAT-STATUS                PIC X(02) VALUE '00'.
       77  WS-CAR-STATUS                PIC X(02) VALUE '00'.
       77  WS-REL-STATUS                PIC X(02) VALUE '00'.
       77  WS-DATA-HOJE                 PIC 9(08).
       77  WS-DATA-DOCUMENTO            PIC 9(08).

      ******************************************************************
      *    TAXA ADMINISTRATIVA COBRADA POR AVISO, ALEM DO VALOR DA
      *    COIMA OU DA PORTAGEM (SO A TAXA E SUJEITA A IVA - O VALOR
      *    DO AVISO E UM DEBITO EM NOME DA ENTIDADE)
      ******************************************************************
       77  TAXA-ADMIN-OMISSAO           PIC 9(03)V99 VALUE 25,00.
       77  TAXA-ADMINISTRATIVA          PIC 9(03)V99 VALUE 0.

      ******************************************************************
      *    OS AVISOS DO FICHEIRO EM MEMORIA (ATE 400, COMO AS
      *    RESTANTES TABELAS DA CASA), COM O ALUGUER ENCONTRADO
      ******************************************************************
       77  WS-NUM-MLT                   PIC 9(03) VALUE 0.
       77  WS-IX-MLT                    PIC 9(03).
       01  TAB-AVISOS.
           05  MLT-LINHA OCCURS 400 TIMES.
               10  MLT-TIPO             PIC X(01).
               10  MLT-MATRICULA        PIC X(08).
               10  MLT-DATA             PIC 9(08).
               10  MLT-HORA             PIC 9(04).
               10  MLT-REFERENCIA       PIC X(15).
               10  MLT-VALOR            PIC 9(05)V99.
               10  MLT-PENDENTE         PIC X(01).
                   88  MLT-POR-TRATAR   VALUE 'S'.
               10  MLT-ACHADO           PIC X(01).
                   88  MLT-FOI-ACHADO   VALUE 'S'.
               10  MLT-QTD-ALUGUERES    PIC 9(02).
               10  MLT-CLIENTE          PIC 9(06).
               10  MLT-TIPO-CARRO       PIC 9.
               10  MLT-INICIO           PIC 9(08).
               10  MLT-FIM              PIC 9(08).
               10  MLT-FATURA-ALUGUER   PIC 9(08).
               10  MLT-BALCAO           PIC 9(02).
               10  MLT-MOTIVO           PIC X(25).

      ******************************************************************
      *    O ALUGUER EM LEITURA (DO ARQUIVO OU DO FICHEIRO CORRENTE)
      ******************************************************************
       77  WS-FIM-LEITURA               PIC X VALUE 'N'.
           88  FIM-LEITURA              VALUE 'S'.
       77  ALG-MATRICULA                PIC X(08).
       77  ALG-CLIENTE                  PIC 9(06).
       77  ALG-TIPO-CARRO               PIC 9.
       77  ALG-INICIO                   PIC 9(08).
       77  ALG-FIM                      PIC 9(08).
       77  ALG-FATURA                   PIC 9(08).
       77  ALG-BALCAO                   PIC 9(02).
       77  WS-DATA-INTEGER              PIC S9(08) COMP.

      ******************************************************************
      *    O DEBITO DO AVISO AO CLIENTE
      ******************************************************************
       77  FATURA-NUMERO                PIC 9(08).
       77  FATURA-ATCUD                 PIC X(20).
      *    SERIE EM USO - LIDA DO ULTIMO REGISTO DE SERIES.DAT
       77  ATCUD-CODIGO-SERIE           PIC X(08) VALUE SPACES.
       77  ATCUD-BASE-NUMERO            PIC 9(08) VALUE 0.
       77  ATCUD-SEQUENCIA              PIC 9(08).
       77  INICIO-ANO-SERIE             PIC 9(08) VALUE 0.
       77  AVISO-MAIS-ANTIGO            PIC 9(08) VALUE 99999999.
       77  IVA-TAXA                     PIC 9(05)V99.
       77  TOTAL-ENCARGO                PIC 9(06)V99.
       77  WS-CLIENTE-ACHADO            PIC X VALUE 'N'.
           88  CLIENTE-FOI-ACHADO       VALUE 'S'.
       01  HORA-AVISO.
           05  HORA-AVISO-HH            PIC 9(02).
           05  HORA-AVISO-MM            PIC 9(02).

      ******************************************************************
      *    CONTADORES E TOTAIS DA EXECUCAO
      ******************************************************************
       77  QTD-AVISOS-LIDOS             PIC 9(05) VALUE 0.
       77  QTD-JA-TRATADOS              PIC 9(05) VALUE 0.
       77  QTD-DEBITADOS                PIC 9(05) VALUE 0.
       77  QTD-SEM-ALUGUER              PIC 9(05) VALUE 0.
       77  TOTAL-DEBITADO               PIC 9(07)V99 VALUE 0.
       77  TOTAL-SEM-ALUGUER            PIC 9(07)V99 VALUE 0.

      ******************************************************************
      *    MASCARAS DE IMPRESSAO
      ******************************************************************
       77  MASC-VALOR                   PIC ZZ.ZZ9,99.
       77  MASC-TAXA                    PIC ZZ9,99.
       77  MASC-IVA                     PIC ZZ.ZZ9,99.
       77  MASC-TOTAL                   PIC ZZZ.ZZ9,99.
       77  MASC-TOTAL-GERAL             PIC Z.ZZZ.ZZ9,99.
       77  MASC-CLIENTE                 PIC ZZZZZ9.
       77  MASC-QTD                     PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1500-CARREGAR-AVISOS
               THRU 1500-CARREGAR-AVISOS-EXIT.
           PERFORM 2000-PROCURAR-CONTRATO
               THRU 2000-PROCURAR-CONTRATO-EXIT
               VARYING WS-IX-MLT FROM 1 BY 1
               UNTIL WS-IX-MLT > WS-NUM-MLT.
           PERFORM 2500-PERCORRER-ARQUIVO
               THRU 2500-PERCORRER-ARQUIVO-EXIT.
           IF AVISO-MAIS-ANTIGO < INICIO-ANO-SERIE
               PERFORM 2550-PERCORRER-ANOS-FECHADOS
                   THRU 2550-PERCORRER-ANOS-FECHADOS-EXIT
           END-IF.
           PERFORM 2700-PERCORRER-CORRENTE
               THRU 2700-PERCORRER-CORRENTE-EXIT.
           PERFORM 3000-TRATAR-AVISOS THRU 3000-TRATAR-AVISOS-EXIT.
           PERFORM 4000-LISTAR-SEM-ALUGUER
               THRU 4000-LISTAR-SEM-ALUGUER-EXIT.
           PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      *    ASKS FOR THE ADMIN FEE (ZERO TAKES THE HOUSE DEFAULT), WORKS
      *    OUT THE DATE OF THE CHARGE INVOICES AND OPENS THE MASTER
      *    FILES, THE INVOICE INDEX AND THE LISTINGS.
      *    THE INVOICE PRINT IS APPENDED TO FATURAS.LST, THE SAME
      *    FISCAL LISTING THE COUNTER WRITES.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1050-CARREGAR-SERIE THRU 1050-CARREGAR-SERIE-EXIT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'TAXA ADMINISTRATIVA POR AVISO (0=25,00):'.
           ACCEPT TAXA-ADMINISTRATIVA.
           IF TAXA-ADMINISTRATIVA = 0
               MOVE TAXA-ADMIN-OMISSAO TO TAXA-ADMINISTRATIVA
           END-IF.
           PERFORM 1100-DATA-DOCUMENTO THRU 1100-DATA-DOCUMENTO-EXIT.
           OPEN INPUT CLIENTES.
           IF WS-CLI-STATUS = '35'
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN INPUT CLIENTES
           END-IF.
           OPEN INPUT VIATURAS.
           IF WS-VIA-STATUS = '35'
               OPEN OUTPUT VIATURAS
               CLOSE VIATURAS
               OPEN INPUT VIATURAS
           END-IF.
           OPEN INPUT CONTRATOS.
           IF WS-CTR-STATUS = '35'
               OPEN OUTPUT CONTRATOS
               CLOSE CONTRATOS
               OPEN INPUT CONTRATOS
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
           OPEN OUTPUT CARTAS.
           OPEN OUTPUT RELATORIO.
           MOVE TAXA-ADMINISTRATIVA TO MASC-TAXA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'IDENTIFICACAO DE CONDUTORES - MULTAS E PORTAGENS'
                  ' - EXECUCAO DE ' WS-DATA-HOJE
                  '   TAXA ADMINISTRATIVA: ' MASC-TAXA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-DATA-DOCUMENTO NOT = WS-DATA-HOJE
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'DIA ' WS-DATA-HOJE ' JA FECHADO - FATURAS'
                      ' EMITIDAS COM A DATA DE ' WS-DATA-DOCUMENTO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    1050-CARREGAR-SERIE
      *    READS SERIES.DAT TO THE END - THE LAST RECORD IS THE SERIES
      *    IN USE.  WITHOUT A SERIES NO CHARGE CAN BE INVOICED, SO THE
      *    RUN STOPS BEFORE ANY NOTICE IS TOUCHED.
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
           COMPUTE INICIO-ANO-SERIE = SER-ANO * 10000 + 101.
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
      *    1100-DATA-DOCUMENTO
      *    THE DOCUMENTS OF THIS RUN ARE DATED THE FIRST DAY NOT YET
      *    CLOSED ON FECHOCTL.DAT - TODAY, OR THE DAY AFTER WHEN THE
      *    DAILY CLOSING HAS ALREADY RUN - SO THE CLOSING ARCHIVES
      *    THEM AND THE JOURNAL POSTS THEM.  A DOCUMENT DATED A CLOSED
      *    DAY WOULD STAY ON ALUGUERES.DAT FOR GOOD.
      ******************************************************************
       1100-DATA-DOCUMENTO.
           MOVE WS-DATA-HOJE TO WS-DATA-DOCUMENTO.
       1110-ABRIR-FECHOS.
           OPEN INPUT FECHOCTL.
           IF WS-FCH-STATUS NOT = '00'
               GO TO 1100-DATA-DOCUMENTO-EXIT
           END-IF.
       1120-LER-FECHO.
           READ FECHOCTL
               AT END
                   CLOSE FECHOCTL
                   GO TO 1100-DATA-DOCUMENTO-EXIT
           END-READ.
           IF FCH-DATA-FECHADA NOT = WS-DATA-DOCUMENTO
               GO TO 1120-LER-FECHO
           END-IF.
           CLOSE FECHOCTL.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATA-DOCUMENTO) + 1.
           COMPUTE WS-DATA-DOCUMENTO =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           GO TO 1110-ABRIR-FECHOS.
       1100-DATA-DOCUMENTO-EXIT.
           EXIT.

      ******************************************************************
      *    1500-CARREGAR-AVISOS
      *    LOADS EVERY NOTICE OF MULTAS.DAT INTO TAB-AVISOS, IN FILE
      *    ORDER - THE TREATMENT PASS REREADS THE FILE IN THE SAME
      *    ORDER TO REWRITE THE HANDLED FLAG.  A MISSING FILE MEANS
      *    NOTHING WAS IMPORTED THIS WEEK.
      ******************************************************************
       1500-CARREGAR-AVISOS.
           OPEN INPUT MULTAS.
           IF WS-MUL-STATUS NOT = '00'
               DISPLAY 'Sem avisos importados em MULTAS.DAT.'
               GO TO 1500-CARREGAR-AVISOS-EXIT
           END-IF.
       1510-LER-AVISO.
           READ MULTAS
               AT END
                   CLOSE MULTAS
                   GO TO 1500-CARREGAR-AVISOS-EXIT
           END-READ.
           IF WS-NUM-MLT = 400
               DISPLAY 'Aviso: mais de 400 avisos -'
                   ' os restantes ficam para a proxima execucao.'
               CLOSE MULTAS
               GO TO 1500-CARREGAR-AVISOS-EXIT
           END-IF.
           ADD 1 TO WS-NUM-MLT.
           ADD 1 TO QTD-AVISOS-LIDOS.
           MOVE MUL-TIPO TO MLT-TIPO (WS-NUM-MLT).
           MOVE MUL-MATRICULA TO MLT-MATRICULA (WS-NUM-MLT).
           MOVE MUL-DATA TO MLT-DATA (WS-NUM-MLT).
           MOVE MUL-HORA TO MLT-HORA (WS-NUM-MLT).
           MOVE MUL-REFERENCIA TO MLT-REFERENCIA (WS-NUM-MLT).
           MOVE MUL-VALOR TO MLT-VALOR (WS-NUM-MLT).
           MOVE 'N' TO MLT-PENDENTE (WS-NUM-MLT).
           IF MUL-POR-TRATAR
               MOVE 'S' TO MLT-PENDENTE (WS-NUM-MLT)
               IF MUL-DATA < AVISO-MAIS-ANTIGO
                   MOVE MUL-DATA TO AVISO-MAIS-ANTIGO
               END-IF
           ELSE
               ADD 1 TO QTD-JA-TRATADOS
           END-IF.
           MOVE 'N' TO MLT-ACHADO (WS-NUM-MLT).
           MOVE 0 TO MLT-QTD-ALUGUERES (WS-NUM-MLT).
           MOVE 0 TO MLT-CLIENTE (WS-NUM-MLT).
           MOVE 0 TO MLT-TIPO-CARRO (WS-NUM-MLT).
           MOVE 0 TO MLT-INICIO (WS-NUM-MLT).
           MOVE 0 TO MLT-FIM (WS-NUM-MLT).
           MOVE 0 TO MLT-FATURA-ALUGUER (WS-NUM-MLT).
           MOVE 0 TO MLT-BALCAO (WS-NUM-MLT).
           MOVE SPACES TO MLT-MOTIVO (WS-NUM-MLT).
           GO TO 1510-LER-AVISO.
       1500-CARREGAR-AVISOS-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCURAR-CONTRATO
      *    A CAR STILL OUT: THE OPEN CONTRACT OF THE PLATE COVERS THE
      *    NOTICE WHEN THE CAR WAS PICKED UP ON OR BEFORE ITS DATE.
      *    THE CONTRACT HAS NO END YET (MLT-FIM STAYS ZERO).
      ******************************************************************
       2000-PROCURAR-CONTRATO.
           IF NOT MLT-POR-TRATAR (WS-IX-MLT)
               GO TO 2000-PROCURAR-CONTRATO-EXIT
           END-IF.
           MOVE MLT-MATRICULA (WS-IX-MLT) TO CTR-MATRICULA.
           READ CONTRATOS KEY IS CTR-MATRICULA
               INVALID KEY
                   GO TO 2000-PROCURAR-CONTRATO-EXIT
           END-READ.
           IF CTR-DATA-LEVANTAMENTO > MLT-DATA (WS-IX-MLT)
               GO TO 2000-PROCURAR-CONTRATO-EXIT
           END-IF.
           ADD 1 TO MLT-QTD-ALUGUERES (WS-IX-MLT).
           MOVE 'S' TO MLT-ACHADO (WS-IX-MLT).
           MOVE CTR-CLIENTE TO MLT-CLIENTE (WS-IX-MLT).
           MOVE CTR-TIPO-CARRO TO MLT-TIPO-CARRO (WS-IX-MLT).
           MOVE CTR-DATA-LEVANTAMENTO TO MLT-INICIO (WS-IX-MLT).
           MOVE 0 TO MLT-FIM (WS-IX-MLT).
           MOVE 0 TO MLT-FATURA-ALUGUER (WS-IX-MLT).
           MOVE CTR-BALCAO TO MLT-BALCAO (WS-IX-MLT).
       2000-PROCURAR-CONTRATO-EXIT.
           EXIT.

      ******************************************************************
      *    2500-PERCORRER-ARQUIVO
      *    ONE PASS OVER THE ALUGHIST ARCHIVE: EVERY RETURNED RENTAL
      *    IS HELD AGAINST ALL THE PENDING NOTICES AT ONCE, SO THE
      *    ARCHIVE IS READ ONCE PER RUN AND NOT ONCE PER NOTICE.
      ******************************************************************
       2500-PERCORRER-ARQUIVO.
           OPEN INPUT ALUGHIST.
           IF WS-HIS-STATUS NOT = '00'
               GO TO 2500-PERCORRER-ARQUIVO-EXIT
           END-IF.
       2510-LER-ARQUIVO.
           READ ALUGHIST
               AT END
                   CLOSE ALUGHIST
                   GO TO 2500-PERCORRER-ARQUIVO-EXIT
           END-READ.
           IF HIS-DOC-NOTA-CREDITO OR HIS-DOC-ENCARGO
               OR HIS-DIAS-ALUGUER = 0
               GO TO 2510-LER-ARQUIVO
           END-IF.
           MOVE HIS-MATRICULA TO ALG-MATRICULA.
           MOVE HIS-CLIENTE TO ALG-CLIENTE.
           MOVE HIS-TIPO-CARRO TO ALG-TIPO-CARRO.
           MOVE HIS-DATA TO ALG-FIM.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (HIS-DATA)
               - HIS-DIAS-ALUGUER - HIS-DIAS-ATRASO.
           COMPUTE ALG-INICIO =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           MOVE HIS-FATURA-NUMERO TO ALG-FATURA.
           IF HIS-DOC-ALUGUER-MENSAL
               MOVE HIS-DOC-ORIGEM TO ALG-FATURA
           END-IF.
           MOVE HIS-BALCAO TO ALG-BALCAO.
           PERFORM 2600-COMPARAR-ALUGUER THRU 2600-COMPARAR-ALUGUER-EXIT
               VARYING WS-IX-MLT FROM 1 BY 1
               UNTIL WS-IX-MLT > WS-NUM-MLT.
           GO TO 2510-LER-ARQUIVO.
       2500-PERCORRER-ARQUIVO-EXIT.
           EXIT.

      ******************************************************************
      *    2550-PERCORRER-ANOS-FECHADOS
      *    THE SAME PASS OVER ALUGANO.DAT, WHERE THE YEAR-END CLOSE
      *    MOVES THE CLOSED YEARS' RENTALS.  ONLY READ WHEN A PENDING
      *    NOTICE IS DATED BEFORE THE FISCAL YEAR IN USE.
      ******************************************************************
       2550-PERCORRER-ANOS-FECHADOS.
           OPEN INPUT ALUGANO.
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2550-PERCORRER-ANOS-FECHADOS-EXIT
           END-IF.
       2560-LER-ANOS-FECHADOS.
           READ ALUGANO
               AT END
                   CLOSE ALUGANO
                   GO TO 2550-PERCORRER-ANOS-FECHADOS-EXIT
           END-READ.
           IF ARQ-DOC-NOTA-CREDITO OR ARQ-DOC-ENCARGO
               OR ARQ-DIAS-ALUGUER = 0
               GO TO 2560-LER-ANOS-FECHADOS
           END-IF.
           MOVE ARQ-MATRICULA TO ALG-MATRICULA.
           MOVE ARQ-CLIENTE TO ALG-CLIENTE.
           MOVE ARQ-TIPO-CARRO TO ALG-TIPO-CARRO.
           MOVE ARQ-DATA TO ALG-FIM.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (ARQ-DATA)
               - ARQ-DIAS-ALUGUER - ARQ-DIAS-ATRASO.
           COMPUTE ALG-INICIO =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           MOVE ARQ-FATURA-NUMERO TO ALG-FATURA.
           IF ARQ-DOC-ALUGUER-MENSAL
               MOVE ARQ-DOC-ORIGEM TO ALG-FATURA
           END-IF.
           MOVE ARQ-BALCAO TO ALG-BALCAO.
           PERFORM 2600-COMPARAR-ALUGUER THRU 2600-COMPARAR-ALUGUER-EXIT
               VARYING WS-IX-MLT FROM 1 BY 1
               UNTIL WS-IX-MLT > WS-NUM-MLT.
           GO TO 2560-LER-ANOS-FECHADOS.
       2550-PERCORRER-ANOS-FECHADOS-EXIT.
           EXIT.

      ******************************************************************
      *    2600-COMPARAR-ALUGUER
      *    THE RENTAL IN ALG-* COVERS THE NOTICE WHEN THE PLATE IS THE
      *    SAME AND THE NOTICE DATE FALLS FROM THE PICKUP TO THE
      *    RETURN.  ON A CHANGEOVER DAY TWO RENTALS COVER THE SAME
      *    DATE - THE ONE THAT STARTED LATER IS KEPT AND THE COUNT
      *    FLAGS THE NOTICE FOR THE CLERK TO CHECK THE TIME.
      ******************************************************************
       2600-COMPARAR-ALUGUER.
           IF NOT MLT-POR-TRATAR (WS-IX-MLT)
               OR MLT-MATRICULA (WS-IX-MLT) NOT = ALG-MATRICULA
               GO TO 2600-COMPARAR-ALUGUER-EXIT
           END-IF.
           IF MLT-DATA (WS-IX-MLT) < ALG-INICIO
               OR MLT-DATA (WS-IX-MLT) > ALG-FIM
               GO TO 2600-COMPARAR-ALUGUER-EXIT
           END-IF.
           ADD 1 TO MLT-QTD-ALUGUERES (WS-IX-MLT).
           IF MLT-FOI-ACHADO (WS-IX-MLT)
               AND MLT-INICIO (WS-IX-MLT) > ALG-INICIO
               GO TO 2600-COMPARAR-ALUGUER-EXIT
           END-IF.
           MOVE 'S' TO MLT-ACHADO (WS-IX-MLT).
           MOVE ALG-CLIENTE TO MLT-CLIENTE (WS-IX-MLT).
           MOVE ALG-TIPO-CARRO TO MLT-TIPO-CARRO (WS-IX-MLT).
           MOVE ALG-INICIO TO MLT-INICIO (WS-IX-MLT).
           MOVE ALG-FIM TO MLT-FIM (WS-IX-MLT).
           MOVE ALG-FATURA TO MLT-FATURA-ALUGUER (WS-IX-MLT).
           MOVE ALG-BALCAO TO MLT-BALCAO (WS-IX-MLT).
       2600-COMPARAR-ALUGUER-EXIT.
           EXIT.

      ******************************************************************
      *    2700-PERCORRER-CORRENTE
      *    THE SAME PASS OVER ALUGUERES.DAT - RENTALS RETURNED SINCE
      *    THE LAST DAILY CLOSING ARE NOT IN THE ARCHIVE YET.
      ******************************************************************
       2700-PERCORRER-CORRENTE.
           OPEN INPUT ALUGUERES.
           IF WS-ALU-STATUS NOT = '00'
               GO TO 2700-PERCORRER-CORRENTE-EXIT
           END-IF.
       2710-LER-CORRENTE.
           READ ALUGUERES
               AT END
                   CLOSE ALUGUERES
                   GO TO 2700-PERCORRER-CORRENTE-EXIT
           END-READ.
           IF ALU-DOC-NOTA-CREDITO OR ALU-DOC-ENCARGO
               OR ALU-DIAS-ALUGUER = 0
               GO TO 2710-LER-CORRENTE
           END-IF.
           MOVE ALU-MATRICULA TO ALG-MATRICULA.
           MOVE ALU-CLIENTE TO ALG-CLIENTE.
           MOVE ALU-TIPO-CARRO TO ALG-TIPO-CARRO.
           MOVE ALU-DATA TO ALG-FIM.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (ALU-DATA)
               - ALU-DIAS-ALUGUER - ALU-DIAS-ATRASO.
           COMPUTE ALG-INICIO =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           MOVE ALU-FATURA-NUMERO TO ALG-FATURA.
           IF ALU-DOC-ALUGUER-MENSAL
               MOVE ALU-DOC-ORIGEM TO ALG-FATURA
           END-IF.
           MOVE ALU-BALCAO TO ALG-BALCAO.
           PERFORM 2600-COMPARAR-ALUGUER THRU 2600-COMPARAR-ALUGUER-EXIT
               VARYING WS-IX-MLT FROM 1 BY 1
               UNTIL WS-IX-MLT > WS-NUM-MLT.
           GO TO 2710-LER-CORRENTE.
       2700-PERCORRER-CORRENTE-EXIT.
           EXIT.

      ******************************************************************
      *    3000-TRATAR-AVISOS
      *    REREADS MULTAS.DAT FOR UPDATE IN THE ORDER IT WAS LOADED.
      *    EVERY PENDING NOTICE WITH A RENTAL IS INVOICED, GETS ITS
      *    LETTER AND IS REWRITTEN AS HANDLED; A NOTICE WITHOUT ONE
      *    IS ONLY GIVEN ITS REASON FOR THE UNMATCHED LIST.  IF THE
      *    FILE CANNOT BE OPENED FOR UPDATE NOTHING IS CHARGED, AS
      *    THE HANDLED FLAG COULD NOT BE WRITTEN BACK.
      ******************************************************************
       3000-TRATAR-AVISOS.
           MOVE 'AVISOS IDENTIFICADOS E DEBITADOS AO CLIENTE'
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WS-NUM-MLT = 0
               GO TO 3000-TRATAR-AVISOS-EXIT
           END-IF.
           OPEN EXTEND ALUGUERES.
           IF WS-ALU-STATUS = '05' OR WS-ALU-STATUS = '35'
               OPEN OUTPUT ALUGUERES
               CLOSE ALUGUERES
               OPEN EXTEND ALUGUERES
           END-IF.
           OPEN I-O MULTAS.
           IF WS-MUL-STATUS NOT = '00'
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'ERRO A ABRIR MULTAS.DAT - CODIGO: '
                      WS-MUL-STATUS ' - NENHUM AVISO DEBITADO'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY LINHA-RELATORIO
               CLOSE ALUGUERES
               GO TO 3000-TRATAR-AVISOS-EXIT
           END-IF.
           MOVE 0 TO WS-IX-MLT.
       3010-LER-AVISO.
           READ MULTAS
               AT END
                   GO TO 3090-FECHAR-AVISOS
           END-READ.
           ADD 1 TO WS-IX-MLT.
           IF WS-IX-MLT > WS-NUM-MLT
               GO TO 3090-FECHAR-AVISOS
           END-IF.
           IF NOT MLT-POR-TRATAR (WS-IX-MLT)
               GO TO 3010-LER-AVISO
           END-IF.
           IF NOT MLT-FOI-ACHADO (WS-IX-MLT)
               PERFORM 3500-MOTIVO-SEM-ALUGUER
                   THRU 3500-MOTIVO-SEM-ALUGUER-EXIT
               GO TO 3010-LER-AVISO
           END-IF.
           MOVE 'N' TO WS-CLIENTE-ACHADO.
           MOVE MLT-CLIENTE (WS-IX-MLT) TO CLI-NUMERO.
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CLIENTE-ACHADO
           END-READ.
           IF NOT CLIENTE-FOI-ACHADO
               MOVE 'CLIENTE NAO ENCONTRADO' TO MLT-MOTIVO (WS-IX-MLT)
               ADD 1 TO QTD-SEM-ALUGUER
               ADD MLT-VALOR (WS-IX-MLT) TO TOTAL-SEM-ALUGUER
               GO TO 3010-LER-AVISO
           END-IF.
           MOVE MUL-HORA TO HORA-AVISO.
           PERFORM 3100-EMITIR-ENCARGO THRU 3100-EMITIR-ENCARGO-EXIT.
           PERFORM 3200-IMPRIMIR-FATURA THRU 3200-IMPRIMIR-FATURA-EXIT.
           PERFORM 3300-IMPRIMIR-CARTA THRU 3300-IMPRIMIR-CARTA-EXIT.
           PERFORM 3400-LINHA-DEBITADO THRU 3400-LINHA-DEBITADO-EXIT.
           MOVE 'S' TO MUL-TRATADO.
           MOVE CLI-NUMERO TO MUL-CLIENTE.
           MOVE FATURA-NUMERO TO MUL-FATURA-NUMERO.
           REWRITE REG-MULTA.
           GO TO 3010-LER-AVISO.
       3090-FECHAR-AVISOS.
           CLOSE MULTAS.
           CLOSE ALUGUERES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE QTD-DEBITADOS TO MASC-QTD.
           MOVE TOTAL-DEBITADO TO MASC-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'AVISOS DEBITADOS: ' MASC-QTD
                  '   TOTAL FATURADO: ' MASC-TOTAL-GERAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       3000-TRATAR-AVISOS-EXIT.
           EXIT.

      ******************************************************************
      *    3100-EMITIR-ENCARGO
      *    INVOICES THE NOTICE TO THE CUSTOMER: NEXT NUMBER OF THE
      *    INVOICE SERIES FROM FATURACTL.DAT, THE FINE OR TOLL AS A
      *    PASS-THROUGH WITHOUT IVA, THE ADMIN FEE WITH IVA.  THE
      *    DOCUMENT GOES TO ALUGUERES.DAT AS TYPE 'E' (NO DAYS, NO
      *    KMS), REFERENCING THE RENTAL'S INVOICE, AND TO FATIDX, SO
      *    PAYMENTS, AGING, STATEMENT AND SAF-T FIND IT AS ANY OTHER
      *    INVOICE.
      ******************************************************************
       3100-EMITIR-ENCARGO.
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
           MOVE SPACES TO FATURA-ATCUD.
           COMPUTE ATCUD-SEQUENCIA = FATURA-NUMERO - ATCUD-BASE-NUMERO.
           STRING ATCUD-CODIGO-SERIE '-' ATCUD-SEQUENCIA
               DELIMITED BY SIZE INTO FATURA-ATCUD.
           COMPUTE IVA-TAXA ROUNDED = TAXA-ADMINISTRATIVA * 0,23.
           COMPUTE TOTAL-ENCARGO = MLT-VALOR (WS-IX-MLT)
               + TAXA-ADMINISTRATIVA + IVA-TAXA.
           MOVE WS-DATA-DOCUMENTO TO ALU-DATA.
           MOVE CLI-NUMERO TO ALU-CLIENTE.
           MOVE MLT-MATRICULA (WS-IX-MLT) TO ALU-MATRICULA.
           MOVE MLT-TIPO-CARRO (WS-IX-MLT) TO ALU-TIPO-CARRO.
           MOVE 0 TO ALU-DIAS-ALUGUER.
           MOVE 0 TO ALU-KMS-PAGOS.
           MOVE 0 TO ALU-CUSTO-DIA.
           MOVE 0 TO ALU-DIAS-ATRASO.
           MOVE 0 TO ALU-VALOR-ATRASO.
           MOVE 0 TO ALU-VALOR-DANOS.
           MOVE 0 TO ALU-PERC-DESCONTO.
           MOVE 0 TO ALU-VALOR-DESCONTO.
           MOVE IVA-TAXA TO ALU-IVA.
           MOVE TOTAL-ENCARGO TO ALU-TOTAL-FINAL.
           MOVE FATURA-NUMERO TO ALU-FATURA-NUMERO.
           MOVE 'E' TO ALU-TIPO-DOC.
           MOVE MLT-FATURA-ALUGUER (WS-IX-MLT) TO ALU-DOC-ORIGEM.
           MOVE MLT-BALCAO (WS-IX-MLT) TO ALU-BALCAO.
           MOVE 0 TO ALU-VALOR-EXTRAS.
           MOVE 0 TO ALU-CONTA-EMPRESA.
           MOVE MLT-VALOR (WS-IX-MLT) TO ALU-VALOR-TERCEIROS.
           WRITE REG-ALUGUER.
           MOVE FATURA-NUMERO TO FID-NUMERO.
           MOVE ALU-DATA TO FID-DATA.
           MOVE CLI-NUMERO TO FID-CLIENTE.
           MOVE ALU-TIPO-CARRO TO FID-TIPO-CARRO.
           MOVE ALU-MATRICULA TO FID-MATRICULA.
           MOVE IVA-TAXA TO FID-IVA.
           MOVE TOTAL-ENCARGO TO FID-TOTAL-FINAL.
           MOVE 0 TO FID-TOTAL-CREDITADO.
           MOVE ALU-BALCAO TO FID-BALCAO.
           WRITE REG-FAT-IDX
               INVALID KEY
                   DISPLAY 'AVISO: FATURA ' FATURA-NUMERO
                       ' JA ESTAVA NO INDICE FATIDX.'
           END-WRITE.
           ADD 1 TO QTD-DEBITADOS.
           ADD TOTAL-ENCARGO TO TOTAL-DEBITADO.
       3100-EMITIR-ENCARGO-EXIT.
           EXIT.

      ******************************************************************
      *    3200-IMPRIMIR-FATURA
      *    PRINTS THE CHARGE INVOICE TO FATURAS.LST IN THE COUNTER'S
      *    LAYOUT: THE NOTICE, THE PASS-THROUGH AMOUNT, THE FEE AND
      *    ITS IVA.
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
           STRING 'VIATURA: ' MLT-MATRICULA (WS-IX-MLT)
                  '   CATEGORIA: ' MLT-TIPO-CARRO (WS-IX-MLT)
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           IF MUL-PORTAGEM
               STRING 'DEBITO DE PORTAGEM DE ' MUL-DATA
                      ' AS ' HORA-AVISO-HH ':' HORA-AVISO-MM
                   DELIMITED BY SIZE INTO LINHA-FATURA
           ELSE
               STRING 'DEBITO DE COIMA DE ' MUL-DATA
                      ' AS ' HORA-AVISO-HH ':' HORA-AVISO-MM
                   DELIMITED BY SIZE INTO LINHA-FATURA
           END-IF.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'ENTIDADE: ' MUL-ENTIDADE
                  '  REF. ' MUL-REFERENCIA
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE MLT-VALOR (WS-IX-MLT) TO MASC-VALOR.
           MOVE SPACES TO LINHA-FATURA.
           STRING '  Valor do aviso ........ ' MASC-VALOR
                  '  (nao sujeito a IVA)'
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE TAXA-ADMINISTRATIVA TO MASC-VALOR.
           MOVE SPACES TO LINHA-FATURA.
           STRING '  Taxa administrativa ... ' MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE IVA-TAXA TO MASC-IVA.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'IVA (23%) S/ TAXA ........ ' MASC-IVA
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE TOTAL-ENCARGO TO MASC-TOTAL.
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
      *    3300-IMPRIMIR-CARTA
      *    THE DRIVER-IDENTIFICATION LETTER SENT BACK TO THE ISSUING
      *    AUTHORITY: THE NOTICE, THE DRIVER'S NAME, NIF AND DRIVING
      *    LICENCE, AND THE RENTAL PERIOD (STILL RUNNING WHEN THE CAR
      *    IS OUT).  ONE LETTER PER NOTICE, SEPARATED BY A RULE.
      ******************************************************************
       3300-IMPRIMIR-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'EXMOS. SENHORES ' MUL-ENTIDADE
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'ASSUNTO: IDENTIFICACAO DO CONDUTOR - AVISO '
                  MUL-REFERENCIA
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'Relativamente ao aviso em referencia, respeitante a'
                  ' viatura ' MUL-MATRICULA ','
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'em ' MUL-DATA ' as ' HORA-AVISO-HH ':'
                  HORA-AVISO-MM ', ' MUL-LOCAL
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING 'informamos que a viatura se encontrava alugada,'
                  ' nessa data, a:'
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING '    NOME ............... ' CLI-NOME
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING '    NIF ................ ' CLI-NIF
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING '    CARTA DE CONDUCAO .. ' CLI-CARTA-CONDUCAO
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           IF MLT-FIM (WS-IX-MLT) = 0
               STRING '    ALUGUER ............ DESDE '
                      MLT-INICIO (WS-IX-MLT) ' (EM CURSO)'
                   DELIMITED BY SIZE INTO LINHA-CARTA
           ELSE
               STRING '    ALUGUER ............ DE '
                      MLT-INICIO (WS-IX-MLT) ' A '
                      MLT-FIM (WS-IX-MLT)
                   DELIMITED BY SIZE INTO LINHA-CARTA
           END-IF.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE 'Com os melhores cumprimentos,' TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE 'BALCAO CENTRAL - ALUGUER DE CARROS' TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE ALL '=' TO LINHA-CARTA.
           WRITE LINHA-CARTA.
       3300-IMPRIMIR-CARTA-EXIT.
           EXIT.

      ******************************************************************
      *    3400-LINHA-DEBITADO
      *    ONE LINE OF THE CHARGED SECTION.  A NOTICE THAT FELL ON A
      *    CHANGEOVER DAY (TWO RENTALS COVER THE DATE) IS MARKED FOR
      *    THE CLERK TO CONFIRM THE TIME AGAINST THE CONTRACTS.
      ******************************************************************
       3400-LINHA-DEBITADO.
           MOVE CLI-NUMERO TO MASC-CLIENTE.
           MOVE TOTAL-ENCARGO TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING MUL-TIPO ' ' MUL-DATA ' ' HORA-AVISO-HH ':'
                  HORA-AVISO-MM
                  '  ' MUL-MATRICULA
                  '  ' MUL-REFERENCIA
                  '  CLIENTE ' MASC-CLIENTE ' ' CLI-NOME
                  '  FATURA ' FATURA-NUMERO
                  ' ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF MLT-QTD-ALUGUERES (WS-IX-MLT) > 1
               MOVE SPACES TO LINHA-RELATORIO
               STRING '    * DIA DE TROCA DE ALUGUER - CONFIRMAR A HORA'
                      ' DO AVISO COM OS CONTRATOS'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
       3400-LINHA-DEBITADO-EXIT.
           EXIT.

      ******************************************************************
      *    3500-MOTIVO-SEM-ALUGUER
      *    WHY A NOTICE HAS NO RENTAL: THE PLATE IS NOT ON THE FLEET,
      *    THE CAR WAS IN THE WORKSHOP ON THAT DATE (THE MAINTENANCE
      *    WINDOW ON THE FLEET RECORD, STILL OPEN WHEN THE END IS
      *    ZERO), OR IT WAS STANDING BETWEEN RENTALS.
      ******************************************************************
       3500-MOTIVO-SEM-ALUGUER.
           ADD 1 TO QTD-SEM-ALUGUER.
           ADD MLT-VALOR (WS-IX-MLT) TO TOTAL-SEM-ALUGUER.
           MOVE MLT-MATRICULA (WS-IX-MLT) TO VIA-MATRICULA.
           READ VIATURAS KEY IS VIA-MATRICULA
               INVALID KEY
                   MOVE 'MATRICULA FORA DA FROTA'
                       TO MLT-MOTIVO (WS-IX-MLT)
                   GO TO 3500-MOTIVO-SEM-ALUGUER-EXIT
           END-READ.
           IF VIA-MANUT-DATA-INI > 0
               AND MLT-DATA (WS-IX-MLT) NOT < VIA-MANUT-DATA-INI
               AND (VIA-EM-MANUTENCAO OR VIA-MANUT-DATA-FIM = 0
                    OR MLT-DATA (WS-IX-MLT) NOT > VIA-MANUT-DATA-FIM)
               MOVE 'VIATURA EM OFICINA' TO MLT-MOTIVO (WS-IX-MLT)
           ELSE
               MOVE 'VIATURA ENTRE ALUGUERES' TO MLT-MOTIVO (WS-IX-MLT)
           END-IF.
       3500-MOTIVO-SEM-ALUGUER-EXIT.
           EXIT.

      ******************************************************************
      *    4000-LISTAR-SEM-ALUGUER
      *    SECOND SECTION: THE PENDING NOTICES NO RENTAL COVERS, WITH
      *    THE REASON.  THEY STAY PENDING ON MULTAS.DAT AND ARE TRIED
      *    AGAIN ON THE NEXT RUN.
      ******************************************************************
       4000-LISTAR-SEM-ALUGUER.
           MOVE ALL '-' TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 'AVISOS SEM ALUGUER CORRESPONDENTE' TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 4100-LINHA-SEM-ALUGUER
               THRU 4100-LINHA-SEM-ALUGUER-EXIT
               VARYING WS-IX-MLT FROM 1 BY 1
               UNTIL WS-IX-MLT > WS-NUM-MLT.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE QTD-SEM-ALUGUER TO MASC-QTD.
           MOVE TOTAL-SEM-ALUGUER TO MASC-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'AVISOS SEM ALUGUER: ' MASC-QTD
                  '   VALOR EM CAUSA: ' MASC-TOTAL-GERAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       4000-LISTAR-SEM-ALUGUER-EXIT.
           EXIT.

      ******************************************************************
      *    4100-LINHA-SEM-ALUGUER
      ******************************************************************
       4100-LINHA-SEM-ALUGUER.
           IF MLT-MOTIVO (WS-IX-MLT) = SPACES
               GO TO 4100-LINHA-SEM-ALUGUER-EXIT
           END-IF.
           MOVE MLT-HORA (WS-IX-MLT) TO HORA-AVISO.
           MOVE MLT-VALOR (WS-IX-MLT) TO MASC-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING MLT-TIPO (WS-IX-MLT) ' ' MLT-DATA (WS-IX-MLT)
                  ' ' HORA-AVISO-HH ':' HORA-AVISO-MM
                  '  ' MLT-MATRICULA (WS-IX-MLT)
                  '  ' MLT-REFERENCIA (WS-IX-MLT)
                  ' ' MASC-VALOR
                  '  ' MLT-MOTIVO (WS-IX-MLT)
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       4100-LINHA-SEM-ALUGUER-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINAR
      ******************************************************************
       9000-TERMINAR.
           CLOSE CLIENTES.
           CLOSE VIATURAS.
           CLOSE CONTRATOS.
           CLOSE FATIDX.
           CLOSE FATURAS.
           CLOSE CARTAS.
           CLOSE RELATORIO.
           MOVE QTD-AVISOS-LIDOS TO MASC-QTD.
           DISPLAY 'Avisos lidos ........... ' MASC-QTD.
           MOVE QTD-JA-TRATADOS TO MASC-QTD.
           DISPLAY 'Ja tratados antes ...... ' MASC-QTD.
           MOVE QTD-DEBITADOS TO MASC-QTD.
           DISPLAY 'Debitados ao cliente ... ' MASC-QTD.
           MOVE QTD-SEM-ALUGUER TO MASC-QTD.
           DISPLAY 'Sem aluguer ............ ' MASC-QTD.
           DISPLAY 'Cartas em CARTAS.LST, listagem em MULTAS.LST.'.
       9000-TERMINAR-EXIT.
           EXIT.

       END PROGRAM 0807_B02.
