      ******************************************************************
      *    PROGRAM-ID: 0807_B07
      *    AUTHOR    : J. P. SILVA
      *    INSTALLATION: BALCAO CENTRAL - ALUGUER DE CARROS
      *    DATE-WRITTEN: 15/10/2026
      *    DATE-COMPILED:
      *    PURPOSE   : NIGHTLY NO-SHOW RUN OVER THE RESERVAS FILE, FOR
      *                THE PROCESSING DATE GIVEN (TODAY BY DEFAULT):
      *                  - AN ACTIVE BOOKING WHOSE PICKUP DATE IS
      *                    BEFORE THE PROCESSING DATE WAS NOT COLLECTED
      *                    ON ITS DAY NOR ON THE DAY AFTER, AND IS
      *                    CANCELLED AS A NO-SHOW - THE CAPACITY CHECKS
      *                    ONLY COUNT ACTIVE BOOKINGS, SO THE CAR IT
      *                    HELD IS FREE AGAIN;
      *                  - A NO-SHOW, AND A BOOKING CANCELLED LATE AT
      *                    THE COUNTER (INSIDE THE CATEGORY'S WINDOW ON
      *                    TARIFAS), IS CHARGED THE CATEGORY'S NO-SHOW
      *                    FEE: INVOICED TO THE CUSTOMER ON THE NORMAL
      *                    SERIES (FATURACTL, ALUGUERES.DAT TYPE 'E',
      *                    FATIDX, FATURAS.LST) AND STAMPED ON THE
      *                    BOOKING, SO IT IS NEVER CHARGED TWICE.
      *                CANCELAMENTOS.LST LISTS, BRANCH BY BRANCH, THE
      *                BOOKINGS CANCELLED ON THE PROCESSING DATE (AT
      *                THE COUNTER OR AS NO-SHOWS) AND ANY FEE
      *                INVOICED BY THE RUN.  A FEE THAT COULD NOT BE
      *                INVOICED (CUSTOMER NOT ON FILE) IS TRIED AGAIN
      *                ON THE NEXT RUN.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL PROGRAM.
      *    15/10/2026 JPS   THE FEE INVOICE CARRIES A ZERO THIRD-PARTY
      *                     AMOUNT - THE WHOLE FEE IS REVENUE.
      *    15/10/2026 JPS   THE FEE INVOICE IS DATED THE FIRST DAY NOT
      *                     YET CLOSED ON FECHOCTL.DAT, NOT SIMPLY
      *                     TODAY - RUN AT NIGHT, TODAY IS USUALLY
      *                     CLOSED ALREADY, SO THE DOCUMENT COULD NEVER
      *                     BE ARCHIVED BY THE DAILY CLOSING OR POSTED
      *                     TO THE JOURNAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_B07.
       AUTHOR. J. P. SILVA.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVAS ASSIGN TO "RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-NUMERO
               FILE STATUS IS WS-RES-STATUS.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WS-CLI-STATUS.
           SELECT TARIFAS ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAR-STATUS.
           SELECT ALUGUERES ASSIGN TO "ALUGUERES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALU-STATUS.
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
           SELECT RELATORIO ASSIGN TO "CANCELAMENTOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESERVAS
           LABEL RECORD IS STANDARD.
           COPY RESREG.
       FD  CLIENTES
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  TARIFAS
           LABEL RECORD IS STANDARD.
           COPY TARREG.
       FD  ALUGUERES
           LABEL RECORD IS STANDARD.
           COPY ALUREG.
       FD  SERIES
           LABEL RECORD IS STANDARD.
           COPY SERREG.
       FD  FECHOCTL
           LABEL RECORD IS STANDARD.
           COPY FCHREG.
       FD  FATURACTL
           LABEL RECORD IS STANDARD.
           COPY FATREG.
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
       77  WS-RES-STATUS                PIC X(02) VALUE '00'.
       77  WS-CLI-STATUS                PIC X(02) VALUE '00'.
       77  WS-TAR-STATUS                PIC X(02) VALUE '00'.
       77  WS-ALU-STATUS                PIC X(02) VALUE '00'.
       77  WS-SER-STATUS                PIC X(02) VALUE '00'.
       77  WS-FCH-STATUS                PIC X(02) VALUE '00'.
       77  WS-FCT-STATUS                PIC X(02) VALUE '00'.
       77  WS-FID-STATUS                PIC X(02) VALUE '00'.
       77  WS-FAT-STATUS                PIC X(02) VALUE '00'.
       77  WS-REL-STATUS                PIC X(02) VALUE '00'.
       77  WS-DATA-HOJE                 PIC 9(08).
       77  WS-DATA-PROCESSAMENTO        PIC 9(08).
       77  WS-DATA-DOCUMENTO            PIC 9(08).
       77  WS-DATA-INTEGER              PIC S9(08) COMP.

      ******************************************************************
      *    TABELA DE TARIFAS EM MEMORIA - SO A TAXA DE NAO COMPARENCIA
      *    INTERESSA A ESTA EXECUCAO
      ******************************************************************
       77  WS-NUM-TARIFAS               PIC 9(03) VALUE 0.
       77  WS-IX-TAR                    PIC 9(03).
       01  TAB-TARIFAS.
           05  TAB-LINHA OCCURS 20 TIMES.
               10  TAB-TIPO-CARRO       PIC 9.
               10  TAB-DATA-INI         PIC 9(08).
               10  TAB-DATA-FIM         PIC 9(08).
               10  TAB-TAXA-NAO-COMPARENCIA PIC 9(03)V99.

      ******************************************************************
      *    A RESERVA EM TRATAMENTO E A FATURA DA TAXA
      ******************************************************************
       77  WS-RESERVA-ALTERADA          PIC X VALUE 'N'.
           88  RESERVA-FOI-ALTERADA     VALUE 'S'.
       77  WS-TAXA-FATURADA             PIC X VALUE 'N'.
           88  TAXA-FOI-FATURADA        VALUE 'S'.
       77  TAXA-RESERVA                 PIC 9(03)V99.
       77  OBSERVACAO-TAXA              PIC X(25).
       77  FATURA-NUMERO                PIC 9(08).
       77  FATURA-ATCUD                 PIC X(20).
      *    SERIE EM USO - LIDA DO ULTIMO REGISTO DE SERIES.DAT
       77  ATCUD-CODIGO-SERIE           PIC X(08) VALUE SPACES.
       77  ATCUD-BASE-NUMERO            PIC 9(08) VALUE 0.
       77  ATCUD-SEQUENCIA              PIC 9(08).
       77  IVA-TAXA                     PIC 9(05)V99.
       77  TOTAL-TAXA                   PIC 9(06)V99.

      ******************************************************************
      *    CANCELAMENTOS DO DIA - UMA LINHA POR RESERVA, GUARDADAS
      *    PELA ORDEM DO FICHEIRO E IMPRESSAS BALCAO A BALCAO
      ******************************************************************
       77  WS-NUM-CAN                   PIC 9(04) VALUE 0.
       77  WS-IX-CAN                    PIC 9(04).
       01  TAB-CANCELAMENTOS.
           05  CAN-LINHA OCCURS 1000 TIMES.
               10  CAN-BALCAO           PIC 9(02).
               10  CAN-RESERVA          PIC 9(06).
               10  CAN-CLIENTE          PIC 9(06).
               10  CAN-NOME             PIC X(30).
               10  CAN-TIPO-CARRO       PIC 9.
               10  CAN-INICIO           PIC 9(08).
               10  CAN-FIM              PIC 9(08).
               10  CAN-TIPO             PIC X(01).
               10  CAN-MOTIVO           PIC X(30).
               10  CAN-FATURA           PIC 9(08).
               10  CAN-TOTAL            PIC 9(06)V99.
               10  CAN-OBSERVACAO       PIC X(25).

      ******************************************************************
      *    CANCELAMENTOS E NAO COMPARENCIAS POR BALCAO - UMA LINHA POR
      *    CODIGO POSSIVEL (INDICE = BALCAO + 1)
      ******************************************************************
       77  WS-IX-BAL                    PIC 9(03).
       01  TAB-QTD-BALCAO.
           05  BAL-QTD-CANCELADAS       PIC 9(05) VALUE 0
                                        OCCURS 100 TIMES.
           05  BAL-QTD-NAO-COMPARENCIAS PIC 9(05) VALUE 0
                                        OCCURS 100 TIMES.

      ******************************************************************
      *    CONTADORES E TOTAIS DA EXECUCAO
      ******************************************************************
       77  QTD-RESERVAS-LIDAS           PIC 9(05) VALUE 0.
       77  QTD-NAO-COMPARENCIAS         PIC 9(05) VALUE 0.
       77  QTD-CANCELADAS-DIA           PIC 9(05) VALUE 0.
       77  QTD-FATURADAS                PIC 9(05) VALUE 0.
       77  QTD-POR-FATURAR              PIC 9(05) VALUE 0.
       77  QTD-NAO-LISTADOS             PIC 9(05) VALUE 0.
       77  TOTAL-FATURADO               PIC 9(07)V99 VALUE 0.
       77  SITUACAO-RESERVA             PIC X(17).

      ******************************************************************
      *    MASCARAS DE IMPRESSAO
      ******************************************************************
       77  MASC-VALOR                   PIC ZZ.ZZ9,99.
       77  MASC-IVA                     PIC ZZ.ZZ9,99.
       77  MASC-TOTAL                   PIC ZZZ.ZZ9,99.
       77  MASC-TOTAL-GERAL             PIC Z.ZZZ.ZZ9,99.
       77  MASC-CLIENTE                 PIC ZZZZZ9.
       77  MASC-BALCAO                  PIC Z9.
       77  MASC-QTD                     PIC ZZ.ZZ9.
       77  MASC-QTD-2                   PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1300-CARREGAR-TARIFAS
               THRU 1300-CARREGAR-TARIFAS-EXIT.
           PERFORM 2000-PERCORRER-RESERVAS
               THRU 2000-PERCORRER-RESERVAS-EXIT.
           PERFORM 4000-IMPRIMIR-BALCOES
               THRU 4000-IMPRIMIR-BALCOES-EXIT.
           PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      *    ASKS FOR THE PROCESSING DATE (TODAY BY DEFAULT - THE RUN IS
      *    MEANT FOR THE NIGHT, AFTER THE COUNTERS CLOSE), WORKS OUT
      *    THE DATE OF THE FEE INVOICES AND OPENS THE FILES.  THE
      *    INVOICES ARE DATED THE DAY THEY ARE ISSUED (SEE 1100), NOT
      *    THE PROCESSING DATE, WHICH MAY BE A DAY ALREADY CLOSED.
      *    THE INVOICE PRINT IS APPENDED TO FATURAS.LST, THE SAME
      *    FISCAL LISTING THE COUNTER WRITES.
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1050-CARREGAR-SERIE THRU 1050-CARREGAR-SERIE-EXIT.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'DATA DO PROCESSAMENTO (AAAAMMDD, 0=HOJE):'.
           ACCEPT WS-DATA-PROCESSAMENTO.
           IF WS-DATA-PROCESSAMENTO = 0
               MOVE WS-DATA-HOJE TO WS-DATA-PROCESSAMENTO
           END-IF.
           PERFORM 1100-DATA-DOCUMENTO THRU 1100-DATA-DOCUMENTO-EXIT.
           OPEN I-O RESERVAS.
           IF WS-RES-STATUS = '35'
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF.
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
           OPEN EXTEND ALUGUERES.
           IF WS-ALU-STATUS = '05' OR WS-ALU-STATUS = '35'
               OPEN OUTPUT ALUGUERES
               CLOSE ALUGUERES
               OPEN EXTEND ALUGUERES
           END-IF.
           OPEN EXTEND FATURAS.
           IF WS-FAT-STATUS = '05' OR WS-FAT-STATUS = '35'
               OPEN OUTPUT FATURAS
               CLOSE FATURAS
               OPEN EXTEND FATURAS
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'RESERVAS CANCELADAS E NAO COMPARENCIAS DE '
                  WS-DATA-PROCESSAMENTO
                  ' - EXECUCAO DE ' WS-DATA-HOJE
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
      *    IN USE.  WITHOUT A SERIES NO FEE CAN BE INVOICED, SO THE
      *    RUN STOPS BEFORE ANY BOOKING IS TOUCHED.
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
      *    1300-CARREGAR-TARIFAS
      *    READS TARIFAS.DAT INTO TAB-TARIFAS, AS THE COUNTER DOES.
      *    WITHOUT A RATE FILE NO FEE IS CHARGED, BUT NO-SHOWS ARE
      *    STILL CANCELLED SO THEIR CARS ARE RELEASED.
      ******************************************************************
       1300-CARREGAR-TARIFAS.
           OPEN INPUT TARIFAS.
           IF WS-TAR-STATUS NOT = '00'
               DISPLAY 'Aviso: TARIFAS.DAT nao encontrado - nenhuma'
                   ' taxa sera faturada.'
               GO TO 1300-CARREGAR-TARIFAS-EXIT
           END-IF.
       1350-LER-TARIFA.
           READ TARIFAS
               AT END
                   CLOSE TARIFAS
                   GO TO 1300-CARREGAR-TARIFAS-EXIT
           END-READ.
           IF WS-NUM-TARIFAS = 20
               DISPLAY 'Aviso: TARIFAS.DAT tem mais de 20'
                   ' tarifas - as restantes foram ignoradas.'
               CLOSE TARIFAS
               GO TO 1300-CARREGAR-TARIFAS-EXIT
           END-IF.
           ADD 1 TO WS-NUM-TARIFAS.
           MOVE TAR-TIPO-CARRO TO TAB-TIPO-CARRO (WS-NUM-TARIFAS).
           MOVE TAR-DATA-INI TO TAB-DATA-INI (WS-NUM-TARIFAS).
           MOVE TAR-DATA-FIM TO TAB-DATA-FIM (WS-NUM-TARIFAS).
           MOVE TAR-TAXA-NAO-COMPARENCIA
               TO TAB-TAXA-NAO-COMPARENCIA (WS-NUM-TARIFAS).
           GO TO 1350-LER-TARIFA.
       1300-CARREGAR-TARIFAS-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PERCORRER-RESERVAS
      *    READS RESERVAS IN NUMBER ORDER.  EACH BOOKING IS FIRST
      *    CHECKED FOR A NO-SHOW (2200), THEN CHARGED WHEN IT IS A
      *    NO-SHOW OR LATE CANCELLATION WITH NO FEE INVOICE YET (2300),
      *    AND REWRITTEN IF EITHER CHANGED IT.  A BOOKING CANCELLED ON
      *    THE PROCESSING DATE, OR CHARGED BY THIS RUN, IS KEPT FOR
      *    THE LISTING.
      ******************************************************************
       2000-PERCORRER-RESERVAS.
           MOVE 0 TO RES-NUMERO.
           START RESERVAS KEY IS NOT LESS THAN RES-NUMERO
               INVALID KEY
                   GO TO 2000-PERCORRER-RESERVAS-EXIT
           END-START.
       2100-LER-RESERVA.
           READ RESERVAS NEXT RECORD
               AT END
                   GO TO 2000-PERCORRER-RESERVAS-EXIT
           END-READ.
           ADD 1 TO QTD-RESERVAS-LIDAS.
           MOVE 'N' TO WS-RESERVA-ALTERADA.
           MOVE 'N' TO WS-TAXA-FATURADA.
           MOVE SPACES TO OBSERVACAO-TAXA.
           MOVE 0 TO TOTAL-TAXA.
           MOVE SPACES TO CLI-NOME.
           IF RES-ATIVA AND RES-DATA-INICIO < WS-DATA-PROCESSAMENTO
               PERFORM 2200-MARCAR-NAO-COMPARENCIA
                   THRU 2200-MARCAR-NAO-COMPARENCIA-EXIT
           END-IF.
           IF RES-CANCELADA AND RES-FATURA-TAXA = 0
               AND (RES-CANCELADA-TARDE OR RES-NAO-COMPARENCIA)
               PERFORM 2300-COBRAR-TAXA THRU 2300-COBRAR-TAXA-EXIT
           END-IF.
           IF RESERVA-FOI-ALTERADA
               REWRITE REG-RESERVA
                   INVALID KEY
                       DISPLAY 'ERRO A ATUALIZAR A RESERVA '
                           RES-NUMERO ' - CODIGO: ' WS-RES-STATUS
               END-REWRITE
           END-IF.
           IF RES-CANCELADA
               AND (RES-DATA-CANCELAMENTO = WS-DATA-PROCESSAMENTO
                    OR TAXA-FOI-FATURADA)
               PERFORM 2400-GUARDAR-CANCELAMENTO
                   THRU 2400-GUARDAR-CANCELAMENTO-EXIT
           END-IF.
           GO TO 2100-LER-RESERVA.
       2000-PERCORRER-RESERVAS-EXIT.
           EXIT.

      ******************************************************************
      *    2200-MARCAR-NAO-COMPARENCIA
      *    THE BOOKING WAS DUE BEFORE THE PROCESSING DATE AND IS STILL
      *    ACTIVE - THE COUNTER OFFERS IT ON ITS DAY AND THE DAY AFTER,
      *    SO THE CUSTOMER DID NOT COME.  IT IS CANCELLED AS A NO-SHOW
      *    ON THE PROCESSING DATE.
      ******************************************************************
       2200-MARCAR-NAO-COMPARENCIA.
           MOVE 'X' TO RES-ESTADO.
           MOVE WS-DATA-PROCESSAMENTO TO RES-DATA-CANCELAMENTO.
           MOVE 'NAO COMPARENCIA' TO RES-MOTIVO-CANCELAMENTO.
           MOVE 'N' TO RES-TIPO-CANCELAMENTO.
           MOVE 0 TO RES-FATURA-TAXA.
           MOVE 'S' TO WS-RESERVA-ALTERADA.
           ADD 1 TO QTD-NAO-COMPARENCIAS.
       2200-MARCAR-NAO-COMPARENCIA-EXIT.
           EXIT.

      ******************************************************************
      *    2300-COBRAR-TAXA
      *    CHARGES THE NO-SHOW FEE OF THE RATE IN FORCE FOR THE BOOKED
      *    CATEGORY ON THE PICKUP DATE.  A CATEGORY WITH NO FEE (OR NO
      *    RATE) IS NOT CHARGED; A CUSTOMER NOT ON FILE LEAVES THE FEE
      *    UNINVOICED FOR THE NEXT RUN.
      ******************************************************************
       2300-COBRAR-TAXA.
           PERFORM 2350-OBTER-TAXA THRU 2350-OBTER-TAXA-EXIT.
           IF TAXA-RESERVA = 0
               MOVE 'SEM TAXA NA TARIFA' TO OBSERVACAO-TAXA
               GO TO 2300-COBRAR-TAXA-EXIT
           END-IF.
           MOVE RES-CLIENTE TO CLI-NUMERO.
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
                   MOVE 'CLIENTE NAO ENCONTRADO' TO OBSERVACAO-TAXA
                   ADD 1 TO QTD-POR-FATURAR
                   GO TO 2300-COBRAR-TAXA-EXIT
           END-READ.
           PERFORM 3100-EMITIR-FATURA THRU 3100-EMITIR-FATURA-EXIT.
           PERFORM 3200-IMPRIMIR-FATURA THRU 3200-IMPRIMIR-FATURA-EXIT.
           MOVE FATURA-NUMERO TO RES-FATURA-TAXA.
           MOVE 'S' TO WS-RESERVA-ALTERADA.
           MOVE 'S' TO WS-TAXA-FATURADA.
       2300-COBRAR-TAXA-EXIT.
           EXIT.

      ******************************************************************
      *    2350-OBTER-TAXA
      *    LOOKS UP THE NO-SHOW FEE FOR RES-TIPO-CARRO ON THE PICKUP
      *    DATE IN TAB-TARIFAS - ZERO WHEN NO RATE COVERS IT.
      ******************************************************************
       2350-OBTER-TAXA.
           MOVE 0 TO TAXA-RESERVA.
           MOVE 0 TO WS-IX-TAR.
       2355-PROCURAR-TARIFA.
           ADD 1 TO WS-IX-TAR.
           IF WS-IX-TAR > WS-NUM-TARIFAS
               GO TO 2350-OBTER-TAXA-EXIT
           END-IF.
           IF TAB-TIPO-CARRO (WS-IX-TAR) = RES-TIPO-CARRO
               AND RES-DATA-INICIO
                   NOT LESS THAN TAB-DATA-INI (WS-IX-TAR)
               AND RES-DATA-INICIO
                   NOT GREATER THAN TAB-DATA-FIM (WS-IX-TAR)
               MOVE TAB-TAXA-NAO-COMPARENCIA (WS-IX-TAR)
                   TO TAXA-RESERVA
               GO TO 2350-OBTER-TAXA-EXIT
           END-IF.
           GO TO 2355-PROCURAR-TARIFA.
       2350-OBTER-TAXA-EXIT.
           EXIT.

      ******************************************************************
      *    2400-GUARDAR-CANCELAMENTO
      *    ADDS THE BOOKING TO THE LISTING TABLE AND COUNTS IT UNDER
      *    ITS BRANCH.  THE CUSTOMER'S NAME IS LOOKED UP WHEN THE FEE
      *    STEP DID NOT ALREADY READ IT.
      ******************************************************************
       2400-GUARDAR-CANCELAMENTO.
           IF WS-NUM-CAN = 1000
               ADD 1 TO QTD-NAO-LISTADOS
               GO TO 2400-GUARDAR-CANCELAMENTO-EXIT
           END-IF.
           IF CLI-NOME = SPACES
               MOVE RES-CLIENTE TO CLI-NUMERO
               READ CLIENTES KEY IS CLI-NUMERO
                   INVALID KEY
                       MOVE '(CLIENTE NAO ENCONTRADO)' TO CLI-NOME
               END-READ
           END-IF.
           ADD 1 TO WS-NUM-CAN.
           MOVE RES-BALCAO TO CAN-BALCAO (WS-NUM-CAN).
           MOVE RES-NUMERO TO CAN-RESERVA (WS-NUM-CAN).
           MOVE RES-CLIENTE TO CAN-CLIENTE (WS-NUM-CAN).
           MOVE CLI-NOME TO CAN-NOME (WS-NUM-CAN).
           MOVE RES-TIPO-CARRO TO CAN-TIPO-CARRO (WS-NUM-CAN).
           MOVE RES-DATA-INICIO TO CAN-INICIO (WS-NUM-CAN).
           MOVE RES-DATA-FIM TO CAN-FIM (WS-NUM-CAN).
           MOVE RES-TIPO-CANCELAMENTO TO CAN-TIPO (WS-NUM-CAN).
           MOVE RES-MOTIVO-CANCELAMENTO TO CAN-MOTIVO (WS-NUM-CAN).
           MOVE RES-FATURA-TAXA TO CAN-FATURA (WS-NUM-CAN).
           MOVE TOTAL-TAXA TO CAN-TOTAL (WS-NUM-CAN).
           MOVE OBSERVACAO-TAXA TO CAN-OBSERVACAO (WS-NUM-CAN).
           IF RES-FATURA-TAXA > 0 AND NOT TAXA-FOI-FATURADA
               MOVE 'FATURADA ANTERIORMENTE'
                   TO CAN-OBSERVACAO (WS-NUM-CAN)
           END-IF.
           COMPUTE WS-IX-BAL = RES-BALCAO + 1.
           IF RES-NAO-COMPARENCIA
               ADD 1 TO BAL-QTD-NAO-COMPARENCIAS (WS-IX-BAL)
           ELSE
               ADD 1 TO BAL-QTD-CANCELADAS (WS-IX-BAL)
           END-IF.
           ADD 1 TO QTD-CANCELADAS-DIA.
       2400-GUARDAR-CANCELAMENTO-EXIT.
           EXIT.

      ******************************************************************
      *    3100-EMITIR-FATURA
      *    INVOICES THE FEE TO THE CUSTOMER: NEXT NUMBER OF THE
      *    INVOICE SERIES FROM FATURACTL.DAT, THE WHOLE FEE SUBJECT TO
      *    IVA.  THE DOCUMENT GOES TO ALUGUERES.DAT AS TYPE 'E' (NO
      *    CAR, NO DAYS, NO KMS) UNDER THE BOOKING'S BRANCH AND
      *    CATEGORY, AND TO FATIDX, SO PAYMENTS, AGING, STATEMENT AND
      *    SAF-T FIND IT AS ANY OTHER INVOICE.
      ******************************************************************
       3100-EMITIR-FATURA.
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
           COMPUTE IVA-TAXA ROUNDED = TAXA-RESERVA * 0,23.
           COMPUTE TOTAL-TAXA = TAXA-RESERVA + IVA-TAXA.
           MOVE WS-DATA-DOCUMENTO TO ALU-DATA.
           MOVE CLI-NUMERO TO ALU-CLIENTE.
           MOVE SPACES TO ALU-MATRICULA.
           MOVE RES-TIPO-CARRO TO ALU-TIPO-CARRO.
           MOVE 0 TO ALU-DIAS-ALUGUER.
           MOVE 0 TO ALU-KMS-PAGOS.
           MOVE 0 TO ALU-CUSTO-DIA.
           MOVE 0 TO ALU-DIAS-ATRASO.
           MOVE 0 TO ALU-VALOR-ATRASO.
           MOVE 0 TO ALU-VALOR-DANOS.
           MOVE 0 TO ALU-PERC-DESCONTO.
           MOVE 0 TO ALU-VALOR-DESCONTO.
           MOVE IVA-TAXA TO ALU-IVA.
           MOVE TOTAL-TAXA TO ALU-TOTAL-FINAL.
           MOVE FATURA-NUMERO TO ALU-FATURA-NUMERO.
           MOVE 'E' TO ALU-TIPO-DOC.
           MOVE 0 TO ALU-DOC-ORIGEM.
           MOVE RES-BALCAO TO ALU-BALCAO.
           MOVE 0 TO ALU-VALOR-EXTRAS.
           MOVE 0 TO ALU-CONTA-EMPRESA.
           MOVE 0 TO ALU-VALOR-TERCEIROS.
           WRITE REG-ALUGUER.
           MOVE FATURA-NUMERO TO FID-NUMERO.
           MOVE ALU-DATA TO FID-DATA.
           MOVE CLI-NUMERO TO FID-CLIENTE.
           MOVE ALU-TIPO-CARRO TO FID-TIPO-CARRO.
           MOVE ALU-MATRICULA TO FID-MATRICULA.
           MOVE IVA-TAXA TO FID-IVA.
           MOVE TOTAL-TAXA TO FID-TOTAL-FINAL.
           MOVE 0 TO FID-TOTAL-CREDITADO.
           MOVE ALU-BALCAO TO FID-BALCAO.
           WRITE REG-FAT-IDX
               INVALID KEY
                   DISPLAY 'AVISO: FATURA ' FATURA-NUMERO
                       ' JA ESTAVA NO INDICE FATIDX.'
           END-WRITE.
           ADD 1 TO QTD-FATURADAS.
           ADD TOTAL-TAXA TO TOTAL-FATURADO.
       3100-EMITIR-FATURA-EXIT.
           EXIT.

      ******************************************************************
      *    3200-IMPRIMIR-FATURA
      *    PRINTS THE FEE INVOICE TO FATURAS.LST IN THE COUNTER'S
      *    LAYOUT: THE BOOKING, WHY IT IS CHARGED, THE FEE AND ITS
      *    IVA.
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
           STRING 'RESERVA N. ' RES-NUMERO
                  '   CATEGORIA: ' RES-TIPO-CARRO
                  '   DE ' RES-DATA-INICIO ' A ' RES-DATA-FIM
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           IF RES-NAO-COMPARENCIA
               STRING 'TAXA DE NAO COMPARENCIA - VIATURA NAO LEVANTADA'
                   DELIMITED BY SIZE INTO LINHA-FATURA
           ELSE
               STRING 'TAXA DE CANCELAMENTO TARDIO - CANCELADA EM '
                      RES-DATA-CANCELAMENTO
                   DELIMITED BY SIZE INTO LINHA-FATURA
           END-IF.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE TAXA-RESERVA TO MASC-VALOR.
           MOVE SPACES TO LINHA-FATURA.
           STRING '  Taxa da reserva ....... ' MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE SPACES TO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE IVA-TAXA TO MASC-IVA.
           MOVE SPACES TO LINHA-FATURA.
           STRING 'IVA (23%) ................ ' MASC-IVA
               DELIMITED BY SIZE INTO LINHA-FATURA.
           WRITE LINHA-FATURA.
           MOVE TOTAL-TAXA TO MASC-TOTAL.
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
      *    4000-IMPRIMIR-BALCOES
      *    PRINTS THE LISTING ONE BRANCH AT A TIME, THEN THE TOTALS.
      ******************************************************************
       4000-IMPRIMIR-BALCOES.
           PERFORM 4100-IMPRIMIR-BALCAO THRU 4100-IMPRIMIR-BALCAO-EXIT
               VARYING WS-IX-BAL FROM 1 BY 1 UNTIL WS-IX-BAL > 100.
           IF WS-NUM-CAN = 0
               MOVE 'NENHUMA RESERVA CANCELADA NESTA DATA.'
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE QTD-RESERVAS-LIDAS TO MASC-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'RESERVAS LIDAS: ' MASC-QTD
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-NAO-COMPARENCIAS TO MASC-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'NAO COMPARENCIAS CANCELADAS NESTA EXECUCAO: '
                  MASC-QTD
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-CANCELADAS-DIA TO MASC-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'RESERVAS LISTADAS: ' MASC-QTD
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-FATURADAS TO MASC-QTD.
           MOVE TOTAL-FATURADO TO MASC-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'TAXAS FATURADAS: ' MASC-QTD
                  '   TOTAL FATURADO: ' MASC-TOTAL-GERAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           IF QTD-POR-FATURAR > 0
               MOVE QTD-POR-FATURAR TO MASC-QTD
               MOVE SPACES TO LINHA-RELATORIO
               STRING '*** TAXAS POR FATURAR (CLIENTE NAO ENCONTRADO): '
                      MASC-QTD
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY LINHA-RELATORIO
           END-IF.
           IF QTD-NAO-LISTADOS > 0
               MOVE QTD-NAO-LISTADOS TO MASC-QTD
               MOVE SPACES TO LINHA-RELATORIO
               STRING '*** TABELA CHEIA - RESERVAS NAO LISTADAS: '
                      MASC-QTD
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY LINHA-RELATORIO
           END-IF.
       4000-IMPRIMIR-BALCOES-EXIT.
           EXIT.

      ******************************************************************
      *    4100-IMPRIMIR-BALCAO
      *    ONE BRANCH: A HEADING WITH ITS COUNTS AND ITS BOOKINGS IN
      *    NUMBER ORDER.  A BRANCH WITH NOTHING CANCELLED IS LEFT OUT.
      ******************************************************************
       4100-IMPRIMIR-BALCAO.
           IF BAL-QTD-CANCELADAS (WS-IX-BAL) = 0
               AND BAL-QTD-NAO-COMPARENCIAS (WS-IX-BAL) = 0
               GO TO 4100-IMPRIMIR-BALCAO-EXIT
           END-IF.
           COMPUTE MASC-BALCAO = WS-IX-BAL - 1.
           MOVE BAL-QTD-CANCELADAS (WS-IX-BAL) TO MASC-QTD.
           MOVE BAL-QTD-NAO-COMPARENCIAS (WS-IX-BAL) TO MASC-QTD-2.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'BALCAO ' MASC-BALCAO
                  ' - CANCELAMENTOS: ' MASC-QTD
                  '   NAO COMPARENCIAS: ' MASC-QTD-2
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'RESERVA  CLIENTE NOME                            '
                  'CAT INICIO   FIM      SITUACAO          FATURA   '
                  '    TOTAL'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 4200-LINHA-CANCELAMENTO
               THRU 4200-LINHA-CANCELAMENTO-EXIT
               VARYING WS-IX-CAN FROM 1 BY 1
               UNTIL WS-IX-CAN > WS-NUM-CAN.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       4100-IMPRIMIR-BALCAO-EXIT.
           EXIT.

      ******************************************************************
      *    4200-LINHA-CANCELAMENTO
      *    TWO LINES PER BOOKING OF THE BRANCH BEING PRINTED: THE
      *    BOOKING WITH THE FEE INVOICE (WHEN THERE IS ONE), THEN THE
      *    REASON AND WHY A FEE WAS NOT INVOICED.
      ******************************************************************
       4200-LINHA-CANCELAMENTO.
           IF CAN-BALCAO (WS-IX-CAN) + 1 NOT = WS-IX-BAL
               GO TO 4200-LINHA-CANCELAMENTO-EXIT
           END-IF.
           EVALUATE CAN-TIPO (WS-IX-CAN)
               WHEN 'N'
                   MOVE 'NAO COMPARENCIA' TO SITUACAO-RESERVA
               WHEN 'T'
                   MOVE 'CANCEL. TARDIO' TO SITUACAO-RESERVA
               WHEN OTHER
                   MOVE 'CANCELADA' TO SITUACAO-RESERVA
           END-EVALUATE.
           MOVE CAN-CLIENTE (WS-IX-CAN) TO MASC-CLIENTE.
           MOVE SPACES TO LINHA-RELATORIO.
           IF CAN-TOTAL (WS-IX-CAN) > 0
               MOVE CAN-TOTAL (WS-IX-CAN) TO MASC-VALOR
               STRING CAN-RESERVA (WS-IX-CAN)
                      '   ' MASC-CLIENTE
                      '  ' CAN-NOME (WS-IX-CAN)
                      '  ' CAN-TIPO-CARRO (WS-IX-CAN)
                      '   ' CAN-INICIO (WS-IX-CAN)
                      ' ' CAN-FIM (WS-IX-CAN)
                      ' ' SITUACAO-RESERVA
                      ' ' CAN-FATURA (WS-IX-CAN)
                      ' ' MASC-VALOR
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING CAN-RESERVA (WS-IX-CAN)
                      '   ' MASC-CLIENTE
                      '  ' CAN-NOME (WS-IX-CAN)
                      '  ' CAN-TIPO-CARRO (WS-IX-CAN)
                      '   ' CAN-INICIO (WS-IX-CAN)
                      ' ' CAN-FIM (WS-IX-CAN)
                      ' ' SITUACAO-RESERVA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '         MOTIVO: ' CAN-MOTIVO (WS-IX-CAN)
                  '  ' CAN-OBSERVACAO (WS-IX-CAN)
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       4200-LINHA-CANCELAMENTO-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINAR
      ******************************************************************
       9000-TERMINAR.
           CLOSE RESERVAS.
           CLOSE CLIENTES.
           CLOSE FATIDX.
           CLOSE ALUGUERES.
           CLOSE FATURAS.
           CLOSE RELATORIO.
           DISPLAY 'Faturas em FATURAS.LST, listagem em'
               ' CANCELAMENTOS.LST.'.
       9000-TERMINAR-EXIT.
           EXIT.

       END PROGRAM 0807_B07.
