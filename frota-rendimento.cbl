      *    02/09/2026 JPS   THE RUN NOW ASKS FOR A BALCAO (ZERO MEANS
      *                     ALL) AND, WHEN GIVEN ONE, ONLY REPORTS
      *                     THAT BRANCH'S VEHICLES AND DOCUMENTS.
      *    15/10/2026 JPS   FINE AND TOLL CHARGES (ALU-TIPO-DOC 'E')
      *                     ARE LEFT OUT - THEY ARE NOT A RENTAL NOR
      *                     REVENUE EARNED BY THE CAR.
      *    15/10/2026 JPS   A MONTHLY-BILLED RENTAL (TYPE 'M') IS THE
      *                     CAR'S REVENUE; THE CORPORATE CONSOLIDATED
      *                     INVOICE (TYPE 'G') AND ANY CREDIT NOTE ON
      *                     IT NAME NO CAR AND ARE LEFT OUT.
      *    15/10/2026 JPS   A PERIOD STARTING BEFORE THE CURRENT YEAR
      *                     ALSO READS ALUGANO.DAT, WHERE THE YEAR-END
      *                     CLOSE MOVES THE CLOSED YEARS' RENTALS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_R03.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT ALUGANO ASSIGN TO "ALUGANO.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT RELATORIO ASSIGN TO "FROTA.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           LABEL RECORD IS STANDARD.
           COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGHIST==
               LEADING ==ALU== BY ==HIS==.
       FD  ALUGANO
           LABEL RECORD IS STANDARD.
           COPY ALUREG REPLACING ==REG-ALUGUER== BY ==REG-ALUGANO==
               LEADING ==ALU== BY ==ARQ==.
       FD  RELATORIO
           LABEL RECORD IS OMITTED.
       01  LINHA-RELATORIO             PIC X(120).
       77  WS-VIA-STATUS                PIC X(02) VALUE '00'.
       77  WS-ALU-STATUS                PIC X(02) VALUE '00'.
       77  WS-HIS-STATUS                PIC X(02) VALUE '00'.
       77  WS-ARQ-STATUS                PIC X(02) VALUE '00'.
       77  WS-REL-STATUS                PIC X(02) VALUE '00'.
       77  WS-ALU-ABERTO                PIC X VALUE 'N'.
           88  ALUGUERES-ABERTO         VALUE 'S'.
       77  WS-HIS-ABERTO                PIC X VALUE 'N'.
           88  ALUGHIST-ABERTO          VALUE 'S'.
       77  WS-ARQ-ABERTO                PIC X VALUE 'N'.
           88  ALUGANO-ABERTO           VALUE 'S'.

      ******************************************************************
      *    REGISTO DE TRABALHO - O DOCUMENTO EM TRATAMENTO, VENHA ELE
       77  PERIODO-INICIO               PIC 9(08).
       77  PERIODO-FIM                  PIC 9(08).
       77  BALCAO-FILTRO                PIC 9(02) VALUE 0.
       77  WS-DATA-HOJE                 PIC 9(08).
       01  INICIO-ANO-CORRENTE.
           05  INICIO-ANO               PIC 9(04).
           05  FILLER                   PIC X(04) VALUE '0101'.
       77  PERIODO-DIAS                 PIC S9(05) COMP.
       77  WS-DATA-INTEGER              PIC S9(08) COMP.

           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1500-CARREGAR-FROTA THRU 1500-CARREGAR-FROTA-EXIT.
           PERFORM 2000-VARRER-ARQUIVO THRU 2000-VARRER-ARQUIVO-EXIT.
           PERFORM 2300-VARRER-ANOS-FECHADOS
               THRU 2300-VARRER-ANOS-FECHADOS-EXIT.
           PERFORM 2500-VARRER-CORRENTE
               THRU 2500-VARRER-CORRENTE-EXIT.
           PERFORM 3000-IMPRIMIR-RELATORIO
      ******************************************************************
      *    1000-INICIALIZAR
      *    ASKS THE OPERATOR FOR THE PERIOD (END DATE ZERO MEANS
      *    TODAY) AND OPENS THE FILES.  THE YEARLY ARCHIVE IS ONLY
      *    OPENED WHEN THE PERIOD STARTS BEFORE THE CURRENT YEAR.
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'DATA DE INICIO DO PERIODO (AAAAMMDD):'.
           IF WS-HIS-STATUS = '00'
               MOVE 'S' TO WS-HIS-ABERTO
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE (1:4) TO INICIO-ANO.
           IF PERIODO-INICIO < INICIO-ANO-CORRENTE
               OPEN INPUT ALUGANO
               IF WS-ARQ-STATUS = '00'
                   MOVE 'S' TO WS-ARQ-ABERTO
               END-IF
           END-IF.
           OPEN OUTPUT RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.
       2000-VARRER-ARQUIVO-EXIT.
           EXIT.

      ******************************************************************
      *    2300-VARRER-ANOS-FECHADOS
      *    ACCUMULATES THE PERIOD'S RENTALS THE YEAR-END CLOSE MOVED
      *    TO THE YEARLY ARCHIVE.
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
           PERFORM 2800-ACUMULAR-DOCUMENTO
               THRU 2800-ACUMULAR-DOCUMENTO-EXIT.
           GO TO 2400-LER-ANOS-FECHADOS.
       2300-VARRER-ANOS-FECHADOS-EXIT.
           EXIT.

      ******************************************************************
      *    2500-VARRER-CORRENTE
      *    ACCUMULATES THE RENTALS OF THE PERIOD STILL ON THE CURRENT
           IF BALCAO-FILTRO > 0 AND TRB-BALCAO NOT = BALCAO-FILTRO
               GO TO 2800-ACUMULAR-DOCUMENTO-EXIT
           END-IF.
           IF TRB-DOC-ENCARGO OR TRB-DOC-FATURA-GLOBAL
               OR TRB-MATRICULA = SPACES
               GO TO 2800-ACUMULAR-DOCUMENTO-EXIT
           END-IF.
           PERFORM 2850-ACHAR-VIATURA THRU 2850-ACHAR-VIATURA-EXIT.
           IF NOT FRO-FOI-ACHADO
               GO TO 2800-ACUMULAR-DOCUMENTO-EXIT
           IF ALUGHIST-ABERTO
               CLOSE ALUGHIST
           END-IF.
           IF ALUGANO-ABERTO
               CLOSE ALUGANO
           END-IF.
           CLOSE RELATORIO.
       9000-TERMINAR-EXIT.
           EXIT.
