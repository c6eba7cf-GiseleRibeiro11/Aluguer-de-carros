      ******************************************************************
      *    PROGRAM-ID: 0807_R09
      *    AUTHOR    : J. P. SILVA
      *    INSTALLATION: BALCAO CENTRAL - ALUGUER DE CARROS
      *    DATE-WRITTEN: 15/10/2026
      *    DATE-COMPILED:
      *    PURPOSE   : AVAILABILITY AND OCCUPANCY FORECAST.  BUILDS,
      *                BRANCH BY BRANCH AND CATEGORY BY CATEGORY, A
      *                DAY-BY-DAY GRID FOR THE NEXT N DAYS (GIVEN BY
      *                THE OPERATOR) TO OCUPACAO.LST:
      *                  - CARS ON THE FLEET (VIA-BALCAO);
      *                  - CARS STILL OUT ON CONTRATOS, UP TO AND
      *                    INCLUDING CTR-DATA-PREVISTA;
      *                  - CARS IN THE WORKSHOP, UP TO AND INCLUDING
      *                    THE EXPECTED RELEASE (VIA-MANUT-DATA-FIM);
      *                  - ACTIVE RESERVATIONS COVERING THE DAY;
      *                  - THE FREE CARS LEFT AND THE OCCUPANCY.
      *                A DAY WHERE THE BOOKINGS EXCEED THE FREE CARS
      *                IS FLAGGED.  A CONTRACT ALREADY PAST ITS RETURN
      *                DATE (AND A WORKSHOP STAY PAST ITS EXPECTED
      *                RELEASE, OR WITH NONE) IS COUNTED AS OUT FOR
      *                THE WHOLE PERIOD, FLAGGED ON THE CATEGORY AND
      *                LISTED UNDER THE BRANCH, AS IT MAKES THE
      *                FORECAST UNRELIABLE.  USED TO DECIDE TRANSFERS
      *                BETWEEN BRANCHES AND WHEN TO TAKE CARS OFF FOR
      *                SERVICE.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL PROGRAM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_R09.
       AUTHOR. J. P. SILVA.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT RESERVAS ASSIGN TO "RESERVAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-NUMERO
               FILE STATUS IS WS-RES-STATUS.
           SELECT RELATORIO ASSIGN TO "OCUPACAO.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIATURAS
           LABEL RECORD IS STANDARD.
           COPY VIAREG.
       FD  CONTRATOS
           LABEL RECORD IS STANDARD.
           COPY CTRREG.
       FD  RESERVAS
           LABEL RECORD IS STANDARD.
           COPY RESREG.
       FD  RELATORIO
           LABEL RECORD IS OMITTED.
       01  LINHA-RELATORIO             PIC X(120).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    CONTROLO DE FICHEIROS
      ******************************************************************
       77  WS-VIA-STATUS                PIC X(02) VALUE '00'.
       77  WS-CTR-STATUS                PIC X(02) VALUE '00'.
       77  WS-RES-STATUS                PIC X(02) VALUE '00'.
       77  WS-REL-STATUS                PIC X(02) VALUE '00'.
       77  WS-DATA-HOJE                 PIC 9(08).
       77  WS-DATA-INTEGER              PIC S9(08) COMP.

      ******************************************************************
      *    PERIODO DA PREVISAO - UM DIA POR LINHA, A COMECAR HOJE
      ******************************************************************
       77  DIAS-OMISSAO                 PIC 9(02) VALUE 14.
       77  DIAS-MAXIMO                  PIC 9(02) VALUE 31.
       77  DIAS-PREVISAO                PIC 9(02) VALUE 0.
       77  WS-IX-DIA                    PIC 9(02).
       77  WS-DATA-ULTIMA               PIC 9(08).
       01  TAB-DIAS.
           05  DIA-DATA                 PIC 9(08) OCCURS 31 TIMES.

      ******************************************************************
      *    GRELHA DA PREVISAO POR BALCAO (INDICE = BALCAO + 1), POR
      *    CATEGORIA E POR DIA.  OS ATRASADOS SAO CONTRATOS JA PASSADOS
      *    DA DATA PREVISTA E ESTADIAS NA OFICINA SEM DATA OU JA
      *    PASSADAS DA PREVISTA - CONTAM COMO FORA TODO O PERIODO
      ******************************************************************
       77  WS-IX-BAL                    PIC 9(03).
       77  WS-IX-CAT                    PIC 9(01).
       01  TAB-PREVISAO.
           05  PRV-BALCAO OCCURS 100 TIMES.
               10  PRV-COM-DADOS        PIC X(01) VALUE 'N'.
                   88  BALCAO-COM-DADOS VALUE 'S'.
               10  PRV-CATEGORIA OCCURS 3 TIMES.
                   15  PRV-FROTA        PIC 9(04) VALUE 0.
                   15  PRV-ATRASADOS    PIC 9(04) VALUE 0.
                   15  PRV-QTD-RESERVAS PIC 9(05) VALUE 0.
                   15  PRV-DIA OCCURS 31 TIMES.
                       20  PRV-FORA     PIC 9(04) VALUE 0.
                       20  PRV-OFICINA  PIC 9(04) VALUE 0.
                       20  PRV-RESERVAS PIC 9(04) VALUE 0.

      ******************************************************************
      *    CONTRATOS ATRASADOS E ESTADIAS NA OFICINA EM ATRASO, PARA A
      *    LISTAGEM DE CADA BALCAO
      ******************************************************************
       77  WS-NUM-ATR                   PIC 9(04) VALUE 0.
       77  WS-IX-ATR                    PIC 9(04).
       01  TAB-ATRASADOS.
           05  ATR-LINHA OCCURS 500 TIMES.
               10  ATR-BALCAO           PIC 9(02).
               10  ATR-MATRICULA        PIC X(08).
               10  ATR-TIPO-CARRO       PIC 9.
               10  ATR-ORIGEM           PIC X(01).
                   88  ATR-DE-CONTRATO  VALUE 'C'.
                   88  ATR-DE-OFICINA   VALUE 'O'.
               10  ATR-CLIENTE          PIC 9(06).
               10  ATR-DATA-PREVISTA    PIC 9(08).
               10  ATR-DIAS             PIC 9(05).

      ******************************************************************
      *    VIATURA EM ANALISE E CONTADORES
      ******************************************************************
       77  OCUPACAO-ATE                 PIC 9(08).
       77  WS-TIPO-OCUPACAO             PIC X(01).
           88  OCUPACAO-CONTRATO        VALUE 'C'.
           88  OCUPACAO-OFICINA         VALUE 'O'.
       77  QTD-LIVRES                   PIC S9(05).
       77  QTD-DISPONIVEIS              PIC S9(05).
       77  PERC-OCUPACAO                PIC 9(03).
       77  SITUACAO-DIA                 PIC X(40).
       77  QTD-VIATURAS                 PIC 9(05) VALUE 0.
       77  QTD-FORA-CATEGORIA           PIC 9(05) VALUE 0.
       77  QTD-RESERVAS-ATIVAS          PIC 9(05) VALUE 0.
       77  QTD-CONTRATOS-ATRASADOS      PIC 9(05) VALUE 0.
       77  QTD-OFICINA-ATRASADAS        PIC 9(05) VALUE 0.
       77  QTD-DIAS-EM-FALTA            PIC 9(05) VALUE 0.
       77  QTD-NAO-LISTADOS             PIC 9(05) VALUE 0.

      ******************************************************************
      *    MASCARAS DE IMPRESSAO
      ******************************************************************
       77  MASC-BALCAO                  PIC Z9.
       77  MASC-CATEGORIA               PIC 9.
       77  MASC-FROTA                   PIC ZZZ9.
       77  MASC-FORA                    PIC ZZZ9.
       77  MASC-OFICINA                 PIC ZZZ9.
       77  MASC-RESERVAS                PIC ZZZ9.
       77  MASC-LIVRES                  PIC ---9.
       77  MASC-PERC                    PIC ZZ9.
       77  MASC-CLIENTE                 PIC ZZZZZ9.
       77  MASC-DIAS                    PIC ZZZZ9.
       77  MASC-TOTAL                   PIC ZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LER-FROTA THRU 2000-LER-FROTA-EXIT.
           PERFORM 3000-LER-RESERVAS THRU 3000-LER-RESERVAS-EXIT.
           PERFORM 4000-IMPRIMIR-BALCOES
               THRU 4000-IMPRIMIR-BALCOES-EXIT.
           PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      *    ASKS HOW MANY DAYS TO FORECAST (ZERO TAKES THE DEFAULT, AND
      *    THE GRID HOLDS AT MOST 31), WORKS OUT THE DATE OF EACH DAY
      *    FROM TODAY AND OPENS THE FILES - A MISSING MASTER FILE IS
      *    CREATED EMPTY, AS AT THE COUNTER.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'NUMERO DE DIAS A PREVER (0=14, MAXIMO 31):'.
           ACCEPT DIAS-PREVISAO.
           IF DIAS-PREVISAO = 0
               MOVE DIAS-OMISSAO TO DIAS-PREVISAO
           END-IF.
           IF DIAS-PREVISAO > DIAS-MAXIMO
               DISPLAY 'Aviso: a previsao cobre no maximo 31 dias.'
               MOVE DIAS-MAXIMO TO DIAS-PREVISAO
           END-IF.
           PERFORM 1100-CALCULAR-DIA THRU 1100-CALCULAR-DIA-EXIT
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > DIAS-PREVISAO.
           MOVE DIA-DATA (DIAS-PREVISAO) TO WS-DATA-ULTIMA.
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
           OPEN INPUT RESERVAS.
           IF WS-RES-STATUS = '35'
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN INPUT RESERVAS
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE DIAS-PREVISAO TO MASC-DIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'PREVISAO DE DISPONIBILIDADE E OCUPACAO - '
                  MASC-DIAS ' DIAS DE ' WS-DATA-HOJE
                  ' A ' WS-DATA-ULTIMA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1100-CALCULAR-DIA.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
               + WS-IX-DIA - 1.
           COMPUTE DIA-DATA (WS-IX-DIA) =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
       1100-CALCULAR-DIA-EXIT.
           EXIT.

      ******************************************************************
      *    2000-LER-FROTA
      *    READS THE FLEET IN PLATE ORDER.  EVERY CAR COUNTS ON ITS
      *    BRANCH AND CATEGORY; A RENTED CAR IS OUT UP TO ITS
      *    CONTRACT'S RETURN DATE AND A CAR IN THE WORKSHOP UP TO ITS
      *    EXPECTED RELEASE.  A CAR WITH AN INVALID CATEGORY IS LEFT
      *    OUT, AS THE COUNTER CAN NEVER RENT IT.
      ******************************************************************
       2000-LER-FROTA.
           MOVE LOW-VALUES TO VIA-MATRICULA.
           START VIATURAS KEY IS NOT LESS THAN VIA-MATRICULA
               INVALID KEY
                   GO TO 2000-LER-FROTA-EXIT
           END-START.
       2100-LER-VIATURA.
           READ VIATURAS NEXT RECORD
               AT END
                   GO TO 2000-LER-FROTA-EXIT
           END-READ.
           IF VIA-TIPO-CARRO < 1 OR VIA-TIPO-CARRO > 3
               GO TO 2100-LER-VIATURA
           END-IF.
           ADD 1 TO QTD-VIATURAS.
           COMPUTE WS-IX-BAL = VIA-BALCAO + 1.
           MOVE VIA-TIPO-CARRO TO WS-IX-CAT.
           MOVE 'S' TO PRV-COM-DADOS (WS-IX-BAL).
           ADD 1 TO PRV-FROTA (WS-IX-BAL, WS-IX-CAT).
           IF VIA-ALUGADA
               PERFORM 2200-VIATURA-ALUGADA
                   THRU 2200-VIATURA-ALUGADA-EXIT
           END-IF.
           IF VIA-EM-MANUTENCAO
               PERFORM 2300-VIATURA-OFICINA
                   THRU 2300-VIATURA-OFICINA-EXIT
           END-IF.
           GO TO 2100-LER-VIATURA.
       2000-LER-FROTA-EXIT.
           EXIT.

      ******************************************************************
      *    2200-VIATURA-ALUGADA
      *    THE CAR IS OUT UP TO AND INCLUDING THE CONTRACT'S RETURN
      *    DATE.  A CONTRACT ALREADY PAST THAT DATE - OR A RENTED CAR
      *    WITH NO OPEN CONTRACT - GIVES NO RETURN DATE TO TRUST, SO
      *    THE CAR IS OUT FOR THE WHOLE PERIOD AND IS LISTED.
      ******************************************************************
       2200-VIATURA-ALUGADA.
           MOVE 'C' TO WS-TIPO-OCUPACAO.
           MOVE VIA-MATRICULA TO CTR-MATRICULA.
           READ CONTRATOS KEY IS CTR-MATRICULA
               INVALID KEY
                   MOVE 0 TO CTR-CLIENTE
                   MOVE 0 TO CTR-DATA-PREVISTA
           END-READ.
           IF CTR-DATA-PREVISTA < WS-DATA-HOJE
               MOVE 99999999 TO OCUPACAO-ATE
               ADD 1 TO QTD-CONTRATOS-ATRASADOS
               PERFORM 2400-GUARDAR-ATRASO
                   THRU 2400-GUARDAR-ATRASO-EXIT
           ELSE
               MOVE CTR-DATA-PREVISTA TO OCUPACAO-ATE
           END-IF.
           PERFORM 2500-MARCAR-DIA THRU 2500-MARCAR-DIA-EXIT
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > DIAS-PREVISAO.
       2200-VIATURA-ALUGADA-EXIT.
           EXIT.

      ******************************************************************
      *    2300-VIATURA-OFICINA
      *    WHILE IN THE WORKSHOP VIA-MANUT-DATA-FIM IS THE EXPECTED
      *    RELEASE.  WITH NO DATE, OR ONE ALREADY PAST, THE CAR IS IN
      *    THE WORKSHOP FOR THE WHOLE PERIOD AND IS LISTED.
      ******************************************************************
       2300-VIATURA-OFICINA.
           MOVE 'O' TO WS-TIPO-OCUPACAO.
           IF VIA-MANUT-DATA-FIM < WS-DATA-HOJE
               MOVE 99999999 TO OCUPACAO-ATE
               ADD 1 TO QTD-OFICINA-ATRASADAS
               MOVE 0 TO CTR-CLIENTE
               MOVE VIA-MANUT-DATA-FIM TO CTR-DATA-PREVISTA
               PERFORM 2400-GUARDAR-ATRASO
                   THRU 2400-GUARDAR-ATRASO-EXIT
           ELSE
               MOVE VIA-MANUT-DATA-FIM TO OCUPACAO-ATE
           END-IF.
           PERFORM 2500-MARCAR-DIA THRU 2500-MARCAR-DIA-EXIT
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > DIAS-PREVISAO.
       2300-VIATURA-OFICINA-EXIT.
           EXIT.

      ******************************************************************
      *    2400-GUARDAR-ATRASO
      *    KEEPS THE LATE CONTRACT OR WORKSHOP STAY FOR THE BRANCH'S
      *    LISTING, WITH THE DAYS PAST ITS DATE, AND FLAGS THE
      *    CATEGORY.
      ******************************************************************
       2400-GUARDAR-ATRASO.
           ADD 1 TO PRV-ATRASADOS (WS-IX-BAL, WS-IX-CAT).
           IF WS-NUM-ATR = 500
               ADD 1 TO QTD-NAO-LISTADOS
               GO TO 2400-GUARDAR-ATRASO-EXIT
           END-IF.
           ADD 1 TO WS-NUM-ATR.
           MOVE VIA-BALCAO TO ATR-BALCAO (WS-NUM-ATR).
           MOVE VIA-MATRICULA TO ATR-MATRICULA (WS-NUM-ATR).
           MOVE VIA-TIPO-CARRO TO ATR-TIPO-CARRO (WS-NUM-ATR).
           MOVE WS-TIPO-OCUPACAO TO ATR-ORIGEM (WS-NUM-ATR).
           MOVE CTR-CLIENTE TO ATR-CLIENTE (WS-NUM-ATR).
           MOVE CTR-DATA-PREVISTA TO ATR-DATA-PREVISTA (WS-NUM-ATR).
           MOVE 0 TO ATR-DIAS (WS-NUM-ATR).
           IF CTR-DATA-PREVISTA > 0
               COMPUTE ATR-DIAS (WS-NUM-ATR) =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE (CTR-DATA-PREVISTA)
           END-IF.
       2400-GUARDAR-ATRASO-EXIT.
           EXIT.

       2500-MARCAR-DIA.
           IF DIA-DATA (WS-IX-DIA) > OCUPACAO-ATE
               GO TO 2500-MARCAR-DIA-EXIT
           END-IF.
           IF OCUPACAO-CONTRATO
               ADD 1 TO PRV-FORA (WS-IX-BAL, WS-IX-CAT, WS-IX-DIA)
           ELSE
               ADD 1 TO PRV-OFICINA (WS-IX-BAL, WS-IX-CAT, WS-IX-DIA)
           END-IF.
       2500-MARCAR-DIA-EXIT.
           EXIT.

      ******************************************************************
      *    3000-LER-RESERVAS
      *    EVERY ACTIVE BOOKING COUNTS ON EACH DAY FROM ITS START TO
      *    ITS END, INCLUSIVE - THE SAME OVERLAP THE COUNTER'S
      *    CAPACITY CHECK USES.  BOOKINGS TAKEN BEFORE BRANCHES EXISTED
      *    (BRANCH ZERO) ARE SHOWN UNDER BRANCH ZERO.
      ******************************************************************
       3000-LER-RESERVAS.
           MOVE 0 TO RES-NUMERO.
           START RESERVAS KEY IS NOT LESS THAN RES-NUMERO
               INVALID KEY
                   GO TO 3000-LER-RESERVAS-EXIT
           END-START.
       3100-LER-RESERVA.
           READ RESERVAS NEXT RECORD
               AT END
                   GO TO 3000-LER-RESERVAS-EXIT
           END-READ.
           IF NOT RES-ATIVA
               OR RES-TIPO-CARRO < 1 OR RES-TIPO-CARRO > 3
               OR RES-DATA-FIM < WS-DATA-HOJE
               OR RES-DATA-INICIO > WS-DATA-ULTIMA
               GO TO 3100-LER-RESERVA
           END-IF.
           ADD 1 TO QTD-RESERVAS-ATIVAS.
           COMPUTE WS-IX-BAL = RES-BALCAO + 1.
           MOVE RES-TIPO-CARRO TO WS-IX-CAT.
           MOVE 'S' TO PRV-COM-DADOS (WS-IX-BAL).
           ADD 1 TO PRV-QTD-RESERVAS (WS-IX-BAL, WS-IX-CAT).
           PERFORM 3200-MARCAR-RESERVA THRU 3200-MARCAR-RESERVA-EXIT
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > DIAS-PREVISAO.
           GO TO 3100-LER-RESERVA.
       3000-LER-RESERVAS-EXIT.
           EXIT.

       3200-MARCAR-RESERVA.
           IF DIA-DATA (WS-IX-DIA) NOT < RES-DATA-INICIO
               AND DIA-DATA (WS-IX-DIA) NOT > RES-DATA-FIM
               ADD 1 TO PRV-RESERVAS (WS-IX-BAL, WS-IX-CAT, WS-IX-DIA)
           END-IF.
       3200-MARCAR-RESERVA-EXIT.
           EXIT.

      ******************************************************************
      *    4000-IMPRIMIR-BALCOES
      *    PRINTS THE GRID ONE BRANCH AT A TIME, THEN THE TOTALS.
      ******************************************************************
       4000-IMPRIMIR-BALCOES.
           PERFORM 4100-IMPRIMIR-BALCAO THRU 4100-IMPRIMIR-BALCAO-EXIT
               VARYING WS-IX-BAL FROM 1 BY 1 UNTIL WS-IX-BAL > 100.
           MOVE QTD-VIATURAS TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'VIATURAS NA FROTA: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-RESERVAS-ATIVAS TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'RESERVAS ATIVAS NO PERIODO: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-DIAS-EM-FALTA TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'DIAS/CATEGORIAS COM RESERVAS ACIMA DAS LIVRES: '
                  MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-CONTRATOS-ATRASADOS TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'CONTRATOS PASSADOS DA DATA PREVISTA: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-OFICINA-ATRASADAS TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'VIATURAS NA OFICINA SEM DATA OU EM ATRASO: '
                  MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           IF QTD-NAO-LISTADOS > 0
               MOVE QTD-NAO-LISTADOS TO MASC-TOTAL
               MOVE SPACES TO LINHA-RELATORIO
               STRING '*** TABELA CHEIA - ATRASOS NAO LISTADOS: '
                      MASC-TOTAL
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY LINHA-RELATORIO
           END-IF.
       4000-IMPRIMIR-BALCOES-EXIT.
           EXIT.

      ******************************************************************
      *    4100-IMPRIMIR-BALCAO
      *    ONE BRANCH: ITS CATEGORIES, THEN THE LATE CONTRACTS AND
      *    WORKSHOP STAYS BEHIND ANY UNRELIABLE FIGURE.  A BRANCH WITH
      *    NO CARS AND NO BOOKINGS IS LEFT OUT.
      ******************************************************************
       4100-IMPRIMIR-BALCAO.
           IF NOT BALCAO-COM-DADOS (WS-IX-BAL)
               GO TO 4100-IMPRIMIR-BALCAO-EXIT
           END-IF.
           COMPUTE MASC-BALCAO = WS-IX-BAL - 1.
           MOVE ALL '=' TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'BALCAO ' MASC-BALCAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 4200-IMPRIMIR-CATEGORIA
               THRU 4200-IMPRIMIR-CATEGORIA-EXIT
               VARYING WS-IX-CAT FROM 1 BY 1 UNTIL WS-IX-CAT > 3.
           PERFORM 4400-LINHA-ATRASO THRU 4400-LINHA-ATRASO-EXIT
               VARYING WS-IX-ATR FROM 1 BY 1
               UNTIL WS-IX-ATR > WS-NUM-ATR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       4100-IMPRIMIR-BALCAO-EXIT.
           EXIT.

      ******************************************************************
      *    4200-IMPRIMIR-CATEGORIA
      *    ONE CATEGORY OF THE BRANCH: A HEADING (FLAGGED WHEN LATE
      *    CONTRACTS OR WORKSHOP STAYS MAKE THE FIGURES UNRELIABLE)
      *    AND ONE LINE PER DAY.
      ******************************************************************
       4200-IMPRIMIR-CATEGORIA.
           IF PRV-FROTA (WS-IX-BAL, WS-IX-CAT) = 0
               AND PRV-QTD-RESERVAS (WS-IX-BAL, WS-IX-CAT) = 0
               GO TO 4200-IMPRIMIR-CATEGORIA-EXIT
           END-IF.
           MOVE WS-IX-CAT TO MASC-CATEGORIA.
           MOVE PRV-FROTA (WS-IX-BAL, WS-IX-CAT) TO MASC-FROTA.
           MOVE SPACES TO LINHA-RELATORIO.
           IF PRV-ATRASADOS (WS-IX-BAL, WS-IX-CAT) > 0
               MOVE PRV-ATRASADOS (WS-IX-BAL, WS-IX-CAT) TO MASC-TOTAL
               STRING 'CATEGORIA ' MASC-CATEGORIA
                      ' - VIATURAS: ' MASC-FROTA
                      '   *** ' MASC-TOTAL
                      ' EM ATRASO (CONTRATO OU OFICINA) -'
                      ' PREVISAO INCERTA'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING 'CATEGORIA ' MASC-CATEGORIA
                      ' - VIATURAS: ' MASC-FROTA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'DATA     FROTA  FORA OFICINA RESERVAS LIVRES OCUP.%'
                  '  SITUACAO'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 4300-LINHA-DIA THRU 4300-LINHA-DIA-EXIT
               VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > DIAS-PREVISAO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       4200-IMPRIMIR-CATEGORIA-EXIT.
           EXIT.

      ******************************************************************
      *    4300-LINHA-DIA
      *    ONE DAY: THE CARS NOT OUT AND NOT IN THE WORKSHOP ARE
      *    AVAILABLE; THE FREE CARS ARE THOSE LESS THE BOOKINGS
      *    (NEGATIVE WHEN THE BOOKINGS EXCEED THEM, AND THE DAY IS
      *    FLAGGED).  OCCUPANCY IS CARS OUT PLUS BOOKINGS OVER THE
      *    CARS NOT IN THE WORKSHOP.
      ******************************************************************
       4300-LINHA-DIA.
           MOVE PRV-FORA (WS-IX-BAL, WS-IX-CAT, WS-IX-DIA)
               TO QTD-FORA-CATEGORIA.
           COMPUTE QTD-DISPONIVEIS =
               PRV-FROTA (WS-IX-BAL, WS-IX-CAT)
               - PRV-FORA (WS-IX-BAL, WS-IX-CAT, WS-IX-DIA)
               - PRV-OFICINA (WS-IX-BAL, WS-IX-CAT, WS-IX-DIA).
           COMPUTE QTD-LIVRES = QTD-DISPONIVEIS
               - PRV-RESERVAS (WS-IX-BAL, WS-IX-CAT, WS-IX-DIA).
           MOVE 0 TO PERC-OCUPACAO.
           IF PRV-FROTA (WS-IX-BAL, WS-IX-CAT)
               > PRV-OFICINA (WS-IX-BAL, WS-IX-CAT, WS-IX-DIA)
               COMPUTE PERC-OCUPACAO ROUNDED =
                   (QTD-FORA-CATEGORIA
                    + PRV-RESERVAS (WS-IX-BAL, WS-IX-CAT, WS-IX-DIA))
                   * 100
                   / (PRV-FROTA (WS-IX-BAL, WS-IX-CAT)
                      - PRV-OFICINA (WS-IX-BAL, WS-IX-CAT, WS-IX-DIA))
           END-IF.
           MOVE SPACES TO SITUACAO-DIA.
           IF QTD-LIVRES < 0
               ADD 1 TO QTD-DIAS-EM-FALTA
               IF PRV-ATRASADOS (WS-IX-BAL, WS-IX-CAT) > 0
                   MOVE '*** RESERVAS ACIMA DAS LIVRES (ATRASOS)'
                       TO SITUACAO-DIA
               ELSE
                   MOVE '*** RESERVAS ACIMA DAS LIVRES'
                       TO SITUACAO-DIA
               END-IF
           END-IF.
           MOVE PRV-FROTA (WS-IX-BAL, WS-IX-CAT) TO MASC-FROTA.
           MOVE QTD-FORA-CATEGORIA TO MASC-FORA.
           MOVE PRV-OFICINA (WS-IX-BAL, WS-IX-CAT, WS-IX-DIA)
               TO MASC-OFICINA.
           MOVE PRV-RESERVAS (WS-IX-BAL, WS-IX-CAT, WS-IX-DIA)
               TO MASC-RESERVAS.
           MOVE QTD-LIVRES TO MASC-LIVRES.
           MOVE PERC-OCUPACAO TO MASC-PERC.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING DIA-DATA (WS-IX-DIA)
                  '  ' MASC-FROTA
                  '  ' MASC-FORA
                  '    ' MASC-OFICINA
                  '     ' MASC-RESERVAS
                  '   ' MASC-LIVRES
                  '   ' MASC-PERC '%'
                  '  ' SITUACAO-DIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       4300-LINHA-DIA-EXIT.
           EXIT.

      ******************************************************************
      *    4400-LINHA-ATRASO
      *    ONE LATE CONTRACT OR WORKSHOP STAY, WHEN IT BELONGS TO THE
      *    BRANCH BEING PRINTED.
      ******************************************************************
       4400-LINHA-ATRASO.
           IF ATR-BALCAO (WS-IX-ATR) + 1 NOT = WS-IX-BAL
               GO TO 4400-LINHA-ATRASO-EXIT
           END-IF.
           MOVE ATR-DIAS (WS-IX-ATR) TO MASC-DIAS.
           MOVE ATR-CLIENTE (WS-IX-ATR) TO MASC-CLIENTE.
           MOVE SPACES TO LINHA-RELATORIO.
           EVALUATE TRUE
               WHEN ATR-DE-CONTRATO (WS-IX-ATR)
                   AND ATR-DATA-PREVISTA (WS-IX-ATR) = 0
                   STRING '  * ' ATR-MATRICULA (WS-IX-ATR)
                          '  CAT ' ATR-TIPO-CARRO (WS-IX-ATR)
                          '  ALUGADA SEM CONTRATO EM ABERTO'
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               WHEN ATR-DE-CONTRATO (WS-IX-ATR)
                   STRING '  * ' ATR-MATRICULA (WS-IX-ATR)
                          '  CAT ' ATR-TIPO-CARRO (WS-IX-ATR)
                          '  CONTRATO DO CLIENTE ' MASC-CLIENTE
                          ' - DEVOLUCAO PREVISTA '
                          ATR-DATA-PREVISTA (WS-IX-ATR)
                          ' - ' MASC-DIAS ' DIA(S) DE ATRASO'
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               WHEN ATR-DATA-PREVISTA (WS-IX-ATR) = 0
                   STRING '  * ' ATR-MATRICULA (WS-IX-ATR)
                          '  CAT ' ATR-TIPO-CARRO (WS-IX-ATR)
                          '  NA OFICINA SEM DATA DE SAIDA PREVISTA'
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               WHEN OTHER
                   STRING '  * ' ATR-MATRICULA (WS-IX-ATR)
                          '  CAT ' ATR-TIPO-CARRO (WS-IX-ATR)
                          '  NA OFICINA - SAIDA PREVISTA '
                          ATR-DATA-PREVISTA (WS-IX-ATR)
                          ' - ' MASC-DIAS ' DIA(S) DE ATRASO'
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-EVALUATE.
           WRITE LINHA-RELATORIO.
       4400-LINHA-ATRASO-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINAR
      ******************************************************************
       9000-TERMINAR.
           CLOSE VIATURAS.
           CLOSE CONTRATOS.
           CLOSE RESERVAS.
           CLOSE RELATORIO.
       9000-TERMINAR-EXIT.
           EXIT.

       END PROGRAM 0807_R09.
