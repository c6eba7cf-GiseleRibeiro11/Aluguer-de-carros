      ******************************************************************
      *    PROGRAM-ID: 0807_R06
      *    AUTHOR    : J. P. SILVA
      *    INSTALLATION: BALCAO CENTRAL - ALUGUER DE CARROS
      *    DATE-WRITTEN: 15/10/2026
      *    DATE-COMPILED:
      *    PURPOSE   : EXTRAS OUT REPORT.  LISTS TO EXTRAS.LST EVERY
      *                OPEN CONTRACT ON CONTRATOS.DAT THAT CARRIES
      *                EXTRAS (GPS, CHILD SEATS, ...) - PLATE,
      *                CUSTOMER, BRANCH, PICKUP AND AGREED RETURN DATE
      *                AND ONE LINE PER EXTRA WITH THE QUANTITY - SO
      *                THE DESK KNOWS WHICH CARS MUST COME BACK WITH
      *                WHAT.  A SECOND SECTION PRINTS THE CATALOGUE
      *                STOCK PER EXTRA AND BRANCH: HELD, OUT AND FREE.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL PROGRAM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_R06.
       AUTHOR. J. P. SILVA.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO "CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-MATRICULA
               FILE STATUS IS WS-CTR-STATUS.
           SELECT EXTRAS ASSIGN TO "EXTRAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXT-CHAVE
               FILE STATUS IS WS-EXT-STATUS.
           SELECT RELATORIO ASSIGN TO "EXTRAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS
           LABEL RECORD IS STANDARD.
           COPY CTRREG.
       FD  EXTRAS
           LABEL RECORD IS STANDARD.
           COPY EXTREG.
       FD  RELATORIO
           LABEL RECORD IS OMITTED.
       01  LINHA-RELATORIO             PIC X(120).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    CONTROLO DE FICHEIROS
      ******************************************************************
       77  WS-CTR-STATUS                PIC X(02) VALUE '00'.
       77  WS-EXT-STATUS                PIC X(02) VALUE '00'.
       77  WS-REL-STATUS                PIC X(02) VALUE '00'.

      ******************************************************************
      *    CONTADORES E TOTAIS
      ******************************************************************
       77  WS-IX-EXT                    PIC 9(02).
       77  QTD-CONTRATOS-EXTRAS         PIC 9(05) VALUE 0.
       77  QTD-EXTRAS-FORA              PIC 9(05) VALUE 0.
       77  QTD-EXTRAS-LIVRES            PIC S9(03).
       77  DESCRICAO-EXTRA              PIC X(20).

      ******************************************************************
      *    MASCARAS DE IMPRESSAO
      ******************************************************************
       77  MASC-CLIENTE                 PIC ZZZZZ9.
       77  MASC-QTD                     PIC Z9.
       77  MASC-FORA                    PIC Z9.
       77  MASC-LIVRES                  PIC -Z9.
       77  MASC-TOTAL                   PIC ZZZZ9.
       77  MASC-PRECO                   PIC ZZ9,99.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-EXTRAS-POR-CONTRATO
               THRU 2000-EXTRAS-POR-CONTRATO-EXIT.
           PERFORM 3000-STOCK-POR-BALCAO
               THRU 3000-STOCK-POR-BALCAO-EXIT.
           PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      *    OPENS THE FILES - A MISSING CONTRACT OR CATALOGUE FILE IS
      *    CREATED EMPTY, AS AT THE COUNTER.
      ******************************************************************
       1000-INICIALIZAR.
           OPEN INPUT CONTRATOS.
           IF WS-CTR-STATUS = '35'
               OPEN OUTPUT CONTRATOS
               CLOSE CONTRATOS
               OPEN INPUT CONTRATOS
           END-IF.
           OPEN INPUT EXTRAS.
           IF WS-EXT-STATUS = '35'
               OPEN OUTPUT EXTRAS
               CLOSE EXTRAS
               OPEN INPUT EXTRAS
           END-IF.
           OPEN OUTPUT RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    2000-EXTRAS-POR-CONTRATO
      *    FIRST SECTION: EVERY OPEN CONTRACT WITH EXTRAS, IN PLATE
      *    ORDER, WITH ITS EXTRAS UNDERNEATH.  THE DESCRIPTION COMES
      *    FROM THE CATALOGUE OF THE BRANCH THE CONTRACT WAS OPENED AT.
      ******************************************************************
       2000-EXTRAS-POR-CONTRATO.
           MOVE 'EXTRAS FORA EM CONTRATOS ABERTOS' TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LOW-VALUES TO CTR-MATRICULA.
           START CONTRATOS KEY IS NOT LESS THAN CTR-MATRICULA
               INVALID KEY
                   GO TO 2900-TOTAL-CONTRATOS
           END-START.
       2100-LER-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   GO TO 2900-TOTAL-CONTRATOS
           END-READ.
           IF CTR-NUM-EXTRAS = 0
               GO TO 2100-LER-CONTRATO
           END-IF.
           ADD 1 TO QTD-CONTRATOS-EXTRAS.
           MOVE CTR-CLIENTE TO MASC-CLIENTE.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'VIATURA ' CTR-MATRICULA
                  '  CLIENTE ' MASC-CLIENTE
                  '  BALCAO ' CTR-BALCAO
                  '  LEVANTAMENTO ' CTR-DATA-LEVANTAMENTO
                  '  DEVOLUCAO PREVISTA ' CTR-DATA-PREVISTA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 2200-LINHA-EXTRA THRU 2200-LINHA-EXTRA-EXIT
               VARYING WS-IX-EXT FROM 1 BY 1
               UNTIL WS-IX-EXT > CTR-NUM-EXTRAS.
           GO TO 2100-LER-CONTRATO.
       2900-TOTAL-CONTRATOS.
           IF QTD-CONTRATOS-EXTRAS = 0
               MOVE 'NENHUM CONTRATO ABERTO COM EXTRAS.'
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE QTD-CONTRATOS-EXTRAS TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'CONTRATOS COM EXTRAS: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-EXTRAS-FORA TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'UNIDADES DE EXTRAS FORA: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
       2000-EXTRAS-POR-CONTRATO-EXIT.
           EXIT.

      ******************************************************************
      *    2200-LINHA-EXTRA
      *    ONE EXTRA OF THE CONTRACT: CODE, DESCRIPTION, QUANTITY AND
      *    THE PRICE AGREED AT CHECK-OUT (PER DAY OR PER RENTAL).
      ******************************************************************
       2200-LINHA-EXTRA.
           MOVE CTR-EXT-CODIGO (WS-IX-EXT) TO EXT-CODIGO.
           MOVE CTR-BALCAO TO EXT-BALCAO.
           READ EXTRAS KEY IS EXT-CHAVE
               INVALID KEY
                   MOVE '* FORA DO CATALOGO' TO EXT-DESCRICAO
           END-READ.
           MOVE EXT-DESCRICAO TO DESCRICAO-EXTRA.
           ADD CTR-EXT-QTD (WS-IX-EXT) TO QTD-EXTRAS-FORA.
           MOVE CTR-EXT-QTD (WS-IX-EXT) TO MASC-QTD.
           MOVE CTR-EXT-PRECO (WS-IX-EXT) TO MASC-PRECO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF CTR-EXT-MODO (WS-IX-EXT) = 'A'
               STRING '    ' CTR-EXT-CODIGO (WS-IX-EXT)
                      '  ' DESCRICAO-EXTRA
                      '  QTD ' MASC-QTD
                      '  PRECO ' MASC-PRECO ' POR ALUGUER'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING '    ' CTR-EXT-CODIGO (WS-IX-EXT)
                      '  ' DESCRICAO-EXTRA
                      '  QTD ' MASC-QTD
                      '  PRECO ' MASC-PRECO ' POR DIA'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.
       2200-LINHA-EXTRA-EXIT.
           EXIT.

      ******************************************************************
      *    3000-STOCK-POR-BALCAO
      *    SECOND SECTION: THE CATALOGUE IN KEY ORDER (EXTRA, THEN
      *    BRANCH) WITH THE QUANTITY HELD, OUT AND STILL FREE.
      ******************************************************************
       3000-STOCK-POR-BALCAO.
           MOVE ALL '-' TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 'STOCK DE EXTRAS POR BALCAO' TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE LOW-VALUES TO EXT-CHAVE.
           START EXTRAS KEY IS NOT LESS THAN EXT-CHAVE
               INVALID KEY
                   MOVE 'CATALOGO DE EXTRAS VAZIO.' TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   GO TO 3000-STOCK-POR-BALCAO-EXIT
           END-START.
       3100-LER-EXTRA.
           READ EXTRAS NEXT RECORD
               AT END
                   GO TO 3000-STOCK-POR-BALCAO-EXIT
           END-READ.
           COMPUTE QTD-EXTRAS-LIVRES = EXT-QTD-STOCK - EXT-QTD-FORA.
           MOVE EXT-QTD-STOCK TO MASC-QTD.
           MOVE EXT-QTD-FORA TO MASC-FORA.
           MOVE QTD-EXTRAS-LIVRES TO MASC-LIVRES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING EXT-CODIGO '  BALCAO ' EXT-BALCAO
                  '  ' EXT-DESCRICAO
                  '  NO BALCAO ' MASC-QTD
                  '  FORA ' MASC-FORA
                  '  LIVRES ' MASC-LIVRES
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           GO TO 3100-LER-EXTRA.
       3000-STOCK-POR-BALCAO-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINAR
      ******************************************************************
       9000-TERMINAR.
           CLOSE CONTRATOS.
           CLOSE EXTRAS.
           CLOSE RELATORIO.
           DISPLAY 'Relatorio de extras impresso em EXTRAS.LST.'.
       9000-TERMINAR-EXIT.
           EXIT.

       END PROGRAM 0807_R06.
