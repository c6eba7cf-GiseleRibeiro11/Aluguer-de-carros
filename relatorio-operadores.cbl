      ******************************************************************
      *    PROGRAM-ID: 0807_R08
      *    AUTHOR    : J. P. SILVA
      *    INSTALLATION: BALCAO CENTRAL - ALUGUER DE CARROS
      *    DATE-WRITTEN: 15/10/2026
      *    DATE-COMPILED:
      *    PURPOSE   : COUNTER AUDIT JOURNAL LISTING.  LISTS TO
      *                JORNAL.LST THE ACTIONS ON JORNAL.DAT FOR A
      *                PERIOD, OPERATOR BY OPERATOR AND DAY BY DAY
      *                (ONE OPERATOR OR ALL OF THEM), WITH THE
      *                DOCUMENT, PLATE, CUSTOMER AND VALUE OF EACH.
      *                CREDIT OVERRIDES, DRAWER DIFFERENCES SIGNED OFF
      *                BY A SUPERVISOR AND CREDIT NOTES ARE FLAGGED AND
      *                COUNTED PER OPERATOR, SO THEY CAN BE REVIEWED.
      *                ACTIONS BY A CODE NO LONGER ON OPERADORES.DAT
      *                ARE LISTED AT THE END.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL PROGRAM.
      *    15/10/2026 JPS   LISTS RESERVATION AMENDMENTS AND
      *                     CANCELLATIONS; A LATE CANCELLATION (ONE
      *                     THAT WILL BE CHARGED) IS FLAGGED.
      *    15/10/2026 JPS   LISTS THE CUSTOMERS CREATED AT THE COUNTER,
      *                     WITH THE CREDIT LIMIT GIVEN IN THE VALUE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_R08.
       AUTHOR. J. P. SILVA.
       DATE-WRITTEN. 15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS WS-OPE-STATUS.
           SELECT JORNAL ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT RELATORIO ASSIGN TO "JORNAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES
           LABEL RECORD IS STANDARD.
           COPY OPEREG.
       FD  JORNAL
           LABEL RECORD IS STANDARD.
           COPY JRNREG.
       FD  RELATORIO
           LABEL RECORD IS OMITTED.
       01  LINHA-RELATORIO             PIC X(120).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    CONTROLO DE FICHEIROS
      ******************************************************************
       77  WS-OPE-STATUS                PIC X(02) VALUE '00'.
       77  WS-JRN-STATUS                PIC X(02) VALUE '00'.
       77  WS-REL-STATUS                PIC X(02) VALUE '00'.

      ******************************************************************
      *    PERIODO E OPERADOR PEDIDOS
      ******************************************************************
       77  WS-DATA-HOJE                 PIC 9(08).
       77  WS-DATA-INICIAL              PIC 9(08).
       77  WS-DATA-FINAL                PIC 9(08).
       77  OPERADOR-PEDIDO              PIC X(08) VALUE SPACES.

      ******************************************************************
      *    ACCOES DO PERIODO - UMA LINHA POR REGISTO DO JORNAL, PELA
      *    ORDEM DO FICHEIRO (CRONOLOGICA), IMPRESSAS OPERADOR A
      *    OPERADOR
      ******************************************************************
       77  WS-NUM-ACC                   PIC 9(04) VALUE 0.
       77  WS-IX-ACC                    PIC 9(04).
       01  TAB-ACCOES.
           05  ACC-LINHA OCCURS 2000 TIMES.
               10  ACC-DATA             PIC 9(08).
               10  ACC-HORA             PIC 9(06).
               10  ACC-OPERADOR         PIC X(08).
               10  ACC-SESSAO           PIC 9(06).
               10  ACC-BALCAO           PIC 9(02).
               10  ACC-ACCAO            PIC X(04).
               10  ACC-DOCUMENTO        PIC 9(08).
               10  ACC-DOC-ORIGEM       PIC 9(08).
               10  ACC-REFERENCIA       PIC X(08).
               10  ACC-CLIENTE          PIC 9(06).
               10  ACC-VALOR            PIC S9(07)V99.
               10  ACC-SUPERVISOR       PIC X(08).
               10  ACC-IMPRESSA         PIC X(01).

      ******************************************************************
      *    OPERADOR EM IMPRESSAO E CONTADORES
      ******************************************************************
       77  OPERADOR-EM-CURSO            PIC X(08).
       77  OPERADOR-PERFIL              PIC X(10).
       77  OPERADOR-SITUACAO            PIC X(09).
       77  DATA-ANTERIOR                PIC 9(08).
       77  ACCAO-DESCRICAO              PIC X(22).
       77  ACCAO-ASSINALADA             PIC X(22).
       77  HORA-EDITADA                 PIC X(08).
       77  VALOR-EDITADO                PIC X(15).
       77  QTD-OPE-ACCOES               PIC 9(05).
       77  QTD-OPE-AUTORIZACOES         PIC 9(05).
       77  QTD-OPE-NOTAS                PIC 9(05).
       77  VALOR-OPE-NOTAS              PIC S9(09)V99.
       77  QTD-OPERADORES               PIC 9(05) VALUE 0.
       77  QTD-ACCOES                   PIC 9(05) VALUE 0.
       77  QTD-AUTORIZACOES             PIC 9(05) VALUE 0.
       77  QTD-NOTAS                    PIC 9(05) VALUE 0.
       77  VALOR-NOTAS                  PIC S9(09)V99 VALUE 0.
       77  QTD-SEM-OPERADOR             PIC 9(05) VALUE 0.
       77  QTD-NAO-LISTADOS             PIC 9(05) VALUE 0.

      ******************************************************************
      *    MASCARAS DE IMPRESSAO
      ******************************************************************
       77  MASC-BALCAO                  PIC Z9.
       77  MASC-NUMERO                  PIC ZZZZZZZZ.
       77  MASC-ORIGEM                  PIC ZZZZZZZZ.
       77  MASC-CLIENTE                 PIC ZZZZZZ.
       77  MASC-VALOR                   PIC ZZZ.ZZZ.ZZ9,99-.
       77  MASC-TOTAL                   PIC ZZZZ9.
       77  MASC-QTD-AUTORIZACOES        PIC ZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LER-JORNAL THRU 2000-LER-JORNAL-EXIT.
           PERFORM 3000-IMPRIMIR-OPERADORES
               THRU 3000-IMPRIMIR-OPERADORES-EXIT.
           PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      *    ASKS FOR THE PERIOD (TODAY BY DEFAULT) AND THE OPERATOR
      *    (BLANK FOR ALL) AND OPENS THE FILES - A MISSING OPERATORS
      *    FILE IS CREATED EMPTY, AS AT THE COUNTER.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'DATA INICIAL (AAAAMMDD, 0=HOJE):'.
           ACCEPT WS-DATA-INICIAL.
           IF WS-DATA-INICIAL = 0
               MOVE WS-DATA-HOJE TO WS-DATA-INICIAL
           END-IF.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0=DATA INICIAL):'.
           ACCEPT WS-DATA-FINAL.
           IF WS-DATA-FINAL = 0
               MOVE WS-DATA-INICIAL TO WS-DATA-FINAL
           END-IF.
           DISPLAY 'OPERADOR (EM BRANCO=TODOS):'.
           ACCEPT OPERADOR-PEDIDO.
           OPEN INPUT OPERADORES.
           IF WS-OPE-STATUS = '35'
               OPEN OUTPUT OPERADORES
               CLOSE OPERADORES
               OPEN INPUT OPERADORES
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF OPERADOR-PEDIDO = SPACES
               STRING 'JORNAL DO BALCAO - ACCOES DE ' WS-DATA-INICIAL
                      ' A ' WS-DATA-FINAL ' - TODOS OS OPERADORES'
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING 'JORNAL DO BALCAO - ACCOES DE ' WS-DATA-INICIAL
                      ' A ' WS-DATA-FINAL ' - OPERADOR '
                      OPERADOR-PEDIDO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    2000-LER-JORNAL
      *    READS THE JOURNAL FROM THE START AND KEEPS THE ACTIONS OF
      *    THE PERIOD (AND OF THE OPERATOR ASKED FOR) IN TAB-ACCOES.
      *    WITH NO JOURNAL YET THERE IS SIMPLY NOTHING TO LIST.
      ******************************************************************
       2000-LER-JORNAL.
           OPEN INPUT JORNAL.
           IF WS-JRN-STATUS NOT = '00'
               GO TO 2000-LER-JORNAL-EXIT
           END-IF.
       2100-LER-ACCAO.
           READ JORNAL
               AT END
                   CLOSE JORNAL
                   GO TO 2000-LER-JORNAL-EXIT
           END-READ.
           IF JRN-DATA < WS-DATA-INICIAL OR JRN-DATA > WS-DATA-FINAL
               GO TO 2100-LER-ACCAO
           END-IF.
           IF OPERADOR-PEDIDO NOT = SPACES
               AND JRN-OPERADOR NOT = OPERADOR-PEDIDO
               GO TO 2100-LER-ACCAO
           END-IF.
           IF WS-NUM-ACC = 2000
               ADD 1 TO QTD-NAO-LISTADOS
               GO TO 2100-LER-ACCAO
           END-IF.
           ADD 1 TO WS-NUM-ACC.
           MOVE JRN-DATA TO ACC-DATA (WS-NUM-ACC).
           MOVE JRN-HORA TO ACC-HORA (WS-NUM-ACC).
           MOVE JRN-OPERADOR TO ACC-OPERADOR (WS-NUM-ACC).
           MOVE JRN-SESSAO TO ACC-SESSAO (WS-NUM-ACC).
           MOVE JRN-BALCAO TO ACC-BALCAO (WS-NUM-ACC).
           MOVE JRN-ACCAO TO ACC-ACCAO (WS-NUM-ACC).
           MOVE JRN-DOCUMENTO TO ACC-DOCUMENTO (WS-NUM-ACC).
           MOVE JRN-DOC-ORIGEM TO ACC-DOC-ORIGEM (WS-NUM-ACC).
           MOVE JRN-REFERENCIA TO ACC-REFERENCIA (WS-NUM-ACC).
           MOVE JRN-CLIENTE TO ACC-CLIENTE (WS-NUM-ACC).
           MOVE JRN-VALOR TO ACC-VALOR (WS-NUM-ACC).
           MOVE JRN-SUPERVISOR TO ACC-SUPERVISOR (WS-NUM-ACC).
           MOVE 'N' TO ACC-IMPRESSA (WS-NUM-ACC).
           GO TO 2100-LER-ACCAO.
       2000-LER-JORNAL-EXIT.
           EXIT.

      ******************************************************************
      *    3000-IMPRIMIR-OPERADORES
      *    WALKS OPERADORES.DAT IN CODE ORDER AND PRINTS EACH
      *    OPERATOR'S ACTIONS, THEN THOSE OF CODES NOT ON THE FILE,
      *    THEN THE TOTALS.
      ******************************************************************
       3000-IMPRIMIR-OPERADORES.
           MOVE LOW-VALUES TO OPE-CODIGO.
           START OPERADORES KEY IS NOT LESS THAN OPE-CODIGO
               INVALID KEY
                   GO TO 3050-SEM-OPERADOR
           END-START.
       3010-LER-OPERADOR.
           READ OPERADORES NEXT RECORD
               AT END
                   GO TO 3050-SEM-OPERADOR
           END-READ.
           PERFORM 3100-IMPRIMIR-OPERADOR
               THRU 3100-IMPRIMIR-OPERADOR-EXIT.
           GO TO 3010-LER-OPERADOR.
       3050-SEM-OPERADOR.
           PERFORM 3500-IMPRIMIR-SEM-OPERADOR
               THRU 3500-IMPRIMIR-SEM-OPERADOR-EXIT.
           PERFORM 3900-IMPRIMIR-TOTAIS THRU 3900-IMPRIMIR-TOTAIS-EXIT.
       3000-IMPRIMIR-OPERADORES-EXIT.
           EXIT.

      ******************************************************************
      *    3100-IMPRIMIR-OPERADOR
      *    ONE OPERATOR: A HEADING, HIS ACTIONS IN TIME ORDER WITH A
      *    SUB-HEADING PER DAY, AND HIS COUNTS OF AUTHORISATIONS AND
      *    CREDIT NOTES.  AN OPERATOR WITH NO ACTIONS IN THE PERIOD
      *    IS LEFT OUT.
      ******************************************************************
       3100-IMPRIMIR-OPERADOR.
           MOVE OPE-CODIGO TO OPERADOR-EM-CURSO.
           MOVE 0 TO QTD-OPE-ACCOES.
           PERFORM 3150-CONTAR-ACCAO THRU 3150-CONTAR-ACCAO-EXIT
               VARYING WS-IX-ACC FROM 1 BY 1
               UNTIL WS-IX-ACC > WS-NUM-ACC.
           IF QTD-OPE-ACCOES = 0
               GO TO 3100-IMPRIMIR-OPERADOR-EXIT
           END-IF.
           ADD 1 TO QTD-OPERADORES.
           MOVE 0 TO QTD-OPE-AUTORIZACOES.
           MOVE 0 TO QTD-OPE-NOTAS.
           MOVE 0 TO VALOR-OPE-NOTAS.
           MOVE 0 TO DATA-ANTERIOR.
           MOVE OPE-BALCAO TO MASC-BALCAO.
           IF OPE-SUPERVISOR
               MOVE 'SUPERVISOR' TO OPERADOR-PERFIL
           ELSE
               MOVE 'BALCONISTA' TO OPERADOR-PERFIL
           END-IF.
           IF OPE-ESTA-ATIVO
               MOVE SPACES TO OPERADOR-SITUACAO
           ELSE
               MOVE '(INATIVO)' TO OPERADOR-SITUACAO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'OPERADOR ' OPE-CODIGO ' ' OPE-NOME
                  ' - ' OPERADOR-PERFIL ' - BALCAO ' MASC-BALCAO
                  ' ' OPERADOR-SITUACAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 3300-CABECALHO-COLUNAS
               THRU 3300-CABECALHO-COLUNAS-EXIT.
           PERFORM 3200-LINHA-OPERADOR THRU 3200-LINHA-OPERADOR-EXIT
               VARYING WS-IX-ACC FROM 1 BY 1
               UNTIL WS-IX-ACC > WS-NUM-ACC.
           MOVE QTD-OPE-ACCOES TO MASC-TOTAL.
           MOVE QTD-OPE-AUTORIZACOES TO MASC-QTD-AUTORIZACOES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'TOTAL DO OPERADOR ' OPERADOR-EM-CURSO
                  ' - ACCOES: ' MASC-TOTAL
                  '  AUTORIZACOES: ' MASC-QTD-AUTORIZACOES
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE QTD-OPE-NOTAS TO MASC-TOTAL.
           MOVE VALOR-OPE-NOTAS TO MASC-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '                            NOTAS DE CREDITO: '
                  MASC-TOTAL '  VALOR CREDITADO: ' MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       3100-IMPRIMIR-OPERADOR-EXIT.
           EXIT.

       3150-CONTAR-ACCAO.
           IF ACC-OPERADOR (WS-IX-ACC) = OPERADOR-EM-CURSO
               ADD 1 TO QTD-OPE-ACCOES
           END-IF.
       3150-CONTAR-ACCAO-EXIT.
           EXIT.

      ******************************************************************
      *    3200-LINHA-OPERADOR
      *    ONE ACTION, WHEN IT BELONGS TO THE OPERATOR BEING PRINTED.
      ******************************************************************
       3200-LINHA-OPERADOR.
           IF ACC-OPERADOR (WS-IX-ACC) NOT = OPERADOR-EM-CURSO
               GO TO 3200-LINHA-OPERADOR-EXIT
           END-IF.
           IF ACC-DATA (WS-IX-ACC) NOT = DATA-ANTERIOR
               MOVE ACC-DATA (WS-IX-ACC) TO DATA-ANTERIOR
               MOVE SPACES TO LINHA-RELATORIO
               STRING '  DIA ' DATA-ANTERIOR
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM 3400-LINHA-ACCAO THRU 3400-LINHA-ACCAO-EXIT.
       3200-LINHA-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      *    3300-CABECALHO-COLUNAS
      ******************************************************************
       3300-CABECALHO-COLUNAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  HORA     SESSAO BA ACCAO                  '
                  ' DOCUMENT   ORIGEM MATRICUL CLIENT'
                  '           VALOR SUPERVIS OBSERVACOES'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       3300-CABECALHO-COLUNAS-EXIT.
           EXIT.

      ******************************************************************
      *    3400-LINHA-ACCAO
      *    PRINTS THE ACTION AT WS-IX-ACC AND COUNTS IT.  A CREDIT
      *    OVERRIDE, A DRAWER DIFFERENCE SIGNED OFF BY A SUPERVISOR
      *    AND A CREDIT NOTE ARE FLAGGED IN THE LAST COLUMN, AS IS A
      *    LATE CANCELLATION OF A RESERVATION.
      ******************************************************************
       3400-LINHA-ACCAO.
           MOVE 'S' TO ACC-IMPRESSA (WS-IX-ACC).
           ADD 1 TO QTD-ACCOES.
           MOVE SPACES TO ACCAO-ASSINALADA.
           EVALUATE ACC-ACCAO (WS-IX-ACC)
               WHEN 'ENTR'
                   MOVE 'ENTRADA EM SERVICO' TO ACCAO-DESCRICAO
               WHEN 'SAID'
                   MOVE 'SAIDA DE SERVICO' TO ACCAO-DESCRICAO
               WHEN 'LEVA'
                   MOVE 'LEVANTAMENTO' TO ACCAO-DESCRICAO
               WHEN 'DEVO'
                   MOVE 'DEVOLUCAO E FATURA' TO ACCAO-DESCRICAO
               WHEN 'EXTE'
                   MOVE 'EXTENSAO DE CONTRATO' TO ACCAO-DESCRICAO
               WHEN 'RESV'
                   MOVE 'RESERVA' TO ACCAO-DESCRICAO
               WHEN 'RALT'
                   MOVE 'RESERVA ALTERADA' TO ACCAO-DESCRICAO
               WHEN 'RCAN'
                   MOVE 'RESERVA CANCELADA' TO ACCAO-DESCRICAO
                   IF ACC-VALOR (WS-IX-ACC) NOT = 0
                       MOVE '*** CANCEL. TARDIO'
                           TO ACCAO-ASSINALADA
                   END-IF
               WHEN 'RECB'
                   MOVE 'RECIBO' TO ACCAO-DESCRICAO
               WHEN 'NCRE'
                   MOVE 'NOTA DE CREDITO' TO ACCAO-DESCRICAO
                   MOVE '*** NOTA DE CREDITO' TO ACCAO-ASSINALADA
                   ADD 1 TO QTD-OPE-NOTAS
                   ADD 1 TO QTD-NOTAS
                   ADD ACC-VALOR (WS-IX-ACC) TO VALOR-OPE-NOTAS
                   ADD ACC-VALOR (WS-IX-ACC) TO VALOR-NOTAS
               WHEN 'AUTC'
                   MOVE 'CREDITO AUTORIZADO' TO ACCAO-DESCRICAO
                   MOVE '*** AUTORIZACAO' TO ACCAO-ASSINALADA
               WHEN 'CAIX'
                   MOVE 'FECHO DE CAIXA' TO ACCAO-DESCRICAO
                   IF ACC-SUPERVISOR (WS-IX-ACC) NOT = SPACES
                       MOVE '*** DIFERENCA DE CAIXA'
                           TO ACCAO-ASSINALADA
                   END-IF
               WHEN 'TRSF'
                   MOVE 'TRANSFERENCIA' TO ACCAO-DESCRICAO
                   MOVE ACC-DOCUMENTO (WS-IX-ACC) TO MASC-BALCAO
                   STRING 'PARA O BALCAO ' MASC-BALCAO
                       DELIMITED BY SIZE INTO ACCAO-ASSINALADA
               WHEN 'MANE'
                   MOVE 'ENTRADA EM OFICINA' TO ACCAO-DESCRICAO
               WHEN 'MANS'
                   MOVE 'SAIDA DA OFICINA' TO ACCAO-DESCRICAO
               WHEN 'VIAT'
                   MOVE 'VIATURA REGISTADA' TO ACCAO-DESCRICAO
               WHEN 'DOCS'
                   MOVE 'DOCUMENTOS DA VIATURA' TO ACCAO-DESCRICAO
               WHEN 'CEXT'
                   MOVE 'CATALOGO DE EXTRAS' TO ACCAO-DESCRICAO
               WHEN 'CEMP'
                   MOVE 'CONTA EMPRESA' TO ACCAO-DESCRICAO
               WHEN 'OPER'
                   MOVE 'FICHA DE OPERADOR' TO ACCAO-DESCRICAO
               WHEN 'CLIE'
                   MOVE 'CLIENTE CRIADO' TO ACCAO-DESCRICAO
               WHEN OTHER
                   MOVE ACC-ACCAO (WS-IX-ACC) TO ACCAO-DESCRICAO
           END-EVALUATE.
           IF ACC-ACCAO (WS-IX-ACC) = 'AUTC'
               OR (ACC-ACCAO (WS-IX-ACC) = 'CAIX'
                   AND ACC-SUPERVISOR (WS-IX-ACC) NOT = SPACES)
               ADD 1 TO QTD-OPE-AUTORIZACOES
               ADD 1 TO QTD-AUTORIZACOES
           END-IF.
           MOVE SPACES TO HORA-EDITADA.
           STRING ACC-HORA (WS-IX-ACC) (1:2) ':'
                  ACC-HORA (WS-IX-ACC) (3:2) ':'
                  ACC-HORA (WS-IX-ACC) (5:2)
               DELIMITED BY SIZE INTO HORA-EDITADA.
           MOVE ACC-BALCAO (WS-IX-ACC) TO MASC-BALCAO.
           IF ACC-ACCAO (WS-IX-ACC) = 'TRSF'
               MOVE 0 TO MASC-NUMERO
           ELSE
               MOVE ACC-DOCUMENTO (WS-IX-ACC) TO MASC-NUMERO
           END-IF.
           MOVE ACC-DOC-ORIGEM (WS-IX-ACC) TO MASC-ORIGEM.
           MOVE ACC-CLIENTE (WS-IX-ACC) TO MASC-CLIENTE.
           IF ACC-VALOR (WS-IX-ACC) = 0
               AND ACC-ACCAO (WS-IX-ACC) NOT = 'CAIX'
               MOVE SPACES TO VALOR-EDITADO
           ELSE
               MOVE ACC-VALOR (WS-IX-ACC) TO MASC-VALOR
               MOVE MASC-VALOR TO VALOR-EDITADO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  ' HORA-EDITADA
                  ' ' ACC-SESSAO (WS-IX-ACC)
                  ' ' MASC-BALCAO
                  ' ' ACCAO-DESCRICAO
                  ' ' MASC-NUMERO
                  ' ' MASC-ORIGEM
                  ' ' ACC-REFERENCIA (WS-IX-ACC)
                  ' ' MASC-CLIENTE
                  ' ' VALOR-EDITADO
                  ' ' ACC-SUPERVISOR (WS-IX-ACC)
                  ' ' ACCAO-ASSINALADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       3400-LINHA-ACCAO-EXIT.
           EXIT.

      ******************************************************************
      *    3500-IMPRIMIR-SEM-OPERADOR
      *    THE ACTIONS NOT PRINTED UNDER ANY OPERATOR - THEIR CODE IS
      *    NOT ON OPERADORES.DAT - EACH WITH ITS DAY AND CODE.
      ******************************************************************
       3500-IMPRIMIR-SEM-OPERADOR.
           MOVE 0 TO QTD-SEM-OPERADOR.
           PERFORM 3550-CONTAR-SEM-OPERADOR
               THRU 3550-CONTAR-SEM-OPERADOR-EXIT
               VARYING WS-IX-ACC FROM 1 BY 1
               UNTIL WS-IX-ACC > WS-NUM-ACC.
           IF QTD-SEM-OPERADOR = 0
               GO TO 3500-IMPRIMIR-SEM-OPERADOR-EXIT
           END-IF.
           MOVE QTD-SEM-OPERADOR TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'ACCOES DE OPERADORES NAO REGISTADOS: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 3300-CABECALHO-COLUNAS
               THRU 3300-CABECALHO-COLUNAS-EXIT.
           PERFORM 3600-LINHA-SEM-OPERADOR
               THRU 3600-LINHA-SEM-OPERADOR-EXIT
               VARYING WS-IX-ACC FROM 1 BY 1
               UNTIL WS-IX-ACC > WS-NUM-ACC.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       3500-IMPRIMIR-SEM-OPERADOR-EXIT.
           EXIT.

       3550-CONTAR-SEM-OPERADOR.
           IF ACC-IMPRESSA (WS-IX-ACC) = 'N'
               ADD 1 TO QTD-SEM-OPERADOR
           END-IF.
       3550-CONTAR-SEM-OPERADOR-EXIT.
           EXIT.

       3600-LINHA-SEM-OPERADOR.
           IF ACC-IMPRESSA (WS-IX-ACC) NOT = 'N'
               GO TO 3600-LINHA-SEM-OPERADOR-EXIT
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING '  DIA ' ACC-DATA (WS-IX-ACC)
                  ' - OPERADOR ' ACC-OPERADOR (WS-IX-ACC)
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 3400-LINHA-ACCAO THRU 3400-LINHA-ACCAO-EXIT.
       3600-LINHA-SEM-OPERADOR-EXIT.
           EXIT.

      ******************************************************************
      *    3900-IMPRIMIR-TOTAIS
      ******************************************************************
       3900-IMPRIMIR-TOTAIS.
           IF WS-NUM-ACC = 0
               MOVE 'NENHUMA ACCAO REGISTADA NO PERIODO.'
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE QTD-OPERADORES TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'OPERADORES COM ACCOES: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-ACCOES TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'ACCOES LISTADAS: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-AUTORIZACOES TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'AUTORIZACOES DO SUPERVISOR: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-NOTAS TO MASC-TOTAL.
           MOVE VALOR-NOTAS TO MASC-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'NOTAS DE CREDITO: ' MASC-TOTAL
                  '  VALOR CREDITADO: ' MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           IF QTD-SEM-OPERADOR > 0
               MOVE QTD-SEM-OPERADOR TO MASC-TOTAL
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'ACCOES DE OPERADORES NAO REGISTADOS: '
                      MASC-TOTAL
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY LINHA-RELATORIO
           END-IF.
           IF QTD-NAO-LISTADOS > 0
               MOVE QTD-NAO-LISTADOS TO MASC-TOTAL
               MOVE SPACES TO LINHA-RELATORIO
               STRING '*** TABELA CHEIA - ACCOES NAO LISTADAS: '
                      MASC-TOTAL
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY LINHA-RELATORIO
           END-IF.
       3900-IMPRIMIR-TOTAIS-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINAR
      ******************************************************************
       9000-TERMINAR.
           CLOSE OPERADORES.
           CLOSE RELATORIO.
       9000-TERMINAR-EXIT.
           EXIT.

       END PROGRAM 0807_R08.
