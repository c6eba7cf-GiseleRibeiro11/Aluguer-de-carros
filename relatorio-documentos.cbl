      ******************************************************************
      *    PROGRAM-ID: 0807_R07
      *    AUTHOR    : J. P. SILVA
      *    INSTALLATION: BALCAO CENTRAL - ALUGUER DE CARROS
      *    DATE-WRITTEN: 15/10/2026
      *    DATE-COMPILED:
      *    PURPOSE   : WEEKLY VEHICLE DOCUMENTS LISTING.  LISTS TO
      *                DOCUMENTOS.LST, BRANCH BY BRANCH, EVERY
      *                INSURANCE POLICY, IPO INSPECTION AND IUC ROAD
      *                TAX OF THE FLEET THAT EXPIRES WITHIN THE NEXT
      *                30 DAYS OF THE REFERENCE DATE (OR HAS EXPIRED
      *                ALREADY), WITH THE DAYS LEFT, AND EVERY CAR WITH
      *                NO DOCUMENTS ON DOCVIAT.DAT AT ALL - SO THE
      *                RENEWALS ARE DONE BEFORE THE COUNTER HAS TO
      *                PASS THE CAR OVER.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL PROGRAM.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_R07.
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
           SELECT DOCVIAT ASSIGN TO "DOCVIAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVI-MATRICULA
               FILE STATUS IS WS-DVI-STATUS.
           SELECT RELATORIO ASSIGN TO "DOCUMENTOS.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIATURAS
           LABEL RECORD IS STANDARD.
           COPY VIAREG.
       FD  DOCVIAT
           LABEL RECORD IS STANDARD.
           COPY DVIREG.
       FD  RELATORIO
           LABEL RECORD IS OMITTED.
       01  LINHA-RELATORIO             PIC X(120).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    CONTROLO DE FICHEIROS
      ******************************************************************
       77  WS-VIA-STATUS                PIC X(02) VALUE '00'.
       77  WS-DVI-STATUS                PIC X(02) VALUE '00'.
       77  WS-REL-STATUS                PIC X(02) VALUE '00'.

      ******************************************************************
      *    DATAS - O PRAZO DE AVISO CONTA A PARTIR DA DATA DE
      *    REFERENCIA
      ******************************************************************
       77  WS-DATA-HOJE                 PIC 9(08).
       77  WS-DATA-REFERENCIA           PIC 9(08).
       77  WS-DATA-LIMITE               PIC 9(08).
       77  WS-DATA-INTEGER              PIC S9(08) COMP.
       77  DIAS-AVISO                   PIC 9(03) VALUE 30.

      ******************************************************************
      *    DOCUMENTOS A RENOVAR - UMA LINHA POR DOCUMENTO, GUARDADAS
      *    PELA ORDEM DA FROTA E IMPRESSAS BALCAO A BALCAO
      ******************************************************************
       77  WS-NUM-AVI                   PIC 9(04) VALUE 0.
       77  WS-IX-AVI                    PIC 9(04).
       01  TAB-AVISOS.
           05  AVI-LINHA OCCURS 1000 TIMES.
               10  AVI-BALCAO           PIC 9(02).
               10  AVI-MATRICULA        PIC X(08).
               10  AVI-MARCA            PIC X(15).
               10  AVI-MODELO           PIC X(15).
               10  AVI-DOCUMENTO        PIC X(14).
               10  AVI-REFERENCIA       PIC X(36).
               10  AVI-DATA             PIC 9(08).
               10  AVI-DIAS             PIC S9(05).

      ******************************************************************
      *    DOCUMENTOS A RENOVAR POR BALCAO - UMA LINHA POR CODIGO
      *    POSSIVEL (INDICE = BALCAO + 1)
      ******************************************************************
       77  WS-IX-BAL                    PIC 9(03).
       01  TAB-QTD-BALCAO.
           05  BAL-QTD-AVISOS           PIC 9(05) VALUE 0
                                        OCCURS 100 TIMES.

      ******************************************************************
      *    DOCUMENTO EM ANALISE E CONTADORES
      ******************************************************************
       77  DOC-NOME                     PIC X(14).
       77  DOC-REFERENCIA               PIC X(36).
       77  DOC-DATA                     PIC 9(08).
       77  DOC-SITUACAO                 PIC X(08).
       77  QTD-VIATURAS                 PIC 9(05) VALUE 0.
       77  QTD-CADUCADOS                PIC 9(05) VALUE 0.
       77  QTD-A-CADUCAR                PIC 9(05) VALUE 0.
       77  QTD-SEM-DOCUMENTOS           PIC 9(05) VALUE 0.
       77  QTD-NAO-LISTADOS             PIC 9(05) VALUE 0.

      ******************************************************************
      *    MASCARAS DE IMPRESSAO
      ******************************************************************
       77  MASC-BALCAO                  PIC Z9.
       77  MASC-DIAS                    PIC ---.--9.
       77  MASC-DIAS-AVISO              PIC ZZ9.
       77  MASC-TOTAL                   PIC ZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *    0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-LER-FROTA THRU 2000-LER-FROTA-EXIT.
           PERFORM 3000-IMPRIMIR-BALCOES
               THRU 3000-IMPRIMIR-BALCOES-EXIT.
           PERFORM 9000-TERMINAR THRU 9000-TERMINAR-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INICIALIZAR
      *    ASKS FOR THE REFERENCE DATE (TODAY BY DEFAULT), WORKS OUT
      *    THE LAST DAY OF THE WARNING PERIOD AND OPENS THE FILES - A
      *    MISSING FLEET OR DOCUMENTS FILE IS CREATED EMPTY, AS AT THE
      *    COUNTER.
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, 0=HOJE):'.
           ACCEPT WS-DATA-REFERENCIA.
           IF WS-DATA-REFERENCIA = 0
               MOVE WS-DATA-HOJE TO WS-DATA-REFERENCIA
           END-IF.
           COMPUTE WS-DATA-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATA-REFERENCIA)
               + DIAS-AVISO.
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER (WS-DATA-INTEGER).
           OPEN INPUT VIATURAS.
           IF WS-VIA-STATUS = '35'
               OPEN OUTPUT VIATURAS
               CLOSE VIATURAS
               OPEN INPUT VIATURAS
           END-IF.
           OPEN INPUT DOCVIAT.
           IF WS-DVI-STATUS = '35'
               OPEN OUTPUT DOCVIAT
               CLOSE DOCVIAT
               OPEN INPUT DOCVIAT
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE DIAS-AVISO TO MASC-DIAS-AVISO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'DOCUMENTOS DAS VIATURAS A RENOVAR NOS PROXIMOS '
                  MASC-DIAS-AVISO ' DIAS - REFERENCIA '
                  WS-DATA-REFERENCIA ' LIMITE ' WS-DATA-LIMITE
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    2000-LER-FROTA
      *    READS THE FLEET IN PLATE ORDER AND LOOKS UP EACH CAR'S
      *    DOCUMENTS.  EVERY DOCUMENT DUE ON OR BEFORE THE LIMIT IS
      *    KEPT FOR THE LISTING; A CAR WITH NO DOCUMENTS RECORD GIVES
      *    ONE LINE OF ITS OWN.
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
           ADD 1 TO QTD-VIATURAS.
           MOVE VIA-MATRICULA TO DVI-MATRICULA.
           READ DOCVIAT KEY IS DVI-MATRICULA
               INVALID KEY
                   ADD 1 TO QTD-SEM-DOCUMENTOS
                   MOVE 'SEM DOCUMENTOS' TO DOC-NOME
                   MOVE 'NADA REGISTADO - NAO PODE SER ALUGADA'
                       TO DOC-REFERENCIA
                   MOVE 0 TO DOC-DATA
                   PERFORM 2300-GUARDAR-AVISO
                       THRU 2300-GUARDAR-AVISO-EXIT
                   GO TO 2100-LER-VIATURA
           END-READ.
           MOVE 'SEGURO' TO DOC-NOME.
           MOVE SPACES TO DOC-REFERENCIA.
           STRING DVI-SEGURADORA ' ' DVI-APOLICE
               DELIMITED BY SIZE INTO DOC-REFERENCIA.
           MOVE DVI-SEGURO-VALIDADE TO DOC-DATA.
           PERFORM 2200-VERIFICAR-DOCUMENTO
               THRU 2200-VERIFICAR-DOCUMENTO-EXIT.
           MOVE 'INSPECAO (IPO)' TO DOC-NOME.
           MOVE SPACES TO DOC-REFERENCIA.
           MOVE DVI-IPO-VALIDADE TO DOC-DATA.
           PERFORM 2200-VERIFICAR-DOCUMENTO
               THRU 2200-VERIFICAR-DOCUMENTO-EXIT.
           MOVE 'IUC' TO DOC-NOME.
           MOVE SPACES TO DOC-REFERENCIA.
           MOVE DVI-IUC-VALIDADE TO DOC-DATA.
           PERFORM 2200-VERIFICAR-DOCUMENTO
               THRU 2200-VERIFICAR-DOCUMENTO-EXIT.
           GO TO 2100-LER-VIATURA.
       2000-LER-FROTA-EXIT.
           EXIT.

      ******************************************************************
      *    2200-VERIFICAR-DOCUMENTO
      *    ONE DOCUMENT OF THE CAR: KEPT WHEN ITS LAST VALID DAY IS ON
      *    OR BEFORE THE END OF THE WARNING PERIOD.  A DATE BEFORE THE
      *    REFERENCE DATE COUNTS AS ALREADY EXPIRED.
      ******************************************************************
       2200-VERIFICAR-DOCUMENTO.
           IF DOC-DATA > WS-DATA-LIMITE
               GO TO 2200-VERIFICAR-DOCUMENTO-EXIT
           END-IF.
           IF DOC-DATA < WS-DATA-REFERENCIA
               ADD 1 TO QTD-CADUCADOS
           ELSE
               ADD 1 TO QTD-A-CADUCAR
           END-IF.
           PERFORM 2300-GUARDAR-AVISO THRU 2300-GUARDAR-AVISO-EXIT.
       2200-VERIFICAR-DOCUMENTO-EXIT.
           EXIT.

      ******************************************************************
      *    2300-GUARDAR-AVISO
      *    ADDS THE DOCUMENT TO THE LISTING TABLE WITH THE DAYS LEFT
      *    FROM THE REFERENCE DATE (NEGATIVE WHEN EXPIRED) AND COUNTS
      *    IT UNDER THE CAR'S BRANCH.
      ******************************************************************
       2300-GUARDAR-AVISO.
           IF WS-NUM-AVI = 1000
               ADD 1 TO QTD-NAO-LISTADOS
               GO TO 2300-GUARDAR-AVISO-EXIT
           END-IF.
           ADD 1 TO WS-NUM-AVI.
           MOVE VIA-BALCAO TO AVI-BALCAO (WS-NUM-AVI).
           MOVE VIA-MATRICULA TO AVI-MATRICULA (WS-NUM-AVI).
           MOVE VIA-MARCA TO AVI-MARCA (WS-NUM-AVI).
           MOVE VIA-MODELO TO AVI-MODELO (WS-NUM-AVI).
           MOVE DOC-NOME TO AVI-DOCUMENTO (WS-NUM-AVI).
           MOVE DOC-REFERENCIA TO AVI-REFERENCIA (WS-NUM-AVI).
           MOVE DOC-DATA TO AVI-DATA (WS-NUM-AVI).
           MOVE 0 TO AVI-DIAS (WS-NUM-AVI).
           IF DOC-DATA > 0
               COMPUTE AVI-DIAS (WS-NUM-AVI) =
                   FUNCTION INTEGER-OF-DATE (DOC-DATA)
                   - FUNCTION INTEGER-OF-DATE (WS-DATA-REFERENCIA)
           END-IF.
           COMPUTE WS-IX-BAL = VIA-BALCAO + 1.
           ADD 1 TO BAL-QTD-AVISOS (WS-IX-BAL).
       2300-GUARDAR-AVISO-EXIT.
           EXIT.

      ******************************************************************
      *    3000-IMPRIMIR-BALCOES
      *    PRINTS THE LISTING ONE BRANCH AT A TIME, THEN THE TOTALS.
      ******************************************************************
       3000-IMPRIMIR-BALCOES.
           PERFORM 3100-IMPRIMIR-BALCAO THRU 3100-IMPRIMIR-BALCAO-EXIT
               VARYING WS-IX-BAL FROM 1 BY 1 UNTIL WS-IX-BAL > 100.
           IF WS-NUM-AVI = 0
               MOVE 'NENHUM DOCUMENTO A RENOVAR NO PERIODO.'
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE QTD-VIATURAS TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'VIATURAS NA FROTA: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-CADUCADOS TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'DOCUMENTOS JA CADUCADOS: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-A-CADUCAR TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'DOCUMENTOS A CADUCAR NO PERIODO: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE QTD-SEM-DOCUMENTOS TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'VIATURAS SEM DOCUMENTOS: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           IF QTD-NAO-LISTADOS > 0
               MOVE QTD-NAO-LISTADOS TO MASC-TOTAL
               MOVE SPACES TO LINHA-RELATORIO
               STRING '*** TABELA CHEIA - DOCUMENTOS NAO LISTADOS: '
                      MASC-TOTAL
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY LINHA-RELATORIO
           END-IF.
       3000-IMPRIMIR-BALCOES-EXIT.
           EXIT.

      ******************************************************************
      *    3100-IMPRIMIR-BALCAO
      *    ONE BRANCH: A HEADING AND ITS DOCUMENTS IN FLEET ORDER.
      *    A BRANCH WITH NOTHING TO RENEW IS LEFT OUT.
      ******************************************************************
       3100-IMPRIMIR-BALCAO.
           IF BAL-QTD-AVISOS (WS-IX-BAL) = 0
               GO TO 3100-IMPRIMIR-BALCAO-EXIT
           END-IF.
           COMPUTE MASC-BALCAO = WS-IX-BAL - 1.
           MOVE BAL-QTD-AVISOS (WS-IX-BAL) TO MASC-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'BALCAO ' MASC-BALCAO
                  ' - DOCUMENTOS A RENOVAR: ' MASC-TOTAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'VIATURA  MARCA           MODELO          '
                  'DOCUMENTO      VALIDO ATE  DIAS SITUACAO REFERENCIA'
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 3200-LINHA-AVISO THRU 3200-LINHA-AVISO-EXIT
               VARYING WS-IX-AVI FROM 1 BY 1
               UNTIL WS-IX-AVI > WS-NUM-AVI.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       3100-IMPRIMIR-BALCAO-EXIT.
           EXIT.

      ******************************************************************
      *    3200-LINHA-AVISO
      *    ONE DOCUMENT LINE, WHEN IT BELONGS TO THE BRANCH BEING
      *    PRINTED.  AN EXPIRED DOCUMENT IS MARKED CADUCADO.
      ******************************************************************
       3200-LINHA-AVISO.
           IF AVI-BALCAO (WS-IX-AVI) + 1 NOT = WS-IX-BAL
               GO TO 3200-LINHA-AVISO-EXIT
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           IF AVI-DATA (WS-IX-AVI) = 0
               STRING AVI-MATRICULA (WS-IX-AVI)
                      ' ' AVI-MARCA (WS-IX-AVI)
                      ' ' AVI-MODELO (WS-IX-AVI)
                      ' ' AVI-DOCUMENTO (WS-IX-AVI)
                      '                            '
                      AVI-REFERENCIA (WS-IX-AVI)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO TO 3200-LINHA-AVISO-EXIT
           END-IF.
           MOVE AVI-DIAS (WS-IX-AVI) TO MASC-DIAS.
           IF AVI-DIAS (WS-IX-AVI) < 0
               MOVE 'CADUCADO' TO DOC-SITUACAO
           ELSE
               MOVE SPACES TO DOC-SITUACAO
           END-IF.
           STRING AVI-MATRICULA (WS-IX-AVI)
                  ' ' AVI-MARCA (WS-IX-AVI)
                  ' ' AVI-MODELO (WS-IX-AVI)
                  ' ' AVI-DOCUMENTO (WS-IX-AVI)
                  ' ' AVI-DATA (WS-IX-AVI)
                  ' ' MASC-DIAS
                  ' ' DOC-SITUACAO
                  ' ' AVI-REFERENCIA (WS-IX-AVI)
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       3200-LINHA-AVISO-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINAR
      ******************************************************************
       9000-TERMINAR.
           CLOSE VIATURAS.
           CLOSE DOCVIAT.
           CLOSE RELATORIO.
       9000-TERMINAR-EXIT.
           EXIT.

       END PROGRAM 0807_R07.
