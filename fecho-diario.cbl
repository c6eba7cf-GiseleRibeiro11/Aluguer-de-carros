      *                     RECORD STAMPED WITH A HIGH BRANCH CODE CAN
      *                     NO LONGER INDEX PAST THE END OF A 10-SLOT
      *                     TABLE AND ABEND THE CLOSE.
      *    15/10/2026 JPS   FINE AND TOLL CHARGES (ALU-TIPO-DOC 'E',
      *                     ISSUED BY 0807_B02) COUNT IN THE INVOICED
      *                     AND IVA TOTALS BUT NOT AS RENTALS.
      *    15/10/2026 JPS   THE CLOSING NOW PRINTS THE DAY'S REVENUE
      *                     FROM RENTAL EXTRAS (GPS, CHILD SEATS...),
      *                     BEFORE IVA, FROM ALU-VALOR-EXTRAS.
      *    15/10/2026 JPS   CORPORATE MONTHLY BILLING: A MONTHLY-BILLED
      *                     RENTAL (TYPE 'M') COUNTS AS A RENTAL BUT IS
      *                     NOT INVOICED YET - ITS VALUE IS PRINTED ON
      *                     A LINE OF ITS OWN; THE CONSOLIDATED INVOICE
      *                     (TYPE 'G') COUNTS IN THE INVOICED AND IVA
      *                     TOTALS BUT HAS NO CAR CATEGORY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_R01.
       77  TOT-GERAL-FATURADO           PIC S9(09)V99 VALUE 0.
       77  TOT-GERAL-RECEBIDO           PIC 9(09)V99 VALUE 0.
       77  TOT-GERAL-PENDENTE           PIC S9(09)V99 VALUE 0.
       77  TOT-GERAL-EXTRAS             PIC S9(09)V99 VALUE 0.
       77  TOT-QTD-A-FATURAR            PIC 9(07) VALUE 0.
       77  TOT-GERAL-A-FATURAR          PIC S9(09)V99 VALUE 0.

      ******************************************************************
      *    TOTAIS DO DIA POR BALCAO - UMA LINHA POR CODIGO POSSIVEL
      *    TOTALS INSTEAD OF ADDING.
      ******************************************************************
       2000-LER-ALUGUERES.
           IF ALU-DATA = WS-DATA-FECHO-NUM
               AND ALU-DOC-ALUGUER-MENSAL
               COMPUTE WS-IX-BAL = ALU-BALCAO + 1
               ADD 1 TO TOT-QTD-ALUGUERES (ALU-TIPO-CARRO)
               ADD 1 TO TOT-GERAL-ALUGUERES
               ADD 1 TO BAL-QTD-ALUGUERES (WS-IX-BAL)
               ADD 1 TO TOT-QTD-A-FATURAR
               ADD ALU-TOTAL-FINAL TO TOT-GERAL-A-FATURAR
               ADD ALU-VALOR-EXTRAS TO TOT-GERAL-EXTRAS
               WRITE REG-ALUGHIST FROM REG-ALUGUER
               GO TO 2050-LER-SEGUINTE
           END-IF.
           IF ALU-DATA = WS-DATA-FECHO-NUM
               COMPUTE WS-IX-BAL = ALU-BALCAO + 1
               IF ALU-DOC-NOTA-CREDITO
                   IF ALU-TIPO-CARRO > 0
                       SUBTRACT ALU-TOTAL-FINAL
                           FROM TOT-TOTAL-FINAL (ALU-TIPO-CARRO)
                       SUBTRACT ALU-IVA FROM TOT-IVA (ALU-TIPO-CARRO)
                   END-IF
                   ADD 1 TO TOT-GERAL-NOTAS-CREDITO
                   SUBTRACT ALU-IVA FROM TOT-GERAL-IVA
                   SUBTRACT ALU-TOTAL-FINAL FROM TOT-GERAL-FATURADO
                   SUBTRACT ALU-TOTAL-FINAL
                       FROM BAL-FATURADO (WS-IX-BAL)
               ELSE
                   IF NOT ALU-DOC-ENCARGO
                       AND NOT ALU-DOC-FATURA-GLOBAL
                       ADD 1 TO TOT-QTD-ALUGUERES (ALU-TIPO-CARRO)
                       ADD 1 TO TOT-GERAL-ALUGUERES
                       ADD 1 TO BAL-QTD-ALUGUERES (WS-IX-BAL)
                   END-IF
                   IF NOT ALU-DOC-FATURA-GLOBAL
                       ADD ALU-TOTAL-FINAL
                           TO TOT-TOTAL-FINAL (ALU-TIPO-CARRO)
                       ADD ALU-IVA TO TOT-IVA (ALU-TIPO-CARRO)
                   END-IF
                   ADD ALU-IVA TO TOT-GERAL-IVA
                   ADD ALU-TOTAL-FINAL TO TOT-GERAL-FATURADO
                   ADD ALU-TOTAL-FINAL TO BAL-FATURADO (WS-IX-BAL)
                   ADD ALU-VALOR-EXTRAS TO TOT-GERAL-EXTRAS
               END-IF
               WRITE REG-ALUGHIST FROM REG-ALUGUER
           ELSE
                   THRU 2080-VERIFICAR-DATA-FECHADA-EXIT
               WRITE REG-ALUGTEMP FROM REG-ALUGUER
           END-IF.
       2050-LER-SEGUINTE.
           READ ALUGUERES
               AT END
                   MOVE 'S' TO WS-FIM-ALUGUERES
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           MOVE TOT-GERAL-EXTRAS TO MASC-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'RECEITA DE EXTRAS (S/ IVA): ' MASC-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY LINHA-RELATORIO.
           IF TOT-QTD-A-FATURAR > 0
               MOVE TOT-QTD-A-FATURAR TO MASC-QTD
               MOVE TOT-GERAL-A-FATURAR TO MASC-VALOR
               MOVE SPACES TO LINHA-RELATORIO
               STRING 'ALUGUERES P/ FATURA MENSAL: ' MASC-QTD
                      '  VALOR: ' MASC-VALOR
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY LINHA-RELATORIO
           END-IF.
           MOVE TOT-GERAL-NOTAS-CREDITO TO MASC-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING 'NOTAS DE CREDITO EMITIDAS: ' MASC-QTD
                   SUBTRACT HIS-TOTAL-FINAL FROM TOT-MES-FATURADO
                   SUBTRACT HIS-IVA FROM TOT-MES-IVA
               ELSE
                   IF NOT HIS-DOC-ENCARGO
                       AND NOT HIS-DOC-FATURA-GLOBAL
                       ADD 1 TO TOT-MES-ALUGUERES
                   END-IF
                   IF NOT HIS-DOC-ALUGUER-MENSAL
                       ADD HIS-TOTAL-FINAL TO TOT-MES-FATURADO
                       ADD HIS-IVA TO TOT-MES-IVA
                   END-IF
               END-IF
           END-IF.
           GO TO 5100-LER-HISTORICO.
