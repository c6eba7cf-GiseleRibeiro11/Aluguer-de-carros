      ******************************************************************
      *    COPY      : LIQREG.CPY
      *    PURPOSE   : RECORD LAYOUT FOR THE SETTLEMENT IMPORT FILES
      *                READ BY THE PAYMENTS RECONCILIATION - THE CARD
      *                ACQUIRER'S DAILY SETTLEMENT (LIQCARTAO.DAT) AND
      *                THE CUSTOMER TRANSFERS OF THE BANK STATEMENT
      *                (EXTBANCO.DAT), BOTH CONVERTED TO THIS LAYOUT ON
      *                IMPORT.  ONE RECORD PER CARD TRANSACTION OR PER
      *                TRANSFER RECEIVED: THE DATE IT WAS MADE, THE
      *                DATE THE MONEY REACHED US, THE REFERENCE KEYED
      *                AT THE TERMINAL OR ON THE TRANSFER (THE INVOICE
      *                NUMBER, OR THE PLATE FOR A SECURITY DEPOSIT),
      *                THE GROSS AMOUNT, THE ACQUIRER COMMISSION AND
      *                THE NET AMOUNT PAID.  A BANK TRANSFER CARRIES
      *                NO COMMISSION.  A DEBIT IS MONEY GIVEN BACK (A
      *                DEPOSIT REFUNDED TO THE CARD).
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL COPYBOOK.
      ******************************************************************
       01  REG-LIQUIDACAO.
           05  LIQ-DATA-MOVIMENTO       PIC 9(08).
           05  LIQ-DATA-LIQUIDACAO      PIC 9(08).
           05  LIQ-SENTIDO              PIC X(01).
               88  LIQ-CREDITO          VALUE 'C'.
               88  LIQ-DEBITO           VALUE 'D'.
           05  LIQ-REFERENCIA           PIC X(15).
           05  LIQ-VALOR-BRUTO          PIC 9(06)V99.
           05  LIQ-COMISSAO             PIC 9(04)V99.
           05  LIQ-VALOR-LIQUIDO        PIC 9(06)V99.
           05  LIQ-DESCRICAO            PIC X(30).
           05  FILLER                   PIC X(10).
