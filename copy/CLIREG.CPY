      *                     THE WHOLE HISTORY AT EVERY CHECK-IN.
      *                     RECORDS WRITTEN BEFORE THIS CHANGE START
      *                     AT ZERO AND BUILD UP FROM HERE.
      *    15/10/2026 JPS   ADDED THE CORPORATE ACCOUNT (THE CLIENTES
      *                     NUMBER OF THE COMPANY A DRIVER RENTS FOR,
      *                     ZERO FOR A PRIVATE CUSTOMER) AND THE
      *                     MONTHLY-BILLING FLAG.  A MONTHLY-BILLED
      *                     DRIVER'S RENTALS ARE NOT INVOICED AT
      *                     CHECK-IN BUT ON ONE CONSOLIDATED INVOICE
      *                     TO THE ACCOUNT AT MONTH END, AND THE CREDIT
      *                     CHECK LOOKS AT THE WHOLE ACCOUNT.
      ******************************************************************
       01  REG-CLIENTE.
           05  CLI-NUMERO              PIC 9(06).
           05  CLI-CARTA-CONDUCAO      PIC X(12).
           05  CLI-LIMITE-CREDITO      PIC 9(06)V99.
           05  CLI-QTD-ALUGUERES       PIC 9(05).
           05  CLI-CONTA-EMPRESA       PIC 9(06).
           05  CLI-FATURACAO-MENSAL    PIC X(01).
               88  CLI-FATURA-MENSAL   VALUE 'S'.
           05  FILLER                  PIC X(10).
