      *    02/09/2026 JPS   ADDED THE BRANCH (BALCAO) THE DOCUMENT WAS
      *                     ISSUED AT, SO THE CLOSING, AGING AND FLEET
      *                     REPORTS CAN BREAK BY BRANCH.
      *    15/10/2026 JPS   ADDED DOCUMENT TYPE 'E' - A CHARGE PASSED
      *                     ON TO THE CUSTOMER (TRAFFIC FINE OR TOLL
      *                     PLUS THE ADMIN FEE).  IT IS AN INVOICE OF
      *                     THE NORMAL SERIES, BUT NOT A RENTAL: NO
      *                     DAYS, KMS OR CAR REVENUE.
      *    15/10/2026 JPS   ADDED THE EXTRAS AMOUNT (BEFORE DISCOUNT
      *                     AND IVA) SO THE CLOSING CAN REPORT THE
      *                     EXTRAS REVENUE.
      *    15/10/2026 JPS   ADDED DOCUMENT TYPES FOR CORPORATE MONTHLY
      *                     BILLING: 'M' IS A PRICED RENTAL OF A
      *                     MONTHLY-BILLED DRIVER, WRITTEN AT CHECK-IN
      *                     WITH NO INVOICE NUMBER AND THE CORPORATE
      *                     ACCOUNT IT IS CHARGED TO; THE MONTH-END RUN
      *                     STAMPS THE CONSOLIDATED INVOICE ON IT IN
      *                     ALU-DOC-ORIGEM.  'G' IS THAT CONSOLIDATED
      *                     INVOICE - NORMAL SERIES, ISSUED TO THE
      *                     CORPORATE ACCOUNT, NO CAR OR CATEGORY.
      *    15/10/2026 JPS   TYPE 'E' ALSO COVERS THE NO-SHOW AND LATE-
      *                     CANCELLATION FEE OF A RESERVATION, ISSUED
      *                     BY THE NIGHTLY RUN 0807_B07 WITH THE
      *                     BOOKED CATEGORY AND NO CAR.
      *    15/10/2026 JPS   ADDED THE THIRD-PARTY AMOUNT OF A TYPE 'E'
      *                     CHARGE - THE FINE OR TOLL PASSED ON WITHOUT
      *                     IVA.  IT IS PART OF THE TOTAL BUT NOT OF
      *                     THE TAXABLE BASE OR OF THE FEE REVENUE.
      *                     ZERO ON EVERY OTHER DOCUMENT.
      ******************************************************************
       01  REG-ALUGUER.
           05  ALU-DATA                 PIC 9(08).
           05  ALU-TIPO-DOC             PIC X(01).
               88  ALU-DOC-FATURA       VALUE 'F'.
               88  ALU-DOC-NOTA-CREDITO VALUE 'N'.
               88  ALU-DOC-ENCARGO      VALUE 'E'.
               88  ALU-DOC-ALUGUER-MENSAL VALUE 'M'.
               88  ALU-DOC-FATURA-GLOBAL VALUE 'G'.
           05  ALU-DOC-ORIGEM           PIC 9(08).
           05  ALU-BALCAO               PIC 9(02).
           05  ALU-VALOR-EXTRAS         PIC 9(05)V99.
           05  ALU-CONTA-EMPRESA        PIC 9(06).
           05  ALU-VALOR-TERCEIROS      PIC 9(05)V99.
