      ******************************************************************
      *    COPY      : RCTREG.CPY
      *    PURPOSE   : SINGLE-RECORD CONTROL FILE OF THE PAYMENTS
      *                RECONCILIATION - THE LAST DATE WHOSE RECEIPTS
      *                AND DEPOSIT MOVEMENTS WERE ALREADY TAKEN IN, SO
      *                EACH RUN PICKS UP ONLY THE DAYS SINCE THE LAST
      *                ONE (WHAT WAS LEFT UNMATCHED TRAVELS ON
      *                CONCPEND.DAT).
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL COPYBOOK.
      ******************************************************************
       01  REG-CONCILIACAO-CTL.
           05  RCT-ULTIMA-DATA          PIC 9(08).
           05  RCT-DATA-EXECUCAO        PIC 9(08).
           05  FILLER                   PIC X(10).
