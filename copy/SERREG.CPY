      ******************************************************************
      *    COPY      : SERREG.CPY
      *    PURPOSE   : RECORD LAYOUT FOR THE SERIES (FISCAL DOCUMENT
      *                SERIES) CONTROL FILE.  ONE RECORD PER FISCAL
      *                YEAR, APPENDED BY THE YEAR-END CLOSE (0807_B06),
      *                WITH THE VALIDATION CODES THE AT GAVE THE
      *                YEAR'S INVOICE AND CREDIT-NOTE SERIES - THE
      *                LAST RECORD IS THE SERIES IN USE.  THE DOCUMENT
      *                NUMBERS OF A YEAR ARE SER-BASE-NUMERO PLUS THE
      *                SEQUENCE WITHIN THE SERIES (1, 2, 3 ...), SO
      *                EVERY NUMBER STAYS UNIQUE ACROSS THE YEARS AND
      *                THE ATCUD IS THE CODE PLUS THAT SEQUENCE.  THE
      *                BASE IS THE LAST TWO DIGITS OF THE YEAR TIMES
      *                1.000.000; THE FIRST SERIES REGISTERED KEEPS
      *                BASE ZERO, AS ITS NUMBERS WERE ALREADY ISSUED.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL COPYBOOK.
      ******************************************************************
       01  REG-SERIE.
           05  SER-ANO                  PIC 9(04).
           05  SER-CODIGO-FATURA        PIC X(08).
           05  SER-CODIGO-NC            PIC X(08).
           05  SER-BASE-NUMERO          PIC 9(08).
           05  SER-DATA-ABERTURA        PIC 9(08).
           05  FILLER                   PIC X(10).
