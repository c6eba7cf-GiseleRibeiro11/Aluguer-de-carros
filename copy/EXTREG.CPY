      ******************************************************************
      *    COPY      : EXTREG.CPY
      *    PURPOSE   : RECORD LAYOUT FOR THE EXTRAS CATALOGUE (GPS,
      *                CHILD SEAT, ADDITIONAL DRIVER, SNOW CHAINS...).
      *                ONE RECORD PER EXTRA PER BRANCH, KEYED BY THE
      *                CODE AND THE BALCAO, HOLDING THE DESCRIPTION,
      *                THE PRICE (PER DAY OR PER RENTAL), THE QUANTITY
      *                THE BRANCH HOLDS AND HOW MANY ARE OUT ON OPEN
      *                CONTRACTS - STOCK FREE IS THE DIFFERENCE.  A
      *                SERVICE WITH NO PHYSICAL STOCK (ADDITIONAL
      *                DRIVER) IS SET UP WITH A QUANTITY OF 99.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL COPYBOOK.
      ******************************************************************
       01  REG-EXTRA.
           05  EXT-CHAVE.
               10  EXT-CODIGO           PIC X(04).
               10  EXT-BALCAO           PIC 9(02).
           05  EXT-DESCRICAO            PIC X(20).
           05  EXT-PRECO                PIC 9(03)V99.
           05  EXT-MODO-PRECO           PIC X(01).
               88  EXT-PRECO-DIA        VALUE 'D'.
               88  EXT-PRECO-ALUGUER    VALUE 'A'.
               88  VALIDAR-MODO-PRECO   VALUES 'D' 'A'.
           05  EXT-QTD-STOCK            PIC 9(02).
           05  EXT-QTD-FORA             PIC 9(02).
           05  FILLER                   PIC X(10).
