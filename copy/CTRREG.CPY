      *                     AND CTR-DIAS-ALUGUER FORWARD BUT KEEPS THE
      *                     DATE FIRST SIGNED FOR, SO CHECK-IN CAN
      *                     TELL AN EXTENSION FROM A LATE RETURN.
      *    15/10/2026 JPS   ADDED THE EXTRAS TAKEN WITH THE CAR (UP TO
      *                     5 CATALOGUE CODES, QUANTITY, AND THE PRICE
      *                     AND PRICING MODE AGREED AT CHECK-OUT), SO
      *                     CHECK-IN INVOICES THEM AND THE STOCK IS
      *                     GIVEN BACK TO THE BRANCH THEY LEFT FROM.
      ******************************************************************
       01  REG-CONTRATO.
           05  CTR-MATRICULA            PIC X(08).
               88  CTR-CAUCAO-CARTAO    VALUE 'C'.
           05  CTR-BALCAO               PIC 9(02).
           05  CTR-DATA-PREVISTA-ORIG   PIC 9(08).
           05  CTR-NUM-EXTRAS           PIC 9(01).
           05  CTR-EXTRA OCCURS 5 TIMES.
               10  CTR-EXT-CODIGO       PIC X(04).
               10  CTR-EXT-QTD          PIC 9(02).
               10  CTR-EXT-PRECO        PIC 9(03)V99.
               10  CTR-EXT-MODO         PIC X(01).
           05  FILLER                   PIC X(10).
