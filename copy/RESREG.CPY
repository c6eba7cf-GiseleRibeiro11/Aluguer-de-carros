      *                     BOOKINGS WRITTEN BEFORE THIS CHANGE CARRY
      *                     BRANCH ZERO AND ARE HONOURED BY ANY
      *                     BRANCH, SO NONE IS STRANDED AT CUTOVER.
      *    15/10/2026 JPS   ADDED THE CANCELLATION DATE, REASON AND
      *                     KIND (AT THE COUNTER IN TIME, LATE, OR A
      *                     NO-SHOW CANCELLED BY THE NIGHTLY RUN
      *                     0807_B07) AND THE INVOICE OF THE FEE
      *                     CHARGED FOR IT - ZERO UNTIL ONE IS ISSUED.
      ******************************************************************
       01  REG-RESERVA.
           05  RES-NUMERO               PIC 9(06).
               88  RES-CONCLUIDA        VALUE 'C'.
               88  RES-CANCELADA        VALUE 'X'.
           05  RES-BALCAO               PIC 9(02).
           05  RES-DATA-CANCELAMENTO    PIC 9(08).
           05  RES-MOTIVO-CANCELAMENTO  PIC X(30).
           05  RES-TIPO-CANCELAMENTO    PIC X(01).
               88  RES-CANCELADA-A-TEMPO  VALUE 'C'.
               88  RES-CANCELADA-TARDE    VALUE 'T'.
               88  RES-NAO-COMPARENCIA    VALUE 'N'.
           05  RES-FATURA-TAXA          PIC 9(08).
           05  FILLER                   PIC X(10).
