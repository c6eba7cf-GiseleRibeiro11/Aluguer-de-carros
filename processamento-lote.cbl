      *                     ARCHIVE WAS ONLY EVER READ BY THE OLD
      *                     REPEAT-CUSTOMER SCAN AND NOTHING IN THIS
      *                     PROGRAM TOUCHES IT ANY MORE.
      *    15/10/2026 JPS   QUEUED RENTALS CARRY NO EXTRAS - THE NEW
      *                     ALU-VALOR-EXTRAS IS WRITTEN AS ZERO.
      *    15/10/2026 JPS   QUEUED RENTALS ARE NEVER ON A CORPORATE
      *                     MONTHLY INVOICE - ALU-CONTA-EMPRESA ZERO.
      *    15/10/2026 JPS   QUEUED RENTALS CARRY A ZERO THIRD-PARTY
      *                     AMOUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 0807_B01.
           MOVE 'F' TO ALU-TIPO-DOC.
           MOVE 0 TO ALU-DOC-ORIGEM.
           MOVE VIA-BALCAO TO ALU-BALCAO.
           MOVE 0 TO ALU-VALOR-EXTRAS.
           MOVE 0 TO ALU-CONTA-EMPRESA.
           MOVE 0 TO ALU-VALOR-TERCEIROS.
           WRITE REG-ALUGUER.
           READ CLIENTES KEY IS CLI-NUMERO
               INVALID KEY
