      ******************************************************************
      *    COPY      : PENREG.CPY
      *    PURPOSE   : RECORD LAYOUT FOR THE CONCPEND FILE - THE ITEMS
      *                THE PAYMENTS RECONCILIATION COULD NOT MATCH,
      *                CARRIED FROM ONE RUN TO THE NEXT SO AN OLD
      *                DISCREPANCY IS LISTED AGAIN EVERY RUN UNTIL IT
      *                IS CLEARED.  EACH ITEM IS EITHER ONE OF OURS (A
      *                CARD OR TRANSFER RECEIPT FROM RECIBOS.DAT, OR A
      *                CARD DEPOSIT MOVEMENT FROM CAUCOES.DAT) STILL
      *                WAITING FOR ITS SETTLEMENT, OR A SETTLEMENT LINE
      *                FROM THE ACQUIRER OR THE BANK THAT NO RECEIPT
      *                ACCOUNTS FOR.  THE FILE IS REWRITTEN IN FULL BY
      *                EVERY RUN.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL COPYBOOK.
      ******************************************************************
       01  REG-PENDENTE.
           05  PEN-TIPO                 PIC X(01).
               88  PEN-RECIBO           VALUE 'R'.
               88  PEN-CAUCAO           VALUE 'C'.
               88  PEN-LIQUIDACAO       VALUE 'L'.
           05  PEN-CANAL                PIC X(01).
               88  PEN-CANAL-CARTAO     VALUE 'C'.
               88  PEN-CANAL-BANCO      VALUE 'T'.
           05  PEN-SENTIDO              PIC X(01).
           05  PEN-DATA                 PIC 9(08).
           05  PEN-DATA-LIQUIDACAO      PIC 9(08).
           05  PEN-REFERENCIA           PIC X(15).
           05  PEN-CLIENTE              PIC 9(06).
           05  PEN-VALOR                PIC 9(06)V99.
           05  PEN-COMISSAO             PIC 9(04)V99.
           05  PEN-BALCAO               PIC 9(02).
           05  PEN-PENDENTE-DESDE       PIC 9(08).
           05  FILLER                   PIC X(10).
