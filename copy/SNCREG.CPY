      ******************************************************************
      *    COPY      : SNCREG.CPY
      *    PURPOSE   : RECORD LAYOUT FOR THE CONTASNC (ACCOUNTING
      *                MAPPING) FILE.  ONE RECORD PER POSTING HEADING
      *                (RUBRICA) OF THE DAILY JOURNAL, OPTIONALLY
      *                NARROWED TO ONE TIPO-CARRO AND/OR ONE BALCAO,
      *                GIVING THE SNC ACCOUNT IT IS POSTED TO - SO THE
      *                CHART OF ACCOUNTS CAN CHANGE WITHOUT A
      *                RECOMPILE.  '*' IN THE CATEGORY AND '**' IN THE
      *                BRANCH MEAN ANY; THE MOST SPECIFIC RECORD WINS.
      *                HEADINGS USED BY 0807_B05:
      *                  ALUG  RENTAL REVENUE (BY CATEGORY/BRANCH)
      *                  ATRA  LATE-RETURN SURCHARGE
      *                  DANO  DAMAGE SURCHARGE
      *                  EXTR  RENTAL EXTRAS
      *                  DESC  DISCOUNTS GRANTED
      *                  NCRE  CREDIT NOTES (REVENUE REVERSED)
      *                  ENCG  FEES CHARGED ON (ADMIN, NO-SHOW AND
      *                        LATE-CANCELLATION FEES)
      *                  TERC  FINES AND TOLLS CHARGED ON, OWED TO
      *                        THE AUTHORITY OR MOTORWAY OPERATOR
      *                  ACRE  MONTHLY RENTALS NOT YET INVOICED
      *                  IVAL  IVA PAYABLE
      *                  CLIE  CUSTOMERS
      *                  CXNU  CASH
      *                  CXCA  CARD
      *                  CXTR  BANK TRANSFER
      *                  CAUC  SECURITY DEPOSITS HELD
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL COPYBOOK.
      *    15/10/2026 JPS   ADDED THE HEADING TERC - FINES AND TOLLS
      *                     CHARGED ON, OWED TO THE AUTHORITY OR THE
      *                     MOTORWAY OPERATOR.  ENCG NOW ONLY TAKES THE
      *                     FEES.
      ******************************************************************
       01  REG-CONTA-SNC.
           05  SNC-RUBRICA              PIC X(04).
           05  SNC-TIPO-CARRO           PIC X(01).
           05  SNC-BALCAO               PIC X(02).
           05  SNC-CONTA                PIC X(10).
           05  SNC-DESCRICAO            PIC X(30).
           05  FILLER                   PIC X(10).
