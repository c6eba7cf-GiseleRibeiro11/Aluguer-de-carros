      ******************************************************************
      *    COPY      : MULREG.CPY
      *    PURPOSE   : RECORD LAYOUT FOR THE MULTAS FILE - THE TRAFFIC
      *                FINE NOTICES AND MOTORWAY TOLL DEBITS IMPORTED
      *                EVERY WEEK FROM THE AUTHORITIES AND THE TOLL
      *                OPERATOR.  A NOTICE ONLY NAMES A PLATE, A DATE
      *                AND A TIME; THE IDENTIFICATION RUN FINDS THE
      *                RENTAL IN FORCE, CHARGES THE CUSTOMER AND
      *                STAMPS THE CUSTOMER AND THE INVOICE BACK ON THE
      *                NOTICE WITH THE HANDLED FLAG, SO A NOTICE IS
      *                NEVER CHARGED TWICE.  A NOTICE THAT COULD NOT
      *                BE MATCHED STAYS PENDING AND IS RETRIED ON THE
      *                NEXT RUN.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL COPYBOOK.
      ******************************************************************
       01  REG-MULTA.
           05  MUL-TIPO                 PIC X(01).
               88  MUL-COIMA            VALUE 'M'.
               88  MUL-PORTAGEM         VALUE 'P'.
           05  MUL-MATRICULA            PIC X(08).
           05  MUL-DATA                 PIC 9(08).
           05  MUL-HORA                 PIC 9(04).
           05  MUL-ENTIDADE             PIC X(30).
           05  MUL-REFERENCIA           PIC X(15).
           05  MUL-LOCAL                PIC X(30).
           05  MUL-VALOR                PIC 9(05)V99.
           05  MUL-TRATADO              PIC X(01).
               88  MUL-POR-TRATAR       VALUES 'N' ' '.
               88  MUL-JA-TRATADO       VALUE 'S'.
           05  MUL-CLIENTE              PIC 9(06).
           05  MUL-FATURA-NUMERO        PIC 9(08).
           05  FILLER                   PIC X(10).
