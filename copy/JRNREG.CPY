      ******************************************************************
      *    COPY      : JRNREG.CPY
      *    PURPOSE   : RECORD LAYOUT FOR THE JORNAL (COUNTER AUDIT
      *                JOURNAL) FILE.  ONE RECORD IS APPENDED FOR EVERY
      *                ACTION TAKEN AT THE COUNTER - WHO (OPERATOR AND
      *                SESSION), WHEN, AT WHICH BRANCH, WHAT, AND THE
      *                DOCUMENT OR PLATE IT WAS DONE ON.  JRN-DOCUMENTO
      *                IS THE INVOICE, CREDIT NOTE OR RESERVATION (THE
      *                DESTINATION BRANCH OF A TRANSFER, THE CORPORATE
      *                ACCOUNT OF A LINK), JRN-DOC-ORIGEM THE INVOICE A
      *                CREDIT NOTE CREDITS, AND JRN-REFERENCIA THE PLATE
      *                (OR THE EXTRA OR OPERATOR CODE WHEN ONE OF THOSE
      *                WAS CHANGED).  JRN-SUPERVISOR HOLDS THE
      *                SUPERVISOR WHO AUTHORISED THE ACTION WHEN ONE HAD
      *                TO.  LISTED BY 0807_R08.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL COPYBOOK.
      *    15/10/2026 JPS   ADDED RESERVATION AMENDMENT AND
      *                     CANCELLATION; A LATE CANCELLATION CARRIES
      *                     THE FEE IT WILL BE CHARGED IN JRN-VALOR.
      *    15/10/2026 JPS   ADDED THE CREATION OF A CUSTOMER; JRN-VALOR
      *                     HOLDS THE CREDIT LIMIT IT WAS GIVEN.
      ******************************************************************
       01  REG-JORNAL.
           05  JRN-DATA                 PIC 9(08).
           05  JRN-HORA                 PIC 9(06).
           05  JRN-OPERADOR             PIC X(08).
           05  JRN-SESSAO               PIC 9(06).
           05  JRN-BALCAO               PIC 9(02).
           05  JRN-ACCAO                PIC X(04).
               88  JRN-ENTRADA          VALUE 'ENTR'.
               88  JRN-SAIDA            VALUE 'SAID'.
               88  JRN-LEVANTAMENTO     VALUE 'LEVA'.
               88  JRN-DEVOLUCAO        VALUE 'DEVO'.
               88  JRN-EXTENSAO         VALUE 'EXTE'.
               88  JRN-RESERVA          VALUE 'RESV'.
               88  JRN-RESERVA-ALTERADA VALUE 'RALT'.
               88  JRN-RESERVA-CANCELADA VALUE 'RCAN'.
               88  JRN-RECIBO           VALUE 'RECB'.
               88  JRN-NOTA-CREDITO     VALUE 'NCRE'.
               88  JRN-AUTORIZ-CREDITO  VALUE 'AUTC'.
               88  JRN-FECHO-CAIXA      VALUE 'CAIX'.
               88  JRN-TRANSFERENCIA    VALUE 'TRSF'.
               88  JRN-MANUT-ENTRADA    VALUE 'MANE'.
               88  JRN-MANUT-SAIDA      VALUE 'MANS'.
               88  JRN-VIATURA          VALUE 'VIAT'.
               88  JRN-DOCUMENTOS       VALUE 'DOCS'.
               88  JRN-EXTRAS           VALUE 'CEXT'.
               88  JRN-CONTA-EMPRESA    VALUE 'CEMP'.
               88  JRN-OPERADORES       VALUE 'OPER'.
               88  JRN-CLIENTE-NOVO     VALUE 'CLIE'.
           05  JRN-DOCUMENTO            PIC 9(08).
           05  JRN-DOC-ORIGEM           PIC 9(08).
           05  JRN-REFERENCIA           PIC X(08).
           05  JRN-CLIENTE              PIC 9(06).
           05  JRN-VALOR                PIC S9(07)V99.
           05  JRN-SUPERVISOR           PIC X(08).
           05  FILLER                   PIC X(10).
