      ******************************************************************
      *    COPY      : DVIREG.CPY
      *    PURPOSE   : RECORD LAYOUT FOR THE DOCVIAT (VEHICLE LEGAL
      *                DOCUMENTS) FILE.  ONE RECORD PER VEHICLE, KEYED
      *                BY THE NUMBER PLATE LIKE VIATURAS, HOLDING WHAT
      *                THE CAR NEEDS TO BE ON THE ROAD: THE INSURANCE
      *                POLICY AND ITS EXPIRY, THE DUE DATE OF THE NEXT
      *                PERIODIC INSPECTION (IPO) AND THE DATE THE IUC
      *                ROAD TAX IS PAID UP TO.  EACH DATE IS THE LAST
      *                DAY THE DOCUMENT IS VALID.  A CAR IS ONLY LET
      *                OUT WHEN ALL THREE COVER THE WHOLE RENTAL.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL COPYBOOK.
      ******************************************************************
       01  REG-DOCUMENTOS-VIATURA.
           05  DVI-MATRICULA            PIC X(08).
           05  DVI-SEGURADORA           PIC X(20).
           05  DVI-APOLICE              PIC X(15).
           05  DVI-SEGURO-VALIDADE      PIC 9(08).
           05  DVI-IPO-VALIDADE         PIC 9(08).
           05  DVI-IUC-VALIDADE         PIC 9(08).
           05  DVI-DATA-ATUALIZACAO     PIC 9(08).
           05  FILLER                   PIC X(10).
