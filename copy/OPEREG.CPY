      ******************************************************************
      *    COPY      : OPEREG.CPY
      *    PURPOSE   : RECORD LAYOUT FOR THE OPERADORES (COUNTER STAFF)
      *                FILE, KEYED BY THE OPERATOR CODE.  EVERY RUN OF
      *                THE COUNTER PROGRAM IS SIGNED ON BY ONE OPERATOR
      *                WITH HIS PIN; A SUPERVISOR'S CODE AND PIN ARE
      *                ALSO WHAT AUTHORISES A CREDIT OVERRIDE, A CREDIT
      *                NOTE OR A SHIFT CLOSE THAT IS OVER OR SHORT.
      *                OPE-BALCAO ZERO LETS THE OPERATOR SIGN ON AT ANY
      *                BRANCH.  AN OPERATOR WHO LEAVES IS MADE INACTIVE,
      *                NEVER DELETED, SO THE AUDIT JOURNAL KEEPS HIS
      *                NAME.
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 JPS   ORIGINAL COPYBOOK.
      ******************************************************************
       01  REG-OPERADOR.
           05  OPE-CODIGO               PIC X(08).
           05  OPE-NOME                 PIC X(30).
           05  OPE-PIN                  PIC 9(04).
           05  OPE-PERFIL               PIC X(01).
               88  OPE-BALCONISTA       VALUE 'B'.
               88  OPE-SUPERVISOR       VALUE 'S'.
           05  OPE-BALCAO               PIC 9(02).
           05  OPE-ATIVO                PIC X(01).
               88  OPE-ESTA-ATIVO       VALUE 'S'.
           05  OPE-DATA-ATUALIZACAO     PIC 9(08).
           05  FILLER                   PIC X(10).
