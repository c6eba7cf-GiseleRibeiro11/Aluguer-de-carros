      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/08/2026 JPS   ORIGINAL COPYBOOK.
      *    15/10/2026 JPS   ADDED THE NO-SHOW FEE OF THE CATEGORY
      *                     (ZERO = NOT CHARGED) AND THE CANCELLATION
      *                     WINDOW: A BOOKING CANCELLED LESS THAN THAT
      *                     MANY DAYS BEFORE PICKUP IS A LATE
      *                     CANCELLATION AND PAYS THE SAME FEE (ZERO =
      *                     NO CANCELLATION IS EVER LATE).
      ******************************************************************
       01  REG-TARIFA.
           05  TAR-TIPO-CARRO           PIC 9.
           05  TAR-CUSTO-DIA            PIC 9(03)V99.
           05  TAR-CUSTO-KM             PIC 9(03)V99.
           05  TAR-KMS-GRATUITOS        PIC 9(05).
           05  TAR-TAXA-NAO-COMPARENCIA PIC 9(03)V99.
           05  TAR-PRAZO-CANCELAMENTO   PIC 9(02).
