      *                     VEHICLES WRITTEN BEFORE THIS CHANGE CARRY
      *                     BRANCH ZERO AND MUST BE ASSIGNED ONE WITH
      *                     THE COUNTER'S TRANSFER OPTION.
      *    15/10/2026 JPS   WHILE THE VEHICLE IS IN THE WORKSHOP ('M'),
      *                     VIA-MANUT-DATA-FIM HOLDS THE EXPECTED
      *                     RELEASE DATE (ZERO WHEN UNKNOWN), SO THE
      *                     OCCUPANCY FORECAST (0807_R09) CAN COUNT IT
      *                     BACK; IT IS OVERWRITTEN WITH THE ACTUAL
      *                     DATE WHEN THE VEHICLE LEAVES.
      ******************************************************************
       01  REG-VIATURA.
           05  VIA-MATRICULA           PIC X(08).
