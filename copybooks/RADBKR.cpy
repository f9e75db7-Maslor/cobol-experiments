      *---------------------------------------------------------------*
      * RADBKR    - DAILY BOOK-VERSUS-GAUGED STOCK RECONCILIATION     *
      *             REPORT RECORD, WRITTEN BY THE RADBOOK DAY-END     *
      *             PROGRAM FROM THE PREVIOUS AND CURRENT RADDAY      *
      *             CONSOLIDATED FILES, THE RADMVT MOVEMENT FILE, THE *
      *             RADTNK TANK MASTER AND THE RADPRD PRODUCT MASTER. *
      *---------------------------------------------------------------*
       01  RADBKR-RECORD           PIC X(132).
