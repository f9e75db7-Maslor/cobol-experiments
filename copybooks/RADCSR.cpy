      *---------------------------------------------------------------*
      * RADCSR    - CREW KEYING-ACCURACY SCORECARD RECORD, WRITTEN BY *
      *             THE RADCSCR PROGRAM FROM THE RADKLG CREW KEYING   *
      *             LOG FOR THE MONTHLY SHIFT-SUPERVISOR REVIEW.  A   *
      *             132-COLUMN PRINT IMAGE LIKE THE RADIUS BATCH      *
      *             REPORT.                                           *
      *---------------------------------------------------------------*
       01  RADCSR-RECORD           PIC X(132).
