      *---------------------------------------------------------------*
      * RADSSR    - DAY-END STREAM SUMMARY RECORD, WRITTEN BY THE     *
      *             RADSTRM STREAM CONTROLLER AT THE END OF EVERY     *
      *             RUN: ONE PAGE LISTING EACH STEP'S STATUS, TIMES   *
      *             AND RETURN CODE, AND THE STREAM RESULT.  A        *
      *             132-COLUMN PRINT IMAGE LIKE THE RADIUS BATCH      *
      *             REPORT.                                           *
      *---------------------------------------------------------------*
       01  RADSSR-RECORD           PIC X(132).
