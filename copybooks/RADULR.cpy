      *---------------------------------------------------------------*
      * RADULR    - DAILY ULLAGE AND SAFE-FILL REPORT RECORD, WRITTEN *
      *             BY THE RADULLG DAY-END PROGRAM FROM THE RADDAY    *
      *             CONSOLIDATED FILE, THE RADTNK TANK MASTER AND     *
      *             THE RADSTR STRAPPING TABLES.  A 132-COLUMN PRINT  *
      *             IMAGE LIKE THE RADIUS BATCH REPORT.               *
      *---------------------------------------------------------------*
       01  RADULR-RECORD           PIC X(132).
