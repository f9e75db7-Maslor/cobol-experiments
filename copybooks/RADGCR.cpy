      *---------------------------------------------------------------*
      * RADGCR    - GAUGING-SCHEDULE COMPLIANCE REPORT RECORD,        *
      *             WRITTEN BY THE RADGCMP PROGRAM FROM THE RADTNK    *
      *             TANK MASTER AND THE RADHST MEASUREMENT HISTORY    *
      *             FOR THE MONTHLY HSE AUDIT.  A 132-COLUMN PRINT    *
      *             IMAGE LIKE THE RADIUS BATCH REPORT.               *
      *---------------------------------------------------------------*
       01  RADGCR-RECORD           PIC X(132).
