      *---------------------------------------------------------------*
      * RADAVR    - OPERATOR ACCESS REVIEW REPORT RECORD, WRITTEN BY  *
      *             THE RADAREV PROGRAM FROM THE RADAUT OPERATOR      *
      *             AUTHORIZATION FILE, THE RADLDG RUN LEDGER AND     *
      *             THE RADACL AUTHORIZATION CHANGE LOG FOR THE       *
      *             QUARTERLY ACCESS REVIEW AND THE ANNUAL AUDIT.  A  *
      *             132-COLUMN PRINT IMAGE LIKE THE RADIUS BATCH      *
      *             REPORT.                                           *
      *---------------------------------------------------------------*
       01  RADAVR-RECORD           PIC X(132).
