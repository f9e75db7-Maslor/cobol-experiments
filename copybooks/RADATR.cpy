      *---------------------------------------------------------------*
      * RADATR    - ATG READING IMPORT REPORT RECORD, WRITTEN BY THE  *
      *             RADATG PROGRAM: READINGS NOT IMPORTED, READINGS   *
      *             IMPORTED AND THE ATG-VERSUS-MANUAL-DIP CHECK THAT *
      *             FLAGS A GAUGE NEEDING CALIBRATION.  A 132-COLUMN  *
      *             PRINT IMAGE LIKE THE RADIUS BATCH REPORT.         *
      *---------------------------------------------------------------*
       01  RADATR-RECORD           PIC X(132).
