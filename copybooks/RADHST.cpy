      *             READ BACK BY THE RADTRND DIMENSION-DRIFT TREND    *
      *             REPORT PROGRAM.                                   *
      *---------------------------------------------------------------*
       01  RADHST-RECORD           PIC X(114).
