      *---------------------------------------------------------------*
      * RADSST    - DAY-END STREAM STEP-STATUS RECORD.  THE RADSTRM   *
      *             STREAM CONTROLLER APPENDS ONE RECORD WHEN A STEP  *
      *             STARTS AND ANOTHER WHEN IT ENDS, SO THE FILE IS A *
      *             PERMANENT HISTORY OF EVERY DAY-END RUN AND TELLS  *
      *             A RERUN FOR THE SAME BUSINESS DATE WHICH STEPS    *
      *             ARE ALREADY DONE.  LAYOUT IN RADSSTL.             *
      *---------------------------------------------------------------*
       01  RADSST-RECORD           PIC X(80).
