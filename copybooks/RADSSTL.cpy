      *---------------------------------------------------------------*
      * RADSSTL   - DETAILED LAYOUT OF ONE RADSST STEP-STATUS LINE:   *
      *             THE BUSINESS DATE THE STREAM WAS RUN FOR, THE     *
      *             STEP NUMBER AND PROGRAM, THE STEP STATUS, START   *
      *             AND END DATE/TIME, THE STEP'S RETURN CODE AND THE *
      *             OPERATOR WHO RAN THE STREAM.  A START RECORD      *
      *             CARRIES STATUS S AND ZERO END FIELDS; THE END     *
      *             RECORD CARRIES C (COMPLETE) OR F (FAILED).  THE   *
      *             LATEST RECORD FOR A STEP AND DATE IS ITS STATUS;  *
      *             A STEP LEFT AT S NEVER FINISHED.                  *
      *---------------------------------------------------------------*
       01  RADSST-LINE.
           02  SS-BUSINESS-DATE    PIC 9(08).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  SS-STEP-NO          PIC 9(02).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  SS-STEP-NAME        PIC X(08).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  SS-STEP-STATUS      PIC X(01).
               88  SS-STEP-STARTED        VALUE 'S'.
               88  SS-STEP-COMPLETE       VALUE 'C'.
               88  SS-STEP-FAILED         VALUE 'F'.
           02  FILLER              PIC X(01) VALUE SPACE.
           02  SS-START-DATE       PIC 9(08).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  SS-START-TIME       PIC 9(08).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  SS-END-DATE         PIC 9(08).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  SS-END-TIME         PIC 9(08).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  SS-RETURN-CODE      PIC 9(02).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  SS-OPERATOR-ID      PIC X(08).
           02  FILLER              PIC X(10) VALUE SPACES.
