      *                                DIM-3 LIQUID LEVEL.            *
      *             UNEDITED ZERO-FILLED NUMERIC PICTURES, THE SAME   *
      *             KEYED-FILE CONVENTION THE RADTNK MASTER USES.     *
      *             HL-STRAP-CERT IS THE RADSTR CERTIFICATE NUMBER A  *
      *             PARTIAL-FILL VOLUME WAS INTERPOLATED FROM (SPACES *
      *             WHEN THE VOLUME IS GEOMETRIC).                    *
      *             HL-CREW-ID IS THE SURVEY CREW THAT KEYED THE      *
      *             MEASUREMENT (SPACES ON LINES WRITTEN BEFORE IT    *
      *             WAS CARRIED), FOR THE RADGCMP COMPLIANCE REPORT.  *
      *             HL-TOL-FLAG IS THE BATCH REPORT'S TOLERANCE FLAG  *
      *             ('OUT-TOL' OR SPACES), SHOWN BY THE RADTINQ TANK  *
      *             INQUIRY.                                          *
      *---------------------------------------------------------------*
       01  RADHST-LINE.
           02  HL-TANK-ID          PIC X(08).
           02  HL-VOLUME-L         PIC 9(13)V9(02).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  HL-RUN-ID           PIC X(16).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  HL-STRAP-CERT       PIC X(12).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  HL-CREW-ID          PIC X(02).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  HL-TOL-FLAG         PIC X(07).
           02  FILLER              PIC X(02) VALUE SPACES.
