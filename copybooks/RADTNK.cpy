      *             HOLDS ON THE RADPRD PRODUCT MASTER (SPACES WHEN  *
      *             NOT YET ASSIGNED) SO THE RADSTK DAY-END REPORT   *
      *             CAN ROLL STOCK UP PER PRODUCT.                   *
      *             TM-SAFE-FILL-M IS THE SAFE WORKING FILL LEVEL    *
      *             AND TM-PUMP-OUT-M THE LOWEST LEVEL THE PUMPS CAN *
      *             DRAW FROM, BOTH IN METRES (ZERO WHEN NOT SET).   *
      *             THE RADULLG DAY-END REPORT WORKS ULLAGE AND      *
      *             PUMPABLE STOCK FROM THEM AND LISTS A TANK GAUGED *
      *             ABOVE SAFE FILL OR BELOW PUMP-OUT AS AN          *
      *             EXCEPTION.  TM-GAUGE-FREQ IS HOW OFTEN THE TANK  *
      *             MUST BE GAUGED -- DAILY, WEEKLY OR MONTHLY       *
      *             (SPACE ON AN OLDER ENTRY IS TAKEN AS DAILY) --   *
      *             FOR THE RADGCMP GAUGING-SCHEDULE COMPLIANCE      *
      *             REPORT.  THESE THREE FIELDS TOOK THE RECORD FROM *
      *             72 TO 94 BYTES; A MASTER WRITTEN IN THE OLD      *
      *             72-BYTE LAYOUT IS CARRIED ACROSS ONCE BY THE     *
      *             RADTCNV CONVERSION PROGRAM BEFORE ANY RECOMPILED *
      *             PROGRAM OPENS IT.                                *
      *---------------------------------------------------------------*
       01  RADTNK-RECORD.
           02  TM-TANK-ID          PIC X(08).
           02  TM-NOM-WIDTH        PIC 9(07)V9(04).
           02  TM-TOLERANCE-PCT    PIC 9(02)V9(02).
           02  TM-PRODUCT-CODE     PIC X(04).
           02  TM-SAFE-FILL-M      PIC 9(07)V9(04).
           02  TM-PUMP-OUT-M       PIC 9(07)V9(04).
           02  TM-GAUGE-FREQ       PIC X(01).
               88  TM-GAUGE-DAILY         VALUE 'D' SPACE.
               88  TM-GAUGE-WEEKLY        VALUE 'W'.
               88  TM-GAUGE-MONTHLY       VALUE 'M'.
           02  FILLER              PIC X(01).
