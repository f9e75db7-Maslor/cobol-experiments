      *             IDEAL CYLINDER.  A TANK WITH NO POINTS ON FILE    *
      *             FALLS BACK TO THE GEOMETRIC FORMULA AND IS        *
      *             FLAGGED ON THE REPORT LINE.                       *
      *             THE FILE IS MAINTAINED BY THE RADSMNT PROGRAM.    *
      *             EVERY POINT CARRIES THE CERTIFICATE NUMBER AND    *
      *             SURVEY DATE OF THE TABLE IT BELONGS TO.  A TABLE  *
      *             THAT IS REPLACED OR RETIRED STAYS ON FILE WITH    *
      *             ST-TABLE-STATUS 'R' AND THE DATE IT WAS RETIRED,  *
      *             SO THE CERTIFICATE IN FORCE ON ANY PAST DAY CAN   *
      *             STILL BE PROVED; THE BATCH RUN USES ONLY THE      *
      *             CURRENT TABLE (STATUS 'C', OR SPACE ON POINTS     *
      *             FILED BEFORE CERTIFICATES WERE KEPT).             *
      *---------------------------------------------------------------*
       01  RADSTR-RECORD.
           02  ST-TANK-ID          PIC X(08).
           02  ST-LEVEL-M          PIC 9(07)V9(04).
           02  ST-VOLUME-L         PIC 9(13)V9(02).
           02  ST-CERT-NO          PIC X(12).
           02  ST-SURVEY-DATE      PIC 9(08).
           02  ST-TABLE-STATUS     PIC X(01).
               88  ST-CURRENT             VALUE 'C' SPACE.
               88  ST-RETIRED             VALUE 'R'.
           02  ST-RETIRED-DATE     PIC 9(08).
           02  FILLER              PIC X(02).
