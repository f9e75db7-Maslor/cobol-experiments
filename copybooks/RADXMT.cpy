      *---------------------------------------------------------------*
      * RADXMT    - ERP TRANSMISSION CONTROL RECORD.  THE RADERP      *
      *             PROGRAM APPENDS ONE FOR EVERY INTERFACE FILE IT   *
      *             BUILDS: THE BUSINESS DATE, THE FILE SEQUENCE      *
      *             NUMBER, THE FILE TYPE (N NORMAL, C CORRECTION),   *
      *             WHEN AND BY WHOM IT WAS BUILT, AND ITS RECORD     *
      *             COUNT AND LITRES HASH TOTAL.  THE FILE IS NEVER   *
      *             REWRITTEN; RADERP READS IT BACK TO NUMBER THE     *
      *             NEXT FILE AND TO REFUSE A SECOND NORMAL FILE FOR  *
      *             A DATE ALREADY SENT.                              *
      *---------------------------------------------------------------*
       01  RADXMT-RECORD.
           02  XC-BUSINESS-DATE    PIC 9(08).
           02  FILLER              PIC X(01).
           02  XC-FILE-SEQ         PIC 9(06).
           02  FILLER              PIC X(01).
           02  XC-FILE-TYPE        PIC X(01).
               88  XC-NORMAL              VALUE 'N'.
               88  XC-CORRECTION          VALUE 'C'.
           02  FILLER              PIC X(01).
           02  XC-CREATE-DATE      PIC 9(08).
           02  FILLER              PIC X(01).
           02  XC-CREATE-TIME      PIC 9(08).
           02  FILLER              PIC X(01).
           02  XC-OPERATOR-ID      PIC X(08).
           02  FILLER              PIC X(01).
           02  XC-RECORD-COUNT     PIC 9(07).
           02  FILLER              PIC X(01).
           02  XC-HASH-LITRES      PIC 9(15)V9(02).
           02  FILLER              PIC X(10).
