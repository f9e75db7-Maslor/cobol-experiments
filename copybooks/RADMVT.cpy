      *---------------------------------------------------------------*
      * RADMVT    - STOCK MOVEMENT TRANSACTION, ONE PER RECEIPT,      *
      *             DISPATCH OR TANK-TO-TANK TRANSFER: THE TANK, THE  *
      *             DATE OF THE MOVEMENT, THE LITRES AT THE 15 C      *
      *             STANDARD AND THE DOCUMENT NUMBER (BILL OF LADING, *
      *             DELIVERY NOTE OR TRANSFER TICKET).  A TRANSFER    *
      *             NAMES THE TANK IT LEAVES IN MT-TANK-ID AND THE    *
      *             TANK IT ENTERS IN MT-TO-TANK-ID, WHICH IS SPACES  *
      *             ON RECEIPTS AND DISPATCHES.  THE FILE IS KEYED OR *
      *             LOADED THROUGH THE RADMVMT PROGRAM, WHICH ONLY    *
      *             EVER APPENDS TO IT, AND READ BY THE RADBOOK       *
      *             DAY-END PROGRAM TO BUILD BOOK STOCK.              *
      *---------------------------------------------------------------*
       01  RADMVT-RECORD.
           02  MT-TRANS-TYPE       PIC X(01).
               88  MT-RECEIPT             VALUE 'R'.
               88  MT-DISPATCH            VALUE 'D'.
               88  MT-TRANSFER            VALUE 'T'.
               88  MT-VALID-TYPE          VALUE 'R' 'D' 'T'.
           02  MT-TANK-ID          PIC X(08).
           02  MT-TO-TANK-ID       PIC X(08).
           02  MT-MOVE-DATE        PIC 9(08).
           02  MT-LITRES-15        PIC 9(13)V9(02).
           02  MT-DOC-NO           PIC X(12).
           02  FILLER              PIC X(08).
