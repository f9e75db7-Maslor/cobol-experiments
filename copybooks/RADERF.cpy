      *---------------------------------------------------------------*
      * RADERF    - OUTBOUND STOCK INTERFACE RECORD FOR THE ERP       *
      *             INVENTORY MODULE, WRITTEN BY THE RADERP DAY-END   *
      *             PROGRAM.  FIXED FORMAT, 100 BYTES, NUMBERS ZERO-  *
      *             FILLED WITH AN IMPLIED DECIMAL POINT.  ONE FILE   *
      *             PER BUSINESS DATE:                                *
      *               H  HEADER   - INTERFACE ID, BUSINESS DATE, FILE *
      *                             SEQUENCE NUMBER, CREATION DATE    *
      *                             AND TIME, FILE TYPE (N NORMAL,    *
      *                             C CORRECTION) AND, ON A           *
      *                             CORRECTION, THE SEQUENCE NUMBER   *
      *                             OF THE FILE IT REPLACES.          *
      *               K  TANK     - CLOSING STOCK OF ONE TANK IN      *
      *                             LITRES AT 15 C AND TONNES.        *
      *               P  PRODUCT  - CLOSING STOCK OF ONE RADPRD       *
      *                             PRODUCT (???? FOR TANKS WITH NO   *
      *                             PRODUCT THAT CAN BE NAMED).       *
      *               T  TRAILER  - RECORD COUNT (HEADER AND TRAILER  *
      *                             INCLUDED), TANK AND PRODUCT       *
      *                             RECORD COUNTS AND THE HASH TOTALS *
      *                             OF THE TANK RECORDS' LITRES AND   *
      *                             TONNES.                           *
      *             THE RECORD-TYPE REDEFINITIONS GIVE EACH RECORD    *
      *             ITS OWN VIEW OF THE BODY.                         *
      *---------------------------------------------------------------*
       01  RADERF-RECORD.
           02  EF-RECORD-TYPE      PIC X(01).
               88  EF-HEADER              VALUE 'H'.
               88  EF-TANK-DETAIL         VALUE 'K'.
               88  EF-PRODUCT-DETAIL      VALUE 'P'.
               88  EF-TRAILER             VALUE 'T'.
           02  EF-BODY             PIC X(99).
           02  EF-HEADER-BODY REDEFINES EF-BODY.
               03  EF-H-INTERFACE-ID   PIC X(08).
               03  EF-H-BUSINESS-DATE  PIC 9(08).
               03  EF-H-FILE-SEQ       PIC 9(06).
               03  EF-H-CREATE-DATE    PIC 9(08).
               03  EF-H-CREATE-TIME    PIC 9(06).
               03  EF-H-FILE-TYPE      PIC X(01).
                   88  EF-H-NORMAL            VALUE 'N'.
                   88  EF-H-CORRECTION        VALUE 'C'.
               03  EF-H-CORRECTS-SEQ   PIC 9(06).
               03  FILLER              PIC X(56).
           02  EF-TANK-BODY REDEFINES EF-BODY.
               03  EF-K-TANK-ID        PIC X(08).
               03  EF-K-PRODUCT-CODE   PIC X(04).
               03  EF-K-LITRES-15      PIC 9(13)V9(02).
               03  EF-K-TONNES         PIC 9(10)V9(03).
               03  FILLER              PIC X(59).
           02  EF-PRODUCT-BODY REDEFINES EF-BODY.
               03  EF-P-PRODUCT-CODE   PIC X(04).
               03  EF-P-TANK-COUNT     PIC 9(05).
               03  EF-P-LITRES-15      PIC 9(13)V9(02).
               03  EF-P-TONNES         PIC 9(10)V9(03).
               03  FILLER              PIC X(62).
           02  EF-TRAILER-BODY REDEFINES EF-BODY.
               03  EF-T-RECORD-COUNT   PIC 9(07).
               03  EF-T-TANK-COUNT     PIC 9(07).
               03  EF-T-PRODUCT-COUNT  PIC 9(07).
               03  EF-T-HASH-LITRES    PIC 9(15)V9(02).
               03  EF-T-HASH-TONNES    PIC 9(12)V9(03).
               03  FILLER              PIC X(46).
