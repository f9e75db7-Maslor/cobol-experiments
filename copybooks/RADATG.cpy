      *---------------------------------------------------------------*
      * RADATG    - AUTOMATIC TANK GAUGE (ATG) READING, ONE PER TANK  *
      *             PER READING ON THE NIGHTLY FILE THE RADAR GAUGES  *
      *             PRODUCE: THE TANK, THE LIQUID LEVEL IN METRES,    *
      *             THE LIQUID TEMPERATURE IN DEGREES C (SPACES WHEN  *
      *             THE GAUGE HAS NO PROBE) AND THE DATE AND TIME OF  *
      *             THE READING.  THE RADATG IMPORT PROGRAM TURNS     *
      *             EACH TANK'S LATEST READING INTO A PARTIAL-FILL    *
      *             RADIN RECORD.  EACH -X REDEFINITION IS AN         *
      *             ALPHANUMERIC VIEW USED TO CLASS-TEST THE RAW      *
      *             VALUE BEFORE IT IS TRUSTED AS NUMERIC.            *
      *---------------------------------------------------------------*
       01  RADATG-RECORD.
           02  AG-TANK-ID          PIC X(08).
           02  AG-LEVEL-M          PIC 9(07)V9(04).
           02  AG-LEVEL-X REDEFINES AG-LEVEL-M PIC X(11).
           02  AG-TEMP-C           PIC 9(03)V9(01).
           02  AG-TEMP-X REDEFINES AG-TEMP-C PIC X(04).
           02  AG-READ-DATE        PIC 9(08).
           02  AG-READ-DATE-X REDEFINES AG-READ-DATE PIC X(08).
           02  AG-READ-TIME        PIC 9(06).
           02  AG-READ-TIME-X REDEFINES AG-READ-TIME PIC X(06).
           02  FILLER              PIC X(03).
