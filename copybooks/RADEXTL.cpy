      *             REL-CREW-ID CARRIES THE SURVEY CREW THAT KEYED    *
      *             THE RECORD (SPACES ON TERMINAL ROWS AND THE       *
      *             TRAILER).                                         *
      *             REL-LEVEL-M CARRIES THE GAUGED LIQUID LEVEL IN    *
      *             METRES ON PARTIAL-FILL (P) ROWS, ZERO ON OTHER    *
      *             SHAPES AND THE TRAILER, SO THE RADULLG ULLAGE     *
      *             REPORT CAN SET IT AGAINST THE TANK'S SAFE-FILL    *
      *             AND PUMP-OUT LEVELS.                              *
      *---------------------------------------------------------------*
       01  RADEXT-LINE.
           02  REL-SHAPE-CODE      PIC X(01).
           02  REL-VOLUME-L15      PIC 9(10).9(02).
           02  FILLER              PIC X(01) VALUE ",".
           02  REL-RUN-ID          PIC X(16).
           02  FILLER              PIC X(01) VALUE ",".
           02  REL-LEVEL-M         PIC 9(07).9(04).
           02  FILLER              PIC X(01) VALUE SPACES.
