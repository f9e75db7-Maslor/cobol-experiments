      *---------------------------------------------------------------*
      * RADKLG    - CREW KEYING LOG RECORD.  A PERMANENT FILE, ONLY   *
      *             EVER EXTENDED, WITH ONE LINE PER BATCH RECORD     *
      *             THE RADIUS BATCH RUN ACCEPTS, REJECTS OR SETS     *
      *             ASIDE AS A DUPLICATE, AND ONE LINE PER REJECT     *
      *             CORRECTED THROUGH THE RADREPR REPAIR PROGRAM      *
      *             (LAYOUT IN RADKLGL).  READ BACK BY THE RADCSCR    *
      *             MONTHLY CREW KEYING-ACCURACY SCORECARD, SO THE    *
      *             PER-CREW FIGURES OUTLIVE THE RUN THAT MADE THEM.  *
      *---------------------------------------------------------------*
       01  RADKLG-RECORD           PIC X(66).
