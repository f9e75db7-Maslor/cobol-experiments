      *---------------------------------------------------------------*
      * RADKLGL   - DETAILED LAYOUT OF ONE RADKLG CREW KEYING-LOG     *
      *             LINE.  WRITTEN BY THE RADIUS BATCH RUN AND THE    *
      *             RADREPR REPAIR PROGRAM AND READ BACK BY THE       *
      *             RADCSCR SCORECARD, SO THE LAYOUT LIVES HERE AND   *
      *             ALL THREE PROGRAMS COPY IT.                       *
      *             KL-EVENT-DATE IS THE BATCH RUN DATE (THE REPAIR   *
      *             DATE FOR A REPAIR LINE) AND DECIDES THE MONTH THE *
      *             LINE COUNTS IN.  KL-EVENT-CODE SAYS WHAT BECAME   *
      *             OF THE RECORD:                                    *
      *               A  ACCEPTED; KL-TOL-FLAG Y WHEN IT WAS FLAGGED  *
      *                  OUT OF TOLERANCE.                            *
      *               R  REJECTED; KL-REASON-CODE IS THE RADEXCL      *
      *                  REASON CODE.                                 *
      *               D  DUPLICATE SET ASIDE BY 2280-CHECK-DUPLICATE. *
      *               F  A REJECT CORRECTED AND RESUBMITTED THROUGH   *
      *                  RADREPR; THE CREW, TANK AND REASON CODE ARE  *
      *                  THE REJECT'S AS ORIGINALLY KEYED AND         *
      *                  KL-SOURCE-DATE IS THE DATE IT WAS REJECTED.  *
      *---------------------------------------------------------------*
       01  RADKLG-LINE.
           02  KL-EVENT-DATE       PIC 9(08).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  KL-RUN-ID           PIC X(16).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  KL-CREW-ID          PIC X(02).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  KL-TANK-ID          PIC X(08).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  KL-EVENT-CODE       PIC X(01).
               88  KL-ACCEPTED            VALUE 'A'.
               88  KL-REJECTED            VALUE 'R'.
               88  KL-DUPLICATE           VALUE 'D'.
               88  KL-REPAIRED            VALUE 'F'.
           02  FILLER              PIC X(01) VALUE SPACE.
           02  KL-REASON-CODE      PIC X(04).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  KL-TOL-FLAG         PIC X(01).
               88  KL-OUT-OF-TOL          VALUE 'Y'.
           02  FILLER              PIC X(01) VALUE SPACE.
           02  KL-RECORD-NO        PIC 9(07).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  KL-SOURCE-DATE      PIC 9(08).
           02  FILLER              PIC X(03) VALUE SPACES.
