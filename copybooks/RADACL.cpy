      *---------------------------------------------------------------*
      * RADACL    - OPERATOR AUTHORIZATION CHANGE LOG RECORD.  ONE    *
      *             RECORD IS APPENDED BY THE RADAMNT MAINTENANCE     *
      *             PROGRAM FOR EVERY RADAUT ENTRY ADDED, CHANGED,    *
      *             SUSPENDED OR REINSTATED, AND FOR EVERY SESSION    *
      *             REFUSED BECAUSE THE OPERATOR IS NOT AN ACTIVE     *
      *             SECURITY ADMINISTRATOR.  THE FILE IS ONLY EVER    *
      *             EXTENDED, SO IT IS THE PERMANENT RECORD OF WHO    *
      *             GRANTED OR REVOKED WHAT AND WHEN; THE RADAREV     *
      *             ACCESS REVIEW LISTS IT FOR THE AUDITORS.          *
      *             THE BEFORE AND AFTER FLAGS ARE THE RADAUT         *
      *             PERMISSION BYTES IN FILE ORDER -- BATCH,          *
      *             INTERACTIVE, REVERSE, RESTART, STATUS AND         *
      *             SECURITY ADMINISTRATOR.  THE BEFORE FLAGS ARE     *
      *             SPACES FOR AN ADD, AND BOTH ARE SPACES FOR A      *
      *             REFUSED SESSION.                                  *
      *---------------------------------------------------------------*
       01  RADACL-RECORD.
           02  AC-CHANGE-DATE      PIC 9(08).
           02  FILLER              PIC X(01).
           02  AC-CHANGE-TIME      PIC 9(08).
           02  FILLER              PIC X(01).
           02  AC-ADMIN-ID         PIC X(08).
           02  FILLER              PIC X(01).
           02  AC-ACTION           PIC X(01).
               88  AC-ADDED               VALUE 'A'.
               88  AC-CHANGED             VALUE 'C'.
               88  AC-SUSPENDED           VALUE 'S'.
               88  AC-REINSTATED          VALUE 'R'.
               88  AC-REFUSED             VALUE 'X'.
           02  FILLER              PIC X(01).
           02  AC-OPERATOR-ID      PIC X(08).
           02  FILLER              PIC X(01).
           02  AC-BEFORE-FLAGS     PIC X(06).
           02  FILLER              PIC X(01).
           02  AC-AFTER-FLAGS      PIC X(06).
           02  FILLER              PIC X(01).
