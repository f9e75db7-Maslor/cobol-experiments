      *             DELETING IT.  THE VALIDATE-ONLY TRIAL MODE (T)    *
      *             RIDES THE BATCH FLAG: ANYONE CLEARED TO POST THE  *
      *             BATCH MAY REHEARSE IT.                            *
      *             AU-STATUS S SUSPENDS AN OPERATOR WITHOUT LOSING   *
      *             THE FLAGS (SPACE ON OLDER ENTRIES MEANS ACTIVE);  *
      *             A SUSPENDED OPERATOR IS REJECTED LIKE AN UNLISTED *
      *             ONE.  AU-SECADMIN-FLAG Y MARKS A SECURITY         *
      *             ADMINISTRATOR, THE ONLY OPERATORS THE RADAMNT     *
      *             MAINTENANCE PROGRAM LETS ADD, CHANGE, SUSPEND OR  *
      *             REINSTATE OPERATORS.  THE FIRST ADMINISTRATOR IS  *
      *             SET ON THE FILE BY HAND WHEN IT IS CREATED.       *
      *---------------------------------------------------------------*
       01  RADAUT-RECORD.
           02  AU-OPERATOR-ID      PIC X(08).
           02  AU-INTERACTIVE-FLAG PIC X(01).
           02  AU-REVERSE-FLAG     PIC X(01).
           02  AU-RESTART-FLAG     PIC X(01).
           02  AU-STATUS           PIC X(01).
               88  AU-ACTIVE              VALUE 'A' SPACE.
               88  AU-SUSPENDED           VALUE 'S'.
           02  AU-SECADMIN-FLAG    PIC X(01).
               88  AU-SECURITY-ADMIN      VALUE 'Y'.
