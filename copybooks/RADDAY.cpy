      *             'S,' SUBTOTAL ROW PER SHIFT, AND A 'G,' GRAND     *
      *             TOTAL TRAILER FOR THE DAILY SHEET.                *
      *---------------------------------------------------------------*
       01  RADDAY-RECORD           PIC X(125).
