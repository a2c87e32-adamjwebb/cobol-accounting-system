      * SO-APPROVER-ID carries the standing dual sign-off  *
      * for orders over the threshold, obtained when the   *
      * order is taken.                                    *
      *                                                    *
      * Orders pay only on working days.  The date the     *
      * order's own schedule falls on is kept in           *
      * SO-SCHEDULED-DATE; SO-NEXT-DUE-DATE is that date   *
      * rolled onto a working day - the next one, or the   *
      * previous one where SO-NON-WORKING-RULE says so     *
      * (the usual choice for month-end orders).  Orders   *
      * written in the old 65-byte layout, before these    *
      * fields existed, must be converted with the one-off *
      * BatchControlConvert job (bctlconv) before any      *
      * program opens the file.                            *
      *****************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-ID            PIC 9(06).
               88  SO-IS-ACTIVE           VALUE 'A'.
               88  SO-IS-EXPIRED          VALUE 'E'.
               88  SO-IS-CANCELLED        VALUE 'C'.
           05  SO-SCHEDULED-DATE      PIC 9(08).
           05  SO-NON-WORKING-RULE    PIC X(01).
               88  SO-ROLLS-FORWARD       VALUE 'N' ' '.
               88  SO-ROLLS-BACK          VALUE 'P'.
