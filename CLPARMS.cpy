      *****************************************************
      * CLPARMS - parameter block passed on every          *
      * CALL 'CalendarProgram' ... USING CL-PARAMETERS.    *
      *                                                    *
      * Every function first classifies CL-DATE, returning *
      * its day of the week (1 = Monday ... 7 = Sunday),   *
      * its day type and, for a holiday, its description.  *
      * CHECK stops there.  NEXTWD and PREVWD return the   *
      * first working day after or before CL-DATE in       *
      * CL-RESULT-DATE; ROLLFW and ROLLBK return CL-DATE   *
      * itself when it is a working day, otherwise the     *
      * next or previous one.  WDAYS counts the working    *
      * days after CL-DATE up to and including             *
      * CL-END-DATE into CL-DAY-COUNT (zero when the end   *
      * is not later).  A date that is not a real          *
      * calendar date is refused.                          *
      *****************************************************
       01  CL-PARAMETERS.
           05  CL-FUNCTION            PIC X(06).
               88  CL-FUNC-CHECK          VALUE 'CHECK '.
               88  CL-FUNC-NEXT-WORKING   VALUE 'NEXTWD'.
               88  CL-FUNC-PREV-WORKING   VALUE 'PREVWD'.
               88  CL-FUNC-ROLL-FORWARD   VALUE 'ROLLFW'.
               88  CL-FUNC-ROLL-BACK      VALUE 'ROLLBK'.
               88  CL-FUNC-COUNT-WORKING  VALUE 'WDAYS '.
           05  CL-DATE                PIC 9(08).
           05  CL-END-DATE            PIC 9(08).
           05  CL-RESULT-DATE         PIC 9(08).
           05  CL-DAY-COUNT           PIC 9(05).
           05  CL-DAY-OF-WEEK         PIC 9(01).
           05  CL-DAY-TYPE            PIC X(01).
               88  CL-IS-WORKING-DAY      VALUE 'W'.
               88  CL-IS-WEEKEND          VALUE 'S'.
               88  CL-IS-HOLIDAY          VALUE 'H'.
           05  CL-HOLIDAY-DESCRIPTION PIC X(30).
           05  CL-STATUS              PIC X(02).
               88  CL-STATUS-OK           VALUE '00'.
               88  CL-STATUS-INVALID      VALUE '10'.
