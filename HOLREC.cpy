      *****************************************************
      * HOLREC - one bank holiday on the HOLCAL holiday    *
      * calendar, keyed by the holiday's date.  Saturdays  *
      * and Sundays are never working days and are not     *
      * kept here; this file holds only the weekday dates  *
      * the bank is closed.  Maintained through            *
      * HolidayCalendarMaintenance and read by             *
      * CalendarProgram, which answers every working-day   *
      * question the batch and the cutover ask.            *
      *****************************************************
       01  HOLIDAY-RECORD.
           05  HOL-HOLIDAY-DATE       PIC 9(08).
           05  HOL-DESCRIPTION        PIC X(30).
           05  HOL-ADDED-BY           PIC X(08).
           05  HOL-ADDED-DATE         PIC 9(08).
