      *****************************************************
      * ARRSREC - one account's overdraft ageing on the    *
      * ARRSAGE file, keyed by account number.  The        *
      * collections run keeps the date the account went    *
      * overdrawn and the date it went over its arranged   *
      * limit, the day counts and arrears bucket as at     *
      * the last run, and the highest collections-letter   *
      * stage already sent - so a rerun never sends the    *
      * same letter twice and each later bucket sends the  *
      * next stage.  An account that comes back into       *
      * credit is marked cleared and its ageing zeroed;    *
      * the record stays on file for the next episode.     *
      *****************************************************
       01  ARREARS-RECORD.
           05  ARR-ACCOUNT-NUMBER     PIC 9(10).
           05  ARR-CUSTOMER-NUMBER    PIC 9(08).
           05  ARR-OVERDRAWN-SINCE    PIC 9(08).
           05  ARR-OVER-LIMIT-SINCE   PIC 9(08).
           05  ARR-DAYS-OVERDRAWN     PIC 9(05).
           05  ARR-DAYS-OVER-LIMIT    PIC 9(05).
           05  ARR-BALANCE            PIC S9(9)V99.
           05  ARR-OVERDRAFT-LIMIT    PIC 9(7)V99.
           05  ARR-BUCKET             PIC 9(01).
               88  ARR-WITHIN-LIMIT       VALUE 0.
               88  ARR-OVER-1-TO-30       VALUE 1.
               88  ARR-OVER-31-TO-60      VALUE 2.
               88  ARR-OVER-61-TO-90      VALUE 3.
               88  ARR-OVER-90            VALUE 4.
           05  ARR-LETTER-STAGE       PIC 9(01).
           05  ARR-LAST-LETTER-DATE   PIC 9(08).
           05  ARR-LAST-RUN-DATE      PIC 9(08).
           05  ARR-STATUS             PIC X(01).
               88  ARR-IS-IN-ARREARS      VALUE 'A'.
               88  ARR-IS-CLEARED         VALUE 'C'.
