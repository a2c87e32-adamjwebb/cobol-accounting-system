      *****************************************************
      * MONRULE - one monitoring rule on the MONRULES      *
      * control file read by the nightly transaction       *
      * monitoring run.  A rule missing from the file      *
      * keeps the run's built-in setting; a rule present   *
      * with RUL-ACTIVE-FLAG other than Y is switched off. *
      * RUL-WINDOW-DAYS is the rolling window, in days     *
      * ending on the business date being monitored.       *
      *                                                    *
      *   STRC - structuring: RUL-MIN-COUNT postings or    *
      *          more from RUL-AMOUNT up to just under the *
      *          dual sign-off threshold                   *
      *   VELO - velocity: RUL-MIN-COUNT postings or a     *
      *          total of RUL-AMOUNT or more (zero in      *
      *          either turns that test off)               *
      *   XFIO - in and out: a transfer in of RUL-AMOUNT   *
      *          or more with RUL-PERCENT of it or more    *
      *          paid out again later the same day         *
      *   DORM - return from dormancy: RUL-MIN-COUNT       *
      *          postings or a total of RUL-AMOUNT or more *
      *          since an account came back from DORMANT   *
      *          inside the window                         *
      *****************************************************
       01  MONITOR-RULE-RECORD.
           05  RUL-RULE-CODE          PIC X(04).
               88  RUL-IS-STRUCTURING     VALUE 'STRC'.
               88  RUL-IS-VELOCITY        VALUE 'VELO'.
               88  RUL-IS-IN-AND-OUT      VALUE 'XFIO'.
               88  RUL-IS-DORMANT-RETURN  VALUE 'DORM'.
           05  RUL-ACTIVE-FLAG        PIC X(01).
               88  RUL-IS-ACTIVE          VALUE 'Y'.
           05  RUL-WINDOW-DAYS        PIC 9(03).
           05  RUL-MIN-COUNT          PIC 9(04).
           05  RUL-AMOUNT             PIC 9(9)V99.
           05  RUL-PERCENT            PIC 9(03).
