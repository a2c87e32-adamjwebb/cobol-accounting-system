      * 12:30am rerun of the daily report - still belongs to      *
      * the business day being closed.                            *
      *                                                           *
      * Before the advance, the closing position of every         *
      * account - ledger balance, the holds standing at the       *
      * close and the available balance - is written to the       *
      * BALSNAP snapshot file under the date being closed.        *
      * ACCTMSTR keeps only the live balance and TRANLEDG is cut  *
      * back by the ledger rollover, so the snapshot is what      *
      * answers "what was the balance on the 3rd".                *
      *                                                           *
      * The advance is refused when the keyed date is not later   *
      * than the date held, so the business day cannot be run     *
      * backwards or cut over twice to the same date.             *
      *                                                           *
      * Nor can the day be closed on a job stream that has not    *
      * run.  Every job on the JOBSCHED schedule (or the built-in *
      * stream when there is no schedule file) is looked up on    *
      * RUNCTL for the date being closed, and the CUTVRPT job-    *
      * stream status report shows what ran, when, and with what  *
      * counts.  While a required job has not run, or its run is  *
      * still active, the cutover is refused unless an active     *
      * supervisor signs it off; the override, and any refused    *
      * attempt at one, is written to the SECJRNL security        *
      * journal.                                                  *
      *                                                           *
      * The new business date must be a working day on the        *
      * CalendarProgram calendar - never a weekend or a bank      *
      * holiday.  The next working day after the held date is     *
      * proposed and taken when the operator just presses enter;  *
      * a later working day skips a business day altogether and   *
      * needs its own explicit confirmation.                      *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT ACCOUNT-HOLDS-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS HOLDS-FILE-STATUS.

           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-SNAPSHOT-KEY
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT JOB-SCHEDULE-FILE ASSIGN TO "JOBSCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.

           SELECT CUTOVER-REPORT-FILE ASSIGN TO "CUTVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT SECURITY-JOURNAL-FILE ASSIGN TO "SECJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * Mirrors the ACCT-RECORD layout held in DataProgram;       *
      * only read here, never written.                            *
      *-----------------------------------------------------------*
       FD  ACCOUNT-MASTER-FILE.
       01  ACCT-RECORD.
           05  ACCT-ACCOUNT-NUMBER    PIC 9(10).
           05  ACCT-BALANCE           PIC S9(9)V99.
           05  ACCT-OVERDRAFT-LIMIT   PIC 9(7)V99.
           05  ACCT-LAST-OPERATION    PIC X(06).
           05  ACCT-LAST-AMOUNT       PIC S9(9)V99.
           05  ACCT-LAST-TXN-SEQ      PIC 9(09).
           05  ACCT-STATUS            PIC X(08).
           05  ACCT-CUSTOMER-NAME     PIC X(30).
           05  ACCT-OPENED-DATE       PIC 9(08).
           05  ACCT-CLOSED-DATE       PIC 9(08).
           05  ACCT-CURRENCY-CODE     PIC X(03).
           05  ACCT-CUSTOMER-NUMBER   PIC 9(08).

       FD  ACCOUNT-HOLDS-FILE.
       COPY HOLDREC.

       FD  BALANCE-SNAPSHOT-FILE.
       COPY BALSNAP.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  JOB-SCHEDULE-FILE.
       COPY JOBSCHD.

       FD  CUTOVER-REPORT-FILE.
       01  CUTOVER-REPORT-LINE        PIC X(132).

       FD  SECURITY-JOURNAL-FILE.
       COPY SECJREC.

       WORKING-STORAGE SECTION.
       77  NEW-BUSINESS-DATE          PIC 9(08).
       77  NEW-DATE-ENTRY             PIC X(08).
       77  PROPOSED-BUSINESS-DATE     PIC 9(08).
       77  CONFIRMATION-RESPONSE      PIC X(01).

       01  NEW-DATE-SPLIT.
       77  NEW-DAY-INDEX              PIC 9(08).
       77  HELD-DAY-INDEX             PIC 9(08).
       77  JUMP-DAYS                  PIC S9(08).

       01  MASTER-FILE-STATUS         PIC X(02).
           88  MASTER-FILE-OK             VALUE '00'.
           88  MASTER-FILE-MISSING        VALUE '35'.

       01  HOLDS-FILE-STATUS          PIC X(02).
           88  HOLDS-FILE-OK              VALUE '00'.
           88  HOLDS-FILE-MISSING         VALUE '35'.

       01  SNAPSHOT-FILE-STATUS       PIC X(02).
           88  SNAPSHOT-FILE-OK           VALUE '00'.
           88  SNAPSHOT-FILE-MISSING      VALUE '35'.

       01  MASTER-EOF-SWITCH          PIC X(01).
           88  MASTER-EOF                 VALUE 'Y'.
           88  MASTER-NOT-EOF             VALUE 'N'.

       01  HOLDS-EOF-SWITCH           PIC X(01).
           88  HOLDS-EOF                  VALUE 'Y'.
           88  HOLDS-NOT-EOF              VALUE 'N'.

       01  HOLDS-OPEN-SWITCH          PIC X(01).
           88  HOLDS-ARE-OPEN             VALUE 'Y'.
           88  HOLDS-ARE-NOT-OPEN         VALUE 'N'.

       77  CLOSING-DATE               PIC 9(08).
       77  SNAPSHOT-STAMP-DATE        PIC 9(08).
       77  SNAPSHOT-STAMP-TIME        PIC 9(08).
       77  SNAPSHOT-COUNT             PIC 9(09)     VALUE ZERO.
       77  SNAPSHOT-REPLACED-COUNT    PIC 9(09)     VALUE ZERO.

       01  RUN-CONTROL-STATUS         PIC X(02).
           88  RUN-CONTROL-OK              VALUE '00'.
           88  RUN-CONTROL-FILE-MISSING    VALUE '35'.

       01  SCHEDULE-FILE-STATUS       PIC X(02).
           88  SCHEDULE-FILE-OK            VALUE '00'.
           88  SCHEDULE-FILE-MISSING       VALUE '35'.

       01  REPORT-FILE-STATUS         PIC X(02).
           88  REPORT-FILE-OK              VALUE '00'.

       01  JOURNAL-FILE-STATUS        PIC X(02).
           88  JOURNAL-FILE-OK             VALUE '00'.
           88  JOURNAL-FILE-MISSING        VALUE '35'.

       01  SCHEDULE-EOF-SWITCH        PIC X(01).
           88  SCHEDULE-EOF                VALUE 'Y'.
           88  SCHEDULE-NOT-EOF            VALUE 'N'.

       01  RUN-CONTROL-EOF-SWITCH     PIC X(01).
           88  RUN-CONTROL-EOF             VALUE 'Y'.
           88  RUN-CONTROL-NOT-EOF         VALUE 'N'.

       01  RUN-CONTROL-OPEN-SWITCH    PIC X(01).
           88  RUN-CONTROL-IS-OPEN         VALUE 'Y'.
           88  RUN-CONTROL-IS-NOT-OPEN     VALUE 'N'.

       01  MONTH-END-SWITCH           PIC X(01).
           88  CLOSING-IS-MONTH-END        VALUE 'Y'.
           88  CLOSING-IS-NOT-MONTH-END    VALUE 'N'.

       01  OVERRIDE-SWITCH            PIC X(01)     VALUE 'N'.
           88  OVERRIDE-WAS-GRANTED        VALUE 'Y'.
           88  OVERRIDE-NOT-GRANTED        VALUE 'N'.

       01  FOUND-ENTRY-SWITCH         PIC X(01).
           88  ENTRY-WAS-FOUND             VALUE 'Y'.
           88  ENTRY-WAS-NOT-FOUND         VALUE 'N'.

       77  OVERRIDE-SUPERVISOR-ID     PIC X(08)     VALUE SPACES.
       77  CUTOVER-OUTCOME-TEXT       PIC X(60)     VALUE SPACES.
       77  SCHEDULE-COUNT             PIC 9(02)     VALUE ZERO.
       77  SCHEDULE-SUB               PIC 9(02)     COMP.
       77  COMPLETE-JOB-COUNT         PIC 9(03)     VALUE ZERO.
       77  ACTIVE-JOB-COUNT           PIC 9(03)     VALUE ZERO.
       77  NOT-RUN-JOB-COUNT          PIC 9(03)     VALUE ZERO.
       77  NOT-DUE-JOB-COUNT          PIC 9(03)     VALUE ZERO.
       77  MISSING-JOB-COUNT          PIC 9(03)     VALUE ZERO.
       77  JOB-RUN-COUNT              PIC 9(03).
       77  JOB-ACTIVE-RUN-COUNT       PIC 9(03).
       77  JOB-COMPLETE-RUN-COUNT     PIC 9(03).
       77  JOB-PROCESSED-TOTAL        PIC 9(09).
       77  JOB-EXCEPTION-TOTAL        PIC 9(09).
       77  REPORT-STAMP-DATE          PIC 9(08).
       77  REPORT-STAMP-TIME          PIC 9(08).
       77  JOURNAL-EVENT-TYPE         PIC X(06).

      *    A schedule entry on its way into the table, from the
      *    built-in stream or off the JOBSCHED file.
       01  SCHEDULE-CANDIDATE.
           05  CND-JOB-NAME           PIC X(08).
           05  CND-DESCRIPTION        PIC X(30).
           05  CND-FREQUENCY          PIC X(01).
               88  CND-FREQUENCY-IS-VALID VALUE 'D' 'M'.
           05  CND-REQUIRED-FLAG      PIC X(01).

       01  SCHEDULE-TABLE.
           05  SCHEDULE-ENTRY OCCURS 20 TIMES
                   INDEXED BY SCH-IDX.
               10  SCH-JOB-NAME        PIC X(08).
               10  SCH-DESCRIPTION     PIC X(30).
               10  SCH-FREQUENCY       PIC X(01).
                   88  SCH-RUNS-MONTH-END  VALUE 'M'.
               10  SCH-REQUIRED-FLAG   PIC X(01).
                   88  SCH-IS-REQUIRED     VALUE 'Y'.

      *    The most recently updated of the job's runs for the
      *    day - the one the status line shows.
       01  LATEST-RUN.
           05  LTS-RUN-ID             PIC X(08).
           05  LTS-STARTED-DATE       PIC 9(08).
           05  LTS-STARTED-TIME       PIC 9(08).
           05  LTS-UPDATE-DATE        PIC 9(08).
           05  LTS-UPDATE-TIME        PIC 9(08).

       01  REPORT-HEADING-LINE.
           05  FILLER                 PIC X(40)
                   VALUE 'END-OF-DAY CUTOVER - JOB-STREAM STATUS'.
           05  FILLER                 PIC X(08)     VALUE 'CLOSING '.
           05  RHD-CLOSING-DATE       PIC 9(08).
           05  FILLER                 PIC X(12)
                   VALUE '   NEW DATE '.
           05  RHD-NEW-DATE           PIC 9(08).
           05  FILLER                 PIC X(11)     VALUE '   PRINTED '.
           05  RHD-PRINT-DATE         PIC 9(08).
           05  FILLER                 PIC X(01)     VALUE SPACES.
           05  RHD-PRINT-TIME         PIC 9(08).
           05  FILLER                 PIC X(28)     VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                 PIC X(10)     VALUE 'JOB NAME'.
           05  FILLER                 PIC X(24)     VALUE 'DESCRIPTION'.
           05  FILLER                 PIC X(10)     VALUE 'FREQUENCY'.
           05  FILLER                 PIC X(05)     VALUE 'REQ'.
           05  FILLER                 PIC X(10)     VALUE 'STATUS'.
           05  FILLER                 PIC X(10)     VALUE 'RUN ID'.
           05  FILLER                 PIC X(19)     VALUE 'STARTED'.
           05  FILLER                 PIC X(19)     VALUE 'LAST UPDATE'.
           05  FILLER                 PIC X(11)     VALUE 'PROCESSED'.
           05  FILLER                 PIC X(10)     VALUE 'EXCEPTIONS'.
           05  FILLER                 PIC X(04)     VALUE 'RUNS'.

       01  JOB-DETAIL-LINE.
           05  DTL-JOB-NAME           PIC X(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-DESCRIPTION        PIC X(22).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-FREQUENCY          PIC X(09).
           05  FILLER                 PIC X(01)     VALUE SPACES.
           05  DTL-REQUIRED           PIC X(03).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-STATUS             PIC X(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-RUN-ID             PIC X(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-STARTED-DATE       PIC X(08).
           05  FILLER                 PIC X(01)     VALUE SPACES.
           05  DTL-STARTED-TIME       PIC X(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-UPDATE-DATE        PIC X(08).
           05  FILLER                 PIC X(01)     VALUE SPACES.
           05  DTL-UPDATE-TIME        PIC X(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-PROCESSED          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-EXCEPTIONS         PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(01)     VALUE SPACES.
           05  DTL-RUN-COUNT          PIC ZZ9.
           05  FILLER                 PIC X(01)     VALUE SPACES.

       01  STREAM-TOTAL-LINE.
           05  FILLER                 PIC X(17)
                   VALUE 'JOBS ON SCHEDULE '.
           05  STL-SCHEDULED          PIC ZZ9.
           05  FILLER                 PIC X(12)
                   VALUE '   COMPLETE '.
           05  STL-COMPLETE           PIC ZZ9.
           05  FILLER                 PIC X(10)     VALUE '   ACTIVE '.
           05  STL-ACTIVE             PIC ZZ9.
           05  FILLER                 PIC X(11)     VALUE '   NOT RUN '.
           05  STL-NOT-RUN            PIC ZZ9.
           05  FILLER                 PIC X(11)     VALUE '   NOT DUE '.
           05  STL-NOT-DUE            PIC ZZ9.
           05  FILLER                 PIC X(25)
                   VALUE '   REQUIRED NOT COMPLETE '.
           05  STL-MISSING            PIC ZZ9.
           05  FILLER                 PIC X(28)     VALUE SPACES.

       01  OUTCOME-LINE.
           05  FILLER                 PIC X(17)
                   VALUE 'CUTOVER OUTCOME: '.
           05  OUT-OUTCOME-TEXT       PIC X(60).
           05  FILLER                 PIC X(55)     VALUE SPACES.

       COPY BDPARMS.

       COPY OPPARMS.

       COPY CLPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           DISPLAY "Current business date: " BD-BUSINESS-DATE
           SET CL-FUNC-NEXT-WORKING TO TRUE
           MOVE BD-BUSINESS-DATE TO CL-DATE
           CALL 'CalendarProgram' USING CL-PARAMETERS
           MOVE CL-RESULT-DATE TO PROPOSED-BUSINESS-DATE
           DISPLAY "Next working day:      " PROPOSED-BUSINESS-DATE
           DISPLAY "Enter new business date (YYYYMMDD, blank for "
               PROPOSED-BUSINESS-DATE "): "
           ACCEPT NEW-DATE-ENTRY
           IF NEW-DATE-ENTRY = SPACES
               AND PROPOSED-BUSINESS-DATE NOT = ZERO
               MOVE PROPOSED-BUSINESS-DATE TO NEW-DATE-ENTRY
           END-IF
           IF NEW-DATE-ENTRY IS NOT NUMERIC
               DISPLAY "Cutover abandoned - date is not numeric"
               GOBACK
           END-IF
           MOVE NEW-DATE-ENTRY TO NEW-BUSINESS-DATE
      *    The advance is deliberately one-way, so the date is
      *    proved before it goes anywhere near the control
      *    record: a real calendar date, and a working day -
      *    nothing posts, clears or pays on a weekend or a bank
      *    holiday, so there is no business day to open there.
           SET CL-FUNC-CHECK TO TRUE
           MOVE NEW-BUSINESS-DATE TO CL-DATE
           CALL 'CalendarProgram' USING CL-PARAMETERS
           IF CL-STATUS-INVALID
               DISPLAY "Cutover abandoned - " NEW-BUSINESS-DATE
                   " is not a real calendar date"
               GOBACK
           END-IF
           IF CL-IS-WEEKEND
               DISPLAY "Cutover abandoned - " NEW-BUSINESS-DATE
                   " falls on a weekend"
               GOBACK
           END-IF
           IF CL-IS-HOLIDAY
               DISPLAY "Cutover abandoned - " NEW-BUSINESS-DATE
                   " is a bank holiday: " CL-HOLIDAY-DESCRIPTION
               GOBACK
           END-IF
      *    A date past the next working day skips a whole business
      *    day - and a fat-fingered month or year would ratchet
      *    the whole system forward for good - so it needs its
      *    own explicit confirmation.
           MOVE NEW-BUSINESS-DATE TO NEW-DATE-NUMBER
           MOVE BD-BUSINESS-DATE TO HELD-DATE-NUMBER
           COMPUTE NEW-DAY-INDEX = NEW-DATE-YEAR * 372
               + NEW-DATE-MONTH * 31 + NEW-DATE-DAY
           COMPUTE HELD-DAY-INDEX = HELD-DATE-YEAR * 372
               + HELD-DATE-MONTH * 31 + HELD-DATE-DAY
           COMPUTE JUMP-DAYS = NEW-DAY-INDEX - HELD-DAY-INDEX
           IF NEW-BUSINESS-DATE > PROPOSED-BUSINESS-DATE
               DISPLAY "*** The new date is about " JUMP-DAYS
                   " days past the held business date "
                   BD-BUSINESS-DATE " ***"
               DISPLAY "*** It skips the next working day "
                   PROPOSED-BUSINESS-DATE " ***"
               DISPLAY "A cutover normally advances one working "
                   "day. Enter Y to confirm this jump is intended: "
               ACCEPT CONFIRMATION-RESPONSE
               IF CONFIRMATION-RESPONSE NOT = 'Y'
                   AND CONFIRMATION-RESPONSE NOT = 'y'
                   GOBACK
               END-IF
           END-IF
           MOVE BD-BUSINESS-DATE TO CLOSING-DATE
           PERFORM 3000-CHECK-JOB-STREAM THRU 3000-EXIT
           IF MISSING-JOB-COUNT > ZERO
               PERFORM 4000-OBTAIN-OVERRIDE THRU 4000-EXIT
               IF OVERRIDE-NOT-GRANTED
                   DISPLAY "Cutover refused - the job stream for "
                       CLOSING-DATE " is not complete"
                   MOVE 'REFUSED - REQUIRED JOBS NOT COMPLETE'
                       TO CUTOVER-OUTCOME-TEXT
                   PERFORM 4800-FINISH-STATUS-REPORT THRU 4800-EXIT
                   GOBACK
               END-IF
           END-IF
           DISPLAY "Advance business date from " BD-BUSINESS-DATE
               " to " NEW-BUSINESS-DATE " - enter Y to confirm: "
           ACCEPT CONFIRMATION-RESPONSE
               AND CONFIRMATION-RESPONSE NOT = 'y'
               DISPLAY "Cutover not confirmed - business date "
                   "unchanged"
               MOVE 'NOT CONFIRMED - BUSINESS DATE UNCHANGED'
                   TO CUTOVER-OUTCOME-TEXT
               PERFORM 4800-FINISH-STATUS-REPORT THRU 4800-EXIT
               GOBACK
           END-IF
           PERFORM 2000-TAKE-BALANCE-SNAPSHOTS THRU 2000-EXIT
           SET BD-FUNC-ADVANCE TO TRUE
           MOVE NEW-BUSINESS-DATE TO BD-BUSINESS-DATE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           IF BD-STATUS-REFUSED
               DISPLAY "Cutover refused - new date must be later "
                   "than the held business date " BD-BUSINESS-DATE
               MOVE 'REFUSED - DATE NOT LATER THAN HELD DATE'
                   TO CUTOVER-OUTCOME-TEXT
           ELSE
               DISPLAY "Business date advanced to " BD-BUSINESS-DATE
               PERFORM 4700-NOTE-CUTOVER-TAKEN THRU 4700-EXIT
           END-IF
           PERFORM 4800-FINISH-STATUS-REPORT THRU 4800-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * Write one closing-balance snapshot per account under the  *
      * business date being closed.  Holds count the way the      *
      * posting paths counted them that day: active and not       *
      * expired before the closing date.  Accounts closed before  *
      * the closing date have nothing left to snapshot.  A        *
      * rerun of the cutover for the same day (after an advance   *
      * was refused) replaces the day's snapshot rather than      *
      * failing on the duplicate key.  The snapshot file is       *
      * created on the fly the first time; a missing holds file   *
      * means no hold has ever been placed.                       *
      *-----------------------------------------------------------*
       2000-TAKE-BALANCE-SNAPSHOTS.
           MOVE BD-BUSINESS-DATE TO CLOSING-DATE
           ACCEPT SNAPSHOT-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT SNAPSHOT-STAMP-TIME FROM TIME
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF MASTER-FILE-MISSING
               DISPLAY "No account master found - no balance "
                   "snapshots taken"
               GO TO 2000-EXIT
           END-IF
           OPEN I-O BALANCE-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-MISSING
               OPEN OUTPUT BALANCE-SNAPSHOT-FILE
               CLOSE BALANCE-SNAPSHOT-FILE
               OPEN I-O BALANCE-SNAPSHOT-FILE
           END-IF
           SET HOLDS-ARE-NOT-OPEN TO TRUE
           OPEN INPUT ACCOUNT-HOLDS-FILE
           IF NOT HOLDS-FILE-MISSING
               SET HOLDS-ARE-OPEN TO TRUE
           END-IF
           SET MASTER-NOT-EOF TO TRUE
           PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT
           PERFORM 2200-SNAPSHOT-ONE-ACCOUNT THRU 2200-EXIT
               UNTIL MASTER-EOF
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE BALANCE-SNAPSHOT-FILE
           IF HOLDS-ARE-OPEN
               CLOSE ACCOUNT-HOLDS-FILE
           END-IF
           DISPLAY "Closing balances for " CLOSING-DATE ": "
               SNAPSHOT-COUNT " snapshot(s) taken, "
               SNAPSHOT-REPLACED-COUNT " replacing an earlier run".
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-SNAPSHOT-ONE-ACCOUNT.
           IF ACCT-CLOSED-DATE NOT = ZERO
               AND ACCT-CLOSED-DATE < CLOSING-DATE
               GO TO 2200-NEXT
           END-IF
           MOVE ACCT-ACCOUNT-NUMBER  TO SNP-ACCOUNT-NUMBER
           MOVE CLOSING-DATE         TO SNP-BUSINESS-DATE
           MOVE ACCT-BALANCE         TO SNP-CLOSING-BALANCE
           MOVE ZERO                 TO SNP-ACTIVE-HOLDS
           MOVE ZERO                 TO SNP-HOLD-COUNT
           IF HOLDS-ARE-OPEN
               PERFORM 2300-SUM-ACTIVE-HOLDS THRU 2300-EXIT
           END-IF
           COMPUTE SNP-AVAILABLE-BALANCE =
               ACCT-BALANCE - SNP-ACTIVE-HOLDS
           MOVE ACCT-OVERDRAFT-LIMIT TO SNP-OVERDRAFT-LIMIT
           MOVE ACCT-STATUS          TO SNP-ACCOUNT-STATUS
      *    Accounts written before the currency field existed
      *    carry spaces there and are treated as base currency.
           MOVE ACCT-CURRENCY-CODE   TO SNP-CURRENCY-CODE
           IF SNP-CURRENCY-CODE = SPACES
               MOVE 'GBP' TO SNP-CURRENCY-CODE
           END-IF
           MOVE ACCT-LAST-TXN-SEQ    TO SNP-LAST-TXN-SEQ
           MOVE SNAPSHOT-STAMP-DATE  TO SNP-TAKEN-DATE
           MOVE SNAPSHOT-STAMP-TIME  TO SNP-TAKEN-TIME
           WRITE BALANCE-SNAPSHOT-RECORD
               INVALID KEY
                   REWRITE BALANCE-SNAPSHOT-RECORD
                   ADD 1 TO SNAPSHOT-REPLACED-COUNT
           END-WRITE
           ADD 1 TO SNAPSHOT-COUNT.
       2200-NEXT.
           PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-SUM-ACTIVE-HOLDS.
           SET HOLDS-NOT-EOF TO TRUE
           MOVE ACCT-ACCOUNT-NUMBER TO HLD-ACCOUNT-NUMBER
           MOVE ZERO                TO HLD-HOLD-SEQ
           START ACCOUNT-HOLDS-FILE KEY >= HLD-HOLD-KEY
               INVALID KEY
                   SET HOLDS-EOF TO TRUE
           END-START
           PERFORM 2320-READ-NEXT-HOLD THRU 2320-EXIT
           PERFORM 2310-ADD-ONE-HOLD THRU 2310-EXIT
               UNTIL HOLDS-EOF.
       2300-EXIT.
           EXIT.

       2310-ADD-ONE-HOLD.
           IF HLD-IS-ACTIVE
               IF HLD-EXPIRY-DATE = ZERO
                   OR HLD-EXPIRY-DATE >= CLOSING-DATE
                   ADD HLD-AMOUNT TO SNP-ACTIVE-HOLDS
                   ADD 1 TO SNP-HOLD-COUNT
               END-IF
           END-IF
           PERFORM 2320-READ-NEXT-HOLD THRU 2320-EXIT.
       2310-EXIT.
           EXIT.

       2320-READ-NEXT-HOLD.
           READ ACCOUNT-HOLDS-FILE NEXT RECORD
               AT END
                   SET HOLDS-EOF TO TRUE
           END-READ
           IF HOLDS-NOT-EOF
               AND HLD-ACCOUNT-NUMBER NOT = ACCT-ACCOUNT-NUMBER
               SET HOLDS-EOF TO TRUE
           END-IF.
       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Check the night's job stream for the date being closed    *
      * and print its status.  A month-end job is only due when   *
      * the cutover crosses into a new month.  A missing RUNCTL   *
      * file means nothing has run at all.  The report is left    *
      * open for the outcome line.                                *
      *-----------------------------------------------------------*
       3000-CHECK-JOB-STREAM.
           IF NEW-DATE-MONTH NOT = HELD-DATE-MONTH
               OR NEW-DATE-YEAR NOT = HELD-DATE-YEAR
               SET CLOSING-IS-MONTH-END TO TRUE
           ELSE
               SET CLOSING-IS-NOT-MONTH-END TO TRUE
           END-IF
           PERFORM 3100-LOAD-SCHEDULE THRU 3100-EXIT
           ACCEPT REPORT-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT REPORT-STAMP-TIME FROM TIME
           OPEN OUTPUT CUTOVER-REPORT-FILE
           MOVE CLOSING-DATE      TO RHD-CLOSING-DATE
           MOVE NEW-BUSINESS-DATE TO RHD-NEW-DATE
           MOVE REPORT-STAMP-DATE TO RHD-PRINT-DATE
           MOVE REPORT-STAMP-TIME TO RHD-PRINT-TIME
           WRITE CUTOVER-REPORT-LINE FROM REPORT-HEADING-LINE
               AFTER ADVANCING PAGE
           WRITE CUTOVER-REPORT-LINE FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 2 LINES
           SET RUN-CONTROL-IS-NOT-OPEN TO TRUE
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-OK
               SET RUN-CONTROL-IS-OPEN TO TRUE
           END-IF
           PERFORM 3300-CHECK-ONE-JOB THRU 3300-EXIT
               VARYING SCHEDULE-SUB FROM 1 BY 1
               UNTIL SCHEDULE-SUB > SCHEDULE-COUNT
           IF RUN-CONTROL-IS-OPEN
               CLOSE RUN-CONTROL-FILE
           END-IF
           PERFORM 3500-PRINT-STREAM-TOTALS THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The built-in stream is the night's standard jobs; the     *
      * JOBSCHED file overrides or adds to it job by job, the     *
      * way MONRULES works for the monitoring run, so a short or  *
      * missing schedule file cannot quietly drop a job from the  *
      * check.  Month-end interest and the payment returns run    *
      * (which has nothing to do on a day with no returns) are    *
      * reported but not required unless the schedule file says   *
      * so.                                                       *
      *-----------------------------------------------------------*
       3100-LOAD-SCHEDULE.
           INITIALIZE SCHEDULE-TABLE
           MOVE ZERO TO SCHEDULE-COUNT
           MOVE 'Y' TO CND-REQUIRED-FLAG
           MOVE 'D' TO CND-FREQUENCY
           MOVE 'CLEARRUN' TO CND-JOB-NAME
           MOVE 'INBOUND CLEARING' TO CND-DESCRIPTION
           PERFORM 3150-MERGE-SCHEDULE-ENTRY THRU 3150-EXIT
           MOVE 'STORDRUN' TO CND-JOB-NAME
           MOVE 'STANDING ORDERS' TO CND-DESCRIPTION
           PERFORM 3150-MERGE-SCHEDULE-ENTRY THRU 3150-EXIT
           MOVE 'FUTRREL ' TO CND-JOB-NAME
           MOVE 'FUTURE-DATED RELEASE' TO CND-DESCRIPTION
           PERFORM 3150-MERGE-SCHEDULE-ENTRY THRU 3150-EXIT
           MOVE 'EODRPT  ' TO CND-JOB-NAME
           MOVE 'END-OF-DAY REPORT' TO CND-DESCRIPTION
           PERFORM 3150-MERGE-SCHEDULE-ENTRY THRU 3150-EXIT
           MOVE 'EXCPRPT ' TO CND-JOB-NAME
           MOVE 'EXCEPTION REPORT' TO CND-DESCRIPTION
           PERFORM 3150-MERGE-SCHEDULE-ENTRY THRU 3150-EXIT
           MOVE 'GLEXTR  ' TO CND-JOB-NAME
           MOVE 'GENERAL LEDGER EXTRACT' TO CND-DESCRIPTION
           PERFORM 3150-MERGE-SCHEDULE-ENTRY THRU 3150-EXIT
           MOVE 'OPRPROOF' TO CND-JOB-NAME
           MOVE 'OPERATOR PROOF' TO CND-DESCRIPTION
           PERFORM 3150-MERGE-SCHEDULE-ENTRY THRU 3150-EXIT
           MOVE 'OPAYXTR ' TO CND-JOB-NAME
           MOVE 'OUTBOUND PAYMENTS EXTRACT' TO CND-DESCRIPTION
           PERFORM 3150-MERGE-SCHEDULE-ENTRY THRU 3150-EXIT
           MOVE 'OPAYRTN ' TO CND-JOB-NAME
           MOVE 'OUTBOUND PAYMENT RETURNS' TO CND-DESCRIPTION
           MOVE 'N' TO CND-REQUIRED-FLAG
           PERFORM 3150-MERGE-SCHEDULE-ENTRY THRU 3150-EXIT
           MOVE 'MONTHINT' TO CND-JOB-NAME
           MOVE 'MONTH-END INTEREST AND FEES' TO CND-DESCRIPTION
           MOVE 'M' TO CND-FREQUENCY
           MOVE 'N' TO CND-REQUIRED-FLAG
           PERFORM 3150-MERGE-SCHEDULE-ENTRY THRU 3150-EXIT
           OPEN INPUT JOB-SCHEDULE-FILE
           IF SCHEDULE-FILE-MISSING
               DISPLAY "No job schedule file found - built-in job "
                   "stream used"
               GO TO 3100-EXIT
           END-IF
           SET SCHEDULE-NOT-EOF TO TRUE
           PERFORM 3120-READ-NEXT-SCHEDULE THRU 3120-EXIT
           PERFORM 3130-APPLY-ONE-SCHEDULE THRU 3130-EXIT
               UNTIL SCHEDULE-EOF
           CLOSE JOB-SCHEDULE-FILE.
       3100-EXIT.
           EXIT.

       3120-READ-NEXT-SCHEDULE.
           READ JOB-SCHEDULE-FILE
               AT END
                   SET SCHEDULE-EOF TO TRUE
           END-READ.
       3120-EXIT.
           EXIT.

       3130-APPLY-ONE-SCHEDULE.
           MOVE JSC-JOB-NAME      TO CND-JOB-NAME
           MOVE JSC-DESCRIPTION   TO CND-DESCRIPTION
           MOVE JSC-FREQUENCY     TO CND-FREQUENCY
           MOVE JSC-REQUIRED-FLAG TO CND-REQUIRED-FLAG
           IF CND-JOB-NAME = SPACES
               OR NOT CND-FREQUENCY-IS-VALID
               DISPLAY "Job schedule entry " JSC-JOB-NAME
                   " ignored - job name or frequency is not valid"
               GO TO 3130-NEXT
           END-IF
           PERFORM 3150-MERGE-SCHEDULE-ENTRY THRU 3150-EXIT.
       3130-NEXT.
           PERFORM 3120-READ-NEXT-SCHEDULE THRU 3120-EXIT.
       3130-EXIT.
           EXIT.

       3150-MERGE-SCHEDULE-ENTRY.
           SET SCH-IDX TO 1
           SEARCH SCHEDULE-ENTRY
               AT END
                   SET ENTRY-WAS-NOT-FOUND TO TRUE
               WHEN SCH-JOB-NAME (SCH-IDX) = CND-JOB-NAME
                   SET ENTRY-WAS-FOUND TO TRUE
           END-SEARCH
           IF ENTRY-WAS-NOT-FOUND
               IF SCHEDULE-COUNT >= 20
                   DISPLAY "Job schedule entry " CND-JOB-NAME
                       " ignored - schedule table is full"
                   GO TO 3150-EXIT
               END-IF
               ADD 1 TO SCHEDULE-COUNT
               SET SCH-IDX TO SCHEDULE-COUNT
           END-IF
           MOVE CND-JOB-NAME      TO SCH-JOB-NAME (SCH-IDX)
           MOVE CND-DESCRIPTION   TO SCH-DESCRIPTION (SCH-IDX)
           MOVE CND-FREQUENCY     TO SCH-FREQUENCY (SCH-IDX)
           MOVE CND-REQUIRED-FLAG TO SCH-REQUIRED-FLAG (SCH-IDX).
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Gather every run of one job stamped with the date being   *
      * closed.  One run still active - an interrupted clearing   *
      * file, a report that never finished - makes the job        *
      * ACTIVE even when another run of it completed, because     *
      * part of the day's work is still undone.  The counts are   *
      * the total over the day's runs.                            *
      *-----------------------------------------------------------*
       3300-CHECK-ONE-JOB.
           MOVE ZERO   TO JOB-RUN-COUNT
           MOVE ZERO   TO JOB-ACTIVE-RUN-COUNT
           MOVE ZERO   TO JOB-COMPLETE-RUN-COUNT
           MOVE ZERO   TO JOB-PROCESSED-TOTAL
           MOVE ZERO   TO JOB-EXCEPTION-TOTAL
           MOVE SPACES TO LTS-RUN-ID
           MOVE ZERO   TO LTS-STARTED-DATE
           MOVE ZERO   TO LTS-STARTED-TIME
           MOVE ZERO   TO LTS-UPDATE-DATE
           MOVE ZERO   TO LTS-UPDATE-TIME
           IF SCH-RUNS-MONTH-END (SCHEDULE-SUB)
               AND CLOSING-IS-NOT-MONTH-END
               MOVE 'NOT DUE' TO DTL-STATUS
               ADD 1 TO NOT-DUE-JOB-COUNT
               PERFORM 3400-PRINT-JOB-LINE THRU 3400-EXIT
               GO TO 3300-EXIT
           END-IF
           IF RUN-CONTROL-IS-OPEN
               SET RUN-CONTROL-NOT-EOF TO TRUE
               MOVE SCH-JOB-NAME (SCHEDULE-SUB) TO RUN-JOB-NAME
               MOVE LOW-VALUES TO RUN-ID
               START RUN-CONTROL-FILE KEY >= RUN-CONTROL-KEY
                   INVALID KEY
                       SET RUN-CONTROL-EOF TO TRUE
               END-START
               PERFORM 3320-READ-NEXT-RUN THRU 3320-EXIT
               PERFORM 3340-NOTE-ONE-RUN THRU 3340-EXIT
                   UNTIL RUN-CONTROL-EOF
           END-IF
           EVALUATE TRUE
               WHEN JOB-ACTIVE-RUN-COUNT > ZERO
                   MOVE 'ACTIVE' TO DTL-STATUS
                   ADD 1 TO ACTIVE-JOB-COUNT
               WHEN JOB-COMPLETE-RUN-COUNT > ZERO
                   MOVE 'COMPLETE' TO DTL-STATUS
                   ADD 1 TO COMPLETE-JOB-COUNT
               WHEN OTHER
                   MOVE 'NOT RUN' TO DTL-STATUS
                   ADD 1 TO NOT-RUN-JOB-COUNT
           END-EVALUATE
           IF SCH-IS-REQUIRED (SCHEDULE-SUB)
               AND DTL-STATUS NOT = 'COMPLETE'
               ADD 1 TO MISSING-JOB-COUNT
               DISPLAY "  Required job " SCH-JOB-NAME (SCHEDULE-SUB)
                   " is " DTL-STATUS " for " CLOSING-DATE
           END-IF
           PERFORM 3400-PRINT-JOB-LINE THRU 3400-EXIT.
       3300-EXIT.
           EXIT.

       3320-READ-NEXT-RUN.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET RUN-CONTROL-EOF TO TRUE
           END-READ
           IF RUN-CONTROL-NOT-EOF
               AND RUN-JOB-NAME NOT = SCH-JOB-NAME (SCHEDULE-SUB)
               SET RUN-CONTROL-EOF TO TRUE
           END-IF.
       3320-EXIT.
           EXIT.

       3340-NOTE-ONE-RUN.
           IF RUN-BUSINESS-DATE NOT = CLOSING-DATE
               GO TO 3340-NEXT
           END-IF
           ADD 1 TO JOB-RUN-COUNT
           IF RUN-IS-COMPLETE
               ADD 1 TO JOB-COMPLETE-RUN-COUNT
           ELSE
               ADD 1 TO JOB-ACTIVE-RUN-COUNT
           END-IF
           ADD RUN-PROCESSED-COUNT TO JOB-PROCESSED-TOTAL
           ADD RUN-EXCEPTION-COUNT TO JOB-EXCEPTION-TOTAL
           IF RUN-LAST-UPDATE-DATE > LTS-UPDATE-DATE
               OR (RUN-LAST-UPDATE-DATE = LTS-UPDATE-DATE
                   AND RUN-LAST-UPDATE-TIME > LTS-UPDATE-TIME)
               MOVE RUN-ID               TO LTS-RUN-ID
               MOVE RUN-STARTED-DATE     TO LTS-STARTED-DATE
               MOVE RUN-STARTED-TIME     TO LTS-STARTED-TIME
               MOVE RUN-LAST-UPDATE-DATE TO LTS-UPDATE-DATE
               MOVE RUN-LAST-UPDATE-TIME TO LTS-UPDATE-TIME
           END-IF.
       3340-NEXT.
           PERFORM 3320-READ-NEXT-RUN THRU 3320-EXIT.
       3340-EXIT.
           EXIT.

       3400-PRINT-JOB-LINE.
           MOVE SCH-JOB-NAME (SCHEDULE-SUB)    TO DTL-JOB-NAME
           MOVE SCH-DESCRIPTION (SCHEDULE-SUB) TO DTL-DESCRIPTION
           IF SCH-RUNS-MONTH-END (SCHEDULE-SUB)
               MOVE 'MONTH-END' TO DTL-FREQUENCY
           ELSE
               MOVE 'DAILY' TO DTL-FREQUENCY
           END-IF
           IF SCH-IS-REQUIRED (SCHEDULE-SUB)
               MOVE 'YES' TO DTL-REQUIRED
           ELSE
               MOVE 'NO' TO DTL-REQUIRED
           END-IF
           MOVE LTS-RUN-ID TO DTL-RUN-ID
           IF JOB-RUN-COUNT = ZERO
               MOVE SPACES TO DTL-STARTED-DATE
               MOVE SPACES TO DTL-STARTED-TIME
               MOVE SPACES TO DTL-UPDATE-DATE
               MOVE SPACES TO DTL-UPDATE-TIME
           ELSE
               MOVE LTS-STARTED-DATE TO DTL-STARTED-DATE
               MOVE LTS-STARTED-TIME TO DTL-STARTED-TIME
               MOVE LTS-UPDATE-DATE  TO DTL-UPDATE-DATE
               MOVE LTS-UPDATE-TIME  TO DTL-UPDATE-TIME
           END-IF
           MOVE JOB-PROCESSED-TOTAL TO DTL-PROCESSED
           MOVE JOB-EXCEPTION-TOTAL TO DTL-EXCEPTIONS
           MOVE JOB-RUN-COUNT       TO DTL-RUN-COUNT
           WRITE CUTOVER-REPORT-LINE FROM JOB-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       3400-EXIT.
           EXIT.

       3500-PRINT-STREAM-TOTALS.
           MOVE SCHEDULE-COUNT     TO STL-SCHEDULED
           MOVE COMPLETE-JOB-COUNT TO STL-COMPLETE
           MOVE ACTIVE-JOB-COUNT   TO STL-ACTIVE
           MOVE NOT-RUN-JOB-COUNT  TO STL-NOT-RUN
           MOVE NOT-DUE-JOB-COUNT  TO STL-NOT-DUE
           MOVE MISSING-JOB-COUNT  TO STL-MISSING
           WRITE CUTOVER-REPORT-LINE FROM STREAM-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           DISPLAY "Job stream for " CLOSING-DATE ": "
               COMPLETE-JOB-COUNT " complete, "
               ACTIVE-JOB-COUNT " active, "
               NOT-RUN-JOB-COUNT " not run, "
               MISSING-JOB-COUNT " required job(s) outstanding".
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * With required jobs outstanding the cutover goes ahead     *
      * only on an active supervisor's say-so.  A blank ID        *
      * refuses the cutover; an ID that is unknown, inactive or   *
      * not a supervisor is refused and journaled, like a         *
      * refused sign-off on the posting path.  The override       *
      * itself is journaled once the advance has been made.       *
      *-----------------------------------------------------------*
       4000-OBTAIN-OVERRIDE.
           SET OVERRIDE-NOT-GRANTED TO TRUE
           DISPLAY "*** " MISSING-JOB-COUNT " required job(s) not "
               "complete for " CLOSING-DATE " ***"
           DISPLAY "Enter supervisor ID to override (blank = "
               "refuse cutover): "
           ACCEPT OVERRIDE-SUPERVISOR-ID
           IF OVERRIDE-SUPERVISOR-ID = SPACES
               GO TO 4000-EXIT
           END-IF
           SET OP-FUNC-READ TO TRUE
           MOVE OVERRIDE-SUPERVISOR-ID TO OP-OPERATOR-ID
           CALL 'OperatorProgram' USING OP-PARAMETERS
           IF OP-STATUS-NOT-FOUND
               OR NOT OP-OPERATOR-IS-ACTIVE
               OR NOT OP-ROLE-IS-SUPERVISOR
               DISPLAY "Override refused - " OVERRIDE-SUPERVISOR-ID
                   " is not an active supervisor"
               MOVE 'REFUSE' TO JOURNAL-EVENT-TYPE
               PERFORM 4500-WRITE-SECURITY-JOURNAL THRU 4500-EXIT
               GO TO 4000-EXIT
           END-IF
           DISPLAY "Supervisor " OVERRIDE-SUPERVISOR-ID
               ": enter Y to cut over with the job stream "
               "incomplete: "
           ACCEPT CONFIRMATION-RESPONSE
           IF CONFIRMATION-RESPONSE NOT = 'Y'
               AND CONFIRMATION-RESPONSE NOT = 'y'
               GO TO 4000-EXIT
           END-IF
           SET OVERRIDE-WAS-GRANTED TO TRUE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Append one cutover event to the SECJRNL security audit    *
      * journal under the supervisor ID keyed.  Stamped with the  *
      * machine clock, like every other security event.           *
      *-----------------------------------------------------------*
       4500-WRITE-SECURITY-JOURNAL.
           OPEN EXTEND SECURITY-JOURNAL-FILE
           IF JOURNAL-FILE-MISSING
               OPEN OUTPUT SECURITY-JOURNAL-FILE
           END-IF
           ACCEPT SEC-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT SEC-EVENT-TIME FROM TIME
           MOVE JOURNAL-EVENT-TYPE     TO SEC-EVENT-TYPE
           MOVE 'CUTOVR'               TO SEC-OPERATION-TYPE
           MOVE OVERRIDE-SUPERVISOR-ID TO SEC-OPERATOR-ID
           MOVE SPACES                 TO SEC-APPROVER-ID
           MOVE ZERO                   TO SEC-ACCOUNT-NUMBER
           MOVE ZERO                   TO SEC-AMOUNT
           MOVE 'CUTV'                 TO SEC-REASON-CODE
           WRITE SECURITY-JOURNAL-RECORD
           CLOSE SECURITY-JOURNAL-FILE.
       4500-EXIT.
           EXIT.

       4700-NOTE-CUTOVER-TAKEN.
           IF OVERRIDE-WAS-GRANTED
               MOVE 'SIGNOF' TO JOURNAL-EVENT-TYPE
               PERFORM 4500-WRITE-SECURITY-JOURNAL THRU 4500-EXIT
               MOVE SPACES TO CUTOVER-OUTCOME-TEXT
               STRING 'TAKEN ON SUPERVISOR OVERRIDE BY '
                       DELIMITED BY SIZE
                   OVERRIDE-SUPERVISOR-ID
                       DELIMITED BY SPACE
                   INTO CUTOVER-OUTCOME-TEXT
               END-STRING
           ELSE
               MOVE 'TAKEN - JOB STREAM COMPLETE'
                   TO CUTOVER-OUTCOME-TEXT
           END-IF.
       4700-EXIT.
           EXIT.

       4800-FINISH-STATUS-REPORT.
           MOVE CUTOVER-OUTCOME-TEXT TO OUT-OUTCOME-TEXT
           WRITE CUTOVER-REPORT-LINE FROM OUTCOME-LINE
               AFTER ADVANCING 2 LINES
           CLOSE CUTOVER-REPORT-FILE.
       4800-EXIT.
           EXIT.
