       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArrearsAgeingBatch.

      *-----------------------------------------------------------*
      * Overdraft arrears ageing and collections-letter run.      *
      * Walks the account master and, for every overdrawn         *
      * account, works out off the keyed TRANHIST history file    *
      * how many days it has been continuously overdrawn and      *
      * how many days continuously over its arranged              *
      * ACCT-OVERDRAFT-LIMIT, and puts it in an arrears bucket    *
      * by the days over limit: 1-30, 31-60, 61-90 or over 90.    *
      * An account overdrawn inside its arranged limit is aged    *
      * and reported but is not in arrears.                       *
      *                                                           *
      * The ageing is kept across runs on the ARRSAGE file,       *
      * together with the highest collections-letter stage        *
      * already sent.  Each bucket is a letter stage: when an     *
      * account reaches a bucket beyond the stage on file, the    *
      * next letter is written to the ARRSLTRS extract with the   *
      * customer's mailing address off the customer master, the   *
      * way the dormancy run writes DORMLTRS.  A rerun on the     *
      * same day sends nothing twice.  Accounts back in credit    *
      * have their ageing closed.  Everything comes out on the    *
      * ARRSRPT arrears report, oldest bucket first.              *
      *                                                           *
      * The history is the evidence: the overdrawn and            *
      * over-limit start dates are the postings that took the     *
      * balance below zero and below the limit and kept it        *
      * there.  The limit tested is the account's limit today.    *
      * Where the history cannot show when the account went       *
      * overdrawn (postings that predate the file) the date       *
      * held on ARRSAGE from an earlier run is kept, or the       *
      * account starts ageing today.                              *
      *                                                           *
      * Days are counted as calendar days or, when the run is     *
      * asked to, as working days on the CalendarProgram          *
      * calendar - weekends and bank holidays do not count - and  *
      * the report heading says which.                            *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

           SELECT ARREARS-AGEING-FILE ASSIGN TO "ARRSAGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-ACCOUNT-NUMBER
               FILE STATUS IS AGEING-FILE-STATUS.

           SELECT ARREARS-REPORT-FILE ASSIGN TO "ARRSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT COLLECTIONS-LETTER-FILE ASSIGN TO "ARRSLTRS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LETTER-FILE-STATUS.

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
               88  ACCT-IS-OPEN           VALUE 'OPEN    '.
           05  ACCT-CUSTOMER-NAME     PIC X(30).
           05  ACCT-OPENED-DATE       PIC 9(08).
           05  ACCT-CLOSED-DATE       PIC 9(08).
           05  ACCT-CURRENCY-CODE     PIC X(03).
           05  ACCT-CUSTOMER-NUMBER   PIC 9(08).

       FD  TRANSACTION-HISTORY-FILE.
       COPY HISTREC.

       FD  ARREARS-AGEING-FILE.
       COPY ARRSREC.

       FD  ARREARS-REPORT-FILE.
       01  ARREARS-REPORT-LINE        PIC X(132).

      *-----------------------------------------------------------*
      * One record per collections letter due, with the mailing   *
      * address off the customer master, for the letter-          *
      * production run.  LTR-LETTER-STAGE picks the wording:      *
      * 1 reminder, 2 second reminder, 3 final notice before      *
      * action, 4 formal demand.  An account not yet linked to    *
      * a customer goes out with the name copied onto the         *
      * account and a blank address - the report flags it so      *
      * the branch can chase the address by hand.                 *
      *-----------------------------------------------------------*
       FD  COLLECTIONS-LETTER-FILE.
       01  COLLECTIONS-LETTER-RECORD.
           05  LTR-ACCOUNT-NUMBER     PIC 9(10).
           05  LTR-CUSTOMER-NUMBER    PIC 9(08).
           05  LTR-CUSTOMER-NAME      PIC X(30).
           05  LTR-ADDRESS-LINE-1     PIC X(30).
           05  LTR-ADDRESS-LINE-2     PIC X(30).
           05  LTR-ADDRESS-LINE-3     PIC X(30).
           05  LTR-POST-CODE          PIC X(10).
           05  LTR-LETTER-STAGE       PIC 9(01).
           05  LTR-BALANCE            PIC S9(9)V99.
           05  LTR-OVERDRAFT-LIMIT    PIC 9(7)V99.
           05  LTR-OVER-LIMIT-SINCE   PIC 9(08).
           05  LTR-DAYS-OVER-LIMIT    PIC 9(05).
           05  LTR-CURRENCY-CODE      PIC X(03).

       WORKING-STORAGE SECTION.
       01  MASTER-FILE-STATUS         PIC X(02).
           88  MASTER-FILE-OK             VALUE '00'.
           88  MASTER-FILE-MISSING        VALUE '35'.

       01  HISTORY-FILE-STATUS        PIC X(02).
           88  HISTORY-FILE-OK            VALUE '00'.
           88  HISTORY-FILE-MISSING       VALUE '35'.

       01  AGEING-FILE-STATUS         PIC X(02).
           88  AGEING-FILE-OK             VALUE '00'.
           88  AGEING-FILE-MISSING        VALUE '35'.

       01  REPORT-FILE-STATUS         PIC X(02).
           88  REPORT-FILE-OK             VALUE '00'.

       01  LETTER-FILE-STATUS         PIC X(02).
           88  LETTER-FILE-OK             VALUE '00'.

       01  MASTER-EOF-SWITCH          PIC X(01).
           88  MASTER-EOF                  VALUE 'Y'.
           88  MASTER-NOT-EOF              VALUE 'N'.

       01  HISTORY-EOF-SWITCH         PIC X(01).
           88  HISTORY-EOF                 VALUE 'Y'.
           88  HISTORY-NOT-EOF             VALUE 'N'.

       01  HISTORY-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
           88  HISTORY-IS-OPEN             VALUE 'Y'.
           88  HISTORY-IS-NOT-OPEN         VALUE 'N'.

       01  AGEING-RECORD-SWITCH       PIC X(01).
           88  AGEING-ON-FILE              VALUE 'Y'.
           88  AGEING-NOT-ON-FILE          VALUE 'N'.

       01  COUNT-BASIS-SWITCH         PIC X(01)     VALUE 'C'.
           88  COUNT-CALENDAR-DAYS         VALUE 'C' ' '.
           88  COUNT-WORKING-DAYS          VALUE 'W'.

       01  TABLE-FULL-SWITCH          PIC X(01)     VALUE 'N'.
           88  TABLE-FULL-REPORTED         VALUE 'Y'.
           88  TABLE-FULL-NOT-REPORTED     VALUE 'N'.

       77  RUN-DATE                   PIC 9(08).
       77  OVER-LIMIT-FLOOR           PIC S9(9)V99.
       77  HIST-OVERDRAWN-SINCE       PIC 9(08).
       77  HIST-OVER-LIMIT-SINCE      PIC 9(08).
       77  OVERDRAWN-SINCE-DATE       PIC 9(08).
       77  OVER-LIMIT-SINCE-DATE      PIC 9(08).
       77  COUNT-FROM-DATE            PIC 9(08).
       77  DAY-COUNT                  PIC 9(05).
       77  MONTH-DAY-LIMIT            PIC 9(02).
       77  LEAP-QUOTIENT              PIC 9(04).
       77  LEAP-REMAINDER-4           PIC 9(01).
       77  LEAP-REMAINDER-100         PIC 9(02).
       77  LEAP-REMAINDER-400         PIC 9(03).
       77  SCANNED-COUNT              PIC 9(07)     VALUE ZERO.
       77  OVERDRAWN-COUNT            PIC 9(05)     VALUE ZERO.
       77  WITHIN-LIMIT-COUNT         PIC 9(05)     VALUE ZERO.
       77  BUCKET-1-COUNT             PIC 9(05)     VALUE ZERO.
       77  BUCKET-2-COUNT             PIC 9(05)     VALUE ZERO.
       77  BUCKET-3-COUNT             PIC 9(05)     VALUE ZERO.
       77  BUCKET-4-COUNT             PIC 9(05)     VALUE ZERO.
       77  CLEARED-COUNT              PIC 9(05)     VALUE ZERO.
       77  LETTER-COUNT               PIC 9(05)     VALUE ZERO.
       77  TOTAL-OVERDRAWN-BALANCE    PIC S9(13)V99 VALUE ZERO.
       77  SECTION-LINE-COUNT         PIC 9(05)     VALUE ZERO.
       77  REPORT-SECTION-CODE        PIC X(01).
       77  NOTE-SECTION-CODE          PIC X(01).
       77  AGEING-TABLE-COUNT         PIC 9(03)     VALUE ZERO.
       77  TABLE-PRINT-INDEX          PIC 9(03)     COMP.

       01  WORK-DATE.
           05  WORK-YEAR              PIC 9(04).
           05  WORK-MONTH             PIC 9(02).
           05  WORK-DAY               PIC 9(02).
       01  WORK-DATE-NUMBER REDEFINES WORK-DATE
                                      PIC 9(08).

       01  DISPOSITION-TEXT           PIC X(29).
       01  STAGE-DISPOSITION REDEFINES DISPOSITION-TEXT.
           05  DSP-STAGE-WORD         PIC X(06).
           05  DSP-LETTER-STAGE       PIC 9(01).
           05  DSP-LETTER-NOTE        PIC X(22).

      *-----------------------------------------------------------*
      * Every account aged or cleared this run, kept for the      *
      * bucketed report.  AGE-SECTION is the bucket 0-4, or C     *
      * for an account whose ageing was closed.                   *
      *-----------------------------------------------------------*
       01  AGEING-TABLE.
           05  AGEING-ENTRY OCCURS 500 TIMES
                   INDEXED BY AGE-IDX.
               10  AGE-ACCOUNT-NUMBER  PIC 9(10).
               10  AGE-CUSTOMER-NAME   PIC X(30).
               10  AGE-BALANCE         PIC S9(9)V99.
               10  AGE-OVERDRAFT-LIMIT PIC 9(7)V99.
               10  AGE-DAYS-OVERDRAWN  PIC 9(05).
               10  AGE-DAYS-OVER-LIMIT PIC 9(05).
               10  AGE-SECTION         PIC X(01).
               10  AGE-DISPOSITION     PIC X(29).

       01  REPORT-HEADING-LINE.
           05  FILLER                 PIC X(25)
                   VALUE 'ARREARS AGEING REPORT    '.
           05  RPT-RUN-DATE           PIC 9(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RPT-COUNT-BASIS        PIC X(30).
           05  FILLER                 PIC X(67)     VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  SEC-HEADING-TEXT       PIC X(60).
           05  FILLER                 PIC X(72)     VALUE SPACES.

       01  AGEING-DETAIL-LINE.
           05  RDL-ACCOUNT-NUMBER     PIC 9(10).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-CUSTOMER-NAME      PIC X(30).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-BALANCE            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-OVERDRAFT-LIMIT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(09)
                   VALUE ' OD DAYS '.
           05  RDL-DAYS-OVERDRAWN     PIC ZZZZ9.
           05  FILLER                 PIC X(08)
                   VALUE ' OVRLMT '.
           05  RDL-DAYS-OVER-LIMIT    PIC ZZZZ9.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RDL-DISPOSITION        PIC X(29).

       01  REPORT-TOTAL-LINE.
           05  RPT-TOTAL-CAPTION      PIC X(24).
           05  RPT-TOTAL-COUNT        PIC ZZZZ9.
           05  FILLER                 PIC X(103)    VALUE SPACES.

       01  REPORT-AMOUNT-LINE.
           05  RPT-AMOUNT-CAPTION     PIC X(24).
           05  RPT-AMOUNT-VALUE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(89)     VALUE SPACES.

       COPY CUPARMS.

       COPY BDPARMS.

       COPY CLPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT MASTER-EOF
               PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT
               PERFORM 2200-AGE-ONE-ACCOUNT THRU 2200-EXIT
                   UNTIL MASTER-EOF
               CLOSE ACCOUNT-MASTER-FILE
               IF HISTORY-IS-OPEN
                   CLOSE TRANSACTION-HISTORY-FILE
               END-IF
               PERFORM 4000-PRINT-AGEING-SECTIONS THRU 4000-EXIT
           END-IF
           CLOSE ARREARS-AGEING-FILE
           PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT
           CLOSE ARREARS-REPORT-FILE
           CLOSE COLLECTIONS-LETTER-FILE
           DISPLAY "Arrears ageing complete: " SCANNED-COUNT
               " account(s) scanned, " OVERDRAWN-COUNT
               " overdrawn, " CLEARED-COUNT " cleared, "
               LETTER-COUNT " letter(s) extracted"
           GOBACK.

       1000-INITIALIZE.
           SET MASTER-NOT-EOF TO TRUE
           INITIALIZE AGEING-TABLE
      *    Accounts age by the system business day, not the
      *    machine clock's day.
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           MOVE BD-BUSINESS-DATE TO RUN-DATE
           PERFORM 1100-ACCEPT-COUNT-BASIS THRU 1100-EXIT
           OPEN OUTPUT ARREARS-REPORT-FILE
           OPEN OUTPUT COLLECTIONS-LETTER-FILE
           MOVE RUN-DATE TO RPT-RUN-DATE
           IF COUNT-WORKING-DAYS
               MOVE 'DAYS COUNTED AS WORKING DAYS' TO RPT-COUNT-BASIS
           ELSE
               MOVE 'DAYS COUNTED AS CALENDAR DAYS'
                   TO RPT-COUNT-BASIS
           END-IF
           WRITE ARREARS-REPORT-LINE FROM REPORT-HEADING-LINE
               AFTER ADVANCING PAGE
      *    The ageing file does not exist before the first run;
      *    create it on the fly rather than requiring a separate
      *    setup step.
           OPEN I-O ARREARS-AGEING-FILE
           IF AGEING-FILE-MISSING
               OPEN OUTPUT ARREARS-AGEING-FILE
               CLOSE ARREARS-AGEING-FILE
               OPEN I-O ARREARS-AGEING-FILE
           END-IF
           SET HISTORY-IS-NOT-OPEN TO TRUE
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF HISTORY-FILE-MISSING
               DISPLAY "No history file found - overdrawn accounts "
                   "age from the ageing file or from today this run"
           ELSE
               SET HISTORY-IS-OPEN TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF MASTER-FILE-MISSING
               DISPLAY "No account master found - nothing to age"
               SET MASTER-EOF TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-ACCEPT-COUNT-BASIS.
           DISPLAY "Count days overdrawn in (C)alendar or (W)orking "
               "days (blank = C): "
           ACCEPT COUNT-BASIS-SWITCH
           IF NOT COUNT-CALENDAR-DAYS AND NOT COUNT-WORKING-DAYS
               DISPLAY "Invalid choice - enter C or W."
               GO TO 1100-ACCEPT-COUNT-BASIS
           END-IF.
       1100-EXIT.
           EXIT.

       2100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * One account: an account in credit only matters if the     *
      * ageing file still has it in arrears, in which case its    *
      * ageing is closed.  An overdrawn account - whatever its    *
      * status, a frozen or dormant account's debt is still       *
      * owed - is aged, bucketed and escalated.                   *
      *-----------------------------------------------------------*
       2200-AGE-ONE-ACCOUNT.
           ADD 1 TO SCANNED-COUNT
           MOVE ACCT-ACCOUNT-NUMBER TO ARR-ACCOUNT-NUMBER
           READ ARREARS-AGEING-FILE
               INVALID KEY
                   SET AGEING-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET AGEING-ON-FILE TO TRUE
           END-READ
           IF ACCT-BALANCE NOT < ZERO
               IF AGEING-ON-FILE AND ARR-IS-IN-ARREARS
                   PERFORM 2700-CLOSE-AGEING THRU 2700-EXIT
               END-IF
               GO TO 2200-NEXT
           END-IF
           IF AGEING-NOT-ON-FILE
               INITIALIZE ARREARS-RECORD
               MOVE ACCT-ACCOUNT-NUMBER TO ARR-ACCOUNT-NUMBER
               SET ARR-IS-CLEARED TO TRUE
           END-IF
           ADD 1 TO OVERDRAWN-COUNT
           ADD ACCT-BALANCE TO TOTAL-OVERDRAWN-BALANCE
           COMPUTE OVER-LIMIT-FLOOR = 0 - ACCT-OVERDRAFT-LIMIT
           PERFORM 2300-FIND-OVERDRAWN-DATES THRU 2300-EXIT
           PERFORM 2400-SETTLE-START-DATES THRU 2400-EXIT
           PERFORM 2500-COMPUTE-AGEING THRU 2500-EXIT
           PERFORM 2600-ESCALATE-LETTER THRU 2600-EXIT
           PERFORM 2800-SAVE-AGEING THRU 2800-EXIT
           MOVE ARR-BUCKET TO NOTE-SECTION-CODE
           PERFORM 2900-NOTE-FOR-REPORT THRU 2900-EXIT.
       2200-NEXT.
           PERFORM 2100-READ-NEXT-ACCOUNT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Walk the account's history in posting order.  Each time   *
      * a posting leaves the balance below zero (below the        *
      * limit) after it was not, a new run starts on that         *
      * posting's date; any posting that brings it back ends      *
      * the run.  What is left at the end is the current run.     *
      *-----------------------------------------------------------*
       2300-FIND-OVERDRAWN-DATES.
           MOVE ZERO TO HIST-OVERDRAWN-SINCE
           MOVE ZERO TO HIST-OVER-LIMIT-SINCE
           IF HISTORY-IS-NOT-OPEN
               GO TO 2300-EXIT
           END-IF
           SET HISTORY-NOT-EOF TO TRUE
           MOVE ACCT-ACCOUNT-NUMBER TO HST-ACCOUNT-NUMBER
           MOVE ZERO                TO HST-TXN-SEQ
           START TRANSACTION-HISTORY-FILE KEY >= HST-HISTORY-KEY
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START
           PERFORM 2350-READ-NEXT-HISTORY THRU 2350-EXIT
           PERFORM 2360-TRACK-ONE-POSTING THRU 2360-EXIT
               UNTIL HISTORY-EOF.
       2300-EXIT.
           EXIT.

       2350-READ-NEXT-HISTORY.
           READ TRANSACTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ
           IF HISTORY-NOT-EOF
               AND HST-ACCOUNT-NUMBER NOT = ACCT-ACCOUNT-NUMBER
               SET HISTORY-EOF TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.

       2360-TRACK-ONE-POSTING.
           IF HST-RESULT-BALANCE < ZERO
               IF HIST-OVERDRAWN-SINCE = ZERO
                   MOVE HST-POST-DATE TO HIST-OVERDRAWN-SINCE
               END-IF
           ELSE
               MOVE ZERO TO HIST-OVERDRAWN-SINCE
           END-IF
           IF HST-RESULT-BALANCE < OVER-LIMIT-FLOOR
               IF HIST-OVER-LIMIT-SINCE = ZERO
                   MOVE HST-POST-DATE TO HIST-OVER-LIMIT-SINCE
               END-IF
           ELSE
               MOVE ZERO TO HIST-OVER-LIMIT-SINCE
           END-IF
           PERFORM 2350-READ-NEXT-HISTORY THRU 2350-EXIT.
       2360-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The master balance is the authority on whether the        *
      * account is overdrawn or over limit now; the history       *
      * only dates it.  No dated evidence on the history falls    *
      * back to the date held from an earlier run, then to        *
      * today.                                                    *
      *-----------------------------------------------------------*
       2400-SETTLE-START-DATES.
           MOVE HIST-OVERDRAWN-SINCE TO OVERDRAWN-SINCE-DATE
           IF OVERDRAWN-SINCE-DATE = ZERO
               IF ARR-IS-IN-ARREARS
                   AND ARR-OVERDRAWN-SINCE > ZERO
                   MOVE ARR-OVERDRAWN-SINCE TO OVERDRAWN-SINCE-DATE
               ELSE
                   MOVE RUN-DATE TO OVERDRAWN-SINCE-DATE
               END-IF
           END-IF
           IF ACCT-BALANCE NOT < OVER-LIMIT-FLOOR
               MOVE ZERO TO OVER-LIMIT-SINCE-DATE
               GO TO 2400-EXIT
           END-IF
           MOVE HIST-OVER-LIMIT-SINCE TO OVER-LIMIT-SINCE-DATE
           IF OVER-LIMIT-SINCE-DATE = ZERO
               IF ARR-IS-IN-ARREARS
                   AND ARR-OVER-LIMIT-SINCE > ZERO
                   MOVE ARR-OVER-LIMIT-SINCE TO OVER-LIMIT-SINCE-DATE
               ELSE
                   MOVE RUN-DATE TO OVER-LIMIT-SINCE-DATE
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Day counts include the day the account went overdrawn,    *
      * so an account that went over limit today is on day 1      *
      * and in the 1-30 bucket.                                   *
      *-----------------------------------------------------------*
       2500-COMPUTE-AGEING.
           MOVE OVERDRAWN-SINCE-DATE TO COUNT-FROM-DATE
           PERFORM 6000-COUNT-DAYS-SINCE THRU 6000-EXIT
           MOVE DAY-COUNT TO ARR-DAYS-OVERDRAWN
           IF OVER-LIMIT-SINCE-DATE = ZERO
               MOVE ZERO TO ARR-DAYS-OVER-LIMIT
           ELSE
               MOVE OVER-LIMIT-SINCE-DATE TO COUNT-FROM-DATE
               PERFORM 6000-COUNT-DAYS-SINCE THRU 6000-EXIT
               MOVE DAY-COUNT TO ARR-DAYS-OVER-LIMIT
           END-IF
           EVALUATE TRUE
               WHEN ARR-DAYS-OVER-LIMIT = ZERO
                   SET ARR-WITHIN-LIMIT TO TRUE
                   ADD 1 TO WITHIN-LIMIT-COUNT
               WHEN ARR-DAYS-OVER-LIMIT <= 30
                   SET ARR-OVER-1-TO-30 TO TRUE
                   ADD 1 TO BUCKET-1-COUNT
               WHEN ARR-DAYS-OVER-LIMIT <= 60
                   SET ARR-OVER-31-TO-60 TO TRUE
                   ADD 1 TO BUCKET-2-COUNT
               WHEN ARR-DAYS-OVER-LIMIT <= 90
                   SET ARR-OVER-61-TO-90 TO TRUE
                   ADD 1 TO BUCKET-3-COUNT
               WHEN OTHER
                   SET ARR-OVER-90 TO TRUE
                   ADD 1 TO BUCKET-4-COUNT
           END-EVALUATE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The bucket is the letter stage due.  A letter goes out    *
      * only when the account has reached a stage beyond the one  *
      * already sent; an account back inside its limit starts     *
      * again from the first stage if it goes over again.         *
      *-----------------------------------------------------------*
       2600-ESCALATE-LETTER.
           IF ARR-WITHIN-LIMIT
               MOVE ZERO TO ARR-LETTER-STAGE
               MOVE 'WITHIN ARRANGED LIMIT' TO DISPOSITION-TEXT
               GO TO 2600-EXIT
           END-IF
           MOVE 'STAGE ' TO DSP-STAGE-WORD
           MOVE ARR-BUCKET TO DSP-LETTER-STAGE
           IF ARR-BUCKET <= ARR-LETTER-STAGE
               MOVE ' LETTER ALREADY SENT' TO DSP-LETTER-NOTE
               GO TO 2600-EXIT
           END-IF
           MOVE ARR-BUCKET TO ARR-LETTER-STAGE
           MOVE RUN-DATE   TO ARR-LAST-LETTER-DATE
           PERFORM 2650-WRITE-COLLECTIONS-LETTER THRU 2650-EXIT.
       2600-EXIT.
           EXIT.

       2650-WRITE-COLLECTIONS-LETTER.
           MOVE ACCT-ACCOUNT-NUMBER   TO LTR-ACCOUNT-NUMBER
           MOVE ACCT-CUSTOMER-NUMBER  TO LTR-CUSTOMER-NUMBER
           MOVE ACCT-CUSTOMER-NAME    TO LTR-CUSTOMER-NAME
           MOVE ARR-LETTER-STAGE      TO LTR-LETTER-STAGE
           MOVE ACCT-BALANCE          TO LTR-BALANCE
           MOVE ACCT-OVERDRAFT-LIMIT  TO LTR-OVERDRAFT-LIMIT
           MOVE OVER-LIMIT-SINCE-DATE TO LTR-OVER-LIMIT-SINCE
           MOVE ARR-DAYS-OVER-LIMIT   TO LTR-DAYS-OVER-LIMIT
           MOVE ACCT-CURRENCY-CODE    TO LTR-CURRENCY-CODE
           MOVE SPACES TO LTR-ADDRESS-LINE-1
           MOVE SPACES TO LTR-ADDRESS-LINE-2
           MOVE SPACES TO LTR-ADDRESS-LINE-3
           MOVE SPACES TO LTR-POST-CODE
           IF ACCT-CUSTOMER-NUMBER > ZERO
               SET CU-FUNC-READ TO TRUE
               MOVE ACCT-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
               CALL 'CustomerProgram' USING CU-PARAMETERS
               IF CU-STATUS-OK
                   MOVE CU-CUSTOMER-NAME   TO LTR-CUSTOMER-NAME
                   MOVE CU-ADDRESS-LINE-1  TO LTR-ADDRESS-LINE-1
                   MOVE CU-ADDRESS-LINE-2  TO LTR-ADDRESS-LINE-2
                   MOVE CU-ADDRESS-LINE-3  TO LTR-ADDRESS-LINE-3
                   MOVE CU-POST-CODE       TO LTR-POST-CODE
               END-IF
           END-IF
           IF LTR-ADDRESS-LINE-1 = SPACES
               MOVE ' LETTER - NO ADDRESS' TO DSP-LETTER-NOTE
           ELSE
               MOVE ' LETTER EXTRACTED' TO DSP-LETTER-NOTE
           END-IF
           WRITE COLLECTIONS-LETTER-RECORD
           ADD 1 TO LETTER-COUNT.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The account is back in credit: the episode is over.  The  *
      * record stays on file, zeroed, so the next overdrawn       *
      * episode starts its letters from the first stage.          *
      *-----------------------------------------------------------*
       2700-CLOSE-AGEING.
           SET ARR-IS-CLEARED TO TRUE
           MOVE ZERO TO ARR-OVERDRAWN-SINCE
           MOVE ZERO TO ARR-OVER-LIMIT-SINCE
           MOVE ZERO TO ARR-DAYS-OVERDRAWN
           MOVE ZERO TO ARR-DAYS-OVER-LIMIT
           MOVE ZERO TO ARR-BUCKET
           MOVE ZERO TO ARR-LETTER-STAGE
           MOVE ACCT-BALANCE         TO ARR-BALANCE
           MOVE ACCT-OVERDRAFT-LIMIT TO ARR-OVERDRAFT-LIMIT
           MOVE RUN-DATE             TO ARR-LAST-RUN-DATE
           REWRITE ARREARS-RECORD
           ADD 1 TO CLEARED-COUNT
           MOVE 'AGEING CLOSED - IN CREDIT' TO DISPOSITION-TEXT
           MOVE 'C' TO NOTE-SECTION-CODE
           PERFORM 2900-NOTE-FOR-REPORT THRU 2900-EXIT.
       2700-EXIT.
           EXIT.

       2800-SAVE-AGEING.
           SET ARR-IS-IN-ARREARS TO TRUE
           MOVE ACCT-CUSTOMER-NUMBER  TO ARR-CUSTOMER-NUMBER
           MOVE OVERDRAWN-SINCE-DATE  TO ARR-OVERDRAWN-SINCE
           MOVE OVER-LIMIT-SINCE-DATE TO ARR-OVER-LIMIT-SINCE
           MOVE ACCT-BALANCE          TO ARR-BALANCE
           MOVE ACCT-OVERDRAFT-LIMIT  TO ARR-OVERDRAFT-LIMIT
           MOVE RUN-DATE              TO ARR-LAST-RUN-DATE
           IF AGEING-ON-FILE
               REWRITE ARREARS-RECORD
           ELSE
               WRITE ARREARS-RECORD
           END-IF.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The ageing file is updated whatever happens here; only    *
      * the report is cut short if the table fills, and that is   *
      * announced once.                                           *
      *-----------------------------------------------------------*
       2900-NOTE-FOR-REPORT.
           IF AGEING-TABLE-COUNT >= 500
               IF TABLE-FULL-NOT-REPORTED
                   DISPLAY "Ageing table full at 500 accounts - "
                       "the report is truncated this run; the "
                       "ageing file and letters are complete"
                   SET TABLE-FULL-REPORTED TO TRUE
               END-IF
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO AGEING-TABLE-COUNT
           SET AGE-IDX TO AGEING-TABLE-COUNT
           MOVE ACCT-ACCOUNT-NUMBER  TO AGE-ACCOUNT-NUMBER (AGE-IDX)
           MOVE ACCT-CUSTOMER-NAME   TO AGE-CUSTOMER-NAME (AGE-IDX)
           MOVE ACCT-BALANCE         TO AGE-BALANCE (AGE-IDX)
           MOVE ACCT-OVERDRAFT-LIMIT
               TO AGE-OVERDRAFT-LIMIT (AGE-IDX)
           MOVE ARR-DAYS-OVERDRAWN   TO AGE-DAYS-OVERDRAWN (AGE-IDX)
           MOVE ARR-DAYS-OVER-LIMIT
               TO AGE-DAYS-OVER-LIMIT (AGE-IDX)
           MOVE NOTE-SECTION-CODE    TO AGE-SECTION (AGE-IDX)
           MOVE DISPOSITION-TEXT     TO AGE-DISPOSITION (AGE-IDX).
       2900-EXIT.
           EXIT.

       3900-WRITE-SECTION-HEADING.
           MOVE SPACES TO ARREARS-REPORT-LINE
           WRITE ARREARS-REPORT-LINE AFTER ADVANCING 1 LINE
           WRITE ARREARS-REPORT-LINE FROM SECTION-HEADING-LINE
               AFTER ADVANCING 1 LINE.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Oldest arrears first - the accounts collections must      *
      * act on today head the report.                             *
      *-----------------------------------------------------------*
       4000-PRINT-AGEING-SECTIONS.
           MOVE '4' TO REPORT-SECTION-CODE
           MOVE 'OVER LIMIT MORE THAN 90 DAYS' TO SEC-HEADING-TEXT
           PERFORM 4100-PRINT-ONE-SECTION THRU 4100-EXIT
           MOVE '3' TO REPORT-SECTION-CODE
           MOVE 'OVER LIMIT 61-90 DAYS' TO SEC-HEADING-TEXT
           PERFORM 4100-PRINT-ONE-SECTION THRU 4100-EXIT
           MOVE '2' TO REPORT-SECTION-CODE
           MOVE 'OVER LIMIT 31-60 DAYS' TO SEC-HEADING-TEXT
           PERFORM 4100-PRINT-ONE-SECTION THRU 4100-EXIT
           MOVE '1' TO REPORT-SECTION-CODE
           MOVE 'OVER LIMIT 1-30 DAYS' TO SEC-HEADING-TEXT
           PERFORM 4100-PRINT-ONE-SECTION THRU 4100-EXIT
           MOVE '0' TO REPORT-SECTION-CODE
           MOVE 'OVERDRAWN WITHIN ARRANGED LIMIT' TO SEC-HEADING-TEXT
           PERFORM 4100-PRINT-ONE-SECTION THRU 4100-EXIT
           MOVE 'C' TO REPORT-SECTION-CODE
           MOVE 'BACK IN CREDIT SINCE LAST RUN - AGEING CLOSED'
               TO SEC-HEADING-TEXT
           PERFORM 4100-PRINT-ONE-SECTION THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-SECTION.
           PERFORM 3900-WRITE-SECTION-HEADING THRU 3900-EXIT
           MOVE ZERO TO SECTION-LINE-COUNT
           PERFORM 4200-PRINT-ONE-ENTRY THRU 4200-EXIT
               VARYING TABLE-PRINT-INDEX FROM 1 BY 1
               UNTIL TABLE-PRINT-INDEX > AGEING-TABLE-COUNT
           IF SECTION-LINE-COUNT = ZERO
               MOVE '  (NONE)' TO ARREARS-REPORT-LINE
               WRITE ARREARS-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       4100-EXIT.
           EXIT.

       4200-PRINT-ONE-ENTRY.
           IF AGE-SECTION (TABLE-PRINT-INDEX)
                   NOT = REPORT-SECTION-CODE
               GO TO 4200-EXIT
           END-IF
           ADD 1 TO SECTION-LINE-COUNT
           MOVE AGE-ACCOUNT-NUMBER (TABLE-PRINT-INDEX)
               TO RDL-ACCOUNT-NUMBER
           MOVE AGE-CUSTOMER-NAME (TABLE-PRINT-INDEX)
               TO RDL-CUSTOMER-NAME
           MOVE AGE-BALANCE (TABLE-PRINT-INDEX) TO RDL-BALANCE
           MOVE AGE-OVERDRAFT-LIMIT (TABLE-PRINT-INDEX)
               TO RDL-OVERDRAFT-LIMIT
           MOVE AGE-DAYS-OVERDRAWN (TABLE-PRINT-INDEX)
               TO RDL-DAYS-OVERDRAWN
           MOVE AGE-DAYS-OVER-LIMIT (TABLE-PRINT-INDEX)
               TO RDL-DAYS-OVER-LIMIT
           MOVE AGE-DISPOSITION (TABLE-PRINT-INDEX)
               TO RDL-DISPOSITION
           WRITE ARREARS-REPORT-LINE FROM AGEING-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Days from COUNT-FROM-DATE to the run date, counting both  *
      * ends, stepped a calendar day at a time.                   *
      *-----------------------------------------------------------*
       6000-COUNT-DAYS-SINCE.
           IF COUNT-WORKING-DAYS
               PERFORM 6500-COUNT-WORKING-DAYS THRU 6500-EXIT
               GO TO 6000-EXIT
           END-IF
           MOVE 1 TO DAY-COUNT
           MOVE COUNT-FROM-DATE TO WORK-DATE-NUMBER
           PERFORM 6050-STEP-ONE-DAY THRU 6050-EXIT
               UNTIL WORK-DATE-NUMBER >= RUN-DATE
                   OR DAY-COUNT >= 99999.
       6000-EXIT.
           EXIT.

       6050-STEP-ONE-DAY.
           PERFORM 6100-ADVANCE-ONE-DAY THRU 6100-EXIT
           ADD 1 TO DAY-COUNT.
       6050-EXIT.
           EXIT.

       6100-ADVANCE-ONE-DAY.
           ADD 1 TO WORK-DAY
           PERFORM 6300-SET-MONTH-DAY-LIMIT THRU 6300-EXIT
           IF WORK-DAY > MONTH-DAY-LIMIT
               MOVE 1 TO WORK-DAY
               ADD 1 TO WORK-MONTH
               IF WORK-MONTH > 12
                   MOVE 1 TO WORK-MONTH
                   ADD 1 TO WORK-YEAR
               END-IF
           END-IF.
       6100-EXIT.
           EXIT.

       6300-SET-MONTH-DAY-LIMIT.
           EVALUATE WORK-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO MONTH-DAY-LIMIT
               WHEN 2
                   PERFORM 6400-SET-FEBRUARY-LIMIT THRU 6400-EXIT
               WHEN OTHER
                   MOVE 31 TO MONTH-DAY-LIMIT
           END-EVALUATE.
       6300-EXIT.
           EXIT.

       6400-SET-FEBRUARY-LIMIT.
           MOVE 28 TO MONTH-DAY-LIMIT
           DIVIDE WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER-4
           IF LEAP-REMAINDER-4 = ZERO
               DIVIDE WORK-YEAR BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER-100
               IF LEAP-REMAINDER-100 NOT = ZERO
                   MOVE 29 TO MONTH-DAY-LIMIT
               ELSE
                   DIVIDE WORK-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER-400
                   IF LEAP-REMAINDER-400 = ZERO
                       MOVE 29 TO MONTH-DAY-LIMIT
                   END-IF
               END-IF
           END-IF.
       6400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Working days from COUNT-FROM-DATE to the run date,        *
      * counting both ends like the calendar count: the working   *
      * days after the start date, plus the start date itself     *
      * when it was a working day.  An account that went over     *
      * on a Saturday is on day 1 on the Monday.                  *
      *-----------------------------------------------------------*
       6500-COUNT-WORKING-DAYS.
           SET CL-FUNC-COUNT-WORKING TO TRUE
           MOVE COUNT-FROM-DATE TO CL-DATE
           MOVE RUN-DATE        TO CL-END-DATE
           CALL 'CalendarProgram' USING CL-PARAMETERS
           MOVE CL-DAY-COUNT TO DAY-COUNT
           IF CL-IS-WORKING-DAY AND DAY-COUNT < 99999
               ADD 1 TO DAY-COUNT
           END-IF
           IF DAY-COUNT = ZERO
               MOVE 1 TO DAY-COUNT
           END-IF.
       6500-EXIT.
           EXIT.

       8000-PRINT-RUN-TOTALS.
           MOVE 'ACCOUNTS SCANNED        ' TO RPT-TOTAL-CAPTION
           MOVE SCANNED-COUNT TO RPT-TOTAL-COUNT
           WRITE ARREARS-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'OVERDRAWN ACCOUNTS      ' TO RPT-TOTAL-CAPTION
           MOVE OVERDRAWN-COUNT TO RPT-TOTAL-COUNT
           WRITE ARREARS-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'WITHIN ARRANGED LIMIT   ' TO RPT-TOTAL-CAPTION
           MOVE WITHIN-LIMIT-COUNT TO RPT-TOTAL-COUNT
           WRITE ARREARS-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OVER LIMIT 1-30 DAYS    ' TO RPT-TOTAL-CAPTION
           MOVE BUCKET-1-COUNT TO RPT-TOTAL-COUNT
           WRITE ARREARS-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OVER LIMIT 31-60 DAYS   ' TO RPT-TOTAL-CAPTION
           MOVE BUCKET-2-COUNT TO RPT-TOTAL-COUNT
           WRITE ARREARS-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OVER LIMIT 61-90 DAYS   ' TO RPT-TOTAL-CAPTION
           MOVE BUCKET-3-COUNT TO RPT-TOTAL-COUNT
           WRITE ARREARS-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'OVER LIMIT OVER 90 DAYS ' TO RPT-TOTAL-CAPTION
           MOVE BUCKET-4-COUNT TO RPT-TOTAL-COUNT
           WRITE ARREARS-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'AGEING CLOSED           ' TO RPT-TOTAL-CAPTION
           MOVE CLEARED-COUNT TO RPT-TOTAL-COUNT
           WRITE ARREARS-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'COLLECTIONS LETTERS     ' TO RPT-TOTAL-CAPTION
           MOVE LETTER-COUNT TO RPT-TOTAL-COUNT
           WRITE ARREARS-REPORT-LINE FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL OVERDRAWN BALANCE ' TO RPT-AMOUNT-CAPTION
           MOVE TOTAL-OVERDRAWN-BALANCE TO RPT-AMOUNT-VALUE
           WRITE ARREARS-REPORT-LINE FROM REPORT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
       8000-EXIT.
           EXIT.
