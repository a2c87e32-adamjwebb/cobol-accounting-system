      * posts one period per daily run until it catches up, so    *
      * nothing is ever double-posted within a run.               *
      *                                                           *
      * Orders pay only on working days.  Each order's own        *
      * schedule is kept as its scheduled date and rolled onto a  *
      * working day through CalendarProgram - forward, or back    *
      * for an order that asks for the previous working day -     *
      * to give the due date.  The roll is taken again every run, *
      * so a bank holiday added after the order was set up still  *
      * moves it.                                                 *
      *                                                           *
      * Orders are skipped (and retried the next run, with the    *
      * due date left alone) when the source account cannot       *
      * cover the amount within its overdraft limit - the same    *
           88  ORDER-EOF                   VALUE 'Y'.
           88  ORDER-NOT-EOF                VALUE 'N'.

       01  RUN-ABANDONED-SWITCH       PIC X(01)     VALUE 'N'.
           88  RUN-WAS-ABANDONED           VALUE 'Y'.
           88  RUN-WAS-NOT-ABANDONED       VALUE 'N'.

       77  RUN-DATE                   PIC 9(08).
       77  RUNNER-OPERATOR-ID         PIC X(08)     VALUE 'STORDER '.
       77  RUNNER-POSTING-LIMIT       PIC 9(9)V99   VALUE ZERO.
       77  LEAP-REMAINDER-100         PIC 9(02).
       77  LEAP-REMAINDER-400         PIC 9(03).
       77  WEEK-DAY-COUNTER           PIC 9(01).
       77  PAID-DUE-DATE              PIC 9(08).
       77  ROLLED-DUE-DATE            PIC 9(08).

      *    Mirrors DUAL-SIGNOFF-THRESHOLD in OperationsProgram -
      *    an order over this amount with no standing approver

       COPY BDPARMS.

       COPY RCPARMS.

       COPY PASSOP
           REPLACING
               ==PASSED-OPERATION==    BY ==BATCH-PASSED-OPERATION==
               ==PO-APPROVER-ID==      BY ==BPO-APPROVER-ID==
               ==PO-EFFECTIVE-DATE==   BY ==BPO-EFFECTIVE-DATE==.

       COPY CLPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "Standing order run complete: " POSTED-COUNT
               " posted, " SKIPPED-COUNT " skipped, "
               EXPIRED-COUNT " expired"
      *    An abandoned run stays active on RUNCTL - the orders
      *    have not been run, and the cutover must not think so.
           IF RUN-WAS-NOT-ABANDONED
               SET RC-FUNC-FINISH TO TRUE
               MOVE POSTED-COUNT TO RC-PROCESSED-COUNT
               MOVE SKIPPED-COUNT TO RC-EXCEPTION-COUNT
               CALL 'RunControlProgram' USING RC-PARAMETERS
           END-IF
           GOBACK.

       1000-INITIALIZE.
      *    belongs to the day being closed.
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
      *    The run is recorded on RUNCTL so the end-of-day
      *    cutover can see the standing orders were run for the
      *    day.
           MOVE 'STORDRUN' TO RC-JOB-NAME
           SET RC-FUNC-START TO TRUE
           CALL 'RunControlProgram' USING RC-PARAMETERS
           MOVE BD-BUSINESS-DATE TO RUN-DATE
           OPEN OUTPUT ORDER-REPORT-FILE
           MOVE RUN-DATE TO RPT-RUN-DATE
                   RUNNER-OPERATOR-ID
                   " is not on the operator master"
               SET ORDER-EOF TO TRUE
               SET RUN-WAS-ABANDONED TO TRUE
               GO TO 1050-EXIT
           END-IF
           IF NOT OP-OPERATOR-IS-ACTIVE
               DISPLAY "Run abandoned - system operator "
                   RUNNER-OPERATOR-ID " is not active"
               SET ORDER-EOF TO TRUE
               SET RUN-WAS-ABANDONED TO TRUE
               GO TO 1050-EXIT
           END-IF
           MOVE OP-POSTING-LIMIT TO RUNNER-POSTING-LIMIT.
           IF NOT SO-IS-ACTIVE
               GO TO 2000-NEXT
           END-IF
           PERFORM 2100-REFRESH-DUE-DATE THRU 2100-EXIT
      *    Expiry goes by the schedule, not the rolled date: a last
      *    payment scheduled inside the order's life still pays
      *    when a weekend or holiday rolls it onto the run date
      *    just past the expiry.
           IF SO-SCHEDULED-DATE > SO-EXPIRY-DATE
               OR (RUN-DATE > SO-EXPIRY-DATE
                   AND SO-NEXT-DUE-DATE NOT = RUN-DATE)
               PERFORM 3000-EXPIRE-ORDER THRU 3000-EXIT
               GO TO 2000-NEXT
           END-IF
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Roll the order's scheduled date onto a working day with   *
      * today's calendar.  An order with no scheduled date is     *
      * scheduled from its due date.  The order is rewritten only *
      * when its due date has moved.                              *
      *-----------------------------------------------------------*
       2100-REFRESH-DUE-DATE.
           IF SO-SCHEDULED-DATE IS NOT NUMERIC
               OR SO-SCHEDULED-DATE = ZERO
               MOVE SO-NEXT-DUE-DATE TO SO-SCHEDULED-DATE
           END-IF
           PERFORM 6500-ROLL-SCHEDULED-DATE THRU 6500-EXIT
           IF ROLLED-DUE-DATE NOT = SO-NEXT-DUE-DATE
               MOVE ROLLED-DUE-DATE TO SO-NEXT-DUE-DATE
               REWRITE STANDING-ORDER-RECORD
           END-IF.
       2100-EXIT.
           EXIT.

       3000-EXPIRE-ORDER.
           SET SO-IS-EXPIRED TO TRUE
           REWRITE STANDING-ORDER-RECORD
           END-IF
           PERFORM 5000-DRIVE-TRANSFER THRU 5000-EXIT
           PERFORM 6000-ADVANCE-DUE-DATE THRU 6000-EXIT
           IF SO-SCHEDULED-DATE > SO-EXPIRY-DATE
               SET SO-IS-EXPIRED TO TRUE
           END-IF
           REWRITE STANDING-ORDER-RECORD
           EXIT.

      *-----------------------------------------------------------*
      * Advance the scheduled date one frequency period and roll  *
      * it onto a working day.  Where the roll lands on or before *
      * the due date just paid - a daily order over a weekend, or *
      * a previous-working-day order whose next date rolls back   *
      * onto today - that period's payment has been made already, *
      * and the schedule moves on again until the due date is     *
      * later than the one paid.                                  *
      *-----------------------------------------------------------*
       6000-ADVANCE-DUE-DATE.
           MOVE SO-NEXT-DUE-DATE TO PAID-DUE-DATE
           MOVE SO-SCHEDULED-DATE TO WORK-DATE-NUMBER
           PERFORM 6050-ADVANCE-ONE-PERIOD THRU 6050-EXIT
           PERFORM 6050-ADVANCE-ONE-PERIOD THRU 6050-EXIT
               UNTIL SO-NEXT-DUE-DATE > PAID-DUE-DATE.
       6000-EXIT.
           EXIT.

       6050-ADVANCE-ONE-PERIOD.
           EVALUATE TRUE
               WHEN SO-IS-DAILY
                   PERFORM 6100-ADVANCE-ONE-DAY THRU 6100-EXIT
               WHEN SO-IS-MONTHLY
                   PERFORM 6200-ADVANCE-ONE-MONTH THRU 6200-EXIT
           END-EVALUATE
           MOVE WORK-DATE-NUMBER TO SO-SCHEDULED-DATE
           PERFORM 6500-ROLL-SCHEDULED-DATE THRU 6500-EXIT
           MOVE ROLLED-DUE-DATE TO SO-NEXT-DUE-DATE.
       6050-EXIT.
           EXIT.

       6100-ADVANCE-ONE-DAY.
       6400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The working day the scheduled date pays on.  A scheduled  *
      * date the calendar cannot place is left as it is.          *
      *-----------------------------------------------------------*
       6500-ROLL-SCHEDULED-DATE.
           IF SO-ROLLS-BACK
               SET CL-FUNC-ROLL-BACK TO TRUE
           ELSE
               SET CL-FUNC-ROLL-FORWARD TO TRUE
           END-IF
           MOVE SO-SCHEDULED-DATE TO CL-DATE
           CALL 'CalendarProgram' USING CL-PARAMETERS
           IF CL-STATUS-OK
               MOVE CL-RESULT-DATE TO ROLLED-DUE-DATE
           ELSE
               MOVE SO-SCHEDULED-DATE TO ROLLED-DUE-DATE
           END-IF.
       6500-EXIT.
           EXIT.

       7000-PRINT-ORDER-LINE.
           MOVE SO-ORDER-ID       TO RPT-ORDER-ID
           MOVE SO-SOURCE-ACCOUNT TO RPT-SOURCE-ACCOUNT
