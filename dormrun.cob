      * file existed - cannot be aged honestly: it is reported    *
      * as HISTORY INCOMPLETE for a hand review, never flipped    *
      * to DORMANT on evidence the run cannot see.                *
      *                                                           *
      * Inactivity is measured in calendar months, or - when the  *
      * run is asked to - in working days on the CalendarProgram  *
      * calendar, with the thresholds keyed in working days.      *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  HISTORY-ROWS-FOUND          VALUE 'Y'.
           88  HISTORY-NO-ROWS-FOUND       VALUE 'N'.

       01  COUNT-BASIS-SWITCH         PIC X(01)     VALUE 'M'.
           88  COUNT-CALENDAR-MONTHS       VALUE 'M' ' '.
           88  COUNT-WORKING-DAYS          VALUE 'W'.

       77  RUN-DATE                   PIC 9(08).
       77  DORMANCY-MONTHS            PIC 9(03).
       77  WARNING-MONTHS             PIC 9(03).
       77  DORMANCY-WORKING-DAYS      PIC 9(05).
       77  WARNING-WORKING-DAYS       PIC 9(05).
       77  INACTIVE-WORKING-DAYS      PIC 9(05).
       77  RUN-MONTH-INDEX            PIC 9(06).
       77  ACTIVITY-MONTH-INDEX       PIC 9(06).
       77  DORMANT-CUTOFF-INDEX       PIC 9(06).
                   VALUE ' MONTHS'.
           05  FILLER                 PIC X(81)     VALUE SPACES.

       01  WORKING-THRESHOLD-LINE.
           05  FILLER                 PIC X(20)
                   VALUE 'DORMANT AFTER       '.
           05  THR-DORMANCY-DAYS      PIC ZZZZ9.
           05  FILLER                 PIC X(24)
                   VALUE ' WORKING DAYS, WARN AT  '.
           05  THR-WARNING-DAYS       PIC ZZZZ9.
           05  FILLER                 PIC X(13)
                   VALUE ' WORKING DAYS'.
           05  FILLER                 PIC X(65)     VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  SEC-HEADING-TEXT       PIC X(60).
           05  FILLER                 PIC X(72)     VALUE SPACES.

       COPY BDPARMS.

       COPY CLPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           MOVE BD-BUSINESS-DATE TO RUN-DATE
           PERFORM 1050-ACCEPT-COUNT-BASIS THRU 1050-EXIT
           IF COUNT-WORKING-DAYS
               PERFORM 1150-ACCEPT-WORKING-THRESHOLDS THRU 1150-EXIT
           ELSE
               PERFORM 1100-ACCEPT-THRESHOLDS THRU 1100-EXIT
               MOVE RUN-DATE TO WORK-DATE-NUMBER
               COMPUTE RUN-MONTH-INDEX =
                   WORK-YEAR * 12 + WORK-MONTH
               COMPUTE DORMANT-CUTOFF-INDEX =
                   RUN-MONTH-INDEX - DORMANCY-MONTHS
               COMPUTE WARNING-CUTOFF-INDEX =
                   RUN-MONTH-INDEX - WARNING-MONTHS
           END-IF
           OPEN OUTPUT REVIEW-REPORT-FILE
           OPEN OUTPUT WARNING-LETTER-FILE
           MOVE RUN-DATE TO RPT-RUN-DATE
           WRITE REVIEW-REPORT-LINE FROM REPORT-HEADING-LINE
               AFTER ADVANCING PAGE
           IF COUNT-WORKING-DAYS
               MOVE DORMANCY-WORKING-DAYS TO THR-DORMANCY-DAYS
               MOVE WARNING-WORKING-DAYS  TO THR-WARNING-DAYS
               WRITE REVIEW-REPORT-LINE FROM WORKING-THRESHOLD-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE DORMANCY-MONTHS TO THR-DORMANCY-MONTHS
               MOVE WARNING-MONTHS  TO THR-WARNING-MONTHS
               WRITE REVIEW-REPORT-LINE FROM THRESHOLD-TEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           SET HISTORY-IS-NOT-OPEN TO TRUE
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF HISTORY-FILE-MISSING
       1000-EXIT.
           EXIT.

       1050-ACCEPT-COUNT-BASIS.
           DISPLAY "Count inactivity in calendar (M)onths or "
               "(W)orking days (blank = M): "
           ACCEPT COUNT-BASIS-SWITCH
           IF NOT COUNT-CALENDAR-MONTHS AND NOT COUNT-WORKING-DAYS
               DISPLAY "Invalid choice - enter M or W."
               GO TO 1050-ACCEPT-COUNT-BASIS
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The thresholds are the regulation's numbers, keyed per    *
      * run: the warning window must fall before the dormancy     *
       1100-EXIT.
           EXIT.

       1150-ACCEPT-WORKING-THRESHOLDS.
           DISPLAY "Enter dormancy threshold in working days: "
           ACCEPT DORMANCY-WORKING-DAYS
           IF DORMANCY-WORKING-DAYS IS NOT NUMERIC
               OR DORMANCY-WORKING-DAYS = ZERO
               DISPLAY "Invalid threshold - enter a day count "
                   "greater than zero."
               GO TO 1150-ACCEPT-WORKING-THRESHOLDS
           END-IF
           DISPLAY "Enter warning threshold in working days (less "
               "than " DORMANCY-WORKING-DAYS "): "
           ACCEPT WARNING-WORKING-DAYS
           IF WARNING-WORKING-DAYS IS NOT NUMERIC
               OR WARNING-WORKING-DAYS = ZERO
               OR WARNING-WORKING-DAYS >= DORMANCY-WORKING-DAYS
               DISPLAY "Invalid threshold - the warning must fall "
                   "before the dormancy threshold."
               GO TO 1150-ACCEPT-WORKING-THRESHOLDS
           END-IF.
       1150-EXIT.
           EXIT.

       2100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
               END-IF
               GO TO 2200-NEXT
           END-IF
           IF COUNT-WORKING-DAYS
               PERFORM 2250-CLASS-BY-WORKING-DAYS THRU 2250-EXIT
               GO TO 2200-NEXT
           END-IF
           IF LAST-ACTIVITY-DATE = ZERO
               MOVE ZERO TO ACTIVITY-MONTH-INDEX
           ELSE
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The same classing by working days: the working days after *
      * the last activity up to and including the run date.  An   *
      * account with no activity date at all is as inactive as    *
      * an account can be.                                        *
      *-----------------------------------------------------------*
       2250-CLASS-BY-WORKING-DAYS.
           IF LAST-ACTIVITY-DATE = ZERO
               MOVE 99999 TO INACTIVE-WORKING-DAYS
           ELSE
               SET CL-FUNC-COUNT-WORKING TO TRUE
               MOVE LAST-ACTIVITY-DATE TO CL-DATE
               MOVE RUN-DATE           TO CL-END-DATE
               CALL 'CalendarProgram' USING CL-PARAMETERS
               MOVE CL-DAY-COUNT TO INACTIVE-WORKING-DAYS
           END-IF
           IF INACTIVE-WORKING-DAYS >= DORMANCY-WORKING-DAYS
               PERFORM 2400-NOTE-CANDIDATE THRU 2400-EXIT
               IF CANDIDATE-WAS-ADDED
                   SET CND-IS-DORMANT-DUE (CAND-IDX) TO TRUE
               END-IF
               GO TO 2250-EXIT
           END-IF
           IF INACTIVE-WORKING-DAYS >= WARNING-WORKING-DAYS
               PERFORM 2400-NOTE-CANDIDATE THRU 2400-EXIT
               IF CANDIDATE-WAS-ADDED
                   SET CND-IS-APPROACHING (CAND-IDX) TO TRUE
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Latest customer-initiated posting off the keyed history:  *
      * walk the account's entries, skipping INTPOST/FEEPOST -    *
