       IDENTIFICATION DIVISION.
       PROGRAM-ID. HolidayCalendarMaintenance.

      *-----------------------------------------------------------*
      * Maintenance for the bank-holiday calendar (HOLCAL) that   *
      * CalendarProgram reads to tell working days from           *
      * non-working ones.  Actions:                               *
      *                                                           *
      *   ADD     - add a bank holiday                            *
      *   DELETE  - remove a bank holiday                         *
      *   LIST    - list the holidays held for a year             *
      *   CHECK   - show whether a date is a working day and the  *
      *             next working day after it                     *
      *   EXIT    - leave the program                             *
      *                                                           *
      * Any active operator may LIST and CHECK.  ADD and DELETE   *
      * move the dates standing orders pay on and the date the    *
      * cutover will accept, so they are confined to supervisors  *
      * and are journaled on MCHGJRNL as supervisor-only changes  *
      * (master code HOLS, control code SUPV).  Only dates after  *
      * the current business date may be changed - the days       *
      * already opened or closed stay as they were run.           *
      * Weekends are never working days and are not held on the   *
      * file.                                                     *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-HOLIDAY-DATE
               FILE STATUS IS HOLIDAY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       COPY HOLREC.

       WORKING-STORAGE SECTION.
       01  HOLIDAY-FILE-STATUS        PIC X(02).
           88  HOLIDAY-FILE-OK            VALUE '00'.
           88  HOLIDAY-FILE-MISSING       VALUE '35'.

       01  MAINTENANCE-ACTION         PIC X(06).
           88  ACTION-IS-ADD              VALUE 'ADD   '.
           88  ACTION-IS-DELETE           VALUE 'DELETE'.
           88  ACTION-IS-LIST             VALUE 'LIST  '.
           88  ACTION-IS-CHECK            VALUE 'CHECK '.
           88  ACTION-IS-EXIT             VALUE 'EXIT  '.

       01  HOLIDAY-FOUND-SWITCH       PIC X(01).
           88  HOLIDAY-WAS-FOUND           VALUE 'Y'.
           88  HOLIDAY-WAS-NOT-FOUND       VALUE 'N'.

       01  HOLIDAY-EOF-SWITCH         PIC X(01).
           88  HOLIDAY-EOF                 VALUE 'Y'.
           88  HOLIDAY-NOT-EOF             VALUE 'N'.

       01  SUPERVISOR-SWITCH          PIC X(01).
           88  SIGNED-ON-AS-SUPERVISOR     VALUE 'Y'.
           88  NOT-SIGNED-ON-AS-SUPERVISOR VALUE 'N'.

       77  MAINTAINER-OPERATOR-ID     PIC X(08).
       77  ENTERED-DATE               PIC 9(08).
       77  ENTERED-DESCRIPTION        PIC X(30).
       77  CONFIRMATION-RESPONSE      PIC X(01).
       77  LISTED-HOLIDAY-COUNT       PIC 9(03).
       77  STAMP-DATE                 PIC 9(08).
       77  LIST-YEAR                  PIC 9(04).

       01  LIST-RANGE.
           05  LIST-FROM-DATE.
               10  LFD-YEAR           PIC 9(04).
               10  FILLER             PIC X(04)     VALUE '0101'.
           05  LIST-TO-DATE.
               10  LTD-YEAR           PIC 9(04).
               10  FILLER             PIC X(04)     VALUE '1231'.
       01  LIST-RANGE-NUMBERS REDEFINES LIST-RANGE.
           05  LIST-FROM-NUMBER       PIC 9(08).
           05  LIST-TO-NUMBER         PIC 9(08).

       01  DAY-NAME-VALUES.
           05  FILLER                 PIC X(09)     VALUE 'MONDAY'.
           05  FILLER                 PIC X(09)     VALUE 'TUESDAY'.
           05  FILLER                 PIC X(09)     VALUE 'WEDNESDAY'.
           05  FILLER                 PIC X(09)     VALUE 'THURSDAY'.
           05  FILLER                 PIC X(09)     VALUE 'FRIDAY'.
           05  FILLER                 PIC X(09)     VALUE 'SATURDAY'.
           05  FILLER                 PIC X(09)     VALUE 'SUNDAY'.
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05  DAY-NAME               PIC X(09)     OCCURS 7 TIMES.

       COPY OPPARMS.
       COPY BDPARMS.
       COPY CLPARMS.
       COPY MCPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-SIGN-ON-OPERATOR THRU 0200-EXIT
           IF MAINTAINER-OPERATOR-ID = SPACES
               GOBACK
           END-IF
           PERFORM 0100-OPEN-HOLIDAY-FILE THRU 0100-EXIT
           PERFORM 1000-PROCESS-ONE-ACTION THRU 1000-EXIT
               UNTIL ACTION-IS-EXIT
           CLOSE HOLIDAY-FILE
           GOBACK.

       0100-OPEN-HOLIDAY-FILE.
      *    The calendar does not exist until the first holiday is
      *    added; create it so the screen can be used from day one.
           OPEN I-O HOLIDAY-FILE
           IF HOLIDAY-FILE-MISSING
               OPEN OUTPUT HOLIDAY-FILE
               CLOSE HOLIDAY-FILE
               OPEN I-O HOLIDAY-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Every change made here is journaled under the operator    *
      * who made it, so only a registered, active operator may    *
      * use the screen; the supervisor role is noted for ADD and  *
      * DELETE.  A blank MAINTAINER-OPERATOR-ID on the way out    *
      * means the sign-on was refused.                            *
      *-----------------------------------------------------------*
       0200-SIGN-ON-OPERATOR.
           SET NOT-SIGNED-ON-AS-SUPERVISOR TO TRUE
           DISPLAY "Enter your operator ID: "
           ACCEPT MAINTAINER-OPERATOR-ID
           SET OP-FUNC-READ TO TRUE
           MOVE MAINTAINER-OPERATOR-ID TO OP-OPERATOR-ID
           CALL 'OperatorProgram' USING OP-PARAMETERS
           IF OP-STATUS-NOT-FOUND
               DISPLAY "Sign-on refused - operator "
                   MAINTAINER-OPERATOR-ID
                   " is not on the operator master"
               MOVE SPACES TO MAINTAINER-OPERATOR-ID
               GO TO 0200-EXIT
           END-IF
           IF NOT OP-OPERATOR-IS-ACTIVE
               DISPLAY "Sign-on refused - operator "
                   MAINTAINER-OPERATOR-ID " is not active"
               MOVE SPACES TO MAINTAINER-OPERATOR-ID
               GO TO 0200-EXIT
           END-IF
           IF OP-ROLE-IS-SUPERVISOR
               SET SIGNED-ON-AS-SUPERVISOR TO TRUE
           END-IF.
       0200-EXIT.
           EXIT.

       1000-PROCESS-ONE-ACTION.
           DISPLAY "Holiday calendar action "
               "(ADD/DELETE/LIST/CHECK/EXIT): "
           ACCEPT MAINTENANCE-ACTION
           EVALUATE TRUE
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN ACTION-IS-ADD
                   PERFORM 2000-ADD-HOLIDAY THRU 2000-EXIT
               WHEN ACTION-IS-DELETE
                   PERFORM 3000-DELETE-HOLIDAY THRU 3000-EXIT
               WHEN ACTION-IS-LIST
                   PERFORM 4000-LIST-HOLIDAYS THRU 4000-EXIT
               WHEN ACTION-IS-CHECK
                   PERFORM 5000-CHECK-DATE THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "Unrecognized action: " MAINTENANCE-ACTION
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Common edits for a change: the operator must be a         *
      * supervisor, and the date must be a real calendar date     *
      * later than the current business date.  The date is left   *
      * classified in CL-PARAMETERS for the caller; ENTERED-DATE  *
      * is zero if the change may not go ahead.                   *
      *-----------------------------------------------------------*
       1100-ACCEPT-CHANGE-DATE.
           IF NOT-SIGNED-ON-AS-SUPERVISOR
               DISPLAY "Refused - operator " MAINTAINER-OPERATOR-ID
                   " is not a supervisor"
               MOVE ZERO TO ENTERED-DATE
               GO TO 1100-EXIT
           END-IF
           DISPLAY "Enter holiday date (YYYYMMDD): "
           ACCEPT ENTERED-DATE
           IF ENTERED-DATE IS NOT NUMERIC
               DISPLAY "Refused - date is not numeric"
               MOVE ZERO TO ENTERED-DATE
               GO TO 1100-EXIT
           END-IF
           SET CL-FUNC-CHECK TO TRUE
           MOVE ENTERED-DATE TO CL-DATE
           CALL 'CalendarProgram' USING CL-PARAMETERS
           IF CL-STATUS-INVALID
               DISPLAY "Refused - " ENTERED-DATE
                   " is not a calendar date"
               MOVE ZERO TO ENTERED-DATE
               GO TO 1100-EXIT
           END-IF
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           IF ENTERED-DATE NOT > BD-BUSINESS-DATE
               DISPLAY "Refused - " ENTERED-DATE
                   " is not after the business date "
                   BD-BUSINESS-DATE
               MOVE ZERO TO ENTERED-DATE
           END-IF.
       1100-EXIT.
           EXIT.

       1200-READ-HOLIDAY.
           MOVE ENTERED-DATE TO HOL-HOLIDAY-DATE
           READ HOLIDAY-FILE
               INVALID KEY
                   SET HOLIDAY-WAS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET HOLIDAY-WAS-FOUND TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Journal an applied change with the record before and      *
      * after it; a record that did not exist goes as spaces.     *
      *-----------------------------------------------------------*
       1300-JOURNAL-CHANGE.
           SET MC-FUNC-JOURNAL        TO TRUE
           MOVE 'HOLS'                TO MC-MASTER-CODE
           MOVE ENTERED-DATE          TO MC-RECORD-KEY
           MOVE MAINTAINER-OPERATOR-ID TO MC-MAKER-ID
           MOVE SPACES                TO MC-CHECKER-ID
           MOVE ZERO                  TO MC-CHANGE-NUMBER
           MOVE 'SUPV'                TO MC-CONTROL-CODE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS.
       1300-EXIT.
           EXIT.

       2000-ADD-HOLIDAY.
           PERFORM 1100-ACCEPT-CHANGE-DATE THRU 1100-EXIT
           IF ENTERED-DATE = ZERO
               GO TO 2000-EXIT
           END-IF
           IF CL-IS-WEEKEND
               DISPLAY "Not added - " ENTERED-DATE " is a "
                   DAY-NAME (CL-DAY-OF-WEEK)
                   " and never a working day"
               GO TO 2000-EXIT
           END-IF
           PERFORM 1200-READ-HOLIDAY THRU 1200-EXIT
           IF HOLIDAY-WAS-FOUND
               DISPLAY "Not added - " ENTERED-DATE
                   " is already a holiday: " HOL-DESCRIPTION
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Enter holiday description: "
           ACCEPT ENTERED-DESCRIPTION
           IF ENTERED-DESCRIPTION = SPACES
               DISPLAY "Not added - a description is required"
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Add " DAY-NAME (CL-DAY-OF-WEEK) " "
               ENTERED-DATE " " ENTERED-DESCRIPTION
               " - enter Y to confirm: "
           ACCEPT CONFIRMATION-RESPONSE
           IF CONFIRMATION-RESPONSE NOT = 'Y'
               AND CONFIRMATION-RESPONSE NOT = 'y'
               DISPLAY "Holiday not added"
               GO TO 2000-EXIT
           END-IF
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           MOVE ENTERED-DATE           TO HOL-HOLIDAY-DATE
           MOVE ENTERED-DESCRIPTION    TO HOL-DESCRIPTION
           MOVE MAINTAINER-OPERATOR-ID TO HOL-ADDED-BY
           MOVE STAMP-DATE             TO HOL-ADDED-DATE
           WRITE HOLIDAY-RECORD
           MOVE SPACES         TO MC-BEFORE-IMAGE
           MOVE HOLIDAY-RECORD TO MC-AFTER-IMAGE
           MOVE 'ADD'          TO MC-ACTION
           PERFORM 1300-JOURNAL-CHANGE THRU 1300-EXIT
           DISPLAY "Holiday " ENTERED-DATE " added".
       2000-EXIT.
           EXIT.

       3000-DELETE-HOLIDAY.
           PERFORM 1100-ACCEPT-CHANGE-DATE THRU 1100-EXIT
           IF ENTERED-DATE = ZERO
               GO TO 3000-EXIT
           END-IF
           PERFORM 1200-READ-HOLIDAY THRU 1200-EXIT
           IF HOLIDAY-WAS-NOT-FOUND
               DISPLAY "Not deleted - " ENTERED-DATE
                   " is not on the holiday calendar"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Delete holiday " ENTERED-DATE " "
               HOL-DESCRIPTION " - enter Y to confirm: "
           ACCEPT CONFIRMATION-RESPONSE
           IF CONFIRMATION-RESPONSE NOT = 'Y'
               AND CONFIRMATION-RESPONSE NOT = 'y'
               DISPLAY "Holiday not deleted"
               GO TO 3000-EXIT
           END-IF
           MOVE HOLIDAY-RECORD TO MC-BEFORE-IMAGE
           MOVE SPACES         TO MC-AFTER-IMAGE
           DELETE HOLIDAY-FILE RECORD
           MOVE 'DELETE'       TO MC-ACTION
           PERFORM 1300-JOURNAL-CHANGE THRU 1300-EXIT
           DISPLAY "Holiday " ENTERED-DATE " deleted".
       3000-EXIT.
           EXIT.

       4000-LIST-HOLIDAYS.
           DISPLAY "Enter year (YYYY): "
           ACCEPT LIST-YEAR
           IF LIST-YEAR IS NOT NUMERIC
               DISPLAY "Year is not numeric"
               GO TO 4000-EXIT
           END-IF
           MOVE LIST-YEAR TO LFD-YEAR
           MOVE LIST-YEAR TO LTD-YEAR
           MOVE ZERO TO LISTED-HOLIDAY-COUNT
           SET HOLIDAY-NOT-EOF TO TRUE
           MOVE LIST-FROM-NUMBER TO HOL-HOLIDAY-DATE
           START HOLIDAY-FILE KEY >= HOL-HOLIDAY-DATE
               INVALID KEY
                   SET HOLIDAY-EOF TO TRUE
           END-START
           PERFORM 4100-READ-NEXT-HOLIDAY THRU 4100-EXIT
           PERFORM 4200-LIST-ONE-HOLIDAY THRU 4200-EXIT
               UNTIL HOLIDAY-EOF
           DISPLAY LISTED-HOLIDAY-COUNT " holiday(s) in " LIST-YEAR.
       4000-EXIT.
           EXIT.

       4100-READ-NEXT-HOLIDAY.
           IF HOLIDAY-EOF
               GO TO 4100-EXIT
           END-IF
           READ HOLIDAY-FILE NEXT RECORD
               AT END
                   SET HOLIDAY-EOF TO TRUE
           END-READ
           IF HOLIDAY-NOT-EOF
               AND HOL-HOLIDAY-DATE > LIST-TO-NUMBER
               SET HOLIDAY-EOF TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

       4200-LIST-ONE-HOLIDAY.
           SET CL-FUNC-CHECK TO TRUE
           MOVE HOL-HOLIDAY-DATE TO CL-DATE
           CALL 'CalendarProgram' USING CL-PARAMETERS
           IF CL-STATUS-OK
               DISPLAY "  " HOL-HOLIDAY-DATE " "
                   DAY-NAME (CL-DAY-OF-WEEK) " " HOL-DESCRIPTION
                   " added by " HOL-ADDED-BY " on " HOL-ADDED-DATE
           ELSE
               DISPLAY "  " HOL-HOLIDAY-DATE " (NOT A DATE) "
                   HOL-DESCRIPTION
           END-IF
           ADD 1 TO LISTED-HOLIDAY-COUNT
           PERFORM 4100-READ-NEXT-HOLIDAY THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

       5000-CHECK-DATE.
           DISPLAY "Enter date (YYYYMMDD): "
           ACCEPT ENTERED-DATE
           IF ENTERED-DATE IS NOT NUMERIC
               DISPLAY "Date is not numeric"
               GO TO 5000-EXIT
           END-IF
           SET CL-FUNC-NEXT-WORKING TO TRUE
           MOVE ENTERED-DATE TO CL-DATE
           CALL 'CalendarProgram' USING CL-PARAMETERS
           IF CL-STATUS-INVALID
               DISPLAY ENTERED-DATE " is not a calendar date"
               GO TO 5000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CL-IS-WORKING-DAY
                   DISPLAY ENTERED-DATE " " DAY-NAME (CL-DAY-OF-WEEK)
                       " is a working day"
               WHEN CL-IS-WEEKEND
                   DISPLAY ENTERED-DATE " " DAY-NAME (CL-DAY-OF-WEEK)
                       " is a weekend day"
               WHEN CL-IS-HOLIDAY
                   DISPLAY ENTERED-DATE " " DAY-NAME (CL-DAY-OF-WEEK)
                       " is a holiday: " CL-HOLIDAY-DESCRIPTION
           END-EVALUATE
           DISPLAY "Next working day: " CL-RESULT-DATE.
       5000-EXIT.
           EXIT.
