       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalendarProgram.

      *-----------------------------------------------------------*
      * Every working-day question in the system goes through     *
      * this subprogram, the same way the business date goes      *
      * through BusinessDateProgram.  Saturdays and Sundays are   *
      * never working days; any other date is a working day       *
      * unless it is on the HOLCAL holiday calendar.  Before the  *
      * calendar has been set up the file does not exist and      *
      * only weekends are treated as non-working, so nothing      *
      * stops for want of it.                                     *
      *                                                           *
      * The day of the week is worked out once, for the date      *
      * supplied, and then simply stepped on or back with the     *
      * date, so a long working-day count costs one holiday       *
      * lookup per weekday and no arithmetic beyond that.         *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

       01  HOLIDAY-OPEN-SWITCH        PIC X(01).
           88  HOLIDAY-FILE-IS-OPEN        VALUE 'Y'.
           88  HOLIDAY-FILE-NOT-OPEN       VALUE 'N'.

       01  DATE-VALID-SWITCH          PIC X(01).
           88  DATE-IS-VALID               VALUE 'Y'.
           88  DATE-IS-NOT-VALID           VALUE 'N'.

       01  WORK-DAY-TYPE              PIC X(01).
           88  WORK-IS-WORKING-DAY         VALUE 'W'.
           88  WORK-IS-WEEKEND             VALUE 'S'.
           88  WORK-IS-HOLIDAY             VALUE 'H'.

       77  WORK-DAY-OF-WEEK           PIC 9(01).
       77  STEP-COUNT                 PIC 9(05)     COMP.
      *    A year's worth of steps without finding a working day
      *    can only mean a calendar loaded with nonsense; stop
      *    rather than walk forever.
       77  STEP-LIMIT                 PIC 9(05)     COMP
                                                    VALUE 366.
       77  MONTH-DAY-LIMIT            PIC 9(02).
       77  LEAP-QUOTIENT              PIC 9(04).
       77  LEAP-REMAINDER-4           PIC 9(01).
       77  LEAP-REMAINDER-100         PIC 9(02).
       77  LEAP-REMAINDER-400         PIC 9(03).
       77  ZELLER-MONTH               PIC 9(02).
       77  ZELLER-YEAR                PIC 9(04).
       77  ZELLER-CENTURY             PIC 9(02).
       77  ZELLER-YEAR-OF-CENTURY     PIC 9(02).
       77  ZELLER-MONTH-TERM          PIC 9(03).
       77  ZELLER-YEAR-TERM           PIC 9(02).
       77  ZELLER-CENTURY-TERM        PIC 9(02).
       77  ZELLER-SUM                 PIC 9(04).
       77  ZELLER-QUOTIENT            PIC 9(04).
       77  ZELLER-REMAINDER           PIC 9(01).

       01  WORK-DATE.
           05  WORK-YEAR              PIC 9(04).
           05  WORK-MONTH             PIC 9(02).
           05  WORK-DAY               PIC 9(02).
       01  WORK-DATE-NUMBER REDEFINES WORK-DATE
                                      PIC 9(08).

       LINKAGE SECTION.
       COPY CLPARMS.

       PROCEDURE DIVISION USING CL-PARAMETERS.

       0000-MAINLINE.
           SET CL-STATUS-OK TO TRUE
           MOVE ZERO   TO CL-RESULT-DATE
           MOVE ZERO   TO CL-DAY-COUNT
           MOVE ZERO   TO CL-DAY-OF-WEEK
           MOVE SPACES TO CL-DAY-TYPE
           MOVE SPACES TO CL-HOLIDAY-DESCRIPTION
           IF CL-DATE IS NOT NUMERIC
               SET CL-STATUS-INVALID TO TRUE
               GOBACK
           END-IF
           MOVE CL-DATE TO WORK-DATE-NUMBER
           PERFORM 1000-VALIDATE-WORK-DATE THRU 1000-EXIT
           IF DATE-IS-NOT-VALID
               SET CL-STATUS-INVALID TO TRUE
               GOBACK
           END-IF
           SET HOLIDAY-FILE-NOT-OPEN TO TRUE
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-FILE-OK
               SET HOLIDAY-FILE-IS-OPEN TO TRUE
           END-IF
           PERFORM 2000-SET-DAY-OF-WEEK THRU 2000-EXIT
           PERFORM 2500-CLASSIFY-WORK-DATE THRU 2500-EXIT
           MOVE WORK-DAY-OF-WEEK TO CL-DAY-OF-WEEK
           MOVE WORK-DAY-TYPE    TO CL-DAY-TYPE
           IF WORK-IS-HOLIDAY
               MOVE HOL-DESCRIPTION TO CL-HOLIDAY-DESCRIPTION
           END-IF
           EVALUATE TRUE
               WHEN CL-FUNC-CHECK
                   CONTINUE
               WHEN CL-FUNC-NEXT-WORKING
                   PERFORM 3000-FIND-NEXT-WORKING THRU 3000-EXIT
               WHEN CL-FUNC-PREV-WORKING
                   PERFORM 3500-FIND-PREV-WORKING THRU 3500-EXIT
               WHEN CL-FUNC-ROLL-FORWARD
                   IF WORK-IS-WORKING-DAY
                       MOVE CL-DATE TO CL-RESULT-DATE
                   ELSE
                       PERFORM 3000-FIND-NEXT-WORKING THRU 3000-EXIT
                   END-IF
               WHEN CL-FUNC-ROLL-BACK
                   IF WORK-IS-WORKING-DAY
                       MOVE CL-DATE TO CL-RESULT-DATE
                   ELSE
                       PERFORM 3500-FIND-PREV-WORKING THRU 3500-EXIT
                   END-IF
               WHEN CL-FUNC-COUNT-WORKING
                   PERFORM 4000-COUNT-WORKING-DAYS THRU 4000-EXIT
               WHEN OTHER
                   SET CL-STATUS-INVALID TO TRUE
           END-EVALUATE
           IF HOLIDAY-FILE-IS-OPEN
               CLOSE HOLIDAY-FILE
           END-IF
           GOBACK.

       1000-VALIDATE-WORK-DATE.
           SET DATE-IS-NOT-VALID TO TRUE
           IF WORK-YEAR < 1900
               GO TO 1000-EXIT
           END-IF
           IF WORK-MONTH < 1 OR WORK-MONTH > 12
               GO TO 1000-EXIT
           END-IF
           PERFORM 6300-SET-MONTH-DAY-LIMIT THRU 6300-EXIT
           IF WORK-DAY < 1 OR WORK-DAY > MONTH-DAY-LIMIT
               GO TO 1000-EXIT
           END-IF
           SET DATE-IS-VALID TO TRUE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Zeller's congruence, one integer step at a time so that   *
      * every division truncates.  January and February count as  *
      * months 13 and 14 of the year before.  The congruence      *
      * gives 0 for Saturday; it is turned round to the 1 =       *
      * Monday numbering the callers use.                         *
      *-----------------------------------------------------------*
       2000-SET-DAY-OF-WEEK.
           MOVE WORK-MONTH TO ZELLER-MONTH
           MOVE WORK-YEAR  TO ZELLER-YEAR
           IF ZELLER-MONTH < 3
               ADD 12 TO ZELLER-MONTH
               SUBTRACT 1 FROM ZELLER-YEAR
           END-IF
           DIVIDE ZELLER-YEAR BY 100 GIVING ZELLER-CENTURY
               REMAINDER ZELLER-YEAR-OF-CENTURY
           COMPUTE ZELLER-MONTH-TERM = 13 * (ZELLER-MONTH + 1)
           DIVIDE ZELLER-MONTH-TERM BY 5 GIVING ZELLER-MONTH-TERM
           DIVIDE ZELLER-YEAR-OF-CENTURY BY 4
               GIVING ZELLER-YEAR-TERM
           DIVIDE ZELLER-CENTURY BY 4 GIVING ZELLER-CENTURY-TERM
           COMPUTE ZELLER-SUM = WORK-DAY + ZELLER-MONTH-TERM
               + ZELLER-YEAR-OF-CENTURY + ZELLER-YEAR-TERM
               + ZELLER-CENTURY-TERM + (5 * ZELLER-CENTURY) + 5
           DIVIDE ZELLER-SUM BY 7 GIVING ZELLER-QUOTIENT
               REMAINDER ZELLER-REMAINDER
           COMPUTE WORK-DAY-OF-WEEK = ZELLER-REMAINDER + 1.
       2000-EXIT.
           EXIT.

       2500-CLASSIFY-WORK-DATE.
           IF WORK-DAY-OF-WEEK > 5
               SET WORK-IS-WEEKEND TO TRUE
               GO TO 2500-EXIT
           END-IF
           SET WORK-IS-WORKING-DAY TO TRUE
           IF HOLIDAY-FILE-NOT-OPEN
               GO TO 2500-EXIT
           END-IF
           MOVE WORK-DATE-NUMBER TO HOL-HOLIDAY-DATE
           READ HOLIDAY-FILE
               INVALID KEY
                   SET WORK-IS-WORKING-DAY TO TRUE
               NOT INVALID KEY
                   SET WORK-IS-HOLIDAY TO TRUE
           END-READ.
       2500-EXIT.
           EXIT.

       3000-FIND-NEXT-WORKING.
           MOVE ZERO TO STEP-COUNT
           PERFORM 3100-STEP-FORWARD THRU 3100-EXIT
           PERFORM 3100-STEP-FORWARD THRU 3100-EXIT
               UNTIL WORK-IS-WORKING-DAY
                  OR STEP-COUNT > STEP-LIMIT
           IF WORK-IS-WORKING-DAY
               MOVE WORK-DATE-NUMBER TO CL-RESULT-DATE
           ELSE
               SET CL-STATUS-INVALID TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-STEP-FORWARD.
           PERFORM 6100-ADVANCE-ONE-DAY THRU 6100-EXIT
           ADD 1 TO WORK-DAY-OF-WEEK
           IF WORK-DAY-OF-WEEK > 7
               MOVE 1 TO WORK-DAY-OF-WEEK
           END-IF
           PERFORM 2500-CLASSIFY-WORK-DATE THRU 2500-EXIT
           ADD 1 TO STEP-COUNT.
       3100-EXIT.
           EXIT.

       3500-FIND-PREV-WORKING.
           MOVE ZERO TO STEP-COUNT
           PERFORM 3600-STEP-BACK THRU 3600-EXIT
           PERFORM 3600-STEP-BACK THRU 3600-EXIT
               UNTIL WORK-IS-WORKING-DAY
                  OR STEP-COUNT > STEP-LIMIT
           IF WORK-IS-WORKING-DAY
               MOVE WORK-DATE-NUMBER TO CL-RESULT-DATE
           ELSE
               SET CL-STATUS-INVALID TO TRUE
           END-IF.
       3500-EXIT.
           EXIT.

       3600-STEP-BACK.
           PERFORM 6200-BACK-ONE-DAY THRU 6200-EXIT
           SUBTRACT 1 FROM WORK-DAY-OF-WEEK
           IF WORK-DAY-OF-WEEK = ZERO
               MOVE 7 TO WORK-DAY-OF-WEEK
           END-IF
           PERFORM 2500-CLASSIFY-WORK-DATE THRU 2500-EXIT
           ADD 1 TO STEP-COUNT.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Count the working days after CL-DATE up to and including  *
      * CL-END-DATE - the working-day equivalent of subtracting   *
      * one date from the other.  The count stops at the field's  *
      * limit rather than overflow on a very old start date.      *
      *-----------------------------------------------------------*
       4000-COUNT-WORKING-DAYS.
           IF CL-END-DATE IS NOT NUMERIC
               SET CL-STATUS-INVALID TO TRUE
               GO TO 4000-EXIT
           END-IF
           MOVE CL-END-DATE TO WORK-DATE-NUMBER
           PERFORM 1000-VALIDATE-WORK-DATE THRU 1000-EXIT
           IF DATE-IS-NOT-VALID
               SET CL-STATUS-INVALID TO TRUE
               GO TO 4000-EXIT
           END-IF
           IF CL-END-DATE NOT > CL-DATE
               GO TO 4000-EXIT
           END-IF
           MOVE CL-DATE        TO WORK-DATE-NUMBER
           MOVE CL-DAY-OF-WEEK TO WORK-DAY-OF-WEEK
           PERFORM 4100-COUNT-ONE-DAY THRU 4100-EXIT
               UNTIL WORK-DATE-NUMBER NOT < CL-END-DATE.
       4000-EXIT.
           EXIT.

       4100-COUNT-ONE-DAY.
           PERFORM 3100-STEP-FORWARD THRU 3100-EXIT
           IF WORK-IS-WORKING-DAY AND CL-DAY-COUNT < 99999
               ADD 1 TO CL-DAY-COUNT
           END-IF.
       4100-EXIT.
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

       6200-BACK-ONE-DAY.
           IF WORK-DAY > 1
               SUBTRACT 1 FROM WORK-DAY
               GO TO 6200-EXIT
           END-IF
           IF WORK-MONTH > 1
               SUBTRACT 1 FROM WORK-MONTH
           ELSE
               MOVE 12 TO WORK-MONTH
               SUBTRACT 1 FROM WORK-YEAR
           END-IF
           PERFORM 6300-SET-MONTH-DAY-LIMIT THRU 6300-EXIT
           MOVE MONTH-DAY-LIMIT TO WORK-DAY.
       6200-EXIT.
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
