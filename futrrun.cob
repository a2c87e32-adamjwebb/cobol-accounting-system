      * account has been frozen or closed since capture comes     *
      * out on the report as FAILED, it does not vanish.          *
      *                                                           *
      * Nothing is released on a day the bank is shut: an item    *
      * whose effective date is a weekend or bank holiday falls   *
      * due on the next working day after it, by CalendarProgram, *
      * and the report shows the day each item fell due.          *
      *                                                           *
      * Every run is checkpointed on the RUNCTL file under an     *
      * operator-assigned run ID, the same way the monthly        *
      * interest batch is: a run that dies partway is rerun       *
       77  RESTART-SKIP-COUNT         PIC 9(09)     VALUE ZERO.
       77  CHECKPOINT-DATE            PIC 9(08).
       77  CHECKPOINT-TIME            PIC 9(08).
       77  CARRIED-PROCESSED-COUNT    PIC 9(09)     VALUE ZERO.
       77  CARRIED-EXCEPTION-COUNT    PIC 9(09)     VALUE ZERO.
       77  RELEASED-COUNT             PIC 9(05)     VALUE ZERO.
       77  FAILED-COUNT               PIC 9(05)     VALUE ZERO.
       77  STILL-PENDING-COUNT        PIC 9(05)     VALUE ZERO.
       77  ITEM-DUE-DATE              PIC 9(08).

       01  REPORT-HEADING-LINE.
           05  FILLER                 PIC X(29)
                   VALUE '         AMOUNT'.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  FILLER                 PIC X(10)     VALUE 'EFFECTIVE'.
           05  FILLER                 PIC X(10)     VALUE 'DUE'.
           05  FILLER                 PIC X(11)     VALUE 'DISPOSITION'.
           05  FILLER                 PIC X(53)     VALUE SPACES.

       01  REPORT-DETAIL-LINE.
           05  RPT-ITEM-ID            PIC 9(09).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RPT-EFFECTIVE-DATE     PIC 9(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RPT-DUE-DATE           PIC 9(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  RPT-DISPOSITION        PIC X(40).
           05  FILLER                 PIC X(24)     VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  RPT-TOTAL-CAPTION      PIC X(20).

       COPY BDPARMS.

       COPY CLPARMS.

       COPY PASSOP
           REPLACING
               ==PASSED-OPERATION==    BY ==BATCH-PASSED-OPERATION==
      * Look the run ID up on the checkpoint file: a complete     *
      * run is refused, an active one resumes after the last      *
      * item it finished, a new one starts a fresh checkpoint.    *
      * A new run is stamped with the business date it posts      *
      * under; a resumed run keeps the date and the counts of     *
      * the leg that was interrupted, so the cutover gate sees    *
      * one run for the day with the counts of the whole file.    *
      *-----------------------------------------------------------*
       0500-START-RUN-CONTROL.
           SET RUN-ACCEPTED TO TRUE
           MOVE ZERO TO RESTART-SKIP-COUNT
           MOVE ZERO TO CARRIED-PROCESSED-COUNT
           MOVE ZERO TO CARRIED-EXCEPTION-COUNT
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           OPEN I-O RUN-CONTROL-FILE
           IF RUN-CONTROL-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
                   SET RUN-IS-ACTIVE TO TRUE
                   MOVE ZERO TO RUN-LAST-RECORD-DONE
                   PERFORM 6100-STAMP-CHECKPOINT-TIME THRU 6100-EXIT
                   MOVE BD-BUSINESS-DATE TO RUN-BUSINESS-DATE
                   MOVE CHECKPOINT-DATE TO RUN-STARTED-DATE
                   MOVE CHECKPOINT-TIME TO RUN-STARTED-TIME
                   MOVE ZERO TO RUN-PROCESSED-COUNT
                   MOVE ZERO TO RUN-EXCEPTION-COUNT
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-IS-COMPLETE
                   ELSE
                       MOVE RUN-LAST-RECORD-DONE
                           TO RESTART-SKIP-COUNT
                       MOVE RUN-PROCESSED-COUNT
                           TO CARRIED-PROCESSED-COUNT
                       MOVE RUN-EXCEPTION-COUNT
                           TO CARRIED-EXCEPTION-COUNT
                       DISPLAY "Release run " RELEASE-RUN-ID
                           " restarting after item "
                           RESTART-SKIP-COUNT
           IF NOT FWH-IS-PENDING
               GO TO 3000-EXIT
           END-IF
           SET CL-FUNC-ROLL-FORWARD TO TRUE
           MOVE FWH-EFFECTIVE-DATE TO CL-DATE
           CALL 'CalendarProgram' USING CL-PARAMETERS
           IF CL-STATUS-OK
               MOVE CL-RESULT-DATE TO ITEM-DUE-DATE
           ELSE
               MOVE FWH-EFFECTIVE-DATE TO ITEM-DUE-DATE
           END-IF
           IF ITEM-DUE-DATE > RUN-DATE
               ADD 1 TO STILL-PENDING-COUNT
               GO TO 3000-EXIT
           END-IF
           MOVE FWH-ACCOUNT-NUMBER TO RPT-ACCOUNT-NUMBER
           MOVE FWH-AMOUNT         TO RPT-AMOUNT
           MOVE FWH-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE
           MOVE ITEM-DUE-DATE      TO RPT-DUE-DATE
           WRITE RELEASE-REPORT-LINE FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
       5000-EXIT.
           SET RUN-IS-ACTIVE TO TRUE
           MOVE ITEM-RECORD-NUMBER TO RUN-LAST-RECORD-DONE
           PERFORM 6100-STAMP-CHECKPOINT-TIME THRU 6100-EXIT
           PERFORM 6150-SET-RUN-COUNTS THRU 6150-EXIT
           REWRITE RUN-CONTROL-RECORD.
       6000-EXIT.
           EXIT.
       6100-EXIT.
           EXIT.

      *    Items the posting path refused are the run's exceptions.
       6150-SET-RUN-COUNTS.
           COMPUTE RUN-PROCESSED-COUNT =
               CARRIED-PROCESSED-COUNT + RELEASED-COUNT
           COMPUTE RUN-EXCEPTION-COUNT =
               CARRIED-EXCEPTION-COUNT + FAILED-COUNT.
       6150-EXIT.
           EXIT.

       7000-MARK-RUN-COMPLETE.
           MOVE 'FUTRREL ' TO RUN-JOB-NAME
           MOVE RELEASE-RUN-ID TO RUN-ID
           MOVE ITEM-RECORD-NUMBER TO RUN-LAST-RECORD-DONE
           SET RUN-IS-COMPLETE TO TRUE
           PERFORM 6100-STAMP-CHECKPOINT-TIME THRU 6100-EXIT
           PERFORM 6150-SET-RUN-COUNTS THRU 6150-EXIT
           REWRITE RUN-CONTROL-RECORD.
       7000-EXIT.
           EXIT.
