       77  RESTART-SKIP-COUNT         PIC 9(09)     VALUE ZERO.
       77  CHECKPOINT-DATE            PIC 9(08).
       77  CHECKPOINT-TIME            PIC 9(08).
       77  CARRIED-PROCESSED-COUNT    PIC 9(09)     VALUE ZERO.
       77  CARRIED-EXCEPTION-COUNT    PIC 9(09)     VALUE ZERO.
       77  POSTED-COUNT               PIC 9(09)     VALUE ZERO.
       77  NOT-POSTED-COUNT           PIC 9(09)     VALUE ZERO.

       COPY DPPARMS.

       COPY BDPARMS.

       COPY PASSOP
           REPLACING
               ==PASSED-OPERATION==    BY ==BATCH-PASSED-OPERATION==
      * Look the run ID up on the checkpoint file: a complete     *
      * run is refused, an active one resumes after the last      *
      * record it finished, a new one starts a fresh checkpoint.  *
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
                   PERFORM 3100-STAMP-CHECKPOINT-TIME THRU 3100-EXIT
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
                       DISPLAY "Interest run " BATCH-RUN-ID
                           " restarting after record "
                           RESTART-SKIP-COUNT
           END-IF
           IF COMPUTED-AMOUNT > ZERO
               PERFORM 2200-POST-COMPUTED-AMOUNT THRU 2200-EXIT
               ADD 1 TO POSTED-COUNT
           ELSE
               ADD 1 TO NOT-POSTED-COUNT
               DISPLAY "No posting for account " CTL-ACCOUNT-NUMBER
                   ": computed amount is zero"
           END-IF.
           SET RUN-IS-ACTIVE TO TRUE
           MOVE CONTROL-RECORD-NUMBER TO RUN-LAST-RECORD-DONE
           PERFORM 3100-STAMP-CHECKPOINT-TIME THRU 3100-EXIT
           PERFORM 3150-SET-RUN-COUNTS THRU 3150-EXIT
           REWRITE RUN-CONTROL-RECORD.
       3000-EXIT.
           EXIT.
       3100-EXIT.
           EXIT.

      *    Accounts with nothing to post are the run's exceptions.
       3150-SET-RUN-COUNTS.
           COMPUTE RUN-PROCESSED-COUNT =
               CARRIED-PROCESSED-COUNT + POSTED-COUNT
           COMPUTE RUN-EXCEPTION-COUNT =
               CARRIED-EXCEPTION-COUNT + NOT-POSTED-COUNT.
       3150-EXIT.
           EXIT.

       3200-MARK-RUN-COMPLETE.
           MOVE 'MONTHINT' TO RUN-JOB-NAME
           MOVE BATCH-RUN-ID TO RUN-ID
           MOVE CONTROL-RECORD-NUMBER TO RUN-LAST-RECORD-DONE
           SET RUN-IS-COMPLETE TO TRUE
           PERFORM 3100-STAMP-CHECKPOINT-TIME THRU 3100-EXIT
           PERFORM 3150-SET-RUN-COUNTS THRU 3150-EXIT
           REWRITE RUN-CONTROL-RECORD
           DISPLAY "Interest run " BATCH-RUN-ID " complete - "
               CONTROL-RECORD-NUMBER " records processed".
