      * - is written to the CLROUT returns file in the            *
      * presenting bank's item format with a return reason        *
      * code, for despatch back to the presenting bank the same   *
      * day.  Before an item goes near the posting path it is     *
      * checked against the PRESITEM register of items already    *
      * presented - an item that has already posted once is       *
      * returned as a duplicate (DUPL) - and a debit is checked   *
      * against the customer's stop-payment instructions on       *
      * STOPPAY, a match being returned as stopped (STOP).        *
      * Returned clearing items never go near BATCHREJ:           *
      * that file is our own corrections queue, and a returned    *
      * item is the counterparty's problem, not ours.             *
      *                                                           *
      * posts, the run is checkpointed on RUNCTL under job name   *
      * CLEARRUN the way the BATCH posting run is, and the        *
      * settlement summary proves presented total = posted        *
      * total + returned total, with the stopped and duplicate    *
      * returns shown apart from the rest, before the operators   *
      * sign the run off.                                         *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-STOP-KEY
               FILE STATUS IS STOP-FILE-STATUS.

           SELECT PRESENTED-ITEM-FILE ASSIGN TO "PRESITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRI-PRESENTED-KEY
               FILE STATUS IS PRESENTED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  STOP-PAYMENT-FILE.
       COPY STOPREC.

       FD  PRESENTED-ITEM-FILE.
       COPY PRESREC.

       WORKING-STORAGE SECTION.
       01  CLEARING-FILE-STATUS       PIC X(02).
           88  CLEARING-FILE-OK            VALUE '00'.
           88  RUN-REFUSED                 VALUE 'Y'.
           88  RUN-ACCEPTED                VALUE 'N'.

       01  STOP-FILE-STATUS           PIC X(02).
           88  STOP-FILE-OK                VALUE '00'.

       01  STOP-FILE-OPEN-SWITCH      PIC X(01).
           88  STOP-FILE-IS-OPEN           VALUE 'Y'.
           88  STOP-FILE-IS-NOT-OPEN       VALUE 'N'.

       01  STOP-EOF-SWITCH            PIC X(01).
           88  STOP-EOF                    VALUE 'Y'.
           88  STOP-NOT-EOF                VALUE 'N'.

       01  STOP-MATCH-SWITCH          PIC X(01).
           88  ITEM-IS-STOPPED             VALUE 'Y'.
           88  ITEM-IS-NOT-STOPPED         VALUE 'N'.

       01  PRESENTED-FILE-STATUS      PIC X(02).
           88  PRESENTED-FILE-OK           VALUE '00'.
           88  PRESENTED-FILE-MISSING      VALUE '35'.

       01  PRESENTED-FOUND-SWITCH     PIC X(01).
           88  PRESENTED-WAS-FOUND         VALUE 'Y'.
           88  PRESENTED-WAS-NOT-FOUND     VALUE 'N'.

       01  PRESENTMENT-SWITCH         PIC X(01).
           88  ITEM-IS-FIRST-PRESENTMENT   VALUE 'F'.
           88  ITEM-IS-DUPLICATE           VALUE 'D'.
           88  ITEM-WAS-ALREADY-DONE       VALUE 'A'.

       01  ITEM-OUTCOME-SWITCH        PIC X(01).
           88  ITEM-WAS-POSTED             VALUE 'P'.
           88  ITEM-WAS-RETURNED           VALUE 'R'.

       77  RUNNER-OPERATOR-ID         PIC X(08)     VALUE 'CLEARIN '.
       77  RUNNER-POSTING-LIMIT       PIC 9(9)V99   VALUE ZERO.
       77  RUN-APPROVER-ID            PIC X(08)     VALUE SPACES.
       77  RESTART-SKIPPED-COUNT      PIC 9(09)     VALUE ZERO.
       77  CHECKPOINT-DATE            PIC 9(08).
       77  CHECKPOINT-TIME            PIC 9(08).
       77  CARRIED-POSTED-COUNT       PIC 9(09)     VALUE ZERO.
       77  CARRIED-RETURNED-COUNT     PIC 9(09)     VALUE ZERO.

       77  PRESENTED-COUNT            PIC 9(09)     VALUE ZERO.
       77  POSTED-COUNT               PIC 9(09)     VALUE ZERO.
       77  PRESENTED-TOTAL            PIC 9(13)V99  VALUE ZERO.
       77  POSTED-TOTAL               PIC 9(13)V99  VALUE ZERO.
       77  RETURNED-TOTAL             PIC 9(13)V99  VALUE ZERO.
       77  STOPPED-COUNT              PIC 9(09)     VALUE ZERO.
       77  STOPPED-TOTAL              PIC 9(13)V99  VALUE ZERO.
       77  DUPLICATE-COUNT            PIC 9(09)     VALUE ZERO.
       77  DUPLICATE-TOTAL            PIC 9(13)V99  VALUE ZERO.
       77  REFUSED-COUNT              PIC 9(09)     VALUE ZERO.
       77  REFUSED-TOTAL              PIC 9(13)V99  VALUE ZERO.
       77  SETTLEMENT-CHECK-TOTAL     PIC 9(13)V99  VALUE ZERO.
       77  COMPUTED-RECORD-COUNT      PIC 9(09)     VALUE ZERO.
       77  COMPUTED-AMOUNT-TOTAL      PIC 9(13)V99  VALUE ZERO.

       COPY OPPARMS.

       COPY BDPARMS.

       COPY PASSOP
           REPLACING
               ==PASSED-OPERATION==    BY ==BATCH-PASSED-OPERATION==
               GOBACK
           END-IF
           PERFORM 2700-OPEN-RETURN-FILE THRU 2700-EXIT
           PERFORM 2800-OPEN-ITEM-CHECK-FILES THRU 2800-EXIT
           SET CLEARING-NOT-EOF TO TRUE
           MOVE ZERO TO ITEM-RECORD-NUMBER
           OPEN INPUT CLEARING-ITEM-FILE
               UNTIL CLEARING-EOF
           CLOSE CLEARING-ITEM-FILE
           CLOSE RETURN-ITEM-FILE
           CLOSE PRESENTED-ITEM-FILE
           IF STOP-FILE-IS-OPEN
               CLOSE STOP-PAYMENT-FILE
           END-IF
           PERFORM 5000-MARK-RUN-COMPLETE THRU 5000-EXIT
           CLOSE RUN-CONTROL-FILE
           PERFORM 6000-PRINT-SETTLEMENT-SUMMARY THRU 6000-EXIT
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
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           OPEN I-O RUN-CONTROL-FILE
           IF RUN-CONTROL-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
                   SET RUN-IS-ACTIVE TO TRUE
                   MOVE ZERO TO RUN-LAST-RECORD-DONE
                   PERFORM 4500-STAMP-CHECKPOINT-TIME THRU 4500-EXIT
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
                           TO CARRIED-POSTED-COUNT
                       MOVE RUN-EXCEPTION-COUNT
                           TO CARRIED-RETURNED-COUNT
                       DISPLAY "Clearing run " CLEARING-RUN-ID
                           " restarting after record "
                           RESTART-SKIP-COUNT
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The presented-items register is created on the first run  *
      * that needs it.  No STOPPAY file simply means no customer  *
      * has stopped anything yet.                                 *
      *-----------------------------------------------------------*
       2800-OPEN-ITEM-CHECK-FILES.
           OPEN I-O PRESENTED-ITEM-FILE
           IF PRESENTED-FILE-MISSING
               OPEN OUTPUT PRESENTED-ITEM-FILE
               CLOSE PRESENTED-ITEM-FILE
               OPEN I-O PRESENTED-ITEM-FILE
           END-IF
           SET STOP-FILE-IS-NOT-OPEN TO TRUE
           OPEN INPUT STOP-PAYMENT-FILE
           IF STOP-FILE-OK
               SET STOP-FILE-IS-OPEN TO TRUE
           END-IF.
       2800-EXIT.
           EXIT.

       3000-PROCESS-ONE-ITEM.
           ADD 1 TO ITEM-RECORD-NUMBER
           IF ITEM-RECORD-NUMBER > RESTART-SKIP-COUNT
      * path.  An item the path refuses - for any reason - is     *
      * written to the returns file with the reject reason as     *
      * its return reason code.  An item that is not even a       *
      * recognizable debit or credit goes straight back, as do    *
      * a duplicate presentment and a debit the customer has      *
      * stopped; neither reaches the posting path at all.         *
      *-----------------------------------------------------------*
       3100-POST-ONE-ITEM.
           IF NOT (CLR-ITEM-IS-DEBIT OR CLR-ITEM-IS-CREDIT)
               PERFORM 3200-WRITE-RETURN-ITEM THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF
           PERFORM 3300-CHECK-PRESENTED-REGISTER THRU 3300-EXIT
           IF ITEM-WAS-ALREADY-DONE
               GO TO 3100-EXIT
           END-IF
           IF ITEM-IS-DUPLICATE
               MOVE 'DUPL' TO BPO-RESULT-REASON
               PERFORM 3200-WRITE-RETURN-ITEM THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF
           IF CLR-ITEM-IS-DEBIT
               PERFORM 3400-CHECK-STOP-PAYMENTS THRU 3400-EXIT
               IF ITEM-IS-STOPPED
                   MOVE 'STOP' TO BPO-RESULT-REASON
                   PERFORM 3200-WRITE-RETURN-ITEM THRU 3200-EXIT
                   SET ITEM-WAS-RETURNED TO TRUE
                   PERFORM 3500-REGISTER-PRESENTED-ITEM
                       THRU 3500-EXIT
                   GO TO 3100-EXIT
               END-IF
           END-IF
           IF CLR-ITEM-IS-DEBIT
               MOVE 'DEBIT ' TO BPO-OPERATION-TYPE
           ELSE
           IF BPO-POSTING-WAS-POSTED
               ADD 1 TO POSTED-COUNT
               ADD CLR-AMOUNT TO POSTED-TOTAL
               SET ITEM-WAS-POSTED TO TRUE
           ELSE
               PERFORM 3200-WRITE-RETURN-ITEM THRU 3200-EXIT
               SET ITEM-WAS-RETURNED TO TRUE
           END-IF
           PERFORM 3500-REGISTER-PRESENTED-ITEM THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

      *    Every return is counted once in the returned total the
      *    settlement is proved on, and once under its kind.
       3200-WRITE-RETURN-ITEM.
           MOVE CLEARING-ITEM-RECORD TO RTN-ORIGINAL-ITEM
           MOVE BPO-RESULT-REASON    TO RTN-RETURN-REASON
           WRITE RETURN-ITEM-RECORD
           ADD 1 TO RETURNED-COUNT
           EVALUATE BPO-RESULT-REASON
               WHEN 'STOP'
                   ADD 1 TO STOPPED-COUNT
               WHEN 'DUPL'
                   ADD 1 TO DUPLICATE-COUNT
               WHEN OTHER
                   ADD 1 TO REFUSED-COUNT
           END-EVALUATE
           IF CLR-AMOUNT IS NOT NUMERIC
               GO TO 3200-EXIT
           END-IF
           ADD CLR-AMOUNT TO RETURNED-TOTAL
           EVALUATE BPO-RESULT-REASON
               WHEN 'STOP'
                   ADD CLR-AMOUNT TO STOPPED-TOTAL
               WHEN 'DUPL'
                   ADD CLR-AMOUNT TO DUPLICATE-TOTAL
               WHEN OTHER
                   ADD CLR-AMOUNT TO REFUSED-TOTAL
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Look the item up on the presented-items register by its   *
      * reference and presenting bank.  PRESENTMENT-SWITCH says   *
      * what to do with it:                                       *
      *                                                           *
      *   F - not presented before, or presented and returned     *
      *       (a re-presentment) - carry on and post it           *
      *   D - already posted once - return it as a duplicate      *
      *   A - this very record was finished by this run before a  *
      *       restart but not yet checkpointed - count it as it   *
      *       went then and do nothing more                       *
      *                                                           *
      * An item with no reference cannot be matched and is not    *
      * registered.                                               *
      *-----------------------------------------------------------*
       3300-CHECK-PRESENTED-REGISTER.
           SET ITEM-IS-FIRST-PRESENTMENT TO TRUE
           SET PRESENTED-WAS-NOT-FOUND TO TRUE
           IF CLR-ITEM-REFERENCE = SPACES
               GO TO 3300-EXIT
           END-IF
           MOVE CLR-ITEM-REFERENCE  TO PRI-ITEM-REFERENCE
           MOVE CLR-PRESENTING-BANK TO PRI-PRESENTING-BANK
           READ PRESENTED-ITEM-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ
           SET PRESENTED-WAS-FOUND TO TRUE
           IF PRI-RUN-ID = CLEARING-RUN-ID
               AND PRI-BUSINESS-DATE = BD-BUSINESS-DATE
               AND PRI-RECORD-NUMBER = ITEM-RECORD-NUMBER
               SET ITEM-WAS-ALREADY-DONE TO TRUE
               PERFORM 3350-COUNT-FINISHED-ITEM THRU 3350-EXIT
               GO TO 3300-EXIT
           END-IF
           IF PRI-WAS-POSTED
               SET ITEM-IS-DUPLICATE TO TRUE
           END-IF.
       3300-EXIT.
           EXIT.

       3350-COUNT-FINISHED-ITEM.
           IF PRI-WAS-POSTED
               ADD 1 TO POSTED-COUNT
               ADD CLR-AMOUNT TO POSTED-TOTAL
               GO TO 3350-EXIT
           END-IF
           ADD 1 TO RETURNED-COUNT
           ADD CLR-AMOUNT TO RETURNED-TOTAL
           EVALUATE PRI-RETURN-REASON
               WHEN 'STOP'
                   ADD 1 TO STOPPED-COUNT
                   ADD CLR-AMOUNT TO STOPPED-TOTAL
               WHEN OTHER
                   ADD 1 TO REFUSED-COUNT
                   ADD CLR-AMOUNT TO REFUSED-TOTAL
           END-EVALUATE.
       3350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Walk the account's stop-payment instructions for an       *
      * active, unexpired one that matches the item: the same     *
      * reference if the stop names one, otherwise an amount      *
      * within the stop's range - and, where the stop names a     *
      * payee bank, presented by that bank.                       *
      *-----------------------------------------------------------*
       3400-CHECK-STOP-PAYMENTS.
           SET ITEM-IS-NOT-STOPPED TO TRUE
           IF STOP-FILE-IS-NOT-OPEN
               GO TO 3400-EXIT
           END-IF
           SET STOP-NOT-EOF TO TRUE
           MOVE CLR-ACCOUNT-NUMBER TO STP-ACCOUNT-NUMBER
           MOVE ZERO               TO STP-STOP-SEQ
           START STOP-PAYMENT-FILE KEY >= STP-STOP-KEY
               INVALID KEY
                   SET STOP-EOF TO TRUE
           END-START
           PERFORM 3450-READ-NEXT-STOP THRU 3450-EXIT
           PERFORM 3410-MATCH-ONE-STOP THRU 3410-EXIT
               UNTIL STOP-EOF
               OR ITEM-IS-STOPPED.
       3400-EXIT.
           EXIT.

       3410-MATCH-ONE-STOP.
           IF NOT STP-IS-ACTIVE
               OR STP-EXPIRY-DATE < BD-BUSINESS-DATE
               GO TO 3410-NEXT
           END-IF
           IF STP-PAYEE-BANK NOT = SPACES
               AND STP-PAYEE-BANK NOT = CLR-PRESENTING-BANK
               GO TO 3410-NEXT
           END-IF
           IF STP-ITEM-REFERENCE NOT = SPACES
               IF STP-ITEM-REFERENCE = CLR-ITEM-REFERENCE
                   SET ITEM-IS-STOPPED TO TRUE
               END-IF
               GO TO 3410-NEXT
           END-IF
           IF CLR-AMOUNT NOT < STP-AMOUNT-FROM
               AND CLR-AMOUNT NOT > STP-AMOUNT-TO
               SET ITEM-IS-STOPPED TO TRUE
           END-IF.
       3410-NEXT.
           IF ITEM-IS-NOT-STOPPED
               PERFORM 3450-READ-NEXT-STOP THRU 3450-EXIT
           END-IF.
       3410-EXIT.
           EXIT.

       3450-READ-NEXT-STOP.
           IF STOP-EOF
               GO TO 3450-EXIT
           END-IF
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
                   SET STOP-EOF TO TRUE
           END-READ
           IF STOP-NOT-EOF
               AND STP-ACCOUNT-NUMBER NOT = CLR-ACCOUNT-NUMBER
               SET STOP-EOF TO TRUE
           END-IF.
       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Record how the item went, keyed by its reference and      *
      * presenting bank, with the run and record number that      *
      * finished it so a restart can recognize its own work.  A   *
      * re-presentment of a returned item replaces the entry.     *
      *-----------------------------------------------------------*
       3500-REGISTER-PRESENTED-ITEM.
           IF CLR-ITEM-REFERENCE = SPACES
               GO TO 3500-EXIT
           END-IF
           MOVE CLR-ITEM-REFERENCE  TO PRI-ITEM-REFERENCE
           MOVE CLR-PRESENTING-BANK TO PRI-PRESENTING-BANK
           MOVE CLR-ACCOUNT-NUMBER  TO PRI-ACCOUNT-NUMBER
           MOVE CLR-ITEM-TYPE       TO PRI-ITEM-TYPE
           MOVE CLR-AMOUNT          TO PRI-AMOUNT
           MOVE BD-BUSINESS-DATE    TO PRI-BUSINESS-DATE
           MOVE CLEARING-RUN-ID     TO PRI-RUN-ID
           MOVE ITEM-RECORD-NUMBER  TO PRI-RECORD-NUMBER
           IF ITEM-WAS-POSTED
               SET PRI-WAS-POSTED TO TRUE
               MOVE SPACES TO PRI-RETURN-REASON
           ELSE
               SET PRI-WAS-RETURNED TO TRUE
               MOVE BPO-RESULT-REASON TO PRI-RETURN-REASON
           END-IF
           IF PRESENTED-WAS-FOUND
               REWRITE PRESENTED-ITEM-RECORD
           ELSE
               WRITE PRESENTED-ITEM-RECORD
           END-IF.
       3500-EXIT.
           EXIT.

       4000-REWRITE-CHECKPOINT.
           MOVE 'CLEARRUN' TO RUN-JOB-NAME
           MOVE CLEARING-RUN-ID TO RUN-ID
           SET RUN-IS-ACTIVE TO TRUE
           MOVE ITEM-RECORD-NUMBER TO RUN-LAST-RECORD-DONE
           PERFORM 4500-STAMP-CHECKPOINT-TIME THRU 4500-EXIT
           PERFORM 4600-SET-RUN-COUNTS THRU 4600-EXIT
           REWRITE RUN-CONTROL-RECORD.
       4000-EXIT.
           EXIT.
       4500-EXIT.
           EXIT.

      *    Returned items are the run's exceptions.
       4600-SET-RUN-COUNTS.
           COMPUTE RUN-PROCESSED-COUNT =
               CARRIED-POSTED-COUNT + POSTED-COUNT
           COMPUTE RUN-EXCEPTION-COUNT =
               CARRIED-RETURNED-COUNT + RETURNED-COUNT.
       4600-EXIT.
           EXIT.

       5000-MARK-RUN-COMPLETE.
           MOVE 'CLEARRUN' TO RUN-JOB-NAME
           MOVE CLEARING-RUN-ID TO RUN-ID
           MOVE ITEM-RECORD-NUMBER TO RUN-LAST-RECORD-DONE
           SET RUN-IS-COMPLETE TO TRUE
           PERFORM 4500-STAMP-CHECKPOINT-TIME THRU 4500-EXIT
           PERFORM 4600-SET-RUN-COUNTS THRU 4600-EXIT
           REWRITE RUN-CONTROL-RECORD.
       5000-EXIT.
           EXIT.
      * Settlement summary: the presented total must equal the    *
      * posted total plus the returned total, or the run is out   *
      * of proof and must not be settled with the presenting      *
      * bank until the difference is found.  The returns are      *
      * broken down into those the posting path refused, those    *
      * stopped by the customer and duplicate presentments.  A    *
      * restarted run proves only the records it actually         *
      * processed, so the skipped count is shown alongside.       *
      *-----------------------------------------------------------*
       6000-PRINT-SETTLEMENT-SUMMARY.
           DISPLAY "Clearing run " CLEARING-RUN-ID
               "  amount " POSTED-TOTAL
           DISPLAY "  Items returned:    " RETURNED-COUNT
               "  amount " RETURNED-TOTAL
           DISPLAY "    refused:         " REFUSED-COUNT
               "  amount " REFUSED-TOTAL
           DISPLAY "    stopped:         " STOPPED-COUNT
               "  amount " STOPPED-TOTAL
           DISPLAY "    duplicate:       " DUPLICATE-COUNT
               "  amount " DUPLICATE-TOTAL
           COMPUTE SETTLEMENT-CHECK-TOTAL =
               POSTED-TOTAL + RETURNED-TOTAL
           IF SETTLEMENT-CHECK-TOTAL = PRESENTED-TOTAL
