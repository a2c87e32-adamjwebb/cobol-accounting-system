       IDENTIFICATION DIVISION.
       PROGRAM-ID. OutboundPaymentReturns.

      *-----------------------------------------------------------*
      * Daily outbound payment returns run.  Reads the PAYRTN     *
      * file of our payments the other banks could not apply -    *
      * each the original PAYMNT item from the OUTPAY file with   *
      * the return reason code appended - and credits each one    *
      * back to the account it left through OperationsProgram's   *
      * PAYRTN operation, under the OPAYRTN system operator.  The *
      * posting path checks the payment against the register:     *
      * it must have been sent, from that account, for that       *
      * amount, and not already returned.                         *
      *                                                           *
      * A return the posting path refuses is written to the       *
      * PAYRTNX exceptions file - the original return record      *
      * with our own reason code after it - for the payments      *
      * team to investigate; a refused return is never sent       *
      * back to the other bank.  Header and trailer records on    *
      * the returns file are passed over.                         *
      *                                                           *
      * A payment once credited back is marked returned on the    *
      * register and a second credit for it is refused, so a      *
      * rerun after a failure cannot double-credit anything; the  *
      * items already applied come out of the rerun as RTND       *
      * exceptions and can be ignored.  The run is recorded on    *
      * RUNCTL as OPAYRTN.                                        *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-RETURN-FILE ASSIGN TO "PAYRTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETURN-FILE-STATUS.

           SELECT RETURN-EXCEPTION-FILE ASSIGN TO "PAYRTNX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-RETURN-FILE.
       01  PAYMENT-RETURN-RECORD.
           05  PRT-ORIGINAL-ITEM      PIC X(110).
           05  PRT-RETURN-REASON      PIC X(04).

      *-----------------------------------------------------------*
      * The first 114 bytes are the return record as received;    *
      * the exception reason says why we could not apply it.  The *
      * file is extended across runs, the way BATCHREJ is, and    *
      * cleared down once the exceptions have been worked.        *
      *-----------------------------------------------------------*
       FD  RETURN-EXCEPTION-FILE.
       01  RETURN-EXCEPTION-RECORD.
           05  RTX-RETURN-RECORD      PIC X(114).
           05  RTX-EXCEPTION-REASON   PIC X(04).

       WORKING-STORAGE SECTION.
       01  RETURN-FILE-STATUS         PIC X(02).
           88  RETURN-FILE-OK              VALUE '00'.

       01  EXCEPTION-FILE-STATUS      PIC X(02).
           88  EXCEPTION-FILE-OK           VALUE '00'.
           88  EXCEPTION-FILE-MISSING      VALUE '35'.

       01  RETURN-EOF-SWITCH          PIC X(01).
           88  RETURN-EOF                  VALUE 'Y'.
           88  RETURN-NOT-EOF              VALUE 'N'.

       01  RUN-REFUSED-SWITCH         PIC X(01).
           88  RUN-REFUSED                 VALUE 'Y'.
           88  RUN-ACCEPTED                VALUE 'N'.

       77  RUNNER-OPERATOR-ID         PIC X(08)     VALUE 'OPAYRTN '.
       77  RETURN-RUN-DATE            PIC 9(08).
       77  RECEIVED-COUNT             PIC 9(09)     VALUE ZERO.
       77  CREDITED-COUNT             PIC 9(09)     VALUE ZERO.
       77  EXCEPTION-COUNT            PIC 9(09)     VALUE ZERO.
       77  RECEIVED-TOTAL             PIC 9(13)V99  VALUE ZERO.
       77  CREDITED-TOTAL             PIC 9(13)V99  VALUE ZERO.
       77  EXCEPTION-TOTAL            PIC 9(13)V99  VALUE ZERO.

       COPY OUTPAY.

       COPY OPPARMS.

       COPY BDPARMS.

       COPY RCPARMS.

       COPY PASSOP
           REPLACING
               ==PASSED-OPERATION==    BY ==BATCH-PASSED-OPERATION==
               ==PO-OPERATION-TYPE==   BY ==BPO-OPERATION-TYPE==
               ==PO-ACCOUNT-NUMBER==   BY ==BPO-ACCOUNT-NUMBER==
               ==PO-RELATED-ACCOUNT==  BY ==BPO-RELATED-ACCOUNT==
               ==PO-OPERATOR-ID==      BY ==BPO-OPERATOR-ID==
               ==PO-SUPPLIED-AMOUNT==  BY ==BPO-SUPPLIED-AMOUNT==
               ==PO-AMOUNT-SUPPLIED==  BY ==BPO-AMOUNT-SUPPLIED==
               ==PO-AMOUNT-IS-SUPPLIED== BY ==BPO-AMOUNT-IS-SUPPLIED==
               ==PO-APPROVER-ID==      BY ==BPO-APPROVER-ID==
               ==PO-EFFECTIVE-DATE==   BY ==BPO-EFFECTIVE-DATE==
               ==PO-RESULT-STATUS==    BY ==BPO-RESULT-STATUS==
               ==PO-POSTING-WAS-POSTED==
                                       BY ==BPO-POSTING-WAS-POSTED==
               ==PO-POSTING-WAS-REFUSED==
                                       BY ==BPO-POSTING-WAS-REFUSED==
               ==PO-RESULT-REASON==    BY ==BPO-RESULT-REASON==.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           MOVE BD-BUSINESS-DATE TO RETURN-RUN-DATE
           MOVE 'OPAYRTN ' TO RC-JOB-NAME
           SET RC-FUNC-START TO TRUE
           CALL 'RunControlProgram' USING RC-PARAMETERS
           PERFORM 1000-CHECK-RUN-OPERATOR THRU 1000-EXIT
           IF RUN-REFUSED
               GOBACK
           END-IF
           SET RETURN-NOT-EOF TO TRUE
           OPEN INPUT PAYMENT-RETURN-FILE
           IF NOT RETURN-FILE-OK
               DISPLAY "No payment returns file found - nothing "
                   "to credit"
           ELSE
               PERFORM 1100-OPEN-EXCEPTION-FILE THRU 1100-EXIT
               PERFORM 2000-READ-RETURN-RECORD THRU 2000-EXIT
               PERFORM 3000-PROCESS-ONE-RETURN THRU 3000-EXIT
                   UNTIL RETURN-EOF
               CLOSE PAYMENT-RETURN-FILE
               CLOSE RETURN-EXCEPTION-FILE
           END-IF
           PERFORM 6000-PRINT-RUN-SUMMARY THRU 6000-EXIT
           SET RC-FUNC-FINISH TO TRUE
           MOVE CREDITED-COUNT  TO RC-PROCESSED-COUNT
           MOVE EXCEPTION-COUNT TO RC-EXCEPTION-COUNT
           CALL 'RunControlProgram' USING RC-PARAMETERS
           GOBACK.

      *-----------------------------------------------------------*
      * The run posts under the OPAYRTN system operator, which    *
      * must be registered and active on the security master -    *
      * a misconfigured run operator would refuse every return    *
      * and leave the customers' money with the clearing.  The    *
      * run is then abandoned unfinished, so the cutover gate     *
      * holds the day until it is put right and rerun.            *
      *-----------------------------------------------------------*
       1000-CHECK-RUN-OPERATOR.
           SET RUN-ACCEPTED TO TRUE
           SET OP-FUNC-READ TO TRUE
           MOVE RUNNER-OPERATOR-ID TO OP-OPERATOR-ID
           CALL 'OperatorProgram' USING OP-PARAMETERS
           IF OP-STATUS-NOT-FOUND
               DISPLAY "Run abandoned - system operator "
                   RUNNER-OPERATOR-ID
                   " is not on the operator master"
               SET RUN-REFUSED TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT OP-OPERATOR-IS-ACTIVE
               DISPLAY "Run abandoned - system operator "
                   RUNNER-OPERATOR-ID " is not active"
               SET RUN-REFUSED TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-OPEN-EXCEPTION-FILE.
           OPEN EXTEND RETURN-EXCEPTION-FILE
           IF EXCEPTION-FILE-MISSING
               OPEN OUTPUT RETURN-EXCEPTION-FILE
           END-IF.
       1100-EXIT.
           EXIT.

       2000-READ-RETURN-RECORD.
           READ PAYMENT-RETURN-FILE
               AT END
                   SET RETURN-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Credit one returned payment back.  The payment ID on the  *
      * item is the reference we sent; the originating account    *
      * is the account it came out of.  A PAYMNT item with a      *
      * mangled ID, account or amount cannot be matched and goes  *
      * straight to the exceptions.                               *
      *-----------------------------------------------------------*
       3000-PROCESS-ONE-RETURN.
           MOVE PRT-ORIGINAL-ITEM TO OUTBOUND-PAYMENT-ITEM
           IF NOT OPI-RECORD-IS-PAYMENT
               GO TO 3000-READ
           END-IF
           ADD 1 TO RECEIVED-COUNT
           IF OPI-AMOUNT IS NUMERIC
               ADD OPI-AMOUNT TO RECEIVED-TOTAL
           END-IF
           IF OPI-PAYMENT-ID IS NOT NUMERIC
               OR OPI-ORIGINATING-ACCOUNT IS NOT NUMERIC
               OR OPI-AMOUNT IS NOT NUMERIC
               MOVE 'ITEM' TO BPO-RESULT-REASON
               PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
               GO TO 3000-READ
           END-IF
           MOVE 'PAYRTN'                TO BPO-OPERATION-TYPE
           MOVE OPI-ORIGINATING-ACCOUNT TO BPO-ACCOUNT-NUMBER
           MOVE OPI-PAYMENT-ID          TO BPO-RELATED-ACCOUNT
           MOVE RUNNER-OPERATOR-ID      TO BPO-OPERATOR-ID
           MOVE OPI-AMOUNT              TO BPO-SUPPLIED-AMOUNT
           MOVE 'Y'                     TO BPO-AMOUNT-SUPPLIED
           MOVE SPACES                  TO BPO-APPROVER-ID
           MOVE ZERO                    TO BPO-EFFECTIVE-DATE
           CALL 'OperationsProgram' USING BATCH-PASSED-OPERATION
           IF BPO-POSTING-WAS-POSTED
               ADD 1 TO CREDITED-COUNT
               ADD OPI-AMOUNT TO CREDITED-TOTAL
           ELSE
               PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
           END-IF.
       3000-READ.
           PERFORM 2000-READ-RETURN-RECORD THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

       3200-WRITE-EXCEPTION.
           MOVE PAYMENT-RETURN-RECORD TO RTX-RETURN-RECORD
           MOVE BPO-RESULT-REASON     TO RTX-EXCEPTION-REASON
           WRITE RETURN-EXCEPTION-RECORD
           ADD 1 TO EXCEPTION-COUNT
           IF OPI-AMOUNT IS NUMERIC
               ADD OPI-AMOUNT TO EXCEPTION-TOTAL
           END-IF.
       3200-EXIT.
           EXIT.

       6000-PRINT-RUN-SUMMARY.
           DISPLAY "Payment returns run for " RETURN-RUN-DATE
           DISPLAY "  Returns received:   " RECEIVED-COUNT
               "  " RECEIVED-TOTAL
           DISPLAY "  Credited back:      " CREDITED-COUNT
               "  " CREDITED-TOTAL
           DISPLAY "  Exceptions:         " EXCEPTION-COUNT
               "  " EXCEPTION-TOTAL
           IF EXCEPTION-COUNT > ZERO
               DISPLAY "  See PAYRTNX for the returns not applied"
           END-IF.
       6000-EXIT.
           EXIT.
