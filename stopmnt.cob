       IDENTIFICATION DIVISION.
       PROGRAM-ID. StopPaymentMaintenance.

      *-----------------------------------------------------------*
      * Maintenance for the stop-payment file (STOPPAY) that the  *
      * ClearingInbound run checks every presented debit          *
      * against.  Actions:                                        *
      *                                                           *
      *   ADD     - record a stop on an account                   *
      *   CANCEL  - lift a stop                                   *
      *   LIST    - list an account's stops                       *
      *   EXIT    - leave the program                             *
      *                                                           *
      * A stop names one item by its reference - a cheque number  *
      * or a direct debit reference - or, with the reference      *
      * left blank, every item within an amount range; either     *
      * way it may be narrowed to one payee bank, and it lapses   *
      * after its expiry date.  Adding a stop keeps money in the  *
      * account, so it takes effect at once and is journaled as   *
      * a single-operator action.  Cancelling one lets money go   *
      * again, so CANCEL is queued on the PENDCHG pending-change  *
      * queue under the signed-on operator (master code STOP)     *
      * and takes effect only when a second, supervisor-role      *
      * operator approves it through MasterChangeApproval.  A     *
      * cancelled stop is marked, not erased, so the returns made *
      * under it can still be traced.  Every applied change is    *
      * journaled on MCHGJRNL.                                    *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-STOP-KEY
               FILE STATUS IS STOP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOP-PAYMENT-FILE.
       COPY STOPREC.

       WORKING-STORAGE SECTION.
       01  STOP-FILE-STATUS           PIC X(02).
           88  STOP-FILE-OK               VALUE '00'.
           88  STOP-FILE-MISSING          VALUE '35'.

       01  MAINTENANCE-ACTION         PIC X(06).
           88  ACTION-IS-ADD              VALUE 'ADD   '.
           88  ACTION-IS-CANCEL           VALUE 'CANCEL'.
           88  ACTION-IS-LIST             VALUE 'LIST  '.
           88  ACTION-IS-EXIT             VALUE 'EXIT  '.

       01  STOP-FOUND-SWITCH          PIC X(01).
           88  STOP-WAS-FOUND              VALUE 'Y'.
           88  STOP-WAS-NOT-FOUND          VALUE 'N'.

       01  STOP-EOF-SWITCH            PIC X(01).
           88  STOP-EOF                    VALUE 'Y'.
           88  STOP-NOT-EOF                VALUE 'N'.

       77  MAKER-OPERATOR-ID          PIC X(08).
       77  REQUESTED-ACCOUNT-NUMBER   PIC 9(10).
       77  REQUESTED-STOP-SEQ         PIC 9(04).
       77  HIGHEST-STOP-SEQ           PIC 9(04).
       77  ENTERED-ITEM-REFERENCE     PIC X(16).
       77  ENTERED-AMOUNT-FROM        PIC 9(9)V99.
       77  ENTERED-AMOUNT-TO          PIC 9(9)V99.
       77  ENTERED-PAYEE-BANK         PIC X(08).
       77  ENTERED-EXPIRY-DATE        PIC 9(08).
       77  ENTERED-DESCRIPTION        PIC X(30).
       77  CONFIRMATION-RESPONSE      PIC X(01).
       77  LISTED-STOP-COUNT          PIC 9(04).
       77  STOP-STANDING              PIC X(08).
       77  STAMP-DATE                 PIC 9(08).

       COPY DPPARMS.

       COPY OPPARMS.

       COPY BDPARMS.

       COPY CLPARMS.

       COPY MCPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-SIGN-ON-OPERATOR THRU 0200-EXIT
           IF MAKER-OPERATOR-ID = SPACES
               GOBACK
           END-IF
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           PERFORM 0100-OPEN-STOP-FILE THRU 0100-EXIT
           PERFORM 1000-PROCESS-ONE-ACTION THRU 1000-EXIT
               UNTIL ACTION-IS-EXIT
           CLOSE STOP-PAYMENT-FILE
           GOBACK.

       0100-OPEN-STOP-FILE.
      *    The file does not exist until the first stop is
      *    recorded; create it so the screen can be used from day
      *    one.
           OPEN I-O STOP-PAYMENT-FILE
           IF STOP-FILE-MISSING
               OPEN OUTPUT STOP-PAYMENT-FILE
               CLOSE STOP-PAYMENT-FILE
               OPEN I-O STOP-PAYMENT-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Every change made here carries its maker, so only a       *
      * registered, active operator may use the screen.  A blank  *
      * MAKER-OPERATOR-ID on the way out means the sign-on was    *
      * refused.                                                  *
      *-----------------------------------------------------------*
       0200-SIGN-ON-OPERATOR.
           DISPLAY "Enter your operator ID: "
           ACCEPT MAKER-OPERATOR-ID
           SET OP-FUNC-READ TO TRUE
           MOVE MAKER-OPERATOR-ID TO OP-OPERATOR-ID
           CALL 'OperatorProgram' USING OP-PARAMETERS
           IF OP-STATUS-NOT-FOUND
               DISPLAY "Sign-on refused - operator "
                   MAKER-OPERATOR-ID
                   " is not on the operator master"
               MOVE SPACES TO MAKER-OPERATOR-ID
               GO TO 0200-EXIT
           END-IF
           IF NOT OP-OPERATOR-IS-ACTIVE
               DISPLAY "Sign-on refused - operator "
                   MAKER-OPERATOR-ID " is not active"
               MOVE SPACES TO MAKER-OPERATOR-ID
           END-IF.
       0200-EXIT.
           EXIT.

       1000-PROCESS-ONE-ACTION.
           DISPLAY "Stop-payment action (ADD/CANCEL/LIST/EXIT): "
           ACCEPT MAINTENANCE-ACTION
           EVALUATE TRUE
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN ACTION-IS-ADD
                   PERFORM 2000-ADD-STOP THRU 2000-EXIT
               WHEN ACTION-IS-CANCEL
                   PERFORM 3000-CANCEL-STOP THRU 3000-EXIT
               WHEN ACTION-IS-LIST
                   PERFORM 4000-LIST-STOPS THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "Unrecognized action: " MAINTENANCE-ACTION
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Stops belong to an account on the account master - a      *
      * mistyped number must not collect stops of its own.        *
      * REQUESTED-ACCOUNT-NUMBER is zero on the way out if the    *
      * account is not on file.                                   *
      *-----------------------------------------------------------*
       1100-ACCEPT-ACCOUNT.
           DISPLAY "Enter account number: "
           ACCEPT REQUESTED-ACCOUNT-NUMBER
           IF REQUESTED-ACCOUNT-NUMBER IS NOT NUMERIC
               DISPLAY "Account number is not numeric"
               MOVE ZERO TO REQUESTED-ACCOUNT-NUMBER
               GO TO 1100-EXIT
           END-IF
           SET DP-FUNC-READ TO TRUE
           MOVE REQUESTED-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER
           CALL 'DataProgram' USING DP-PARAMETERS
           IF DP-STATUS-NOT-FOUND
               DISPLAY "Account " REQUESTED-ACCOUNT-NUMBER
                   " is not on the account master"
               MOVE ZERO TO REQUESTED-ACCOUNT-NUMBER
           END-IF.
       1100-EXIT.
           EXIT.

       1200-READ-STOP.
           MOVE REQUESTED-ACCOUNT-NUMBER TO STP-ACCOUNT-NUMBER
           MOVE REQUESTED-STOP-SEQ       TO STP-STOP-SEQ
           READ STOP-PAYMENT-FILE
               INVALID KEY
                   SET STOP-WAS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET STOP-WAS-FOUND TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Position on the account's first stop; 1350 then reads     *
      * the account's stops in sequence until they run out.       *
      *-----------------------------------------------------------*
       1300-START-ACCOUNT-STOPS.
           SET STOP-NOT-EOF TO TRUE
           MOVE REQUESTED-ACCOUNT-NUMBER TO STP-ACCOUNT-NUMBER
           MOVE ZERO                     TO STP-STOP-SEQ
           START STOP-PAYMENT-FILE KEY >= STP-STOP-KEY
               INVALID KEY
                   SET STOP-EOF TO TRUE
           END-START
           PERFORM 1350-READ-NEXT-STOP THRU 1350-EXIT.
       1300-EXIT.
           EXIT.

       1310-NOTE-ONE-STOP.
           IF STP-STOP-SEQ > HIGHEST-STOP-SEQ
               MOVE STP-STOP-SEQ TO HIGHEST-STOP-SEQ
           END-IF
           PERFORM 1350-READ-NEXT-STOP THRU 1350-EXIT.
       1310-EXIT.
           EXIT.

       1350-READ-NEXT-STOP.
           IF STOP-EOF
               GO TO 1350-EXIT
           END-IF
           READ STOP-PAYMENT-FILE NEXT RECORD
               AT END
                   SET STOP-EOF TO TRUE
           END-READ
           IF STOP-NOT-EOF
               AND STP-ACCOUNT-NUMBER NOT = REQUESTED-ACCOUNT-NUMBER
               SET STOP-EOF TO TRUE
           END-IF.
       1350-EXIT.
           EXIT.

       1400-SET-CHANGE-DETAILS.
           MOVE 'STOP'                TO MC-MASTER-CODE
           MOVE MAINTENANCE-ACTION    TO MC-ACTION
           MOVE STP-STOP-KEY          TO MC-RECORD-KEY
           MOVE MAKER-OPERATOR-ID     TO MC-MAKER-ID
           MOVE SPACES                TO MC-CHECKER-ID.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The expiry must be a real date no earlier than the        *
      * business date - a stop that has already lapsed would      *
      * never return anything.  ENTERED-EXPIRY-DATE is zero on    *
      * the way out if it is refused.                             *
      *-----------------------------------------------------------*
       1500-ACCEPT-EXPIRY-DATE.
           DISPLAY "Enter expiry date (YYYYMMDD): "
           ACCEPT ENTERED-EXPIRY-DATE
           IF ENTERED-EXPIRY-DATE IS NOT NUMERIC
               OR ENTERED-EXPIRY-DATE = ZERO
               DISPLAY "Invalid date - enter YYYYMMDD digits."
               MOVE ZERO TO ENTERED-EXPIRY-DATE
               GO TO 1500-EXIT
           END-IF
           SET CL-FUNC-CHECK TO TRUE
           MOVE ENTERED-EXPIRY-DATE TO CL-DATE
           CALL 'CalendarProgram' USING CL-PARAMETERS
           IF CL-STATUS-INVALID
               DISPLAY "Invalid date - " ENTERED-EXPIRY-DATE
                   " is not a calendar date."
               MOVE ZERO TO ENTERED-EXPIRY-DATE
               GO TO 1500-EXIT
           END-IF
           IF ENTERED-EXPIRY-DATE < BD-BUSINESS-DATE
               DISPLAY "Invalid date - " ENTERED-EXPIRY-DATE
                   " is before the business date " BD-BUSINESS-DATE
               MOVE ZERO TO ENTERED-EXPIRY-DATE
           END-IF.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * ADD - the stop is given the account's next sequence       *
      * number and written at once.  With a reference keyed the   *
      * amount range is not asked for; without one, a range with  *
      * an upper bound above zero and not below the lower bound   *
      * is required.                                              *
      *-----------------------------------------------------------*
       2000-ADD-STOP.
           PERFORM 1100-ACCEPT-ACCOUNT THRU 1100-EXIT
           IF REQUESTED-ACCOUNT-NUMBER = ZERO
               GO TO 2000-EXIT
           END-IF
           MOVE ZERO TO ENTERED-AMOUNT-FROM
           MOVE ZERO TO ENTERED-AMOUNT-TO
           DISPLAY "Enter item reference (cheque number or direct "
               "debit reference, blank = stop by amount range): "
           ACCEPT ENTERED-ITEM-REFERENCE
           IF ENTERED-ITEM-REFERENCE = SPACES
               DISPLAY "Enter lowest amount to stop (pounds.pence): "
               ACCEPT ENTERED-AMOUNT-FROM
               DISPLAY "Enter highest amount to stop (pounds.pence): "
               ACCEPT ENTERED-AMOUNT-TO
               IF ENTERED-AMOUNT-FROM IS NOT NUMERIC
                   OR ENTERED-AMOUNT-TO IS NOT NUMERIC
                   OR ENTERED-AMOUNT-TO = ZERO
                   OR ENTERED-AMOUNT-TO < ENTERED-AMOUNT-FROM
                   DISPLAY "Not added - enter a reference or a valid "
                       "amount range"
                   GO TO 2000-EXIT
               END-IF
           END-IF
           DISPLAY "Enter payee bank ID (blank = any bank): "
           ACCEPT ENTERED-PAYEE-BANK
           PERFORM 1500-ACCEPT-EXPIRY-DATE THRU 1500-EXIT
           IF ENTERED-EXPIRY-DATE = ZERO
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Enter description: "
           ACCEPT ENTERED-DESCRIPTION
           IF ENTERED-ITEM-REFERENCE = SPACES
               DISPLAY "Stop items from " ENTERED-AMOUNT-FROM " to "
                   ENTERED-AMOUNT-TO " on " REQUESTED-ACCOUNT-NUMBER
                   " " DP-CUSTOMER-NAME
           ELSE
               DISPLAY "Stop item " ENTERED-ITEM-REFERENCE " on "
                   REQUESTED-ACCOUNT-NUMBER " " DP-CUSTOMER-NAME
           END-IF
           DISPLAY "  bank " ENTERED-PAYEE-BANK " until "
               ENTERED-EXPIRY-DATE " - enter Y to confirm: "
           ACCEPT CONFIRMATION-RESPONSE
           IF CONFIRMATION-RESPONSE NOT = 'Y'
               AND CONFIRMATION-RESPONSE NOT = 'y'
               DISPLAY "Stop not added"
               GO TO 2000-EXIT
           END-IF
           MOVE ZERO TO HIGHEST-STOP-SEQ
           PERFORM 1300-START-ACCOUNT-STOPS THRU 1300-EXIT
           PERFORM 1310-NOTE-ONE-STOP THRU 1310-EXIT
               UNTIL STOP-EOF
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           COMPUTE REQUESTED-STOP-SEQ = HIGHEST-STOP-SEQ + 1
           MOVE REQUESTED-ACCOUNT-NUMBER TO STP-ACCOUNT-NUMBER
           MOVE REQUESTED-STOP-SEQ       TO STP-STOP-SEQ
           MOVE ENTERED-ITEM-REFERENCE   TO STP-ITEM-REFERENCE
           MOVE ENTERED-AMOUNT-FROM      TO STP-AMOUNT-FROM
           MOVE ENTERED-AMOUNT-TO        TO STP-AMOUNT-TO
           MOVE ENTERED-PAYEE-BANK       TO STP-PAYEE-BANK
           MOVE ENTERED-EXPIRY-DATE      TO STP-EXPIRY-DATE
           MOVE ENTERED-DESCRIPTION      TO STP-DESCRIPTION
           SET STP-IS-ACTIVE             TO TRUE
           MOVE MAKER-OPERATOR-ID        TO STP-ADDED-BY
           MOVE STAMP-DATE               TO STP-ADDED-DATE
           WRITE STOP-PAYMENT-RECORD
           PERFORM 1400-SET-CHANGE-DETAILS THRU 1400-EXIT
           MOVE SPACES              TO MC-BEFORE-IMAGE
           MOVE STOP-PAYMENT-RECORD TO MC-AFTER-IMAGE
           MOVE ZERO   TO MC-CHANGE-NUMBER
           MOVE 'SNGL' TO MC-CONTROL-CODE
           SET MC-FUNC-JOURNAL TO TRUE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY "Stop " REQUESTED-ACCOUNT-NUMBER "/"
               REQUESTED-STOP-SEQ " added".
       2000-EXIT.
           EXIT.

       3000-CANCEL-STOP.
           PERFORM 1100-ACCEPT-ACCOUNT THRU 1100-EXIT
           IF REQUESTED-ACCOUNT-NUMBER = ZERO
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter stop number: "
           ACCEPT REQUESTED-STOP-SEQ
           PERFORM 1200-READ-STOP THRU 1200-EXIT
           IF STOP-WAS-NOT-FOUND
               DISPLAY "Stop " REQUESTED-ACCOUNT-NUMBER "/"
                   REQUESTED-STOP-SEQ " is not on file"
               GO TO 3000-EXIT
           END-IF
           IF STP-IS-CANCELLED
               DISPLAY "Stop " REQUESTED-ACCOUNT-NUMBER "/"
                   REQUESTED-STOP-SEQ " is already cancelled"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Cancel stop " STP-ITEM-REFERENCE " "
               STP-AMOUNT-FROM " to " STP-AMOUNT-TO " "
               STP-DESCRIPTION " - enter Y to confirm: "
           ACCEPT CONFIRMATION-RESPONSE
           IF CONFIRMATION-RESPONSE NOT = 'Y'
               AND CONFIRMATION-RESPONSE NOT = 'y'
               DISPLAY "Stop not cancelled"
               GO TO 3000-EXIT
           END-IF
           PERFORM 1400-SET-CHANGE-DETAILS THRU 1400-EXIT
           MOVE STOP-PAYMENT-RECORD TO MC-BEFORE-IMAGE
           SET STP-IS-CANCELLED TO TRUE
           MOVE STOP-PAYMENT-RECORD TO MC-AFTER-IMAGE
           SET MC-FUNC-QUEUE TO TRUE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY "CANCEL of stop " REQUESTED-ACCOUNT-NUMBER "/"
               REQUESTED-STOP-SEQ " queued as change "
               MC-CHANGE-NUMBER " for supervisor approval".
       3000-EXIT.
           EXIT.

       4000-LIST-STOPS.
           PERFORM 1100-ACCEPT-ACCOUNT THRU 1100-EXIT
           IF REQUESTED-ACCOUNT-NUMBER = ZERO
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO LISTED-STOP-COUNT
           PERFORM 1300-START-ACCOUNT-STOPS THRU 1300-EXIT
           PERFORM 4100-LIST-ONE-STOP THRU 4100-EXIT
               UNTIL STOP-EOF
           DISPLAY LISTED-STOP-COUNT " stop(s) on account "
               REQUESTED-ACCOUNT-NUMBER " " DP-CUSTOMER-NAME.
       4000-EXIT.
           EXIT.

      *    A stop past its expiry is still listed, shown as lapsed.
       4100-LIST-ONE-STOP.
           ADD 1 TO LISTED-STOP-COUNT
           EVALUATE TRUE
               WHEN STP-IS-CANCELLED
                   MOVE 'CANCELLD' TO STOP-STANDING
               WHEN STP-EXPIRY-DATE < BD-BUSINESS-DATE
                   MOVE 'LAPSED  ' TO STOP-STANDING
               WHEN OTHER
                   MOVE 'ACTIVE  ' TO STOP-STANDING
           END-EVALUATE
           DISPLAY "  " STP-STOP-SEQ " ref " STP-ITEM-REFERENCE
               " amounts " STP-AMOUNT-FROM " to " STP-AMOUNT-TO
               " bank " STP-PAYEE-BANK
           DISPLAY "       expires " STP-EXPIRY-DATE " "
               STOP-STANDING " " STP-DESCRIPTION " added by "
               STP-ADDED-BY " on " STP-ADDED-DATE
           PERFORM 1350-READ-NEXT-STOP THRU 1350-EXIT.
       4100-EXIT.
           EXIT.
